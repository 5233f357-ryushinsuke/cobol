      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CMPDLGPM.cpy
      *  Copybook name  : Cross-company launch delegation master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per standing delegation letting users of one
      *  company (the login company) launch kidou on behalf of
      *  another (the RIYO company), e.g. an outsourced operations
      *  desk.  The TKDYAB64 launch-origin audit flags every launch
      *  whose KIDOU-LOGIN-CMP-CD differs from RIYO-CMP-CD with no
      *  in-service delegation covering the day.
      *
      ******************************************************************
       01  CMPDLGPM-REC.
           05  DG-KEY.
               10  DG-LOGIN-CMP-CD        PIC  X(04).
               10  DG-RIYO-CMP-CD         PIC  X(04).
      *---------- validity; 99999999 in DG-TO-YMD = open-ended
           05  DG-FROM-YMD                PIC  9(08).
           05  DG-TO-YMD                  PIC  9(08).
      *---------- the agreement or approval the delegation rests on
           05  DG-AGREEMENT-REF           PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  DG-DEL-KBN                 PIC  X(01).
