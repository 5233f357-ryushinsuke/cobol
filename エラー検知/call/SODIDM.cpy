      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SODIDM.cpy
      *  Copybook name  : Operator SID to person master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per operator SID naming the person behind it and
      *  the company the SID belongs to, maintained through
      *  SCZY1031.  The maker-checker screens only compare SIDs;
      *  the TKDYAB80 duties review uses this master to see one
      *  person approving their own change through a second SID of
      *  the same company.  A SID with no row here is treated as a
      *  person of its own.
      *
      ******************************************************************
       01  SODIDM-REC.
           05  SI-SID                     PIC  X(20).
           05  SI-PERSON-ID               PIC  X(10).
           05  SI-RIYO-CMP-CD             PIC  X(04).
           05  SI-PERSON-NAME             PIC  X(30).
      *---------- D = SID retired without deleting it
           05  SI-DEL-KBN                 PIC  X(01).
