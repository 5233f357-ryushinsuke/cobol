      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CMPLANGPM.cpy
      *  Copybook name  : Preferred statement language per company
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per company whose statements and inquiry text
      *  should be rendered in a language other than the default
      *  (JA).  A company with no in-service row reads the default
      *  wording.  SCZY7085 and SCZY7081 pick the MSGTMPLLNG variant
      *  for the language; TKDYAB77 lists the MSG-IDs still lacking
      *  one.  Maintained through SCZY1028.
      *
      ******************************************************************
       01  CMPLANGPM-REC.
           05  CL-RIYO-CMP-CD             PIC  X(04).
      *---------- MSGTMPLLNG language code, JA = the default
           05  CL-LANG-CD                 PIC  X(02).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  CL-DEL-KBN                 PIC  X(01).
