      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CZCOALW.cpy
      *  Copybook name  : Authorization allow-decision record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per allow decision made by the CZCOAB08 routine,
      *  the counterpart of the CZCODENY denial row: who was let in
      *  to which resource class, and which of their JOB-RANK slots
      *  carried the grant.  The WOMAB09 usage analysis reads it to
      *  tell the ranks a user exercises from the ones they merely
      *  hold.
      *
      ******************************************************************
       01  ALLOW-LOG-REC.
      *---------- request that triggered the check
           05  AW-REQUEST-ID              PIC  X(32).
      *---------- JOB-USER-ID and COMPANY-CODE from the AIFA header
           05  AW-JOB-USER-ID             PIC  X(08).
           05  AW-COMPANY-CODE            PIC  X(04).
      *---------- USER-NAME from the common header
           05  AW-USER-NAME               PIC  X(40).
      *---------- MENU/TASK/REPORT
           05  AW-RESOURCE-CLASS          PIC  X(06).
      *---------- the first held rank whose JOBRANKPM row grants the
      *           class
           05  AW-JOB-RANK                PIC  X(02).
      *---------- when the decision was made, YYYYMMDDHHMMSS
           05  AW-ALLOW-TIME              PIC  X(14).
