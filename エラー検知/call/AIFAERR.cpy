      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Copybook ID    : AIFAERR.cpy
      *  Copybook name  : AIFA server error-code hourly summary record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per AL-SV-GROUP/AL-PROC-NAME/AL-SV-ERR-CD/hour,
      *  rolled up by WOMAB05 alongside the AIFASUM rows from every
      *  raw WOMAB01ALF row that carried a server detail code.  The
      *  raw rows are purged once summarized, so this is where the
      *  "why" behind the AIFASUM error counts survives for the
      *  WOMAB07 error-code ranking and its week-on-week trend.
      *
      ******************************************************************
       01  AIFAERR-REC.
           05  AE-SV-GROUP                PIC  X(31).
           05  AE-PROC-NAME               PIC  X(16).
           05  AE-SV-ERR-CD               PIC  X(04).
      *---------- the hour summarized, YYYYMMDDHH from AL-CAPTURE-TIME
           05  AE-HOUR-KEY                PIC  X(10).
           05  AE-ERR-CNT                 PIC  9(09).
      *---------- of those, how many also carried AL-TROUBLE-SW
           05  AE-TROUBLE-CNT             PIC  9(09).
