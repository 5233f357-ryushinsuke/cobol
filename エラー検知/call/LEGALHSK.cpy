      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : LEGALHSK.cpy
      *  Copybook name  : Legal-hold purge-skip log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per hold, source file and purge run that skipped
      *  rows because of that hold, appended by the CZCOAB17
      *  routine at the end of the run.  The TKDYAB81 inventory
      *  takes each program's latest run as the volume the hold is
      *  currently keeping alive.
      *
      ******************************************************************
       01  LEGALHSK-REC.
           05  HK-RUN-TIME                PIC  X(14).
           05  HK-PGM-ID                  PIC  X(08).
      *---------- the LEGALHLD key of the hold that kept the rows
           05  HK-HOLD-KEY.
               10  HK-HOLD-CMP-CD         PIC  X(04).
               10  HK-HOLD-FUND-CD        PIC  X(12).
               10  HK-HOLD-FILE-ID        PIC  X(12).
               10  HK-HOLD-FROM-YMD       PIC  9(08).
      *---------- the file the kept rows belong to
           05  HK-FILE-ID                 PIC  X(12).
           05  HK-ROW-CNT                 PIC  9(09).
           05  HK-OLDEST-YMD              PIC  9(08).
           05  HK-NEWEST-YMD              PIC  9(08).
