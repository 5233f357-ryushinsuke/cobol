      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : FRZOVRLG.cpy
      *  Copybook name  : Change-freeze override log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per emergency override taken during a freeze,
      *  appended by CZCOAB18 when the second approver and reason
      *  are accepted; TKDYAB82 lists them after the freeze.
      *
      ******************************************************************
       01  FRZOVRLG-REC.
           05  FO-LOG-TIME                PIC  X(14).
           05  FO-PGM-ID                  PIC  X(08).
           05  FO-MASTER-TYPE             PIC  X(04).
           05  FO-RIYO-CMP-CD             PIC  X(04).
      *---------- the FREEZEPM key of the freeze overridden
           05  FO-FREEZE-KEY.
               10  FO-FRZ-MASTER-TYPE     PIC  X(04).
               10  FO-FRZ-RIYO-CMP-CD     PIC  X(04).
               10  FO-FRZ-FROM-YMD        PIC  9(08).
      *---------- the master row changed, as the program keys it
           05  FO-CHANGE-KEY              PIC  X(32).
           05  FO-OPR-SID                 PIC  X(20).
           05  FO-APPR-SID                PIC  X(20).
           05  FO-REASON                  PIC  X(60).
