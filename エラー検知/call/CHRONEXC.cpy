      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CHRONEXC.cpy
      *  Copybook name  : Chronic-exception register record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per company/fund/MSG-ID pair TKDYAB79 has found
      *  chronic on SCZY7080MSG.  A pair not on here, or last
      *  flagged before the current analysis window, is new and
      *  raises an OPRWORKQ item for problem management; a pair
      *  still chronic month after month is updated in place
      *  without queuing it again.
      *
      ******************************************************************
       01  CHRONEXC-REC.
           05  CX-KEY.
               10  CX-RIYO-CMP-CD         PIC  X(04).
               10  CX-FUND-CD             PIC  X(12).
               10  CX-MSG-ID              PIC  X(07).
      *---------- analysis months (YYYYMM) the pair was first and
      *           most recently found chronic
           05  CX-FIRST-FLAG-MONTH        PIC  X(06).
           05  CX-LAST-FLAG-MONTH         PIC  X(06).
      *---------- figures from the latest analysis
           05  CX-MONTHS-HIT              PIC  9(02).
           05  CX-DAYS-HIT                PIC  9(04).
           05  CX-FIRST-YMD               PIC  X(08).
           05  CX-LAST-YMD                PIC  X(08).
      *---------- the OPRWORKQ item raised when it was last new
           05  CX-WQ-SEQ                  PIC  9(07).
