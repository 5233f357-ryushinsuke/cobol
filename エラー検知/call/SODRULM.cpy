      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SODRULM.cpy
      *  Copybook name  : Segregation-of-duties conflict rule master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per pair of duties the risk team says no one
      *  person may hold within a review period, maintained through
      *  SCZY1030 and enforced by the TKDYAB80 review.  The duty
      *  codes are the acts the review reads off the maker-checker
      *  stores:
      *    FPMK  FUNDPTFM change keyed       (FUNDPTFAUD maker)
      *    FPCK  FUNDPTFM change approved    (FUNDPTFAUD checker)
      *    STMK  stop request keyed          (STOPPND maker)
      *    STCK  stop request approved or
      *          rejected                    (STOPPND checker)
      *    SCMK  schedule change keyed       (SCHPND maker)
      *    SCCX  schedule change cancelled   (SCHPND close SID)
      *    RBMK  runbook change keyed        (RUNBOOKPM maker)
      *    RBCK  runbook change approved     (CZCOAB12 journal SID)
      *    CSSG  close item signed off       (CLOSESGN)
      *
      ******************************************************************
       01  SODRULM-REC.
           05  SR-KEY.
               10  SR-DUTY-A              PIC  X(04).
               10  SR-DUTY-B              PIC  X(04).
           05  SR-RULE-DESC               PIC  X(60).
      *---------- D = rule retired without deleting it
           05  SR-DEL-KBN                 PIC  X(01).
               88  SR-RETIRED             VALUE "D".
