      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Lifecycle dates and successor
      *                                in the before/after images
      *
      *  One row per maker-checker action against FUNDPTFM through
      *  SCZY7056, with before and after images of the fields the
      ******************************************************************
       01  FUNDPTFAUD-REC.
      *---------- A = add applied, C = name change applied,
      *           D = del-kbn change applied, L = lifecycle change
      *           applied (one row per FUNDPTFM row of the fund),
      *           R = pending change rejected by the checker
           05  AU-ACTION                  PIC  X(01).
           05  AU-FUND-CD                 PIC  X(12).
           05  AU-PTF-CD                  PIC  X(04).
           05  AU-CHECKER-SID             PIC  X(20).
      *---------- when the checker acted, YYYYMMDDHHMMSS
           05  AU-ACTION-TIME             PIC  X(14).
           05  AU-BEFORE-LIFECYCLE.
               10  AU-BEFORE-LAUNCH-YMD   PIC  9(08).
               10  AU-BEFORE-LIQUID-YMD   PIC  9(08).
               10  AU-BEFORE-MERGE-YMD    PIC  9(08).
               10  AU-BEFORE-SUCC-FUND-CD PIC  X(12).
           05  AU-AFTER-LIFECYCLE.
               10  AU-AFTER-LAUNCH-YMD    PIC  9(08).
               10  AU-AFTER-LIQUID-YMD    PIC  9(08).
               10  AU-AFTER-MERGE-YMD     PIC  9(08).
               10  AU-AFTER-SUCC-FUND-CD  PIC  X(12).
