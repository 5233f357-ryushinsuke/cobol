      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Lifecycle action L with the
      *                                new launch, liquidation and
      *                                merger dates and successor
      *
      *  One row per FUNDPTFM change entered by a maker through
      *  SCZY7056 and not yet approved.  Nothing touches the live
      *  master until a second user with a different KIDOU-SID
      *  approves the row; at most one pending change per master key
      *  at a time.  A lifecycle change (action L) is keyed on the
      *  fund alone - spaces in PND-PTF-CD and PND-HYK-KRTU-CD - and
      *  on approval applies to every FUNDPTFM row of the fund.
      *
      ******************************************************************
       01  FUNDPTFPND-REC.
               10  PND-PTF-CD             PIC  X(04).
               10  PND-HYK-KRTU-CD        PIC  X(04).
      *---------- A = add row, C = change FPM-FUND-NAME,
      *           D = set/clear FPM-DEL-KBN,
      *           L = set the fund's lifecycle dates and successor
           05  PND-ACTION                 PIC  X(01).
           05  PND-NEW-FUND-NAME          PIC  X(40).
           05  PND-NEW-DEL-KBN            PIC  X(01).
      *---------- who keyed the change and when
           05  PND-MAKER-SID              PIC  X(20).
           05  PND-ENTRY-TIME             PIC  X(14).
      *---------- action L: the lifecycle as it is to stand, the
      *           FUNDPTFM conventions (zero = not set)
           05  PND-NEW-LAUNCH-YMD         PIC  9(08).
           05  PND-NEW-LIQUID-YMD         PIC  9(08).
           05  PND-NEW-MERGE-YMD          PIC  9(08).
           05  PND-NEW-SUCC-FUND-CD       PIC  X(12).
