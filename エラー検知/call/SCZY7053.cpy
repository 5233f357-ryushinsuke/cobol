      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260808   SCS                New - request 031
      *  20261015   SCS                Base date to judge the fund
      *                                lifecycle against, and the
      *                                reason a combination fails;
      *                                callers must be recompiled
      *
      ******************************************************************
      *---------- argument IN-1: the FUND-CD/PTF-CD/HYK-KRTU-CD
                 10  IXFP-FUND-CD             PIC  X(12).
                 10  IXFP-PTF-CD              PIC  X(04).
                 10  IXFP-HYK-KRTU-CD         PIC  X(04).
      *---------- the base date the row is for; zero = check the
      *           master row only, not the lifecycle dates
                 10  IXFP-CHECK-YMD           PIC  9(08).
      *---------- argument OUT-2: Y = combination is on file and in
      *           service (and live on IXFP-CHECK-YMD)
             05  PARM-SCZY7053-ARG2.
                 10  IXFP-VALID-IND           PIC  X(01).
      *---------- why not: N = not on file, D = taken out of
      *           service, L = before launch, Q = liquidated,
      *           M = merged (successor in IXFP-SUCC-FUND-CD)
                 10  IXFP-REASON-KBN          PIC  X(01).
                 10  IXFP-SUCC-FUND-CD        PIC  X(12).
