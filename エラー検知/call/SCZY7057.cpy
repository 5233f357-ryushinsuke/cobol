      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SCZY7057.cpy
      *  Copybook name  : Successor-fund resolution call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: function and the fund to resolve
             05  PARM-SCZY7057-ARG1.
      *---------- "S" = the fund that finally carries the fund's
      *                 history, following successor links,
      *           "P" = every fund merged into the fund, directly or
      *                 through an earlier merger
                 10  IXSF-FUNCTION            PIC  X(01).
                 10  IXSF-FUND-CD             PIC  X(12).
      *---------- argument OUT-2: results
             05  PARM-SCZY7057-ARG2.
      *---------- Y = the fund is on FUNDPTFM
                 10  IXSF-FOUND-IND           PIC  X(01).
      *---------- function S: the last fund of the successor chain
      *           (the fund itself when it was never merged) and
      *           the fund's own merger date, zero when not merged
                 10  IXSF-SUCC-FUND-CD        PIC  X(12).
                 10  IXSF-MERGE-YMD           PIC  9(08).
      *---------- function P: the merged-in funds
                 10  IXSF-PRED-CNT            PIC  9(02).
                 10  IXSF-PRED-FUND-CD  OCCURS 50
                                              PIC  X(12).
