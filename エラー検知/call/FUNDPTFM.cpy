      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260808   SCS                New - request 031
      *  20261015   SCS                Launch, liquidation and merger
      *                                dates and the successor fund
      *                                added at the end of the row
      *
      *  One row per FUND-CD/PTF-CD/HYK-KRTU-CD combination recognized
      *  by the system, so SCZY7053 can validate a fund/portfolio/
      *  against it, the same ITJYMSTR/CZCOAB02 cross-reference-check
      *  precedent as request 019.
      *
      *  The lifecycle dates bound the base dates the combination
      *  exists for: it is live from FPM-LAUNCH-YMD, and no longer
      *  live on or after FPM-LIQUID-YMD or FPM-MERGE-YMD (the day
      *  the fund stops producing).  Zero in a date means not set.
      *  A merged fund names the fund that carries on its history
      *  in FPM-SUCC-FUND-CD; the lifecycle is entered fund-wide
      *  through SCZY7056, so every row of a fund carries the same
      *  dates and successor.
      *
      ******************************************************************
       01  FUNDPTFM-REC.
           05  FPM-KEY.
      *           service without losing history (same convention as
      *           ITJY-DEL-KBN, request 019)
           05  FPM-DEL-KBN                    PIC  X(01).
      *---------- fund lifecycle, YYYYMMDD, zero = not set
           05  FPM-LAUNCH-YMD                 PIC  9(08).
           05  FPM-LIQUID-YMD                 PIC  9(08).
           05  FPM-MERGE-YMD                  PIC  9(08).
      *---------- the fund a merged fund was merged into
           05  FPM-SUCC-FUND-CD               PIC  X(12).
