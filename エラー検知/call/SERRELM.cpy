      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SERRELM.cpy
      *  Copybook name  : Evaluation-series relationship master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per pair of evaluation series (HYK-KRTU-CD) of a
      *  fund that must agree on the same base date: the reference
      *  series and the series checked against it, either exactly
      *  or within a percentage band of the reference value.
      *  TKDYAB74 reads it against the POSSNAP snapshot each day;
      *  SCZY1025 maintains it.  A row with spaces in SR-PTF-CD
      *  covers every portfolio of the fund; a row naming a
      *  portfolio wins over the generic row (the FUNDCALM rule).
      *
      ******************************************************************
       01  SERRELM-REC.
           05  SR-KEY.
               10  SR-FUND-CD             PIC  X(12).
               10  SR-PTF-CD              PIC  X(04).
      *---------- reference series
               10  SR-BASE-HYK-KRTU-CD    PIC  X(04).
      *---------- series that must agree with the reference
               10  SR-CMP-HYK-KRTU-CD     PIC  X(04).
      *---------- E = must agree exactly, B = within SR-BAND-PCT
           05  SR-MATCH-KBN               PIC  X(01).
               88  SR-MATCH-EXACT         VALUE "E".
               88  SR-MATCH-BAND          VALUE "B".
      *---------- band, percent of the reference value (B rows)
           05  SR-BAND-PCT                PIC  9(02)V9(04).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  SR-DEL-KBN                 PIC  X(01).
