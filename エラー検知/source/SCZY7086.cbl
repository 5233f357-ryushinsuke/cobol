      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Expected rows for a fund not
      *                                live on the day (not yet
      *                                launched, liquidated, merged)
      *                                are listed as not due instead
      *                                of missing
      *
      *  End-of-day inverse of the TKDYAB26 orphan sweep: loads the
      *  EXPFUNDM expected-population master and diffs it against
      *  A master row with spaces in EF-REP-ID matches any REP-ID,
      *  the FUNDCALM generic-row convention.  RETURN-CODE 8 when
      *  anything is missing, so the scheduler can hold the close.
      *  An expected row whose fund is not live on the SYORI-YMD by
      *  its FUNDPTFM lifecycle dates (SCZY7053) is not expected
      *  that day: it is listed once as NOT-DUE with the reason and
      *  never counts as missing, so a launch, liquidation or merger
      *  needs no EXPFUNDM edit on the day.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TARGET-YMD                  PIC  9(08)  VALUE ZERO.
       01  WS-MISS-7050-CNT               PIC  9(05)  VALUE ZERO.
       01  WS-MISS-7080-CNT               PIC  9(05)  VALUE ZERO.
       01  WS-NOT-DUE-CNT                 PIC  9(05)  VALUE ZERO.

      *---------- the expected population, with one seen switch per
      *           store

       01  WS-IDX                         PIC  9(04).
       01  WS-VERDICT                     PIC  X(12).
       01  WS-NOT-DUE-TEXT                PIC  X(30).

       01  SCZY7053-ARGS.
           COPY SCZY7053.

       PROCEDURE DIVISION.
       0000-MAIN.
           END-IF.
           PERFORM UNTIL WS-EOF
               IF EF-DEL-KBN = SPACE
                   PERFORM 2200-CHECK-LIFECYCLE
               END-IF
               IF EF-DEL-KBN = SPACE
                  AND IXFP-VALID-IND NOT = "N"
                  AND WS-E-CNT < 9999
                   ADD 1 TO WS-E-CNT
                   MOVE EF-RIYO-CMP-CD TO WS-E-RIYO-CMP-CD(WS-E-CNT)
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- only a lifecycle reason takes the row out of the
      *           day; a combination missing from FUNDPTFM stays
      *           expected, that is for the master to answer
       2200-CHECK-LIFECYCLE.
           MOVE EF-FUND-CD      TO IXFP-FUND-CD.
           MOVE EF-PTF-CD       TO IXFP-PTF-CD.
           MOVE EF-HYK-KRTU-CD  TO IXFP-HYK-KRTU-CD.
           MOVE WS-TARGET-YMD   TO IXFP-CHECK-YMD.
           CALL "SCZY7053" USING PARM-SCZY7053-ARG1
                                  PARM-SCZY7053-ARG2
           END-CALL.
           EVALUATE IXFP-REASON-KBN
               WHEN "L"
                   MOVE "NOT YET LAUNCHED" TO WS-NOT-DUE-TEXT
               WHEN "Q"
                   MOVE "LIQUIDATED"       TO WS-NOT-DUE-TEXT
               WHEN "M"
                   MOVE SPACE TO WS-NOT-DUE-TEXT
                   STRING "MERGED INTO "    DELIMITED BY SIZE
                          IXFP-SUCC-FUND-CD DELIMITED BY SPACE
                          INTO WS-NOT-DUE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "Y" TO IXFP-VALID-IND
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "N" TO IXFP-VALID-IND.
           ADD 1 TO WS-NOT-DUE-CNT.
           MOVE SPACE TO MISS-RPT-LINE.
           STRING "NOT-DUE KIDOU="      DELIMITED BY SIZE
                  EF-KIDOU-ID           DELIMITED BY SIZE
                  " REP="               DELIMITED BY SIZE
                  EF-REP-ID             DELIMITED BY SIZE
                  " FUND="              DELIMITED BY SIZE
                  EF-FUND-CD            DELIMITED BY SIZE
                  " PTF="               DELIMITED BY SIZE
                  EF-PTF-CD             DELIMITED BY SIZE
                  " HYK="               DELIMITED BY SIZE
                  EF-HYK-KRTU-CD        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOT-DUE-TEXT       DELIMITED BY SIZE
                  INTO MISS-RPT-LINE
           END-STRING.
           WRITE MISS-RPT-LINE.

       3000-MARK-FROM-7050.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SCZY7050EX-FILE.
                  WS-MISS-7050-CNT       DELIMITED BY SIZE
                  " MISSING-7080="       DELIMITED BY SIZE
                  WS-MISS-7080-CNT       DELIMITED BY SIZE
                  " NOT-DUE="            DELIMITED BY SIZE
                  WS-NOT-DUE-CNT         DELIMITED BY SIZE
                  INTO MISS-RPT-LINE
           END-STRING.
           WRITE MISS-RPT-LINE.
