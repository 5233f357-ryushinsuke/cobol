      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB75
      *  Program name   : Base-date period continuity check
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Walks the KJN-YMD-FROM/KJN-YMD-TO periods on the SCZY7050EX
      *  detail rows in date order per fund/portfolio/REP-ID and
      *  reports:
      *    GAP      - the next period starts after the first
      *               business day following the previous period's
      *               end, so at least one business day was never
      *               covered
      *    OVERLAP  - the next period starts on or before the end
      *               of a period already covered
      *    NONBIZ   - a period ends on a day that is not a business
      *               day
      *  Business days are judged under the fund's own calendar
      *  through SCZY1020 function 9 (FUNDCALM, house calendar when
      *  the fund has no mapping).  Errored rows (EXST-STATUS-CD 9)
      *  covered nothing and are left out; a period registered
      *  twice (a rerun of the same span) is counted once.
      *
      *  Two modes on TKDYAB75PRM:
      *    space - nightly: every company, periods touching the
      *            last PR-LOOKBACK-DAYS days (default 31)
      *    R     - on request: one company, periods touching the
      *            PR-FROM-YMD..PR-TO-YMD range
      *  The periods are ordered through an indexed work file
      *  (TKDYAB75WRK) keyed fund/portfolio/REP-ID/from/to.  RC 8
      *  when mode R lacks its company or range, RC 4 when anything
      *  is reported.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB75.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE      ASSIGN TO "TKDYAB75PRM"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-PRM-STS.
           SELECT SCZY7050EX-FILE ASSIGN TO "SCZY7050EX"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS EXST-KEY
                  FILE STATUS     IS WS-EX-STS.
           SELECT WORK-FILE       ASSIGN TO "TKDYAB75WRK"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS WK-KEY
                  FILE STATUS     IS WS-WK-STS.
           SELECT CONT-RPT        ASSIGN TO "TKDYAB75RPT"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- space = nightly, R = one company over a range
           05  PR-MODE-KBN                PIC  X(01).
           05  PR-RIYO-CMP-CD             PIC  X(04).
           05  PR-FROM-YMD                PIC  9(08).
           05  PR-TO-YMD                  PIC  9(08).
      *---------- nightly window in calendar days; zero = 31
           05  PR-LOOKBACK-DAYS           PIC  9(03).

       FD  SCZY7050EX-FILE.
           COPY SCZY7050EX.

       FD  WORK-FILE.
       01  WORK-REC.
           05  WK-KEY.
               10  WK-FUND-CD             PIC  X(12).
               10  WK-PTF-CD              PIC  X(04).
               10  WK-REP-ID              PIC  X(08).
               10  WK-KJN-YMD-FROM        PIC  9(08).
               10  WK-KJN-YMD-TO          PIC  9(08).
           05  WK-RIYO-CMP-CD             PIC  X(04).
           05  WK-SYORI-YMD               PIC  9(08).
           05  WK-KIDOU-ID                PIC  X(04).

       FD  CONT-RPT.
       01  CONT-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EX-STS                      PIC  X(02).
       01  WS-WK-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-MODE-KBN                    PIC  X(01)  VALUE SPACE.
           88  WS-RANGE-MODE              VALUE "R".
       01  WS-RIYO-CMP-CD                 PIC  X(04)  VALUE SPACE.
       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-TO-YMD                      PIC  9(08)  VALUE ZERO.
       01  WS-LOOKBACK-DAYS               PIC  9(03)  VALUE 31.

      *---------- the group being walked and what it has covered
       01  WS-GRP-KEY.
           05  WS-GRP-FUND-CD             PIC  X(12).
           05  WS-GRP-PTF-CD              PIC  X(04).
           05  WS-GRP-REP-ID              PIC  X(08).
       01  WS-CUR-GRP-KEY.
           05  WS-CUR-FUND-CD             PIC  X(12).
           05  WS-CUR-PTF-CD              PIC  X(04).
           05  WS-CUR-REP-ID              PIC  X(08).
       01  WS-COVER-TO-YMD                PIC  9(08).
       01  WS-PREV-FROM-YMD               PIC  9(08).
       01  WS-PREV-TO-YMD                 PIC  9(08).
       01  WS-EXPECT-YMD                  PIC  9(08).
       01  WS-GAP-TO-YMD                  PIC  9(08).
       01  WS-CHECK-YMD                   PIC  9(08).
       01  WS-BIZ-YMD                     PIC  9(08).

       01  WS-READ-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-PERIOD-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-DUP-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-ERR-ROW-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-GROUP-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-GAP-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-OVERLAP-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-NONBIZ-CNT                  PIC  9(07)  VALUE ZERO.

       01  WS-FINDING                     PIC  X(08).
       01  WS-DETAIL                      PIC  X(40).

       01  SCZY1020-ARGS.
           COPY SCZY1020.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8) TO WS-TODAY-YMD.
           PERFORM 1000-READ-PARAM.
           IF WS-RANGE-MODE
               IF WS-RIYO-CMP-CD = SPACE
                  OR WS-FROM-YMD = ZERO
                  OR WS-TO-YMD = ZERO
                  OR WS-FROM-YMD > WS-TO-YMD
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE WS-TODAY-YMD TO WS-TO-YMD
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                   - WS-LOOKBACK-DAYS
               COMPUTE WS-FROM-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
           END-IF.

           PERFORM 2000-BUILD-WORK.
           OPEN OUTPUT CONT-RPT.
           PERFORM 3000-PRINT-HEADING.
           PERFORM 4000-WALK-PERIODS.
           PERFORM 6000-PRINT-TOTALS.
           CLOSE CONT-RPT.
           IF WS-GAP-CNT > ZERO
              OR WS-OVERLAP-CNT > ZERO
              OR WS-NONBIZ-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PR-MODE-KBN    TO WS-MODE-KBN
                       MOVE PR-RIYO-CMP-CD TO WS-RIYO-CMP-CD
                       IF PR-FROM-YMD IS NUMERIC
                           MOVE PR-FROM-YMD TO WS-FROM-YMD
                       END-IF
                       IF PR-TO-YMD IS NUMERIC
                           MOVE PR-TO-YMD   TO WS-TO-YMD
                       END-IF
                       IF PR-LOOKBACK-DAYS IS NUMERIC
                          AND PR-LOOKBACK-DAYS > ZERO
                           MOVE PR-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      *---------- periods touching the window, into key order; a
      *           duplicate key is the same span registered again
       2000-BUILD-WORK.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           OPEN INPUT SCZY7050EX-FILE.
           IF WS-EX-STS NOT = "00"
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-EX.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-CNT
               PERFORM 2200-TAKE-ONE
               PERFORM 2100-READ-EX
           END-PERFORM.
           CLOSE SCZY7050EX-FILE.
           CLOSE WORK-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-EX.
           READ SCZY7050EX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-TAKE-ONE.
           IF WS-RANGE-MODE
              AND EXST-RIYO-CMP-CD NOT = WS-RIYO-CMP-CD
               EXIT PARAGRAPH
           END-IF.
           IF EXST-KJN-YMD-FROM IS NOT NUMERIC
              OR EXST-KJN-YMD-TO IS NOT NUMERIC
              OR EXST-KJN-YMD-TO < WS-FROM-YMD
              OR EXST-KJN-YMD-FROM > WS-TO-YMD
               EXIT PARAGRAPH
           END-IF.
           IF EXST-STATUS-CD = "9"
               ADD 1 TO WS-ERR-ROW-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE EXST-FUND-CD       TO WK-FUND-CD.
           MOVE EXST-PTF-CD        TO WK-PTF-CD.
           MOVE EXST-REP-ID        TO WK-REP-ID.
           MOVE EXST-KJN-YMD-FROM  TO WK-KJN-YMD-FROM.
           MOVE EXST-KJN-YMD-TO    TO WK-KJN-YMD-TO.
           MOVE EXST-RIYO-CMP-CD   TO WK-RIYO-CMP-CD.
           MOVE EXST-SYORI-YMD     TO WK-SYORI-YMD.
           MOVE EXST-KIDOU-ID      TO WK-KIDOU-ID.
           WRITE WORK-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-PERIOD-CNT
           END-WRITE.

       3000-PRINT-HEADING.
           MOVE SPACE TO CONT-RPT-LINE.
           STRING "BASE-DATE PERIOD CONTINUITY  WINDOW="
                                       DELIMITED BY SIZE
                  WS-FROM-YMD          DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-TO-YMD            DELIMITED BY SIZE
                  INTO CONT-RPT-LINE
           END-STRING.
           IF WS-RANGE-MODE
               MOVE "COMPANY="     TO CONT-RPT-LINE(55:8)
               MOVE WS-RIYO-CMP-CD TO CONT-RPT-LINE(63:4)
           ELSE
               MOVE "ALL COMPANIES" TO CONT-RPT-LINE(55:13)
           END-IF.
           WRITE CONT-RPT-LINE.
           MOVE SPACE TO CONT-RPT-LINE.
           WRITE CONT-RPT-LINE.
           MOVE SPACE TO CONT-RPT-LINE.
           MOVE "FINDING"        TO CONT-RPT-LINE(1:7).
           MOVE "CMP"            TO CONT-RPT-LINE(10:3).
           MOVE "FUND-CD"        TO CONT-RPT-LINE(15:7).
           MOVE "PTF"            TO CONT-RPT-LINE(28:3).
           MOVE "REP-ID"         TO CONT-RPT-LINE(33:6).
           MOVE "PERIOD"         TO CONT-RPT-LINE(42:6).
           MOVE "PREVIOUS"       TO CONT-RPT-LINE(60:8).
           MOVE "DETAIL"         TO CONT-RPT-LINE(78:6).
           WRITE CONT-RPT-LINE.

       4000-WALK-PERIODS.
           OPEN INPUT WORK-FILE.
           IF WS-WK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE TO WS-GRP-KEY.
           PERFORM 4100-READ-WORK.
           PERFORM UNTIL WS-EOF
               MOVE WK-FUND-CD TO WS-CUR-FUND-CD
               MOVE WK-PTF-CD  TO WS-CUR-PTF-CD
               MOVE WK-REP-ID  TO WS-CUR-REP-ID
               IF WS-CUR-GRP-KEY NOT = WS-GRP-KEY
                   MOVE WS-CUR-GRP-KEY TO WS-GRP-KEY
                   ADD 1 TO WS-GROUP-CNT
                   MOVE ZERO TO WS-COVER-TO-YMD
               ELSE
                   PERFORM 4200-CHECK-JOIN
               END-IF
               PERFORM 4300-CHECK-END-DAY
               MOVE WK-KJN-YMD-FROM TO WS-PREV-FROM-YMD
               MOVE WK-KJN-YMD-TO   TO WS-PREV-TO-YMD
               IF WK-KJN-YMD-TO > WS-COVER-TO-YMD
                   MOVE WK-KJN-YMD-TO TO WS-COVER-TO-YMD
               END-IF
               PERFORM 4100-READ-WORK
           END-PERFORM.
           CLOSE WORK-FILE.
           MOVE "N" TO WS-EOF-SW.

       4100-READ-WORK.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- the period against everything the group already
      *           covers; a gap is only a gap when the first
      *           uncovered day rolled forward to a business day
      *           still falls before the period starts
       4200-CHECK-JOIN.
           IF WK-KJN-YMD-FROM NOT > WS-COVER-TO-YMD
               MOVE "OVERLAP" TO WS-FINDING
               MOVE SPACE     TO WS-DETAIL
               STRING "COVERED THROUGH "  DELIMITED BY SIZE
                      WS-COVER-TO-YMD     DELIMITED BY SIZE
                      INTO WS-DETAIL
               END-STRING
               ADD 1 TO WS-OVERLAP-CNT
               PERFORM 5000-PRINT-FINDING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-COVER-TO-YMD) + 1.
           COMPUTE WS-CHECK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).
           PERFORM 4500-NEXT-BUSINESS-DAY.
           MOVE WS-BIZ-YMD TO WS-EXPECT-YMD.
           IF WK-KJN-YMD-FROM > WS-EXPECT-YMD
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WK-KJN-YMD-FROM) - 1
               COMPUTE WS-GAP-TO-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
               MOVE "GAP"     TO WS-FINDING
               MOVE SPACE     TO WS-DETAIL
               STRING "NOT COVERED "      DELIMITED BY SIZE
                      WS-EXPECT-YMD       DELIMITED BY SIZE
                      "-"                 DELIMITED BY SIZE
                      WS-GAP-TO-YMD       DELIMITED BY SIZE
                      INTO WS-DETAIL
               END-STRING
               ADD 1 TO WS-GAP-CNT
               PERFORM 5000-PRINT-FINDING
           END-IF.

       4300-CHECK-END-DAY.
           MOVE WK-KJN-YMD-TO TO WS-CHECK-YMD.
           PERFORM 4500-NEXT-BUSINESS-DAY.
           IF WS-BIZ-YMD NOT = WK-KJN-YMD-TO
               MOVE "NONBIZ"  TO WS-FINDING
               MOVE SPACE     TO WS-DETAIL
               STRING "ENDS ON NON-BUSINESS DAY "
                                          DELIMITED BY SIZE
                      WK-KJN-YMD-TO       DELIMITED BY SIZE
                      INTO WS-DETAIL
               END-STRING
               ADD 1 TO WS-NONBIZ-CNT
               PERFORM 5000-PRINT-FINDING
           END-IF.

      *---------- WS-CHECK-YMD rolled forward to a business day of
      *           the fund's calendar, into WS-BIZ-YMD
       4500-NEXT-BUSINESS-DAY.
           MOVE "9"          TO IXCAL-FUNCTION.
           MOVE WS-CHECK-YMD TO IXCAL-KJN-YMD-1.
           MOVE "A"          TO IXCAL-ZENGO-KBN-1.
           MOVE SPACE        TO IXCAL-ZENGO-KBN-2.
           MOVE "D"          TO IXCAL-TANI-KBN.
           MOVE ZERO         TO IXCAL-DAYS.
           MOVE "HOUS"       TO IXCAL-HIZUKE-KBN.
           MOVE WK-FUND-CD   TO IXCAL-FUND-CD.
           MOVE WK-PTF-CD    TO IXCAL-PTF-CD.
           CALL "SCZY1020" USING PARM-SCZY1020-ARG1
                                  PARM-SCZY1020-ARG2
                                  PARM-SCZY1020-ARG3
                                  PARM-SCZY1020-ARG4
                                  PARM-SCZY1020-ARG5
                                  PARM-SCZY1020-ARG6
                                  PARM-SCZY1020-ARG7
           END-CALL.
           MOVE IXCAL-KJN-YMD-2 TO WS-BIZ-YMD.

       5000-PRINT-FINDING.
           MOVE SPACE TO CONT-RPT-LINE.
           MOVE WS-FINDING        TO CONT-RPT-LINE(1:8).
           MOVE WK-RIYO-CMP-CD    TO CONT-RPT-LINE(10:4).
           MOVE WK-FUND-CD        TO CONT-RPT-LINE(15:12).
           MOVE WK-PTF-CD         TO CONT-RPT-LINE(28:4).
           MOVE WK-REP-ID         TO CONT-RPT-LINE(33:8).
           MOVE WK-KJN-YMD-FROM   TO CONT-RPT-LINE(42:8).
           MOVE "-"               TO CONT-RPT-LINE(50:1).
           MOVE WK-KJN-YMD-TO     TO CONT-RPT-LINE(51:8).
           IF WS-FINDING NOT = "NONBIZ"
               MOVE WS-PREV-FROM-YMD TO CONT-RPT-LINE(60:8)
               MOVE "-"              TO CONT-RPT-LINE(68:1)
               MOVE WS-PREV-TO-YMD   TO CONT-RPT-LINE(69:8)
           END-IF.
           MOVE WS-DETAIL         TO CONT-RPT-LINE(78:40).
           MOVE WK-KIDOU-ID       TO CONT-RPT-LINE(119:4).
           MOVE WK-SYORI-YMD      TO CONT-RPT-LINE(124:8).
           WRITE CONT-RPT-LINE.

       6000-PRINT-TOTALS.
           MOVE SPACE TO CONT-RPT-LINE.
           WRITE CONT-RPT-LINE.
           MOVE SPACE TO CONT-RPT-LINE.
           STRING "ROWS READ="         DELIMITED BY SIZE
                  WS-READ-CNT          DELIMITED BY SIZE
                  "  PERIODS="         DELIMITED BY SIZE
                  WS-PERIOD-CNT        DELIMITED BY SIZE
                  "  REPEATED SPANS="  DELIMITED BY SIZE
                  WS-DUP-CNT           DELIMITED BY SIZE
                  "  ERRORED ROWS LEFT OUT=" DELIMITED BY SIZE
                  WS-ERR-ROW-CNT       DELIMITED BY SIZE
                  "  FUND/PTF/REP GROUPS=" DELIMITED BY SIZE
                  WS-GROUP-CNT         DELIMITED BY SIZE
                  INTO CONT-RPT-LINE
           END-STRING.
           WRITE CONT-RPT-LINE.
           MOVE SPACE TO CONT-RPT-LINE.
           STRING "GAPS="              DELIMITED BY SIZE
                  WS-GAP-CNT           DELIMITED BY SIZE
                  "  OVERLAPS="        DELIMITED BY SIZE
                  WS-OVERLAP-CNT       DELIMITED BY SIZE
                  "  NON-BUSINESS-DAY ENDS=" DELIMITED BY SIZE
                  WS-NONBIZ-CNT        DELIMITED BY SIZE
                  INTO CONT-RPT-LINE
           END-STRING.
           WRITE CONT-RPT-LINE.
