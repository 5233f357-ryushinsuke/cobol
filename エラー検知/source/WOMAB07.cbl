      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Program ID     : WOMAB07
      *  Program name   : Daily server error-code ranking report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Ranks the report day's SV-ERR-CD server detail codes per
      *  SV-GROUP and PROC-NAME from the WOMAB05ERS hourly error-
      *  code summaries, highest count first, each beside its
      *  average daily count over the seven days before, the
      *  percentage change and a trend mark.  The SVERRCDM catalog
      *  supplies each code's meaning, category and suggested
      *  action.  Two flags close the gaps the dashboard leaves
      *  open: FIRST-SEEN for a code that appears in no summary
      *  before the report day, NO-CATALOG for a code the catalog
      *  does not carry (or has retired) - the uncatalogued codes
      *  are listed again at the end as the catalog's to-do list.
      *  The report day is the WOMAB07PRM date when one is given,
      *  otherwise yesterday: the day whose hours WOMAB05 has
      *  finished rolling up by the morning run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOMAB07.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "WOMAB07PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT ERRSUM-FILE    ASSIGN TO "WOMAB05ERS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ERS-STS.
           SELECT CATALOG-MSTR   ASSIGN TO "SVERRCDM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS EC-SV-ERR-CD
                  FILE STATUS    IS WS-EC-STS.
           SELECT RANK-RPT       ASSIGN TO "WOMAB07RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- report day; zero or no file = yesterday
           05  PR-RPT-YMD                 PIC  9(08).

       FD  ERRSUM-FILE.
           COPY AIFAERR.

       FD  CATALOG-MSTR.
           COPY SVERRCDM.

       FD  RANK-RPT.
       01  RANK-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-ERS-STS                     PIC  X(02).
       01  WS-EC-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-RPT-YMD                     PIC  9(08)  VALUE ZERO.
       01  WS-RPT-INT                     PIC  S9(09) COMP-3.
       01  WS-ROW-YMD                     PIC  9(08).
       01  WS-ROW-INT                     PIC  S9(09) COMP-3.
       01  WS-TOTAL-CNT                   PIC  9(09)  VALUE ZERO.
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.

      *---------- counts per group/process/code: the report day and
      *           the seven days before it
       01  WS-K-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-K-IDX                       PIC  9(04).
       01  WS-K-TBL.
           05  WS-K-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-K-IX.
               10  WS-K-GROUP                  PIC  X(31).
               10  WS-K-PROC-NAME              PIC  X(16).
               10  WS-K-ERR-CD                 PIC  X(04).
               10  WS-K-DAY-CNT                PIC  9(09).
               10  WS-K-WEEK-CNT               PIC  9(09).
               10  WS-K-TROUBLE-CNT            PIC  9(09).
      *---------- every code seen on a summary before the report day
       01  WS-S-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-S-IX.
               10  WS-S-ERR-CD                 PIC  X(04).
      *---------- the in-service catalog rows
       01  WS-C-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-C-TBL.
           05  WS-C-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-C-IX.
               10  WS-C-ERR-CD                 PIC  X(04).
               10  WS-C-MEANING                PIC  X(60).
               10  WS-C-CATEGORY               PIC  X(01).
               10  WS-C-ACTION                 PIC  X(60).
      *---------- uncatalogued codes with the day's total, listed at
      *           the end of the report
       01  WS-U-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-U-IDX                       PIC  9(04).
       01  WS-U-TBL.
           05  WS-U-ENTRY                     OCCURS 500
                                               INDEXED BY WS-U-IX.
               10  WS-U-ERR-CD                 PIC  X(04).
               10  WS-U-CNT                    PIC  9(09).
      *---------- day totals per category: A/M/D/N, then uncatalogued
       01  WS-CAT-TBL.
           05  WS-CAT-CNT  OCCURS 5           PIC  9(09).
       01  WS-CAT-IDX                     PIC  9(01).

       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-SEEN-SW                     PIC  X(01).
           88  WS-SEEN                    VALUE "Y".
       01  WS-CAT-HIT                     PIC  9(04).
      *---------- repeated-maximum ranking work fields (CZCOAB10)
       01  WS-BEST-IDX                    PIC  9(04).
       01  WS-BEST-CNT                    PIC  9(09).
       01  WS-RANK                        PIC  9(04).
       01  WS-PRINTED                     PIC  9(04).
      *---------- trend work fields
       01  WS-WEEK-AVG                    PIC  9(09)V9(02).
       01  WS-CHG-PCT                     PIC  S9(07)V9(01).
       01  WS-CNT-DSP                     PIC  ZZZZZZZZ9.
       01  WS-AVG-DSP                     PIC  ZZZZZZZ9.99.
       01  WS-PCT-DSP                     PIC  -ZZZZZ9.9.
       01  WS-RANK-DSP                    PIC  ZZZ9.
       01  WS-TREND                       PIC  X(04).
       01  WS-FLAGS                       PIC  X(22).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RESOLVE-REPORT-DAY.
           PERFORM 2000-LOAD-CATALOG.
           PERFORM 3000-FOLD-SUMMARIES.
           OPEN OUTPUT RANK-RPT.
           PERFORM 5000-PRINT-RANKING.
           PERFORM 6000-PRINT-CATEGORIES.
           PERFORM 7000-PRINT-UNCATALOGUED.
           CLOSE RANK-RPT.
           GOBACK.

       1000-RESOLVE-REPORT-DAY.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PR-RPT-YMD TO WS-RPT-YMD
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-RPT-YMD = ZERO
               ACCEPT WS-NOW FROM DATE YYYYMMDD
               MOVE WS-NOW(1:8) TO WS-ROW-YMD
               COMPUTE WS-RPT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-YMD) - 1
               COMPUTE WS-RPT-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-RPT-INT)
           ELSE
               COMPUTE WS-RPT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RPT-YMD)
           END-IF.

       2000-LOAD-CATALOG.
           OPEN INPUT CATALOG-MSTR.
           IF WS-EC-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-CATALOG.
           PERFORM UNTIL WS-EOF
               IF EC-DEL-KBN = SPACE
                  AND WS-C-MAX < 2000
                   ADD 1 TO WS-C-MAX
                   MOVE EC-SV-ERR-CD TO WS-C-ERR-CD(WS-C-MAX)
                   MOVE EC-MEANING   TO WS-C-MEANING(WS-C-MAX)
                   MOVE EC-CATEGORY  TO WS-C-CATEGORY(WS-C-MAX)
                   MOVE EC-ACTION    TO WS-C-ACTION(WS-C-MAX)
               END-IF
               PERFORM 2100-READ-CATALOG
           END-PERFORM.
           CLOSE CATALOG-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-CATALOG.
           READ CATALOG-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-FOLD-SUMMARIES.
           OPEN INPUT ERRSUM-FILE.
           IF WS-ERS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-SUMMARY.
           PERFORM UNTIL WS-EOF
               IF AE-HOUR-KEY(1:8) IS NUMERIC
                   MOVE AE-HOUR-KEY(1:8) TO WS-ROW-YMD
                   COMPUTE WS-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-YMD)
                   IF WS-ROW-INT < WS-RPT-INT
                       PERFORM 3300-NOTE-SEEN-BEFORE
                   END-IF
                   IF WS-ROW-INT = WS-RPT-INT
                      OR (WS-ROW-INT >= WS-RPT-INT - 7
                          AND WS-ROW-INT < WS-RPT-INT)
                       PERFORM 3200-ACCUMULATE-ONE
                   END-IF
               END-IF
               PERFORM 3100-READ-SUMMARY
           END-PERFORM.
           CLOSE ERRSUM-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-SUMMARY.
           READ ERRSUM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-ACCUMULATE-ONE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-K-IDX.
           PERFORM VARYING WS-K-IX FROM 1 BY 1
                   UNTIL WS-K-IX > WS-K-MAX
                      OR WS-FOUND
               IF WS-K-GROUP(WS-K-IX) = AE-SV-GROUP
                  AND WS-K-PROC-NAME(WS-K-IX) = AE-PROC-NAME
                  AND WS-K-ERR-CD(WS-K-IX) = AE-SV-ERR-CD
                   MOVE "Y"     TO WS-FOUND-SW
                   MOVE WS-K-IX TO WS-K-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-K-MAX < 2000
                   ADD 1 TO WS-K-MAX
                   MOVE AE-SV-GROUP  TO WS-K-GROUP(WS-K-MAX)
                   MOVE AE-PROC-NAME TO WS-K-PROC-NAME(WS-K-MAX)
                   MOVE AE-SV-ERR-CD TO WS-K-ERR-CD(WS-K-MAX)
                   MOVE ZERO         TO WS-K-DAY-CNT(WS-K-MAX)
                   MOVE ZERO         TO WS-K-WEEK-CNT(WS-K-MAX)
                   MOVE ZERO         TO WS-K-TROUBLE-CNT(WS-K-MAX)
                   MOVE WS-K-MAX     TO WS-K-IDX
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ROW-INT = WS-RPT-INT
               ADD AE-ERR-CNT     TO WS-K-DAY-CNT(WS-K-IDX)
               ADD AE-TROUBLE-CNT TO WS-K-TROUBLE-CNT(WS-K-IDX)
               ADD AE-ERR-CNT     TO WS-TOTAL-CNT
           ELSE
               ADD AE-ERR-CNT     TO WS-K-WEEK-CNT(WS-K-IDX)
           END-IF.

       3300-NOTE-SEEN-BEFORE.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM VARYING WS-S-IX FROM 1 BY 1
                   UNTIL WS-S-IX > WS-S-MAX
                      OR WS-SEEN
               IF WS-S-ERR-CD(WS-S-IX) = AE-SV-ERR-CD
                   MOVE "Y" TO WS-SEEN-SW
               END-IF
           END-PERFORM.
           IF NOT WS-SEEN
              AND WS-S-MAX < 2000
               ADD 1 TO WS-S-MAX
               MOVE AE-SV-ERR-CD TO WS-S-ERR-CD(WS-S-MAX)
           END-IF.

      *---------- repeated maximum selection over the day counts;
      *           the chosen entry's day count is zeroed once
      *           printed, so keep the value in WS-BEST-CNT
       5000-PRINT-RANKING.
           MOVE SPACE TO RANK-RPT-LINE.
           STRING "SERVER ERROR CODES BY FREQUENCY  DAY="
                                    DELIMITED BY SIZE
                  WS-RPT-YMD        DELIMITED BY SIZE
                  "  TOTAL="        DELIMITED BY SIZE
                  WS-TOTAL-CNT      DELIMITED BY SIZE
                  INTO RANK-RPT-LINE
           END-STRING.
           WRITE RANK-RPT-LINE.
           MOVE SPACE TO RANK-RPT-LINE.
           STRING "RANK SV-GROUP                        "
                                    DELIMITED BY SIZE
                  "PROC-NAME        CODE       DAY  WK-AVG/DAY "
                                    DELIMITED BY SIZE
                  "     CHG% TRND C FLAGS"
                                    DELIMITED BY SIZE
                  INTO RANK-RPT-LINE
           END-STRING.
           WRITE RANK-RPT-LINE.
           MOVE ZERO TO WS-RANK WS-PRINTED.
           PERFORM UNTIL WS-RANK >= WS-K-MAX
               MOVE ZERO TO WS-BEST-IDX WS-BEST-CNT
               PERFORM VARYING WS-K-IDX FROM 1 BY 1
                       UNTIL WS-K-IDX > WS-K-MAX
                   IF WS-K-DAY-CNT(WS-K-IDX) > WS-BEST-CNT
                       MOVE WS-K-DAY-CNT(WS-K-IDX) TO WS-BEST-CNT
                       MOVE WS-K-IDX               TO WS-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = ZERO
                   MOVE WS-K-MAX TO WS-RANK
               ELSE
                   ADD 1 TO WS-RANK
                   PERFORM 5100-PRINT-ONE-CODE
                   MOVE ZERO TO WS-K-DAY-CNT(WS-BEST-IDX)
               END-IF
           END-PERFORM.
           IF WS-PRINTED = ZERO
               MOVE "  NO SERVER ERROR CODES ON THE REPORT DAY"
                 TO RANK-RPT-LINE
               WRITE RANK-RPT-LINE
           END-IF.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO RANK-RPT-LINE
               STRING "  ** SUMMARY ROWS NOT RANKED (TABLE FULL)="
                                    DELIMITED BY SIZE
                      WS-OVERFLOW-CNT DELIMITED BY SIZE
                      INTO RANK-RPT-LINE
               END-STRING
               WRITE RANK-RPT-LINE
           END-IF.

       5100-PRINT-ONE-CODE.
           ADD 1 TO WS-PRINTED.
           MOVE WS-BEST-IDX TO WS-K-IDX.
      *---------- week-on-week: the seven prior days' daily average
           COMPUTE WS-WEEK-AVG ROUNDED = WS-K-WEEK-CNT(WS-K-IDX) / 7.
           IF WS-WEEK-AVG = ZERO
               MOVE ZERO   TO WS-CHG-PCT
               MOVE "NEW " TO WS-TREND
           ELSE
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-BEST-CNT - WS-WEEK-AVG) * 100 / WS-WEEK-AVG
               EVALUATE TRUE
                   WHEN WS-CHG-PCT > 20
                       MOVE "UP  " TO WS-TREND
                   WHEN WS-CHG-PCT < -20
                       MOVE "DOWN" TO WS-TREND
                   WHEN OTHER
                       MOVE "FLAT" TO WS-TREND
               END-EVALUATE
           END-IF.
           PERFORM 5200-FIND-CATALOG.
           PERFORM 5300-CHECK-FIRST-SEEN.
           MOVE SPACE TO WS-FLAGS.
           IF NOT WS-SEEN
               MOVE "FIRST-SEEN" TO WS-FLAGS(1:10)
           END-IF.
           IF WS-CAT-HIT = ZERO
               MOVE "NO-CATALOG" TO WS-FLAGS(12:10)
               PERFORM 5400-NOTE-UNCATALOGUED
               MOVE 5 TO WS-CAT-IDX
           ELSE
               EVALUATE WS-C-CATEGORY(WS-CAT-HIT)
                   WHEN "A"     MOVE 1 TO WS-CAT-IDX
                   WHEN "M"     MOVE 2 TO WS-CAT-IDX
                   WHEN "D"     MOVE 3 TO WS-CAT-IDX
                   WHEN "N"     MOVE 4 TO WS-CAT-IDX
                   WHEN OTHER   MOVE 5 TO WS-CAT-IDX
               END-EVALUATE
           END-IF.
           ADD WS-BEST-CNT TO WS-CAT-CNT(WS-CAT-IDX).
           MOVE WS-RANK     TO WS-RANK-DSP.
           MOVE WS-BEST-CNT TO WS-CNT-DSP.
           MOVE WS-WEEK-AVG TO WS-AVG-DSP.
           MOVE WS-CHG-PCT  TO WS-PCT-DSP.
           MOVE SPACE TO RANK-RPT-LINE.
           STRING WS-RANK-DSP                 DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-K-GROUP(WS-K-IDX)        DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-K-PROC-NAME(WS-K-IDX)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-K-ERR-CD(WS-K-IDX)       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-CNT-DSP                  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-AVG-DSP                  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-PCT-DSP                  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-TREND                    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  INTO RANK-RPT-LINE
           END-STRING.
           IF WS-CAT-HIT = ZERO
               MOVE "?" TO RANK-RPT-LINE(97:1)
           ELSE
               MOVE WS-C-CATEGORY(WS-CAT-HIT) TO RANK-RPT-LINE(97:1)
           END-IF.
           MOVE WS-FLAGS TO RANK-RPT-LINE(99:22).
           WRITE RANK-RPT-LINE.
           IF WS-CAT-HIT NOT = ZERO
               MOVE SPACE TO RANK-RPT-LINE
               STRING "       MEANING: "       DELIMITED BY SIZE
                      WS-C-MEANING(WS-CAT-HIT) DELIMITED BY SIZE
                      INTO RANK-RPT-LINE
               END-STRING
               WRITE RANK-RPT-LINE
               MOVE SPACE TO RANK-RPT-LINE
               STRING "       ACTION : "       DELIMITED BY SIZE
                      WS-C-ACTION(WS-CAT-HIT)  DELIMITED BY SIZE
                      INTO RANK-RPT-LINE
               END-STRING
               WRITE RANK-RPT-LINE
           END-IF.

       5200-FIND-CATALOG.
           MOVE ZERO TO WS-CAT-HIT.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
                   UNTIL WS-C-IX > WS-C-MAX
                      OR WS-CAT-HIT NOT = ZERO
               IF WS-C-ERR-CD(WS-C-IX) = WS-K-ERR-CD(WS-K-IDX)
                   SET WS-CAT-HIT TO WS-C-IX
               END-IF
           END-PERFORM.

       5300-CHECK-FIRST-SEEN.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM VARYING WS-S-IX FROM 1 BY 1
                   UNTIL WS-S-IX > WS-S-MAX
                      OR WS-SEEN
               IF WS-S-ERR-CD(WS-S-IX) = WS-K-ERR-CD(WS-K-IDX)
                   MOVE "Y" TO WS-SEEN-SW
               END-IF
           END-PERFORM.

       5400-NOTE-UNCATALOGUED.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-U-IX FROM 1 BY 1
                   UNTIL WS-U-IX > WS-U-MAX
                      OR WS-FOUND
               IF WS-U-ERR-CD(WS-U-IX) = WS-K-ERR-CD(WS-K-IDX)
                   MOVE "Y" TO WS-FOUND-SW
                   ADD WS-BEST-CNT TO WS-U-CNT(WS-U-IX)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
              AND WS-U-MAX < 500
               ADD 1 TO WS-U-MAX
               MOVE WS-K-ERR-CD(WS-K-IDX) TO WS-U-ERR-CD(WS-U-MAX)
               MOVE WS-BEST-CNT           TO WS-U-CNT(WS-U-MAX)
           END-IF.

       6000-PRINT-CATEGORIES.
           MOVE SPACE TO RANK-RPT-LINE.
           WRITE RANK-RPT-LINE.
           MOVE "DAY TOTAL BY CATEGORY" TO RANK-RPT-LINE.
           WRITE RANK-RPT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
               MOVE WS-CAT-CNT(WS-CAT-IDX) TO WS-CNT-DSP
               MOVE SPACE TO RANK-RPT-LINE
               EVALUATE WS-CAT-IDX
                   WHEN 1 MOVE "  APPLICATION   " TO RANK-RPT-LINE
                   WHEN 2 MOVE "  MIDDLEWARE    " TO RANK-RPT-LINE
                   WHEN 3 MOVE "  DATABASE      " TO RANK-RPT-LINE
                   WHEN 4 MOVE "  NETWORK       " TO RANK-RPT-LINE
                   WHEN 5 MOVE "  UNCATALOGUED  " TO RANK-RPT-LINE
               END-EVALUATE
               MOVE WS-CNT-DSP TO RANK-RPT-LINE(17:9)
               WRITE RANK-RPT-LINE
           END-PERFORM.

       7000-PRINT-UNCATALOGUED.
           MOVE SPACE TO RANK-RPT-LINE.
           WRITE RANK-RPT-LINE.
           MOVE "CODES MISSING FROM THE SVERRCDM CATALOG"
             TO RANK-RPT-LINE.
           WRITE RANK-RPT-LINE.
           IF WS-U-MAX = ZERO
               MOVE "  NONE - EVERY CODE SEEN IS CATALOGUED"
                 TO RANK-RPT-LINE
               WRITE RANK-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-U-IDX FROM 1 BY 1
                   UNTIL WS-U-IDX > WS-U-MAX
               MOVE WS-U-CNT(WS-U-IDX) TO WS-CNT-DSP
               MOVE SPACE TO RANK-RPT-LINE
               STRING "  CODE="              DELIMITED BY SIZE
                      WS-U-ERR-CD(WS-U-IDX)  DELIMITED BY SIZE
                      "  DAY COUNT="         DELIMITED BY SIZE
                      WS-CNT-DSP             DELIMITED BY SIZE
                      INTO RANK-RPT-LINE
               END-STRING
               WRITE RANK-RPT-LINE
           END-PERFORM.
