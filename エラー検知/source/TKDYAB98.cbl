      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB98
      *  Program name   : Cross-calendar difference report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Explains why a fund on one CALMSTR calendar settles on a
      *  different day from a fund on another: for each pair of
      *  CAL-IDs on TKDYAB98PRM (one pair per record, with the year;
      *  zero = next year), every date in the year that one
      *  calendar treats as a business day and the other does not.
      *  Business day is judged exactly as SCZY1020 judges it -
      *  Saturday and Sunday never, otherwise any date whose CALMSTR
      *  row carries a non-blank KBN is closed and a date with no row
      *  is open - so the weekends never differ and only weekdays
      *  are compared.  Each pair prints to TKDYAB98RPT with its
      *  business-day totals, and its differing dates go to
      *  TKDYAB98CSV for distribution.  RC 4 when a calendar of a
      *  pair has no CALMSTR rows in the year (every weekday would
      *  wrongly count as open); RC 8 when a record does not name
      *  two different CAL-IDs, or there is no record.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB98.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB98PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CALMSTR-FILE   ASSIGN TO "CALMSTR"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS CAL-KEY
                  FILE STATUS    IS WS-CALMSTR-STS.
           SELECT DIFF-RPT-FILE  ASSIGN TO "TKDYAB98RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.
           SELECT CSV-RPT-FILE   ASSIGN TO "TKDYAB98CSV"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CSV-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-CAL-ID-A                PIC  X(04).
           05  PR-CAL-ID-B                PIC  X(04).
      *---------- calendar year to compare; zero = next year
           05  PR-CAL-YEAR                PIC  9(04).

      *---------- same physical layout as SCZY1020's CALMSTR FD
       FD  CALMSTR-FILE.
       01  CALMSTR-REC.
           05  CAL-KEY.
               10  CAL-KEY-ID             PIC  X(04).
               10  CAL-KEY-YMD            PIC  9(08).
           05  CAL-KEY-HOLIDAY-KBN        PIC  X(01).
           05  CAL-KEY-HALF-KBN           PIC  X(01).
           05  CAL-KEY-OPEN-TIME          PIC  9(04).
           05  CAL-KEY-CLOSE-TIME         PIC  9(04).
           05  CAL-KEY-TZ-OFFSET          PIC S9(04).

       FD  DIFF-RPT-FILE.
       01  DIFF-RPT-LINE                  PIC  X(132).

       FD  CSV-RPT-FILE.
       01  CSV-RPT-LINE                   PIC  X(160).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-CALMSTR-STS                 PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-CSV-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-RC                          PIC  9(02)  VALUE ZERO.
       01  WS-PAIR-CNT                    PIC  9(03)  VALUE ZERO.
       01  WS-CAL-YEAR                    PIC  9(04).
       01  WS-YEAR-FROM-YMD               PIC  9(08).
       01  WS-YEAR-TO-YMD                 PIC  9(08).
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-INT-LAST                    PIC  S9(09) COMP-3.
       01  WS-DOW                         PIC  9(01).

      *---------- the two calendars' rows for the year, date order;
      *           the LOAD paragraph fills the one WS-LOAD-SIDE names
       01  WS-LOAD-SIDE                   PIC  X(01).
       01  WS-LOAD-CAL-ID                 PIC  X(04).
       01  WS-LOAD-CNT                    PIC  9(03).
       01  WS-A-CAL-ID                    PIC  X(04).
       01  WS-A-CNT                       PIC  9(03).
       01  WS-A-PTR                       PIC  9(03).
       01  WS-A-TBL.
           05  WS-A-ENTRY  OCCURS 366.
               10  WS-A-YMD               PIC  9(08).
               10  WS-A-KBN               PIC  X(01).
       01  WS-B-CAL-ID                    PIC  X(04).
       01  WS-B-CNT                       PIC  9(03).
       01  WS-B-PTR                       PIC  9(03).
       01  WS-B-TBL.
           05  WS-B-ENTRY  OCCURS 366.
               10  WS-B-YMD               PIC  9(08).
               10  WS-B-KBN               PIC  X(01).

      *---------- the day being compared
       01  WS-DAY-YMD                     PIC  9(08).
       01  WS-DAY-YMD-R  REDEFINES WS-DAY-YMD.
           05  WS-DAY-YYYY                PIC  X(04).
           05  WS-DAY-MM                  PIC  X(02).
           05  WS-DAY-DD                  PIC  X(02).
       01  WS-DATE-DSP                    PIC  X(10).
       01  WS-DOW-NAMES                   PIC  X(21)
                                  VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-DOW-NAME-TBL  REDEFINES WS-DOW-NAMES.
           05  WS-DOW-NAME  OCCURS 7      PIC  X(03).
       01  WS-DAY-NAME                    PIC  X(03).
       01  WS-A-KBN-DAY                   PIC  X(01).
       01  WS-B-KBN-DAY                   PIC  X(01).
       01  WS-STATUS-KBN                  PIC  X(01).
       01  WS-STATUS-TEXT                 PIC  X(16).
       01  WS-A-STATUS                    PIC  X(16).
       01  WS-B-STATUS                    PIC  X(16).
       01  WS-OPEN-ON                     PIC  X(04).

       01  WS-A-BUS-CNT                   PIC  9(03).
       01  WS-B-BUS-CNT                   PIC  9(03).
       01  WS-A-ONLY-CNT                  PIC  9(03).
       01  WS-B-ONLY-CNT                  PIC  9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8) TO WS-TODAY-YMD.

           OPEN OUTPUT DIFF-RPT-FILE CSV-RPT-FILE.
           MOVE "CAL_ID_A,CAL_ID_B,DATE,DAY,STATUS_A,STATUS_B,OPEN_ON"
             TO CSV-RPT-LINE.
           WRITE CSV-RPT-LINE.
           OPEN INPUT CALMSTR-FILE.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ PARAM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAIR-CNT
                           PERFORM 1000-COMPARE-PAIR
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.
           IF WS-PAIR-CNT = ZERO
               MOVE "TKDYAB98  NO CALENDAR PAIR ON TKDYAB98PRM"
                 TO DIFF-RPT-LINE
               WRITE DIFF-RPT-LINE
               MOVE 8 TO WS-RC
           END-IF.
           IF WS-CALMSTR-STS NOT = "35"
               CLOSE CALMSTR-FILE
           END-IF.
           CLOSE DIFF-RPT-FILE CSV-RPT-FILE.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       1000-COMPARE-PAIR.
           MOVE PR-CAL-ID-A TO WS-A-CAL-ID.
           MOVE PR-CAL-ID-B TO WS-B-CAL-ID.
           MOVE ZERO        TO WS-CAL-YEAR.
           IF PR-CAL-YEAR IS NUMERIC
               MOVE PR-CAL-YEAR TO WS-CAL-YEAR
           END-IF.
           IF WS-CAL-YEAR = ZERO
               COMPUTE WS-CAL-YEAR = WS-TODAY-YMD / 10000 + 1
           END-IF.
           IF WS-A-CAL-ID = SPACE OR WS-B-CAL-ID = SPACE
              OR WS-A-CAL-ID = WS-B-CAL-ID
               MOVE SPACE TO DIFF-RPT-LINE
               STRING "TKDYAB98  PAIR "     DELIMITED BY SIZE
                      WS-PAIR-CNT           DELIMITED BY SIZE
                      " SKIPPED - TWO DIFFERENT CAL-IDS NEEDED: '"
                                            DELIMITED BY SIZE
                      WS-A-CAL-ID           DELIMITED BY SIZE
                      "' '"                 DELIMITED BY SIZE
                      WS-B-CAL-ID           DELIMITED BY SIZE
                      "'"                   DELIMITED BY SIZE
                      INTO DIFF-RPT-LINE
               END-STRING
               WRITE DIFF-RPT-LINE
               MOVE SPACE TO DIFF-RPT-LINE
               WRITE DIFF-RPT-LINE
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-YEAR-FROM-YMD = WS-CAL-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-TO-YMD   = WS-CAL-YEAR * 10000 + 1231.
           MOVE "A"         TO WS-LOAD-SIDE.
           MOVE WS-A-CAL-ID TO WS-LOAD-CAL-ID.
           PERFORM 2000-LOAD-CALENDAR.
           MOVE WS-LOAD-CNT TO WS-A-CNT.
           MOVE "B"         TO WS-LOAD-SIDE.
           MOVE WS-B-CAL-ID TO WS-LOAD-CAL-ID.
           PERFORM 2000-LOAD-CALENDAR.
           MOVE WS-LOAD-CNT TO WS-B-CNT.

           PERFORM 3000-PRINT-HEADING.
           MOVE ZERO TO WS-A-BUS-CNT WS-B-BUS-CNT
                        WS-A-ONLY-CNT WS-B-ONLY-CNT.
           MOVE 1    TO WS-A-PTR WS-B-PTR.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-FROM-YMD).
           COMPUTE WS-INT-LAST =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-TO-YMD).
           PERFORM 4000-COMPARE-ONE-DAY
               UNTIL WS-INT-DATE > WS-INT-LAST.
           PERFORM 5000-PRINT-TOTALS.

      *---------- one calendar's rows for the year into table A or B
       2000-LOAD-CALENDAR.
           MOVE ZERO TO WS-LOAD-CNT.
           IF WS-CALMSTR-STS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-CAL-ID   TO CAL-KEY-ID.
           MOVE WS-YEAR-FROM-YMD TO CAL-KEY-YMD.
           MOVE "00"             TO WS-CALMSTR-STS.
           START CALMSTR-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-CALMSTR-STS NOT = "00"
                      OR WS-LOAD-CNT >= 366
               READ CALMSTR-FILE NEXT RECORD
               END-READ
               IF WS-CALMSTR-STS = "00"
                   IF CAL-KEY-ID = WS-LOAD-CAL-ID
                      AND CAL-KEY-YMD <= WS-YEAR-TO-YMD
                       ADD 1 TO WS-LOAD-CNT
                       IF WS-LOAD-SIDE = "A"
                           MOVE CAL-KEY-YMD TO WS-A-YMD(WS-LOAD-CNT)
                           MOVE CAL-KEY-HOLIDAY-KBN
                             TO WS-A-KBN(WS-LOAD-CNT)
                       ELSE
                           MOVE CAL-KEY-YMD TO WS-B-YMD(WS-LOAD-CNT)
                           MOVE CAL-KEY-HOLIDAY-KBN
                             TO WS-B-KBN(WS-LOAD-CNT)
                       END-IF
                   ELSE
                       MOVE "10" TO WS-CALMSTR-STS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CALMSTR-STS.

       3000-PRINT-HEADING.
           MOVE SPACE TO DIFF-RPT-LINE.
           STRING "TKDYAB98  BUSINESS-DAY DIFFERENCES  CALENDAR "
                                    DELIMITED BY SIZE
                  WS-A-CAL-ID       DELIMITED BY SIZE
                  " VS "            DELIMITED BY SIZE
                  WS-B-CAL-ID       DELIMITED BY SIZE
                  "  YEAR "         DELIMITED BY SIZE
                  WS-CAL-YEAR       DELIMITED BY SIZE
                  "  RUN "          DELIMITED BY SIZE
                  WS-TODAY-YMD      DELIMITED BY SIZE
                  INTO DIFF-RPT-LINE
           END-STRING.
           WRITE DIFF-RPT-LINE.
           IF WS-A-CNT = ZERO
               MOVE WS-A-CAL-ID TO WS-LOAD-CAL-ID
               PERFORM 3100-PRINT-NO-ROWS
           END-IF.
           IF WS-B-CNT = ZERO
               MOVE WS-B-CAL-ID TO WS-LOAD-CAL-ID
               PERFORM 3100-PRINT-NO-ROWS
           END-IF.
           MOVE SPACE TO DIFF-RPT-LINE.
           WRITE DIFF-RPT-LINE.
           MOVE SPACE TO DIFF-RPT-LINE.
           MOVE "DATE"           TO DIFF-RPT-LINE(1:4).
           MOVE "DAY"            TO DIFF-RPT-LINE(13:3).
           MOVE WS-A-CAL-ID      TO DIFF-RPT-LINE(18:4).
           MOVE WS-B-CAL-ID      TO DIFF-RPT-LINE(36:4).
           MOVE "OPEN ONLY ON"   TO DIFF-RPT-LINE(54:12).
           WRITE DIFF-RPT-LINE.

       3100-PRINT-NO-ROWS.
           MOVE SPACE TO DIFF-RPT-LINE.
           STRING "  *** NO CALMSTR ROWS FOR "
                                    DELIMITED BY SIZE
                  WS-LOAD-CAL-ID    DELIMITED BY SIZE
                  " IN "            DELIMITED BY SIZE
                  WS-CAL-YEAR       DELIMITED BY SIZE
                  " - EVERY WEEKDAY TREATED AS OPEN ***"
                                    DELIMITED BY SIZE
                  INTO DIFF-RPT-LINE
           END-STRING.
           WRITE DIFF-RPT-LINE.
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

      *---------- a date with no row is a business day, as in
      *           SCZY1020; weekends are closed on both sides
       4000-COMPARE-ONE-DAY.
           COMPUTE WS-DAY-YMD =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-DATE, 7).
           MOVE WS-DOW-NAME(WS-DOW + 1) TO WS-DAY-NAME.
           ADD 1 TO WS-INT-DATE.
           IF WS-DOW = 0 OR WS-DOW = 6
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-A-KBN-DAY WS-B-KBN-DAY.
           PERFORM UNTIL WS-A-PTR > WS-A-CNT
                      OR WS-A-YMD(WS-A-PTR) >= WS-DAY-YMD
               ADD 1 TO WS-A-PTR
           END-PERFORM.
           IF WS-A-PTR <= WS-A-CNT
               IF WS-A-YMD(WS-A-PTR) = WS-DAY-YMD
                   MOVE WS-A-KBN(WS-A-PTR) TO WS-A-KBN-DAY
               END-IF
           END-IF.
           PERFORM UNTIL WS-B-PTR > WS-B-CNT
                      OR WS-B-YMD(WS-B-PTR) >= WS-DAY-YMD
               ADD 1 TO WS-B-PTR
           END-PERFORM.
           IF WS-B-PTR <= WS-B-CNT
               IF WS-B-YMD(WS-B-PTR) = WS-DAY-YMD
                   MOVE WS-B-KBN(WS-B-PTR) TO WS-B-KBN-DAY
               END-IF
           END-IF.
           IF WS-A-KBN-DAY = SPACE
               ADD 1 TO WS-A-BUS-CNT
           END-IF.
           IF WS-B-KBN-DAY = SPACE
               ADD 1 TO WS-B-BUS-CNT
           END-IF.
           IF (WS-A-KBN-DAY = SPACE AND WS-B-KBN-DAY = SPACE)
              OR (WS-A-KBN-DAY NOT = SPACE
                  AND WS-B-KBN-DAY NOT = SPACE)
               EXIT PARAGRAPH
           END-IF.
           IF WS-A-KBN-DAY = SPACE
               ADD 1 TO WS-A-ONLY-CNT
               MOVE WS-A-CAL-ID TO WS-OPEN-ON
           ELSE
               ADD 1 TO WS-B-ONLY-CNT
               MOVE WS-B-CAL-ID TO WS-OPEN-ON
           END-IF.
           MOVE WS-A-KBN-DAY   TO WS-STATUS-KBN.
           PERFORM 4100-SET-STATUS-TEXT.
           MOVE WS-STATUS-TEXT TO WS-A-STATUS.
           MOVE WS-B-KBN-DAY   TO WS-STATUS-KBN.
           PERFORM 4100-SET-STATUS-TEXT.
           MOVE WS-STATUS-TEXT TO WS-B-STATUS.
           MOVE SPACE TO WS-DATE-DSP.
           STRING WS-DAY-YYYY "-" WS-DAY-MM "-" WS-DAY-DD
                  DELIMITED BY SIZE
                  INTO WS-DATE-DSP
           END-STRING.

           MOVE SPACE TO DIFF-RPT-LINE.
           MOVE WS-DATE-DSP    TO DIFF-RPT-LINE(1:10).
           MOVE WS-DAY-NAME    TO DIFF-RPT-LINE(13:3).
           MOVE WS-A-STATUS    TO DIFF-RPT-LINE(18:16).
           MOVE WS-B-STATUS    TO DIFF-RPT-LINE(36:16).
           MOVE WS-OPEN-ON     TO DIFF-RPT-LINE(54:4).
           WRITE DIFF-RPT-LINE.
           MOVE SPACE TO CSV-RPT-LINE.
           STRING WS-A-CAL-ID    DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-B-CAL-ID    DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-DATE-DSP    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-DAY-NAME    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-A-STATUS    DELIMITED BY "  "
                  ","            DELIMITED BY SIZE
                  WS-B-STATUS    DELIMITED BY "  "
                  ","            DELIMITED BY SIZE
                  WS-OPEN-ON     DELIMITED BY SPACE
                  INTO CSV-RPT-LINE
           END-STRING.
           WRITE CSV-RPT-LINE.

      *---------- the TKDYAB97 publication's names for the KBN
       4100-SET-STATUS-TEXT.
           EVALUATE WS-STATUS-KBN
               WHEN SPACE
                   MOVE "BUSINESS DAY"     TO WS-STATUS-TEXT
               WHEN "1"
                   MOVE "HOLIDAY"          TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NON-BUSINESS DAY" TO WS-STATUS-TEXT
           END-EVALUATE.

       5000-PRINT-TOTALS.
           IF WS-A-ONLY-CNT = ZERO AND WS-B-ONLY-CNT = ZERO
               MOVE "  NO DIFFERENCES - THE CALENDARS AGREE ON EVERY BU
      -             "SINESS DAY" TO DIFF-RPT-LINE
               WRITE DIFF-RPT-LINE
           END-IF.
           MOVE SPACE TO DIFF-RPT-LINE.
           WRITE DIFF-RPT-LINE.
           MOVE SPACE TO DIFF-RPT-LINE.
           STRING "BUSINESS DAYS "   DELIMITED BY SIZE
                  WS-A-CAL-ID        DELIMITED BY SIZE
                  "="                DELIMITED BY SIZE
                  WS-A-BUS-CNT       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-B-CAL-ID        DELIMITED BY SIZE
                  "="                DELIMITED BY SIZE
                  WS-B-BUS-CNT       DELIMITED BY SIZE
                  "  OPEN ONLY ON "  DELIMITED BY SIZE
                  WS-A-CAL-ID        DELIMITED BY SIZE
                  "="                DELIMITED BY SIZE
                  WS-A-ONLY-CNT      DELIMITED BY SIZE
                  " OPEN ONLY ON "   DELIMITED BY SIZE
                  WS-B-CAL-ID        DELIMITED BY SIZE
                  "="                DELIMITED BY SIZE
                  WS-B-ONLY-CNT      DELIMITED BY SIZE
                  INTO DIFF-RPT-LINE
           END-STRING.
           WRITE DIFF-RPT-LINE.
           MOVE SPACE TO DIFF-RPT-LINE.
           WRITE DIFF-RPT-LINE.
