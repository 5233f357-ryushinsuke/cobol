      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB97
      *  Program name   : Annual calendar publication
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  December run that publishes, for each CALMSTR calendar, a
      *  year's non-business days for clients and counterparties:
      *  every weekday the calendar closes (HOLIDAY for KBN 1,
      *  NON-BUSINESS DAY for any other KBN - a non-blank KBN closes
      *  the day, exactly as SCZY1020 settles), every half day with
      *  its session times, every other business day whose session
      *  times differ from the market default, and every date the
      *  market's offset from Tokyo changes.  Saturdays and Sundays
      *  are closed on every calendar and are stated once, not
      *  listed.  TKDYAB97PRM gives the year (zero = next year) and
      *  up to ten CAL-IDs; no CAL-ID publishes every calendar with
      *  rows in the year.  The print goes to TKDYAB97RPT, one
      *  section per calendar, and the same rows to TKDYAB97CSV for
      *  distribution.  RC 4 when a calendar asked for has no
      *  CALMSTR rows in the year - its list would wrongly show no
      *  holidays.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB97.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB97PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CALMSTR-FILE   ASSIGN TO "CALMSTR"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS CAL-KEY
                  FILE STATUS    IS WS-CALMSTR-STS.
           SELECT PUB-RPT-FILE   ASSIGN TO "TKDYAB97RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.
           SELECT CSV-RPT-FILE   ASSIGN TO "TKDYAB97CSV"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CSV-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- calendar year to publish; zero = next year
           05  PR-CAL-YEAR                PIC  9(04).
      *---------- calendars to publish; all spaces = every calendar
      *           with rows in the year
           05  PR-CAL-ID  OCCURS 10       PIC  X(04).

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

       FD  PUB-RPT-FILE.
       01  PUB-RPT-LINE                   PIC  X(132).

       FD  CSV-RPT-FILE.
       01  CSV-RPT-LINE                   PIC  X(160).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-CALMSTR-STS                 PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-CSV-STS                     PIC  X(02).
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-CAL-YEAR                    PIC  9(04)  VALUE ZERO.
       01  WS-YEAR-FROM-YMD               PIC  9(08).
       01  WS-YEAR-TO-YMD                 PIC  9(08).
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-INT-LAST                    PIC  S9(09) COMP-3.
       01  WS-DOW                         PIC  9(01).
       01  WS-MISSING-CNT                 PIC  9(03)  VALUE ZERO.

      *---------- calendars to publish
       01  WS-ID-CNT                      PIC  9(03)  VALUE ZERO.
       01  WS-ID-IDX                      PIC  9(03).
       01  WS-ID-TBL.
           05  WS-ID-CAL-ID  OCCURS 200   PIC  X(04).
       01  WS-PRM-IDX                     PIC  9(02).

      *---------- one calendar's rows for the year, in date order
       01  WS-C-CAL-ID                    PIC  X(04).
       01  WS-C-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-C-PTR                       PIC  9(03).
       01  WS-C-TBL.
           05  WS-C-ENTRY  OCCURS 366.
               10  WS-C-YMD               PIC  9(08).
               10  WS-C-KBN               PIC  X(01).
               10  WS-C-HALF              PIC  X(01).
               10  WS-C-OPEN              PIC  9(04).
               10  WS-C-CLOSE             PIC  9(04).
               10  WS-C-TZ                PIC S9(04).
       01  WS-ROW-SW                      PIC  X(01).
           88  WS-ROW-FOUND               VALUE "Y".
       01  WS-PREV-TZ-SW                  PIC  X(01).
       01  WS-PREV-TZ                     PIC S9(04).

      *---------- the day being published
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
       01  WS-ENTRY-TYPE                  PIC  X(16).
       01  WS-HHMM                        PIC  9(04).
       01  WS-HHMM-R  REDEFINES WS-HHMM.
           05  WS-HHMM-HH                 PIC  X(02).
           05  WS-HHMM-MM                 PIC  X(02).
       01  WS-TIME-DSP                    PIC  X(07).
       01  WS-TIME-CSV                    PIC  X(05).
       01  WS-OPEN-DSP                    PIC  X(07).
       01  WS-CLOSE-DSP                   PIC  X(07).
       01  WS-OPEN-CSV                    PIC  X(05).
       01  WS-CLOSE-CSV                   PIC  X(05).
       01  WS-TZ-DSP                      PIC  +9(04).
       01  WS-NOTE                        PIC  X(40).

       01  WS-HOLIDAY-CNT                 PIC  9(03).
       01  WS-NONBUS-CNT                  PIC  9(03).
       01  WS-HALF-CNT                    PIC  9(03).
       01  WS-SESSION-CNT                 PIC  9(03).
       01  WS-BUSINESS-CNT                PIC  9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8) TO WS-TODAY-YMD.

           PERFORM 1000-READ-PARAM.
           COMPUTE WS-YEAR-FROM-YMD = WS-CAL-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-TO-YMD   = WS-CAL-YEAR * 10000 + 1231.
           OPEN INPUT CALMSTR-FILE.
           IF WS-ID-CNT = ZERO
               PERFORM 1500-FIND-CALENDARS
           END-IF.

           OPEN OUTPUT PUB-RPT-FILE CSV-RPT-FILE.
           MOVE "CAL_ID,DATE,DAY,TYPE,OPEN,CLOSE,TZ_OFFSET_MIN"
             TO CSV-RPT-LINE.
           WRITE CSV-RPT-LINE.
           IF WS-ID-CNT = ZERO
               MOVE SPACE TO PUB-RPT-LINE
               STRING "TKDYAB97  NO CALMSTR CALENDAR HAS ROWS IN "
                                        DELIMITED BY SIZE
                      WS-CAL-YEAR       DELIMITED BY SIZE
                      INTO PUB-RPT-LINE
               END-STRING
               WRITE PUB-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-CNT
               MOVE WS-ID-CAL-ID(WS-ID-IDX) TO WS-C-CAL-ID
               PERFORM 2000-LOAD-CALENDAR
               PERFORM 3000-PUBLISH-CALENDAR
           END-PERFORM.
           CLOSE PUB-RPT-FILE CSV-RPT-FILE.
           IF WS-CALMSTR-STS NOT = "35"
               CLOSE CALMSTR-FILE
           END-IF.
           IF WS-MISSING-CNT > ZERO
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
                       IF PR-CAL-YEAR IS NUMERIC
                           MOVE PR-CAL-YEAR TO WS-CAL-YEAR
                       END-IF
                       PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                               UNTIL WS-PRM-IDX > 10
                           IF PR-CAL-ID(WS-PRM-IDX) NOT = SPACE
                               ADD 1 TO WS-ID-CNT
                               MOVE PR-CAL-ID(WS-PRM-IDX)
                                 TO WS-ID-CAL-ID(WS-ID-CNT)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-CAL-YEAR = ZERO
               COMPUTE WS-CAL-YEAR = WS-TODAY-YMD / 10000 + 1
           END-IF.

      *---------- one pass over CALMSTR for every calendar ID that
      *           has at least one row in the year
       1500-FIND-CALENDARS.
           IF WS-CALMSTR-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE TO CAL-KEY.
           START CALMSTR-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-CALMSTR-STS NOT = "00"
               READ CALMSTR-FILE NEXT RECORD
               END-READ
               IF WS-CALMSTR-STS = "00"
                  AND CAL-KEY-YMD >= WS-YEAR-FROM-YMD
                  AND CAL-KEY-YMD <= WS-YEAR-TO-YMD
                   IF WS-ID-CNT = ZERO
                      OR WS-ID-CAL-ID(WS-ID-CNT) NOT = CAL-KEY-ID
                       IF WS-ID-CNT < 200
                           ADD 1 TO WS-ID-CNT
                           MOVE CAL-KEY-ID TO WS-ID-CAL-ID(WS-ID-CNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CALMSTR-STS.

      *---------- the calendar's rows for the year into the table
       2000-LOAD-CALENDAR.
           MOVE ZERO TO WS-C-CNT.
           IF WS-CALMSTR-STS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-C-CAL-ID      TO CAL-KEY-ID.
           MOVE WS-YEAR-FROM-YMD TO CAL-KEY-YMD.
           MOVE "00"             TO WS-CALMSTR-STS.
           START CALMSTR-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-CALMSTR-STS NOT = "00"
                      OR WS-C-CNT >= 366
               READ CALMSTR-FILE NEXT RECORD
               END-READ
               IF WS-CALMSTR-STS = "00"
                   IF CAL-KEY-ID = WS-C-CAL-ID
                      AND CAL-KEY-YMD <= WS-YEAR-TO-YMD
                       ADD 1 TO WS-C-CNT
                       MOVE CAL-KEY-YMD   TO WS-C-YMD(WS-C-CNT)
                       MOVE CAL-KEY-HOLIDAY-KBN
                         TO WS-C-KBN(WS-C-CNT)
                       MOVE CAL-KEY-HALF-KBN
                         TO WS-C-HALF(WS-C-CNT)
                       MOVE CAL-KEY-OPEN-TIME
                         TO WS-C-OPEN(WS-C-CNT)
                       MOVE CAL-KEY-CLOSE-TIME
                         TO WS-C-CLOSE(WS-C-CNT)
                       MOVE CAL-KEY-TZ-OFFSET
                         TO WS-C-TZ(WS-C-CNT)
                   ELSE
                       MOVE "10" TO WS-CALMSTR-STS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CALMSTR-STS.

      *---------- every day of the year in turn: a date with no row
      *           is a plain business day, as in SCZY1020
       3000-PUBLISH-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-CNT WS-NONBUS-CNT WS-HALF-CNT
                        WS-SESSION-CNT WS-BUSINESS-CNT.
           MOVE "N"  TO WS-PREV-TZ-SW.
           MOVE 1    TO WS-C-PTR.
           PERFORM 3100-PRINT-HEADING.
           IF WS-C-CNT = ZERO
               ADD 1 TO WS-MISSING-CNT
               MOVE SPACE TO PUB-RPT-LINE
               STRING "  *** NO CALMSTR ROWS FOR THIS CALENDAR IN "
                                        DELIMITED BY SIZE
                      WS-CAL-YEAR       DELIMITED BY SIZE
                      " - NOT PUBLISHABLE ***"
                                        DELIMITED BY SIZE
                      INTO PUB-RPT-LINE
               END-STRING
               WRITE PUB-RPT-LINE
               MOVE SPACE TO PUB-RPT-LINE
               WRITE PUB-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-FROM-YMD).
           COMPUTE WS-INT-LAST =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-TO-YMD).
           PERFORM 3200-PUBLISH-ONE-DAY
               UNTIL WS-INT-DATE > WS-INT-LAST.
           MOVE SPACE TO PUB-RPT-LINE.
           WRITE PUB-RPT-LINE.
           MOVE SPACE TO PUB-RPT-LINE.
           STRING "BUSINESS DAYS="    DELIMITED BY SIZE
                  WS-BUSINESS-CNT     DELIMITED BY SIZE
                  " HOLIDAYS="        DELIMITED BY SIZE
                  WS-HOLIDAY-CNT      DELIMITED BY SIZE
                  " OTHER NON-BUSINESS="
                                      DELIMITED BY SIZE
                  WS-NONBUS-CNT       DELIMITED BY SIZE
                  " HALF DAYS="       DELIMITED BY SIZE
                  WS-HALF-CNT         DELIMITED BY SIZE
                  " SESSION CHANGES=" DELIMITED BY SIZE
                  WS-SESSION-CNT      DELIMITED BY SIZE
                  INTO PUB-RPT-LINE
           END-STRING.
           WRITE PUB-RPT-LINE.
           MOVE SPACE TO PUB-RPT-LINE.
           WRITE PUB-RPT-LINE.

       3100-PRINT-HEADING.
           MOVE SPACE TO PUB-RPT-LINE.
           STRING "TKDYAB97  NON-BUSINESS DAYS AND SESSION CHANGES  "
                                    DELIMITED BY SIZE
                  "CALENDAR "       DELIMITED BY SIZE
                  WS-C-CAL-ID       DELIMITED BY SIZE
                  "  YEAR "         DELIMITED BY SIZE
                  WS-CAL-YEAR       DELIMITED BY SIZE
                  "  RUN "          DELIMITED BY SIZE
                  WS-TODAY-YMD      DELIMITED BY SIZE
                  INTO PUB-RPT-LINE
           END-STRING.
           WRITE PUB-RPT-LINE.
           MOVE "SATURDAYS AND SUNDAYS ARE NOT BUSINESS DAYS AND ARE N
      -         "OT LISTED.  TIMES ARE MARKET-LOCAL."
             TO PUB-RPT-LINE.
           WRITE PUB-RPT-LINE.
           MOVE SPACE TO PUB-RPT-LINE.
           WRITE PUB-RPT-LINE.
           MOVE SPACE TO PUB-RPT-LINE.
           MOVE "DATE"           TO PUB-RPT-LINE(1:4).
           MOVE "DAY"            TO PUB-RPT-LINE(13:3).
           MOVE "TYPE"           TO PUB-RPT-LINE(18:4).
           MOVE "OPEN"           TO PUB-RPT-LINE(36:4).
           MOVE "CLOSE"          TO PUB-RPT-LINE(45:5).
           MOVE "NOTE"           TO PUB-RPT-LINE(54:4).
           WRITE PUB-RPT-LINE.

       3200-PUBLISH-ONE-DAY.
           COMPUTE WS-DAY-YMD =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-DATE, 7).
           MOVE WS-DOW-NAME(WS-DOW + 1) TO WS-DAY-NAME.
           MOVE "N" TO WS-ROW-SW.
           PERFORM UNTIL WS-C-PTR > WS-C-CNT
                      OR WS-C-YMD(WS-C-PTR) >= WS-DAY-YMD
               ADD 1 TO WS-C-PTR
           END-PERFORM.
           IF WS-C-PTR <= WS-C-CNT
               IF WS-C-YMD(WS-C-PTR) = WS-DAY-YMD
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-INT-DATE.

      *---------- an offset change applies from its date whatever
      *           the day of the week
           IF WS-ROW-FOUND
               IF WS-PREV-TZ-SW = "Y"
                  AND WS-C-TZ(WS-C-PTR) NOT = WS-PREV-TZ
                   MOVE "TZ OFFSET CHANGE" TO WS-ENTRY-TYPE
                   MOVE SPACE TO WS-OPEN-DSP WS-CLOSE-DSP
                                 WS-OPEN-CSV WS-CLOSE-CSV
                   MOVE WS-C-TZ(WS-C-PTR) TO WS-TZ-DSP
                   MOVE SPACE TO WS-NOTE
                   STRING "MARKET TIME = TOKYO "
                                          DELIMITED BY SIZE
                          WS-TZ-DSP       DELIMITED BY SIZE
                          " MIN"          DELIMITED BY SIZE
                          INTO WS-NOTE
                   END-STRING
                   PERFORM 3300-WRITE-ENTRY
               END-IF
               MOVE "Y"                TO WS-PREV-TZ-SW
               MOVE WS-C-TZ(WS-C-PTR)  TO WS-PREV-TZ
           END-IF.
           IF WS-DOW = 0 OR WS-DOW = 6
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ROW-FOUND
               ADD 1 TO WS-BUSINESS-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-C-TZ(WS-C-PTR) TO WS-TZ-DSP.
           MOVE SPACE TO WS-NOTE.
           IF WS-C-KBN(WS-C-PTR) NOT = SPACE
               IF WS-C-KBN(WS-C-PTR) = "1"
                   ADD 1 TO WS-HOLIDAY-CNT
                   MOVE "HOLIDAY"          TO WS-ENTRY-TYPE
               ELSE
                   ADD 1 TO WS-NONBUS-CNT
                   MOVE "NON-BUSINESS DAY" TO WS-ENTRY-TYPE
               END-IF
               MOVE "MARKET CLOSED" TO WS-NOTE
               MOVE SPACE TO WS-OPEN-DSP WS-CLOSE-DSP
                             WS-OPEN-CSV WS-CLOSE-CSV
               PERFORM 3300-WRITE-ENTRY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BUSINESS-CNT.
           IF WS-C-HALF(WS-C-PTR) NOT = "1"
              AND WS-C-OPEN(WS-C-PTR) = ZERO
              AND WS-C-CLOSE(WS-C-PTR) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-C-HALF(WS-C-PTR) = "1"
               ADD 1 TO WS-HALF-CNT
               MOVE "HALF DAY"         TO WS-ENTRY-TYPE
               MOVE "EARLY CLOSE"      TO WS-NOTE
           ELSE
               ADD 1 TO WS-SESSION-CNT
               MOVE "SESSION HOURS"    TO WS-ENTRY-TYPE
               MOVE "NON-STANDARD SESSION TIMES" TO WS-NOTE
           END-IF.
           MOVE WS-C-OPEN(WS-C-PTR)  TO WS-HHMM.
           PERFORM 3400-EDIT-TIME.
           MOVE WS-TIME-DSP          TO WS-OPEN-DSP.
           MOVE WS-TIME-CSV          TO WS-OPEN-CSV.
           MOVE WS-C-CLOSE(WS-C-PTR) TO WS-HHMM.
           PERFORM 3400-EDIT-TIME.
           MOVE WS-TIME-DSP          TO WS-CLOSE-DSP.
           MOVE WS-TIME-CSV          TO WS-CLOSE-CSV.
           PERFORM 3300-WRITE-ENTRY.

      *---------- one published line, to the print and to the CSV
       3300-WRITE-ENTRY.
           MOVE SPACE TO WS-DATE-DSP.
           STRING WS-DAY-YYYY "-" WS-DAY-MM "-" WS-DAY-DD
                  DELIMITED BY SIZE
                  INTO WS-DATE-DSP
           END-STRING.
           MOVE SPACE TO PUB-RPT-LINE.
           MOVE WS-DATE-DSP          TO PUB-RPT-LINE(1:10).
           MOVE WS-DAY-NAME          TO PUB-RPT-LINE(13:3).
           MOVE WS-ENTRY-TYPE        TO PUB-RPT-LINE(18:16).
           MOVE WS-OPEN-DSP          TO PUB-RPT-LINE(36:7).
           MOVE WS-CLOSE-DSP         TO PUB-RPT-LINE(45:7).
           MOVE WS-NOTE              TO PUB-RPT-LINE(54:40).
           WRITE PUB-RPT-LINE.
           MOVE SPACE TO CSV-RPT-LINE.
           STRING WS-C-CAL-ID        DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DATE-DSP        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-DAY-NAME        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-ENTRY-TYPE      DELIMITED BY "  "
                  ","                DELIMITED BY SIZE
                  WS-OPEN-CSV        DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-CLOSE-CSV       DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-TZ-DSP          DELIMITED BY SIZE
                  INTO CSV-RPT-LINE
           END-STRING.
           WRITE CSV-RPT-LINE.

      *---------- HHMM as HH:MM; zero is the market's default time,
      *           left empty on the CSV
       3400-EDIT-TIME.
           MOVE SPACE TO WS-TIME-DSP WS-TIME-CSV.
           IF WS-HHMM = ZERO
               MOVE "DEFAULT" TO WS-TIME-DSP
           ELSE
               STRING WS-HHMM-HH ":" WS-HHMM-MM
                      DELIMITED BY SIZE
                      INTO WS-TIME-CSV
               END-STRING
               MOVE WS-TIME-CSV TO WS-TIME-DSP
           END-IF.
