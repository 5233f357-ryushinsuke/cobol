      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Program ID     : WOQAB14
      *  Program name   : Daily circuit-breaker open-time report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Walks the WOQAB12 breaker state-change log and works out,
      *  for one day (WOQAB14PRM, default yesterday), how long each
      *  queue's breaker was not closed - open or on trial - from
      *  the time of each change to the next.  A breaker still not
      *  closed at the end of the log counts up to now, or to the
      *  end of the day when the day is over.  Queues are reported
      *  longest open first, with the day's trips and closes and the
      *  state the breaker was last left in.  RC 4 when any queue
      *  spent time open on the day.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "WOQAB14PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CHANGE-LOG     ASSIGN TO "WOQAB12CBL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CL-STS.
           SELECT OPEN-RPT-FILE  ASSIGN TO "WOQAB14RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-REPORT-YMD              PIC  9(08).

       FD  CHANGE-LOG.
           COPY WOQCBLOG.

       FD  OPEN-RPT-FILE.
       01  OPEN-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-CL-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-REPORT-YMD                  PIC  9(08)  VALUE ZERO.

      *---------- minute numbers: INTEGER-OF-DATE * 1440 + HH * 60
      *           + MM, as WOQAB09 counts them
       01  WS-NOW-INT                     PIC  S9(09) COMP-3.
       01  WS-ROW-INT                     PIC  S9(09) COMP-3.
       01  WS-DAY-FROM-INT                PIC  S9(09) COMP-3.
       01  WS-DAY-TO-INT                  PIC  S9(09) COMP-3.
       01  WS-SPAN-FROM-INT               PIC  S9(09) COMP-3.
       01  WS-SPAN-TO-INT                 PIC  S9(09) COMP-3.
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).

      *---------- per-queue open time, ranked before printing
       01  WS-Q-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-Q-IDX                       PIC  9(03).
       01  WS-Q-JDX                       PIC  9(03).
       01  WS-Q-TBL.
           05  WS-Q-ENTRY  OCCURS 500.
               10  WS-Q-GETQ-NAME         PIC  X(16).
               10  WS-Q-STATE             PIC  X(01).
               10  WS-Q-LAST-INT          PIC  S9(09) COMP-3.
               10  WS-Q-LAST-TIME         PIC  X(14).
               10  WS-Q-OPEN-MIN          PIC  9(05).
               10  WS-Q-TRIPS             PIC  9(05).
               10  WS-Q-CLOSES            PIC  9(05).
       01  WS-Q-HOLD                      PIC  X(51).
       01  WS-SWAP-SW                     PIC  X(01).

       01  WS-DAY-OPEN-MIN                PIC  9(07)  VALUE ZERO.
       01  WS-DAY-TRIPS                   PIC  9(05)  VALUE ZERO.
       01  WS-MIN-DSP                     PIC  Z(04)9.
       01  WS-HHMM-DSP.
           05  WS-HHMM-HH                 PIC  Z9.
           05  FILLER                     PIC  X(01)  VALUE ":".
           05  WS-HHMM-MM                 PIC  99.
       01  WS-CNT-DSP                     PIC  Z(04)9.
       01  WS-RANK-DSP                    PIC  ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-NOW-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-NOW-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-NOW-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
           PERFORM 1000-READ-PARAM.
           COMPUTE WS-DAY-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-YMD) * 1440.
           COMPUTE WS-DAY-TO-INT = WS-DAY-FROM-INT + 1440.

           OPEN INPUT CHANGE-LOG.
           IF WS-CL-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ CHANGE-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-APPLY-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG
           END-IF.
           PERFORM 3000-CLOSE-OUT-OPEN.
           PERFORM 4000-SORT-BY-OPEN-TIME.

           OPEN OUTPUT OPEN-RPT-FILE.
           PERFORM 5000-PRINT-REPORT.
           CLOSE OPEN-RPT-FILE.
           IF WS-DAY-OPEN-MIN > ZERO
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
                       IF PR-REPORT-YMD IS NUMERIC
                           MOVE PR-REPORT-YMD TO WS-REPORT-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-REPORT-YMD = ZERO
               COMPUTE WS-REPORT-YMD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) - 1)
           END-IF.

      *---------- the span since the queue's previous change was
      *           spent in that change's to-state; if that was not
      *           closed, its overlap with the day counts as open
       2000-APPLY-CHANGE.
           IF CL-CHANGE-TIME(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CL-CHANGE-TIME(1:8)  TO WS-T-YMD.
           MOVE CL-CHANGE-TIME(9:2)  TO WS-T-HH.
           MOVE CL-CHANGE-TIME(11:2) TO WS-T-MM.
           COMPUTE WS-ROW-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT
               IF WS-Q-GETQ-NAME(WS-Q-IDX) = CL-GETQ-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Q-IDX > WS-Q-CNT
               IF WS-Q-CNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Q-CNT
               MOVE CL-GETQ-NAME TO WS-Q-GETQ-NAME(WS-Q-IDX)
               MOVE "C"          TO WS-Q-STATE(WS-Q-IDX)
               MOVE ZERO         TO WS-Q-LAST-INT(WS-Q-IDX)
                                    WS-Q-OPEN-MIN(WS-Q-IDX)
                                    WS-Q-TRIPS(WS-Q-IDX)
                                    WS-Q-CLOSES(WS-Q-IDX)
           END-IF.
           IF WS-Q-STATE(WS-Q-IDX) NOT = "C"
               MOVE WS-Q-LAST-INT(WS-Q-IDX) TO WS-SPAN-FROM-INT
               MOVE WS-ROW-INT              TO WS-SPAN-TO-INT
               PERFORM 2100-ADD-OPEN-SPAN
           END-IF.
           MOVE CL-TO-STATE    TO WS-Q-STATE(WS-Q-IDX).
           MOVE WS-ROW-INT     TO WS-Q-LAST-INT(WS-Q-IDX).
           MOVE CL-CHANGE-TIME TO WS-Q-LAST-TIME(WS-Q-IDX).
           IF CL-CHANGE-TIME(1:8) = WS-REPORT-YMD
               IF CL-FROM-STATE = "C"
                   ADD 1 TO WS-Q-TRIPS(WS-Q-IDX)
                   ADD 1 TO WS-DAY-TRIPS
               END-IF
               IF CL-TO-STATE = "C"
                   ADD 1 TO WS-Q-CLOSES(WS-Q-IDX)
               END-IF
           END-IF.

       2100-ADD-OPEN-SPAN.
           IF WS-SPAN-FROM-INT < WS-DAY-FROM-INT
               MOVE WS-DAY-FROM-INT TO WS-SPAN-FROM-INT
           END-IF.
           IF WS-SPAN-TO-INT > WS-DAY-TO-INT
               MOVE WS-DAY-TO-INT TO WS-SPAN-TO-INT
           END-IF.
           IF WS-SPAN-TO-INT > WS-SPAN-FROM-INT
               COMPUTE WS-Q-OPEN-MIN(WS-Q-IDX) =
                   WS-Q-OPEN-MIN(WS-Q-IDX)
                   + WS-SPAN-TO-INT - WS-SPAN-FROM-INT
               COMPUTE WS-DAY-OPEN-MIN =
                   WS-DAY-OPEN-MIN
                   + WS-SPAN-TO-INT - WS-SPAN-FROM-INT
           END-IF.

      *---------- a breaker the log leaves not closed is still open
      *           now; the day's end caps it
       3000-CLOSE-OUT-OPEN.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT
               IF WS-Q-STATE(WS-Q-IDX) NOT = "C"
                   MOVE WS-Q-LAST-INT(WS-Q-IDX) TO WS-SPAN-FROM-INT
                   MOVE WS-NOW-INT              TO WS-SPAN-TO-INT
                   PERFORM 2100-ADD-OPEN-SPAN
               END-IF
           END-PERFORM.

       4000-SORT-BY-OPEN-TIME.
           MOVE "Y" TO WS-SWAP-SW.
           PERFORM UNTIL WS-SWAP-SW = "N"
               MOVE "N" TO WS-SWAP-SW
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX >= WS-Q-CNT
                   COMPUTE WS-Q-JDX = WS-Q-IDX + 1
                   IF WS-Q-OPEN-MIN(WS-Q-JDX) > WS-Q-OPEN-MIN(WS-Q-IDX)
                       MOVE WS-Q-ENTRY(WS-Q-IDX) TO WS-Q-HOLD
                       MOVE WS-Q-ENTRY(WS-Q-JDX)
                         TO WS-Q-ENTRY(WS-Q-IDX)
                       MOVE WS-Q-HOLD TO WS-Q-ENTRY(WS-Q-JDX)
                       MOVE "Y" TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------- only queues that were open on the day, tripped on
      *           it, or are open now are listed
       5000-PRINT-REPORT.
           MOVE SPACE TO OPEN-RPT-LINE.
           STRING "WOQAB14  CIRCUIT-BREAKER OPEN TIME BY QUEUE  DAY "
                                     DELIMITED BY SIZE
                  WS-REPORT-YMD      DELIMITED BY SIZE
                  INTO OPEN-RPT-LINE
           END-STRING.
           WRITE OPEN-RPT-LINE.
           MOVE SPACE TO OPEN-RPT-LINE.
           WRITE OPEN-RPT-LINE.
           MOVE SPACE TO OPEN-RPT-LINE.
           MOVE "RANK"             TO OPEN-RPT-LINE(1:4).
           MOVE "QUEUE"            TO OPEN-RPT-LINE(7:5).
           MOVE "MIN OPEN"         TO OPEN-RPT-LINE(25:8).
           MOVE "HH:MM"            TO OPEN-RPT-LINE(35:5).
           MOVE "TRIPS"            TO OPEN-RPT-LINE(43:5).
           MOVE "CLOSES"           TO OPEN-RPT-LINE(50:6).
           MOVE "STATE"            TO OPEN-RPT-LINE(58:5).
           MOVE "LAST CHANGE"      TO OPEN-RPT-LINE(66:11).
           WRITE OPEN-RPT-LINE.
           MOVE ZERO TO WS-Q-JDX.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT
               IF WS-Q-OPEN-MIN(WS-Q-IDX) > ZERO
                  OR WS-Q-TRIPS(WS-Q-IDX) > ZERO
                  OR WS-Q-STATE(WS-Q-IDX) NOT = "C"
                   ADD 1 TO WS-Q-JDX
                   PERFORM 5100-PRINT-QUEUE
               END-IF
           END-PERFORM.
           IF WS-Q-JDX = ZERO
               MOVE "  NO BREAKER OPEN ON THE DAY" TO OPEN-RPT-LINE
               WRITE OPEN-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO OPEN-RPT-LINE.
           MOVE WS-DAY-OPEN-MIN TO WS-MIN-DSP.
           STRING "TOTAL QUEUE-MINUTES OPEN " DELIMITED BY SIZE
                  WS-MIN-DSP                  DELIMITED BY SIZE
                  INTO OPEN-RPT-LINE
           END-STRING.
           MOVE WS-DAY-TRIPS TO WS-CNT-DSP.
           STRING "TRIPS "   DELIMITED BY SIZE
                  WS-CNT-DSP DELIMITED BY SIZE
                  INTO OPEN-RPT-LINE(40:20)
           END-STRING.
           WRITE OPEN-RPT-LINE.

       5100-PRINT-QUEUE.
           MOVE SPACE TO OPEN-RPT-LINE.
           MOVE WS-Q-JDX                  TO WS-RANK-DSP.
           MOVE WS-RANK-DSP               TO OPEN-RPT-LINE(2:3).
           MOVE WS-Q-GETQ-NAME(WS-Q-IDX)  TO OPEN-RPT-LINE(7:16).
           MOVE WS-Q-OPEN-MIN(WS-Q-IDX)   TO WS-MIN-DSP.
           MOVE WS-MIN-DSP                TO OPEN-RPT-LINE(28:5).
           DIVIDE WS-Q-OPEN-MIN(WS-Q-IDX) BY 60
               GIVING WS-HHMM-HH REMAINDER WS-HHMM-MM.
           MOVE WS-HHMM-DSP               TO OPEN-RPT-LINE(35:5).
           MOVE WS-Q-TRIPS(WS-Q-IDX)      TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                TO OPEN-RPT-LINE(43:5).
           MOVE WS-Q-CLOSES(WS-Q-IDX)     TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                TO OPEN-RPT-LINE(51:5).
           EVALUATE WS-Q-STATE(WS-Q-IDX)
               WHEN "O"
                   MOVE "OPEN"            TO OPEN-RPT-LINE(58:6)
               WHEN "T"
                   MOVE "TRIAL"           TO OPEN-RPT-LINE(58:6)
               WHEN OTHER
                   MOVE "CLOSED"          TO OPEN-RPT-LINE(58:6)
           END-EVALUATE.
           MOVE WS-Q-LAST-TIME(WS-Q-IDX)  TO OPEN-RPT-LINE(66:14).
           WRITE OPEN-RPT-LINE.
