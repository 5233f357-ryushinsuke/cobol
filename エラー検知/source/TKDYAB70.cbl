      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB70
      *  Program name   : Monthly wait-file late-delivery report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Grades every expected wait-file delivery in the month
      *  (WAITARVL rows by SYORI-YMD) once, by company, day and
      *  kidou: the arrival's own grade when a file came - a file
      *  after the cutoff overrides the earlier miss row - and
      *  missed when none did.  Per data provider it then prints
      *  deliveries expected, early or on time, late, after the
      *  cutoff, missed, the on-time share and the average and worst
      *  minutes late, worst on-time share first, followed by each
      *  delivery that came after the cutoff or never came.
      *  TKDYAB70PRM carries the month (YYYYMM, RC 8 when missing).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB70.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB70PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT WINDOW-MSTR    ASSIGN TO "WAITARPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS WA-KEY
                  FILE STATUS    IS WS-WA-STS.
           SELECT ARRIVAL-LOG    ASSIGN TO "WAITARVL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-WV-STS.
           SELECT LATE-RPT       ASSIGN TO "TKDYAB70RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-YM                      PIC  9(06).

       FD  WINDOW-MSTR.
           COPY WAITARPM.

       FD  ARRIVAL-LOG.
           COPY WAITARVL.

       FD  LATE-RPT.
       01  LATE-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-WA-STS                      PIC  X(02).
       01  WS-WV-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-YM                          PIC  9(06)  VALUE ZERO.
       01  WS-HIT-YM                      PIC  9(06).

      *---------- one outcome per company/day/kidou
       01  WS-D-MAX                       PIC  9(05)  VALUE ZERO.
       01  WS-D-IDX                       PIC  9(05).
       01  WS-D-TBL.
           05  WS-D-ENTRY                     OCCURS 9999
                                               INDEXED BY WS-D-IX.
               10  WS-D-RIYO-CMP-CD            PIC  X(04).
               10  WS-D-SYORI-YMD              PIC  9(08).
               10  WS-D-KIDOU-ID               PIC  X(04).
               10  WS-D-GYOMU-TASK-ID          PIC  X(07).
               10  WS-D-PROVIDER-CD            PIC  X(10).
      *---------- E/O/L/C as graded; P/M when no file came
               10  WS-D-OUTCOME                PIC  X(01).
               10  WS-D-ARRIVE-TIME            PIC  X(14).
               10  WS-D-LATE-MIN               PIC  9(05).
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.

      *---------- provider totals
       01  WS-P-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-P-IDX                       PIC  9(04).
       01  WS-P-TBL.
           05  WS-P-ENTRY                     OCCURS 500
                                               INDEXED BY WS-P-IX.
               10  WS-P-PROVIDER-CD            PIC  X(10).
               10  WS-P-PROVIDER-NAME          PIC  X(30).
               10  WS-P-EXPECTED               PIC  9(05).
               10  WS-P-ON-TIME                PIC  9(05).
               10  WS-P-LATE                   PIC  9(05).
               10  WS-P-AFTER-CUTOFF           PIC  9(05).
               10  WS-P-MISSED                 PIC  9(05).
               10  WS-P-LATE-MIN-SUM           PIC  9(09).
               10  WS-P-LATE-MIN-MAX           PIC  9(05).
               10  WS-P-PCT                    PIC  9(03)V9(01).
               10  WS-P-DONE-SW                PIC  X(01).
      *---------- provider 7000 looks for
       01  WS-FIND-PROVIDER-CD            PIC  X(10).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-MIN-IDX                     PIC  9(04).
       01  WS-LATE-CNT                    PIC  9(05).
       01  WS-AVG-MIN                     PIC  9(05).
       01  WS-CNT-DSP                     PIC  ZZZZ9.
       01  WS-PCT-DSP                     PIC  ZZ9.9.
       01  WS-MIN-DSP                     PIC  ZZZZ9.
       01  WS-OUTCOME-NAME                PIC  X(14).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-YM = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-PROVIDERS.
           PERFORM 3000-GRADE-MONTH.
           PERFORM 4000-TOTAL-PROVIDERS.
           OPEN OUTPUT LATE-RPT.
           PERFORM 5000-PRINT-PROVIDERS.
           PERFORM 6000-PRINT-EXCEPTIONS.
           CLOSE LATE-RPT.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-YM IS NUMERIC
                           MOVE PR-YM TO WS-YM
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      *---------- provider names; a provider on several company or
      *           kidou rows is listed once
       2000-LOAD-PROVIDERS.
           OPEN INPUT WINDOW-MSTR.
           IF WS-WA-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-WINDOW.
           PERFORM UNTIL WS-EOF
               IF WA-DEL-KBN = SPACE
                   MOVE WA-PROVIDER-CD TO WS-FIND-PROVIDER-CD
                   PERFORM 7000-FIND-PROVIDER
                   IF WS-FOUND
                       MOVE WA-PROVIDER-NAME
                         TO WS-P-PROVIDER-NAME(WS-P-IDX)
                   END-IF
               END-IF
               PERFORM 2100-READ-WINDOW
           END-PERFORM.
           CLOSE WINDOW-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-WINDOW.
           READ WINDOW-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-GRADE-MONTH.
           OPEN INPUT ARRIVAL-LOG.
           IF WS-WV-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-LOG.
           PERFORM UNTIL WS-EOF
               DIVIDE WV-SYORI-YMD BY 100 GIVING WS-HIT-YM
               IF WS-HIT-YM = WS-YM
                  AND WV-PROVIDER-CD NOT = SPACE
                   PERFORM 3200-GRADE-ONE
               END-IF
               PERFORM 3100-READ-LOG
           END-PERFORM.
           CLOSE ARRIVAL-LOG.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-LOG.
           READ ARRIVAL-LOG
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- an arrival row wins over the escalation rows; of
      *           the escalation rows, the miss wins over the page
       3200-GRADE-ONE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-D-IX FROM 1 BY 1
                   UNTIL WS-D-IX > WS-D-MAX
                      OR WS-FOUND
               IF WS-D-RIYO-CMP-CD(WS-D-IX) = WV-RIYO-CMP-CD
                  AND WS-D-SYORI-YMD(WS-D-IX) = WV-SYORI-YMD
                  AND WS-D-KIDOU-ID(WS-D-IX) = WV-KIDOU-ID
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-D-IDX TO WS-D-IX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-D-MAX >= 9999
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-D-MAX
               MOVE WS-D-MAX       TO WS-D-IDX
               MOVE WV-RIYO-CMP-CD TO WS-D-RIYO-CMP-CD(WS-D-IDX)
               MOVE WV-SYORI-YMD   TO WS-D-SYORI-YMD(WS-D-IDX)
               MOVE WV-KIDOU-ID    TO WS-D-KIDOU-ID(WS-D-IDX)
               MOVE SPACE          TO WS-D-OUTCOME(WS-D-IDX)
           END-IF.
           IF WS-D-OUTCOME(WS-D-IDX) = "E" OR "O" OR "L" OR "C"
               EXIT PARAGRAPH
           END-IF.
           IF WV-PAGED
              AND WS-D-OUTCOME(WS-D-IDX) = "M"
               EXIT PARAGRAPH
           END-IF.
           MOVE WV-GYOMU-TASK-ID TO WS-D-GYOMU-TASK-ID(WS-D-IDX).
           MOVE WV-PROVIDER-CD   TO WS-D-PROVIDER-CD(WS-D-IDX).
           MOVE WV-ARRIVE-KBN    TO WS-D-OUTCOME(WS-D-IDX).
           MOVE WV-LATE-MIN      TO WS-D-LATE-MIN(WS-D-IDX).
           IF WV-ARRIVAL
               MOVE WV-ARRIVE-TIME TO WS-D-ARRIVE-TIME(WS-D-IDX)
           ELSE
               MOVE SPACE          TO WS-D-ARRIVE-TIME(WS-D-IDX)
           END-IF.

      *---------- a page with no later file or miss row counts as a
      *           miss: the watcher stopped chasing before the cutoff
       4000-TOTAL-PROVIDERS.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-MAX
               MOVE WS-D-PROVIDER-CD(WS-D-IDX)
                 TO WS-FIND-PROVIDER-CD
               PERFORM 7000-FIND-PROVIDER
               IF WS-FOUND
                   ADD 1 TO WS-P-EXPECTED(WS-P-IDX)
                   EVALUATE WS-D-OUTCOME(WS-D-IDX)
                       WHEN "E"
                       WHEN "O"
                           ADD 1 TO WS-P-ON-TIME(WS-P-IDX)
                       WHEN "L"
                           ADD 1 TO WS-P-LATE(WS-P-IDX)
                       WHEN "C"
                           ADD 1 TO WS-P-AFTER-CUTOFF(WS-P-IDX)
                       WHEN OTHER
                           MOVE "M" TO WS-D-OUTCOME(WS-D-IDX)
                           ADD 1 TO WS-P-MISSED(WS-P-IDX)
                   END-EVALUATE
                   IF WS-D-OUTCOME(WS-D-IDX) = "L" OR "C"
                       ADD WS-D-LATE-MIN(WS-D-IDX)
                         TO WS-P-LATE-MIN-SUM(WS-P-IDX)
                       IF WS-D-LATE-MIN(WS-D-IDX)
                          > WS-P-LATE-MIN-MAX(WS-P-IDX)
                           MOVE WS-D-LATE-MIN(WS-D-IDX)
                             TO WS-P-LATE-MIN-MAX(WS-P-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-MAX
               MOVE ZERO TO WS-P-PCT(WS-P-IDX)
               IF WS-P-EXPECTED(WS-P-IDX) > ZERO
                   COMPUTE WS-P-PCT(WS-P-IDX) ROUNDED =
                       WS-P-ON-TIME(WS-P-IDX) * 100
                     / WS-P-EXPECTED(WS-P-IDX)
               END-IF
           END-PERFORM.

      *---------- worst on-time share first, by repeated minimum
      *           selection; providers with nothing due are skipped
       5000-PRINT-PROVIDERS.
           MOVE SPACE TO LATE-RPT-LINE.
           STRING "MONTHLY WAIT-FILE LATE-DELIVERY REPORT  "
                                    DELIMITED BY SIZE
                  WS-YM             DELIMITED BY SIZE
                  INTO LATE-RPT-LINE
           END-STRING.
           WRITE LATE-RPT-LINE.
           MOVE SPACE TO LATE-RPT-LINE.
           STRING "PROVIDER   NAME                           "
                                    DELIMITED BY SIZE
                  "  DUE ONTIME  LATE CUTOFF MISSED  %ONTM"
                                    DELIMITED BY SIZE
                  " AVG-LATE MAX-LATE"
                                    DELIMITED BY SIZE
                  INTO LATE-RPT-LINE
           END-STRING.
           WRITE LATE-RPT-LINE.
           IF WS-D-MAX = ZERO
               MOVE "  NO WAIT-FILE DELIVERIES LOGGED IN THE MONTH"
                 TO LATE-RPT-LINE
               WRITE LATE-RPT-LINE
           END-IF.
           PERFORM WS-P-MAX TIMES
               MOVE ZERO TO WS-MIN-IDX
               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-P-MAX
                   IF WS-P-DONE-SW(WS-P-IDX) = "N"
                       IF WS-MIN-IDX = ZERO
                          OR WS-P-PCT(WS-P-IDX)
                             < WS-P-PCT(WS-MIN-IDX)
                           MOVE WS-P-IDX TO WS-MIN-IDX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-P-DONE-SW(WS-MIN-IDX)
               IF WS-P-EXPECTED(WS-MIN-IDX) > ZERO
                   PERFORM 5100-PRINT-ONE-PROVIDER
               END-IF
           END-PERFORM.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO LATE-RPT-LINE
               STRING "  ** LOG ROWS NOT GRADED (TABLE FULL)="
                                    DELIMITED BY SIZE
                      WS-OVERFLOW-CNT DELIMITED BY SIZE
                      INTO LATE-RPT-LINE
               END-STRING
               WRITE LATE-RPT-LINE
           END-IF.

       5100-PRINT-ONE-PROVIDER.
           MOVE WS-MIN-IDX TO WS-P-IDX.
           MOVE SPACE TO LATE-RPT-LINE.
           MOVE WS-P-PROVIDER-CD(WS-P-IDX)   TO LATE-RPT-LINE(1:10).
           MOVE WS-P-PROVIDER-NAME(WS-P-IDX) TO LATE-RPT-LINE(12:30).
           MOVE WS-P-EXPECTED(WS-P-IDX)      TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                   TO LATE-RPT-LINE(43:5).
           MOVE WS-P-ON-TIME(WS-P-IDX)       TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                   TO LATE-RPT-LINE(50:5).
           MOVE WS-P-LATE(WS-P-IDX)          TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                   TO LATE-RPT-LINE(56:5).
           MOVE WS-P-AFTER-CUTOFF(WS-P-IDX)  TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                   TO LATE-RPT-LINE(63:5).
           MOVE WS-P-MISSED(WS-P-IDX)        TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                   TO LATE-RPT-LINE(70:5).
           MOVE WS-P-PCT(WS-P-IDX)           TO WS-PCT-DSP.
           MOVE WS-PCT-DSP                   TO LATE-RPT-LINE(77:5).
           COMPUTE WS-LATE-CNT =
               WS-P-LATE(WS-P-IDX) + WS-P-AFTER-CUTOFF(WS-P-IDX).
           MOVE ZERO TO WS-AVG-MIN.
           IF WS-LATE-CNT > ZERO
               COMPUTE WS-AVG-MIN ROUNDED =
                   WS-P-LATE-MIN-SUM(WS-P-IDX) / WS-LATE-CNT
           END-IF.
           MOVE WS-AVG-MIN                   TO WS-MIN-DSP.
           MOVE WS-MIN-DSP                   TO LATE-RPT-LINE(86:5).
           MOVE WS-P-LATE-MIN-MAX(WS-P-IDX)  TO WS-MIN-DSP.
           MOVE WS-MIN-DSP                   TO LATE-RPT-LINE(95:5).
           WRITE LATE-RPT-LINE.

       6000-PRINT-EXCEPTIONS.
           MOVE SPACE TO LATE-RPT-LINE.
           WRITE LATE-RPT-LINE.
           MOVE "DELIVERIES AFTER THE CUTOFF OR MISSED"
             TO LATE-RPT-LINE.
           WRITE LATE-RPT-LINE.
           MOVE SPACE TO LATE-RPT-LINE.
           STRING "PROVIDER   CMP  SYORI-YMD KIDOU TASK    "
                                    DELIMITED BY SIZE
                  "OUTCOME        ARRIVED         MIN-LATE"
                                    DELIMITED BY SIZE
                  INTO LATE-RPT-LINE
           END-STRING.
           WRITE LATE-RPT-LINE.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-MAX
               IF WS-D-OUTCOME(WS-D-IDX) = "C" OR "M"
                   PERFORM 6100-PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM.

       6100-PRINT-ONE-EXCEPTION.
           IF WS-D-OUTCOME(WS-D-IDX) = "C"
               MOVE "AFTER CUTOFF"  TO WS-OUTCOME-NAME
           ELSE
               MOVE "NO FILE"       TO WS-OUTCOME-NAME
           END-IF.
           MOVE SPACE TO LATE-RPT-LINE.
           MOVE WS-D-PROVIDER-CD(WS-D-IDX)   TO LATE-RPT-LINE(1:10).
           MOVE WS-D-RIYO-CMP-CD(WS-D-IDX)   TO LATE-RPT-LINE(12:4).
           MOVE WS-D-SYORI-YMD(WS-D-IDX)     TO LATE-RPT-LINE(17:8).
           MOVE WS-D-KIDOU-ID(WS-D-IDX)      TO LATE-RPT-LINE(27:4).
           MOVE WS-D-GYOMU-TASK-ID(WS-D-IDX) TO LATE-RPT-LINE(33:7).
           MOVE WS-OUTCOME-NAME              TO LATE-RPT-LINE(41:14).
           MOVE WS-D-ARRIVE-TIME(WS-D-IDX)   TO LATE-RPT-LINE(56:14).
           IF WS-D-OUTCOME(WS-D-IDX) = "C"
               MOVE WS-D-LATE-MIN(WS-D-IDX)  TO WS-MIN-DSP
               MOVE WS-MIN-DSP               TO LATE-RPT-LINE(75:5)
           END-IF.
           WRITE LATE-RPT-LINE.

      *---------- WS-FIND-PROVIDER-CD to WS-P-IDX, adding it when new
       7000-FIND-PROVIDER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX > WS-P-MAX
                      OR WS-FOUND
               IF WS-P-PROVIDER-CD(WS-P-IX) = WS-FIND-PROVIDER-CD
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-P-IDX TO WS-P-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND OR WS-P-MAX >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-P-MAX.
           MOVE WS-P-MAX       TO WS-P-IDX.
           INITIALIZE WS-P-ENTRY(WS-P-IDX).
           MOVE WS-FIND-PROVIDER-CD
                               TO WS-P-PROVIDER-CD(WS-P-IDX).
           MOVE "(NOT ON WAITARPM)" TO WS-P-PROVIDER-NAME(WS-P-IDX).
           MOVE "N"            TO WS-P-DONE-SW(WS-P-IDX).
           MOVE "Y"            TO WS-FOUND-SW.
