      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB90
      *  Program name   : Job-scheduler run reconciliation
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *  20261015   SCS                A run whose kidou belongs to a
      *                                SVCCATPM business service is
      *                                queued at the service tier's
      *                                priority (CZCOAB20)
      *
      *  Matches the corporate job scheduler's run history for the
      *  parameter day (TKDYAB90SCH, one SCHRUN row per run) against
      *  the runs on the TKDYAA31 extract for the same day - a row
      *  with a JIKOU-START-TIME, not deleted - by company and
      *  kidou.  Where a kidou ran more than once, each scheduler
      *  run pairs with our unpaired run of the nearest start.
      *  Every run is classed:
      *    A  agreed
      *    S  status mismatch - our JIKOU-STS "000" is ended OK,
      *       "RUN" or blank is running, anything else failed,
      *       compared with the scheduler's S/R/A
      *    T  start or end differs by more than the tolerance
      *    O  the scheduler ran it, we show no run
      *    C  we show a run the scheduler never started
      *  Each S/T/O/C run is raised on the operator work queue
      *  (source TKDYAB90SCH) once - a rerun for the same day does
      *  not queue it again.  The tolerance is minutes, zero = 5;
      *  the day defaults to yesterday.  RC 8 when the day is not a
      *  date, RC 4 when any run is out of agreement.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB90.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB90PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT SCHED-FILE     ASSIGN TO "TKDYAB90SCH"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SCH-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT RECON-RPT      ASSIGN TO "TKDYAB90RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- zero = yesterday
           05  PR-SYORI-YMD               PIC  9(08).
      *---------- start/end tolerance in minutes, zero = 5
           05  PR-TOL-MIN                 PIC  9(03).

       FD  SCHED-FILE.
           COPY SCHRUN.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  RECON-RPT.
       01  RECON-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SCH-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-TOL-MIN                     PIC  9(03)  VALUE 5.
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- our runs of the day
       01  WS-O-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-O-TBL.
           05  WS-O-ENTRY  OCCURS 5000.
               10  WS-O-RIYO-CMP-CD       PIC  X(04).
               10  WS-O-KIDOU-ID          PIC  X(04).
               10  WS-O-GYOMU-TASK-ID     PIC  X(07).
               10  WS-O-JIKOU-STS         PIC  X(03).
               10  WS-O-RUN-STS           PIC  X(01).
               10  WS-O-START-TIME        PIC  X(14).
               10  WS-O-END-TIME          PIC  X(14).
               10  WS-O-PAIRED-SW         PIC  X(01).
       01  WS-O-IDX                       PIC  9(04).
       01  WS-O-FULL-SW                   PIC  X(01)  VALUE "N".
       01  WS-BEST-IDX                    PIC  9(04).
       01  WS-BEST-GAP                    PIC  9(09).

      *---------- the run in hand and its class
       01  WS-CLS-KBN                     PIC  X(01).
       01  WS-CLS-NAME                    PIC  X(16).
       01  WS-CUR-RIYO-CMP-CD             PIC  X(04).
       01  WS-CUR-KIDOU-ID                PIC  X(04).
       01  WS-CUR-OUR-STS                 PIC  X(01).
       01  WS-CUR-OUR-START               PIC  X(14).
       01  WS-CUR-OUR-END                 PIC  X(14).
       01  WS-CUR-SCH-STS                 PIC  X(01).
       01  WS-CUR-SCH-START               PIC  X(14).
       01  WS-CUR-SCH-END                 PIC  X(14).
       01  WS-GAP-MIN                     PIC  9(09).
       01  WS-A-STAMP                     PIC  X(14).
       01  WS-B-STAMP                     PIC  X(14).
       01  WS-T-STAMP                     PIC  X(14).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).
       01  WS-T-INT                       PIC  S9(09) COMP-3.
       01  WS-A-INT                       PIC  S9(09) COMP-3.

      *---------- queue items this reconciliation already raised,
      *           by the fixed head of their text
       01  WS-Q-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-Q-TBL.
           05  WS-Q-HEAD  OCCURS 5000     PIC  X(48).
       01  WS-Q-IDX                       PIC  9(04).
       01  WS-Q-FOUND-SW                  PIC  X(01).
           88  WS-Q-FOUND                 VALUE "Y".
       01  WS-QUEUE-HEAD.
           05  FILLER                     PIC  X(07)  VALUE "SCHRCN ".
           05  WS-QH-CLS-KBN              PIC  X(01).
           05  FILLER                     PIC  X(01)  VALUE " ".
           05  WS-QH-RIYO-CMP-CD          PIC  X(04).
           05  FILLER                     PIC  X(01)  VALUE "/".
           05  WS-QH-KIDOU-ID             PIC  X(04).
           05  FILLER                     PIC  X(01)  VALUE " ".
           05  WS-QH-SYORI-YMD            PIC  9(08).
           05  FILLER                     PIC  X(01)  VALUE " ".
           05  WS-QH-START-TIME           PIC  X(14).
           05  FILLER                     PIC  X(06)  VALUE SPACE.
       01  WS-NEXT-SEQ                    PIC  9(07)  VALUE ZERO.

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

       01  WS-SCH-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-A-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-S-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-T-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-MISS-OURS-CNT               PIC  9(07)  VALUE ZERO.
       01  WS-MISS-SCH-CNT                PIC  9(07)  VALUE ZERO.
       01  WS-QUEUED-CNT                  PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SYORI-YMD) NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-OUR-RUNS.
           PERFORM 4500-OPEN-WORKQ.

           OPEN OUTPUT RECON-RPT.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "TKDYAB90  JOB-SCHEDULER RECONCILIATION  DAY "
                                  DELIMITED BY SIZE
                  WS-SYORI-YMD    DELIMITED BY SIZE
                  "  TOLERANCE "  DELIMITED BY SIZE
                  WS-TOL-MIN      DELIMITED BY SIZE
                  " MIN"          DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           MOVE "CLASS"          TO RECON-RPT-LINE(1:5).
           MOVE "CMP"            TO RECON-RPT-LINE(18:3).
           MOVE "KIDO"           TO RECON-RPT-LINE(23:4).
           MOVE "OUR START"      TO RECON-RPT-LINE(28:9).
           MOVE "OUR END"        TO RECON-RPT-LINE(43:7).
           MOVE "S"              TO RECON-RPT-LINE(58:1).
           MOVE "SCHED START"    TO RECON-RPT-LINE(60:11).
           MOVE "SCHED END"      TO RECON-RPT-LINE(75:9).
           MOVE "S"              TO RECON-RPT-LINE(90:1).
           WRITE RECON-RPT-LINE.

           PERFORM 3000-MATCH-SCHEDULER.
           PERFORM 3500-OURS-NOT-SCHEDULED.

           MOVE SPACE TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "SCHEDULER RUNS="   DELIMITED BY SIZE
                  WS-SCH-CNT          DELIMITED BY SIZE
                  " OUR RUNS="        DELIMITED BY SIZE
                  WS-O-CNT            DELIMITED BY SIZE
                  " AGREED="          DELIMITED BY SIZE
                  WS-A-CNT            DELIMITED BY SIZE
                  " STATUS="          DELIMITED BY SIZE
                  WS-S-CNT            DELIMITED BY SIZE
                  " TIME="            DELIMITED BY SIZE
                  WS-T-CNT            DELIMITED BY SIZE
                  " MISSING OURS="    DELIMITED BY SIZE
                  WS-MISS-OURS-CNT    DELIMITED BY SIZE
                  " MISSING SCHED="   DELIMITED BY SIZE
                  WS-MISS-SCH-CNT     DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "QUEUED="           DELIMITED BY SIZE
                  WS-QUEUED-CNT       DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           IF WS-O-FULL-SW = "Y"
               MOVE "OUR RUN TABLE FULL AT 5000 - LATER RUNS NOT COMPARE
      -             "D" TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.
           CLOSE RECON-RPT WORKQ-FILE.
           IF WS-S-CNT > ZERO OR WS-T-CNT > ZERO
              OR WS-MISS-OURS-CNT > ZERO OR WS-MISS-SCH-CNT > ZERO
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
                       IF PR-SYORI-YMD IS NUMERIC
                           MOVE PR-SYORI-YMD TO WS-SYORI-YMD
                       END-IF
                       IF PR-TOL-MIN IS NUMERIC
                          AND PR-TOL-MIN > ZERO
                           MOVE PR-TOL-MIN TO WS-TOL-MIN
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-SYORI-YMD = ZERO
               MOVE WS-NOW-STAMP(1:8) TO WS-T-YMD
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-T-YMD) - 1
               COMPUTE WS-SYORI-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
           END-IF.

       2000-LOAD-OUR-RUNS.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SYORI-YMD TO WS-ROW-YMD
                       IF WS-ROW-YMD = WS-SYORI-YMD
                          AND DEL-KBN = SPACE
                          AND JIKOU-START-TIME NOT = SPACE
                           PERFORM 2100-KEEP-OUR-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.

       2100-KEEP-OUR-RUN.
           IF WS-O-CNT >= 5000
               MOVE "Y" TO WS-O-FULL-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-O-CNT.
           MOVE RIYO-CMP-CD      TO WS-O-RIYO-CMP-CD(WS-O-CNT).
           MOVE KIDOU-ID         TO WS-O-KIDOU-ID(WS-O-CNT).
           MOVE GYOMU-TASK-ID    TO WS-O-GYOMU-TASK-ID(WS-O-CNT).
           MOVE JIKOU-STS        TO WS-O-JIKOU-STS(WS-O-CNT).
           MOVE JIKOU-START-TIME TO WS-O-START-TIME(WS-O-CNT).
           MOVE JIKOU-END-TIME   TO WS-O-END-TIME(WS-O-CNT).
           MOVE "N"              TO WS-O-PAIRED-SW(WS-O-CNT).
           EVALUATE TRUE
               WHEN JIKOU-STS = "000"
                   MOVE "S" TO WS-O-RUN-STS(WS-O-CNT)
               WHEN JIKOU-STS = "RUN" OR JIKOU-STS = SPACE
                   MOVE "R" TO WS-O-RUN-STS(WS-O-CNT)
               WHEN OTHER
                   MOVE "A" TO WS-O-RUN-STS(WS-O-CNT)
           END-EVALUATE.

       3000-MATCH-SCHEDULER.
           OPEN INPUT SCHED-FILE.
           IF WS-SCH-STS NOT = "00"
               MOVE "NO RUN HISTORY FROM THE JOB SCHEDULER"
                 TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SCHED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SR-SYORI-YMD = WS-SYORI-YMD
                           ADD 1 TO WS-SCH-CNT
                           PERFORM 3100-MATCH-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.

      *---------- our unpaired run of the same company and kidou
      *           whose start is nearest the scheduler's
       3100-MATCH-ONE.
           MOVE ZERO TO WS-BEST-IDX.
           MOVE 999999999 TO WS-BEST-GAP.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               IF WS-O-PAIRED-SW(WS-O-IDX) = "N"
                  AND WS-O-RIYO-CMP-CD(WS-O-IDX) = SR-RIYO-CMP-CD
                  AND WS-O-KIDOU-ID(WS-O-IDX) = SR-KIDOU-ID
                   MOVE WS-O-START-TIME(WS-O-IDX) TO WS-A-STAMP
                   MOVE SR-START-TIME             TO WS-B-STAMP
                   PERFORM 8000-GAP-MINUTES
                   IF WS-BEST-IDX = ZERO
                      OR WS-GAP-MIN < WS-BEST-GAP
                       MOVE WS-GAP-MIN TO WS-BEST-GAP
                       MOVE WS-O-IDX   TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SR-RIYO-CMP-CD TO WS-CUR-RIYO-CMP-CD.
           MOVE SR-KIDOU-ID    TO WS-CUR-KIDOU-ID.
           MOVE SR-RUN-STS     TO WS-CUR-SCH-STS.
           MOVE SR-START-TIME  TO WS-CUR-SCH-START.
           MOVE SR-END-TIME    TO WS-CUR-SCH-END.
           IF WS-BEST-IDX = ZERO
               MOVE SPACE TO WS-CUR-OUR-STS WS-CUR-OUR-START
                             WS-CUR-OUR-END
               MOVE "O"   TO WS-CLS-KBN
               PERFORM 5000-RECORD-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-O-PAIRED-SW(WS-BEST-IDX).
           MOVE WS-O-RUN-STS(WS-BEST-IDX)    TO WS-CUR-OUR-STS.
           MOVE WS-O-START-TIME(WS-BEST-IDX) TO WS-CUR-OUR-START.
           MOVE WS-O-END-TIME(WS-BEST-IDX)   TO WS-CUR-OUR-END.
           MOVE "A" TO WS-CLS-KBN.
           IF WS-CUR-OUR-STS NOT = WS-CUR-SCH-STS
               MOVE "S" TO WS-CLS-KBN
           ELSE
               IF WS-BEST-GAP > WS-TOL-MIN
                   MOVE "T" TO WS-CLS-KBN
               END-IF
               IF WS-CUR-OUR-END NOT = SPACE
                  AND WS-CUR-SCH-END NOT = SPACE
                   MOVE WS-CUR-OUR-END TO WS-A-STAMP
                   MOVE WS-CUR-SCH-END TO WS-B-STAMP
                   PERFORM 8000-GAP-MINUTES
                   IF WS-GAP-MIN > WS-TOL-MIN
                       MOVE "T" TO WS-CLS-KBN
                   END-IF
               END-IF
           END-IF.
           PERFORM 5000-RECORD-RESULT.

       3500-OURS-NOT-SCHEDULED.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               IF WS-O-PAIRED-SW(WS-O-IDX) = "N"
                   MOVE WS-O-RIYO-CMP-CD(WS-O-IDX)
                     TO WS-CUR-RIYO-CMP-CD
                   MOVE WS-O-KIDOU-ID(WS-O-IDX)   TO WS-CUR-KIDOU-ID
                   MOVE WS-O-RUN-STS(WS-O-IDX)    TO WS-CUR-OUR-STS
                   MOVE WS-O-START-TIME(WS-O-IDX) TO WS-CUR-OUR-START
                   MOVE WS-O-END-TIME(WS-O-IDX)   TO WS-CUR-OUR-END
                   MOVE SPACE TO WS-CUR-SCH-STS WS-CUR-SCH-START
                                 WS-CUR-SCH-END
                   MOVE "C"   TO WS-CLS-KBN
                   PERFORM 5000-RECORD-RESULT
               END-IF
           END-PERFORM.

       4500-OPEN-WORKQ.
           OPEN I-O WORKQ-FILE.
           IF WS-WQ-STS = "05" OR WS-WQ-STS = "35"
               OPEN OUTPUT WORKQ-FILE
               CLOSE WORKQ-FILE
               OPEN I-O WORKQ-FILE
           END-IF.
           PERFORM 4600-FIND-NEXT-SEQ.

      *---------- numbering continues from the queue's highest
      *           WQ-SEQ, the TKDYAB22 convention; this program's
      *           earlier items are remembered so none is raised twice
       4600-FIND-NEXT-SEQ.
           MOVE "N"  TO WS-EOF-SW.
           MOVE ZERO TO WQ-SEQ.
           START WORKQ-FILE KEY IS NOT LESS THAN WQ-SEQ
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ WORKQ-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF WS-WQ-STS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   IF WQ-SEQ > WS-NEXT-SEQ
                       MOVE WQ-SEQ TO WS-NEXT-SEQ
                   END-IF
                   IF WQ-SOURCE = "TKDYAB90SCH"
                      AND WQ-TEXT(1:7) = "SCHRCN "
                      AND WS-Q-CNT < 5000
                       ADD 1 TO WS-Q-CNT
                       MOVE WQ-TEXT(1:48) TO WS-Q-HEAD(WS-Q-CNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       5000-RECORD-RESULT.
           EVALUATE WS-CLS-KBN
               WHEN "A"
                   MOVE "AGREED"           TO WS-CLS-NAME
                   ADD 1 TO WS-A-CNT
               WHEN "S"
                   MOVE "STATUS MISMATCH"  TO WS-CLS-NAME
                   ADD 1 TO WS-S-CNT
               WHEN "T"
                   MOVE "TIME MISMATCH"    TO WS-CLS-NAME
                   ADD 1 TO WS-T-CNT
               WHEN "O"
                   MOVE "MISSING OURS"     TO WS-CLS-NAME
                   ADD 1 TO WS-MISS-OURS-CNT
               WHEN "C"
                   MOVE "MISSING SCHED"    TO WS-CLS-NAME
                   ADD 1 TO WS-MISS-SCH-CNT
           END-EVALUATE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING WS-CLS-NAME          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-RIYO-CMP-CD   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-KIDOU-ID      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-OUR-START     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-OUR-END       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-OUR-STS       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-SCH-START     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-SCH-END       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-CUR-SCH-STS       DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           IF WS-CLS-KBN NOT = "A"
               PERFORM 5100-QUEUE-ONE
           END-IF.

      *---------- the head names the run by our start, or the
      *           scheduler's when we have none
       5100-QUEUE-ONE.
           MOVE WS-CLS-KBN         TO WS-QH-CLS-KBN.
           MOVE WS-CUR-RIYO-CMP-CD TO WS-QH-RIYO-CMP-CD.
           MOVE WS-CUR-KIDOU-ID    TO WS-QH-KIDOU-ID.
           MOVE WS-SYORI-YMD       TO WS-QH-SYORI-YMD.
           IF WS-CUR-OUR-START NOT = SPACE
               MOVE WS-CUR-OUR-START TO WS-QH-START-TIME
           ELSE
               MOVE WS-CUR-SCH-START TO WS-QH-START-TIME
           END-IF.
           MOVE "N" TO WS-Q-FOUND-SW.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT OR WS-Q-FOUND
               IF WS-Q-HEAD(WS-Q-IDX) = WS-QUEUE-HEAD
                   SET WS-Q-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-Q-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-QUEUED-CNT.
           MOVE WS-NEXT-SEQ    TO WQ-SEQ.
           MOVE "TKDYAB90SCH"  TO WQ-SOURCE.
           MOVE 2              TO WQ-PRIORITY.
           MOVE WS-CUR-RIYO-CMP-CD TO SVL-RIYO-CMP-CD.
           MOVE WS-CUR-KIDOU-ID    TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           IF SVL-FOUND-IND = "Y"
               MOVE SVL-WQ-PRIORITY TO WQ-PRIORITY
           END-IF.
           MOVE "N"            TO WQ-STATUS.
           MOVE SPACE          TO WQ-TEXT.
           STRING WS-QUEUE-HEAD         DELIMITED BY SIZE
                  WS-CLS-NAME           DELIMITED BY SIZE
                  " OURS "              DELIMITED BY SIZE
                  WS-CUR-OUR-STS        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CUR-OUR-END        DELIMITED BY SIZE
                  " SCHED "             DELIMITED BY SIZE
                  WS-CUR-SCH-STS        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CUR-SCH-START      DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-CUR-SCH-END        DELIMITED BY SIZE
                  INTO WQ-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP   TO WQ-CREATE-TIME.
           MOVE WS-NOW-STAMP   TO WQ-UPDATE-TIME.
           MOVE SPACE          TO WQ-OPR-SID.
           MOVE WS-CUR-RIYO-CMP-CD TO WQ-RIYO-CMP-CD.
           WRITE OPRWORKQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-Q-CNT < 5000
               ADD 1 TO WS-Q-CNT
               MOVE WS-QUEUE-HEAD TO WS-Q-HEAD(WS-Q-CNT)
           END-IF.

      *---------- absolute minutes between WS-A-STAMP and
      *           WS-B-STAMP; a stamp that is not a time counts as
      *           no match at all
       8000-GAP-MINUTES.
           MOVE 999999999 TO WS-GAP-MIN.
           IF WS-A-STAMP(1:12) IS NOT NUMERIC
              OR WS-B-STAMP(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-A-STAMP TO WS-T-STAMP.
           PERFORM 8100-STAMP-TO-MIN.
           MOVE WS-T-INT   TO WS-A-INT.
           MOVE WS-B-STAMP TO WS-T-STAMP.
           PERFORM 8100-STAMP-TO-MIN.
           IF WS-A-INT > WS-T-INT
               COMPUTE WS-GAP-MIN = WS-A-INT - WS-T-INT
           ELSE
               COMPUTE WS-GAP-MIN = WS-T-INT - WS-A-INT
           END-IF.

       8100-STAMP-TO-MIN.
           MOVE WS-T-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-T-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-T-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-T-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
