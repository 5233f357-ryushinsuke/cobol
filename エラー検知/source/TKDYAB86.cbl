      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB86
      *  Program name   : Job-stream completion report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  The morning look at the overnight streams.  For each
      *  stream on the STRMSTPM step master (or the one named on the
      *  parameter file) every in-service step is listed against
      *  its STRMCKP checkpoint row for the run date - status,
      *  start, end, elapsed minutes, RC and attempts - with NOT
      *  RUN for a step the driver never reached.  The run date
      *  defaults, per stream, to the latest one on the checkpoint.
      *  RC 4 when any listed step did not complete, RC 8 when the
      *  run date on the parameter is not a date.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB86.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB86PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT STEP-MSTR      ASSIGN TO "STRMSTPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS ST-KEY
                  FILE STATUS    IS WS-ST-STS.
           SELECT CKP-FILE       ASSIGN TO "STRMCKP"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS SC-KEY
                  FILE STATUS    IS WS-CKP-STS.
           SELECT STREAM-RPT     ASSIGN TO "TKDYAB86RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- space = every stream
           05  PR-STREAM-ID               PIC  X(08).
      *---------- zero = each stream's latest run date
           05  PR-RUN-YMD                 PIC  9(08).

       FD  STEP-MSTR.
           COPY STRMSTPM.

       FD  CKP-FILE.
           COPY STRMCKP.

       FD  STREAM-RPT.
       01  STREAM-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-ST-STS                      PIC  X(02).
       01  WS-CKP-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-CKP-OPEN-SW                 PIC  X(01)  VALUE "N".
           88  WS-CKP-OPEN                VALUE "Y".
       01  WS-STREAM-ID                   PIC  X(08)  VALUE SPACE.
       01  WS-PRM-RUN-YMD                 PIC  9(08)  VALUE ZERO.
       01  WS-PARAM-OK-SW                 PIC  X(01)  VALUE "Y".
           88  WS-PARAM-OK                VALUE "Y".

      *---------- the in-service steps, stream by stream in key order
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 2000.
               10  WS-S-STREAM-ID         PIC  X(08).
               10  WS-S-SEQ               PIC  9(03).
               10  WS-S-PGM-ID            PIC  X(08).
               10  WS-S-DESC              PIC  X(40).
       01  WS-S-IDX                       PIC  9(04).
       01  WS-RUN-YMD                     PIC  9(08).

       01  WS-STATUS-TEXT                 PIC  X(09).
       01  WS-START-TIME                  PIC  X(14).
       01  WS-END-TIME                    PIC  X(14).
       01  WS-ELAPSED-MIN                 PIC  9(05).
       01  WS-RC                          PIC  9(04).
       01  WS-ATTEMPT-CNT                 PIC  9(02).
       01  WS-T-STAMP                     PIC  X(14).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).
       01  WS-T-INT                       PIC  S9(09) COMP-3.
       01  WS-FROM-INT                    PIC  S9(09) COMP-3.

      *---------- per-stream and overall counts
       01  WS-DONE-CNT                    PIC  9(04).
       01  WS-SKIP-CNT                    PIC  9(04).
       01  WS-FAIL-CNT                    PIC  9(04).
       01  WS-BLK-CNT                     PIC  9(04).
       01  WS-RUNNING-CNT                 PIC  9(04).
       01  WS-NOTRUN-CNT                  PIC  9(04).
       01  WS-ALL-STREAM-CNT              PIC  9(04)  VALUE ZERO.
       01  WS-ALL-OPEN-CNT                PIC  9(04)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF NOT WS-PARAM-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-STEPS.
           OPEN INPUT CKP-FILE.
           IF WS-CKP-STS = "00"
               SET WS-CKP-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT STREAM-RPT.
           MOVE SPACE TO STREAM-RPT-LINE.
           STRING "TKDYAB86  JOB-STREAM COMPLETION"
                                  DELIMITED BY SIZE
                  INTO STREAM-RPT-LINE
           END-STRING.
           WRITE STREAM-RPT-LINE.
           MOVE 1 TO WS-S-IDX.
           PERFORM UNTIL WS-S-IDX > WS-S-CNT
               PERFORM 3000-REPORT-STREAM
           END-PERFORM.
           MOVE SPACE TO STREAM-RPT-LINE.
           WRITE STREAM-RPT-LINE.
           MOVE SPACE TO STREAM-RPT-LINE.
           STRING "TOTAL STREAMS="      DELIMITED BY SIZE
                  WS-ALL-STREAM-CNT     DELIMITED BY SIZE
                  " STEPS NOT COMPLETED="
                                        DELIMITED BY SIZE
                  WS-ALL-OPEN-CNT       DELIMITED BY SIZE
                  INTO STREAM-RPT-LINE
           END-STRING.
           WRITE STREAM-RPT-LINE.
           CLOSE STREAM-RPT.
           IF WS-CKP-OPEN
               CLOSE CKP-FILE
           END-IF.
           IF WS-ALL-OPEN-CNT > ZERO
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
                       MOVE PR-STREAM-ID TO WS-STREAM-ID
                       IF PR-RUN-YMD IS NUMERIC
                           MOVE PR-RUN-YMD TO WS-PRM-RUN-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-PRM-RUN-YMD NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-PRM-RUN-YMD) NOT = 0
               MOVE "N" TO WS-PARAM-OK-SW
           END-IF.

       2000-LOAD-STEPS.
           OPEN INPUT STEP-MSTR.
           IF WS-ST-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ STEP-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ST-DEL-KBN = SPACE
                          AND (WS-STREAM-ID = SPACE
                               OR ST-STREAM-ID = WS-STREAM-ID)
                          AND WS-S-CNT < 2000
                           ADD 1 TO WS-S-CNT
                           MOVE ST-STREAM-ID
                             TO WS-S-STREAM-ID(WS-S-CNT)
                           MOVE ST-STEP-SEQ  TO WS-S-SEQ(WS-S-CNT)
                           MOVE ST-PGM-ID    TO WS-S-PGM-ID(WS-S-CNT)
                           MOVE ST-STEP-DESC TO WS-S-DESC(WS-S-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-MSTR.

      *---------- WS-S-IDX is left on the first step of the next
      *           stream
       3000-REPORT-STREAM.
           MOVE ZERO TO WS-DONE-CNT WS-SKIP-CNT WS-FAIL-CNT
                        WS-BLK-CNT WS-RUNNING-CNT WS-NOTRUN-CNT.
           ADD 1 TO WS-ALL-STREAM-CNT.
           MOVE WS-S-STREAM-ID(WS-S-IDX) TO WS-STREAM-ID.
           PERFORM 3100-FIND-RUN-YMD.
           MOVE SPACE TO STREAM-RPT-LINE.
           WRITE STREAM-RPT-LINE.
           MOVE SPACE TO STREAM-RPT-LINE.
           STRING "STREAM "        DELIMITED BY SIZE
                  WS-STREAM-ID     DELIMITED BY SIZE
                  "  RUN DATE "    DELIMITED BY SIZE
                  WS-RUN-YMD       DELIMITED BY SIZE
                  INTO STREAM-RPT-LINE
           END-STRING.
           WRITE STREAM-RPT-LINE.
           MOVE "SEQ PGM-ID   STATUS    START          END            MI
      -         "N   RC   TRY DESCRIPTION" TO STREAM-RPT-LINE.
           WRITE STREAM-RPT-LINE.
           PERFORM UNTIL WS-S-IDX > WS-S-CNT
                      OR WS-S-STREAM-ID(WS-S-IDX) NOT = WS-STREAM-ID
               PERFORM 4000-REPORT-STEP
               ADD 1 TO WS-S-IDX
           END-PERFORM.
           MOVE SPACE TO STREAM-RPT-LINE.
           STRING "  COMPLETED="   DELIMITED BY SIZE
                  WS-DONE-CNT      DELIMITED BY SIZE
                  " SKIPPED="      DELIMITED BY SIZE
                  WS-SKIP-CNT      DELIMITED BY SIZE
                  " FAILED="       DELIMITED BY SIZE
                  WS-FAIL-CNT      DELIMITED BY SIZE
                  " BLOCKED="      DELIMITED BY SIZE
                  WS-BLK-CNT       DELIMITED BY SIZE
                  " RUNNING="      DELIMITED BY SIZE
                  WS-RUNNING-CNT   DELIMITED BY SIZE
                  " NOT RUN="      DELIMITED BY SIZE
                  WS-NOTRUN-CNT    DELIMITED BY SIZE
                  INTO STREAM-RPT-LINE
           END-STRING.
           WRITE STREAM-RPT-LINE.

      *---------- the stream's last checkpoint row in key order
      *           carries its latest run date
       3100-FIND-RUN-YMD.
           MOVE WS-PRM-RUN-YMD TO WS-RUN-YMD.
           IF WS-RUN-YMD NOT = ZERO OR NOT WS-CKP-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STREAM-ID TO SC-STREAM-ID.
           MOVE ZERO         TO SC-RUN-YMD SC-STEP-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START CKP-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CKP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SC-STREAM-ID NOT = WS-STREAM-ID
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE SC-RUN-YMD TO WS-RUN-YMD
                       END-IF
               END-READ
           END-PERFORM.

       4000-REPORT-STEP.
           MOVE SPACE TO WS-START-TIME WS-END-TIME.
           MOVE ZERO  TO WS-ELAPSED-MIN WS-RC WS-ATTEMPT-CNT.
           MOVE "NOT RUN" TO WS-STATUS-TEXT.
           IF WS-CKP-OPEN AND WS-RUN-YMD NOT = ZERO
               MOVE WS-STREAM-ID       TO SC-STREAM-ID
               MOVE WS-RUN-YMD         TO SC-RUN-YMD
               MOVE WS-S-SEQ(WS-S-IDX) TO SC-STEP-SEQ
               READ CKP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4100-TAKE-CHECKPOINT
               END-READ
           END-IF.
           EVALUATE WS-STATUS-TEXT
               WHEN "COMPLETED"
                   ADD 1 TO WS-DONE-CNT
               WHEN "SKIPPED"
                   ADD 1 TO WS-SKIP-CNT
               WHEN "FAILED"
                   ADD 1 TO WS-FAIL-CNT
               WHEN "BLOCKED"
                   ADD 1 TO WS-BLK-CNT
               WHEN "RUNNING"
                   ADD 1 TO WS-RUNNING-CNT
               WHEN OTHER
                   ADD 1 TO WS-NOTRUN-CNT
           END-EVALUATE.
           IF WS-STATUS-TEXT NOT = "COMPLETED"
               ADD 1 TO WS-ALL-OPEN-CNT
           END-IF.
           MOVE SPACE TO STREAM-RPT-LINE.
           STRING WS-S-SEQ(WS-S-IDX)     DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-S-PGM-ID(WS-S-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-STATUS-TEXT         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-START-TIME          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-END-TIME            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-ELAPSED-MIN         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-RC                  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-ATTEMPT-CNT         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-S-DESC(WS-S-IDX)    DELIMITED BY SIZE
                  INTO STREAM-RPT-LINE
           END-STRING.
           WRITE STREAM-RPT-LINE.

       4100-TAKE-CHECKPOINT.
           EVALUATE SC-STATUS
               WHEN "C"
                   MOVE "COMPLETED" TO WS-STATUS-TEXT
               WHEN "S"
                   MOVE "SKIPPED"   TO WS-STATUS-TEXT
               WHEN "F"
                   MOVE "FAILED"    TO WS-STATUS-TEXT
               WHEN "B"
                   MOVE "BLOCKED"   TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "RUNNING"   TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SC-START-TIME  TO WS-START-TIME.
           MOVE SC-END-TIME    TO WS-END-TIME.
           MOVE SC-RC          TO WS-RC.
           MOVE SC-ATTEMPT-CNT TO WS-ATTEMPT-CNT.
           IF WS-START-TIME NOT = SPACE AND WS-END-TIME NOT = SPACE
               MOVE WS-START-TIME TO WS-T-STAMP
               PERFORM 4200-STAMP-TO-MIN
               MOVE WS-T-INT      TO WS-FROM-INT
               MOVE WS-END-TIME   TO WS-T-STAMP
               PERFORM 4200-STAMP-TO-MIN
               IF WS-T-INT > WS-FROM-INT
                   COMPUTE WS-ELAPSED-MIN = WS-T-INT - WS-FROM-INT
               END-IF
           END-IF.

       4200-STAMP-TO-MIN.
           MOVE WS-T-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-T-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-T-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-T-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
