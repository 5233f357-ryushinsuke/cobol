      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB85
      *  Program name   : Housekeeping job-stream driver
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Runs one job stream from the STRMSTPM step master - the
      *  overnight housekeeping order written down instead of kept
      *  in the operators' heads.  The stream and run date come
      *  from the parameter file (run date default today).  Steps
      *  run in sequence order, each program CALLed in turn and
      *  CANCELled after it, its RETURN-CODE judged against the
      *  step's highest acceptable RC.  Every start and end is
      *  written to the STRMCKP checkpoint before the next thing
      *  happens, so a resubmission for the same run date skips
      *  what completed and resumes at the step that failed (or at
      *  the step the driver went down in).  A step whose
      *  prerequisites did not complete is not run (B).  A failed
      *  or blocked step marked skippable is recorded and the
      *  stream goes on; otherwise the stream stops there.  Each
      *  step is logged on TKDYAB85RPT.
      *  RC 8 when the stream stopped or the parameter is bad or
      *  the stream has no steps, RC 4 when it finished with
      *  skipped or blocked steps, RC 0 when every step completed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB85.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB85PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT STEP-MSTR      ASSIGN TO "STRMSTPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS ST-KEY
                  FILE STATUS    IS WS-ST-STS.
           SELECT CKP-FILE       ASSIGN TO "STRMCKP"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS SC-KEY
                  FILE STATUS    IS WS-CKP-STS.
           SELECT RUN-LOG        ASSIGN TO "TKDYAB85RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-STREAM-ID               PIC  X(08).
      *---------- zero = today
           05  PR-RUN-YMD                 PIC  9(08).

       FD  STEP-MSTR.
           COPY STRMSTPM.

       FD  CKP-FILE.
           COPY STRMCKP.

       FD  RUN-LOG.
       01  RUN-LOG-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-ST-STS                      PIC  X(02).
       01  WS-CKP-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-STREAM-ID                   PIC  X(08)  VALUE SPACE.
       01  WS-RUN-YMD                     PIC  9(08)  VALUE ZERO.
       01  WS-PARAM-OK-SW                 PIC  X(01)  VALUE "Y".
           88  WS-PARAM-OK                VALUE "Y".
       01  WS-STOP-SW                     PIC  X(01)  VALUE "N".
           88  WS-STOP                    VALUE "Y".

      *---------- the stream's steps in sequence, with where each
      *           stands for the run date
       01  WS-S-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 200.
               10  WS-S-SEQ               PIC  9(03).
               10  WS-S-PGM-ID            PIC  X(08).
               10  WS-S-DESC              PIC  X(40).
               10  WS-S-PREREQ-SEQ        PIC  9(03)  OCCURS 5.
               10  WS-S-SKIP-OK-SW        PIC  X(01).
               10  WS-S-MAX-OK-RC         PIC  9(02).
               10  WS-S-STATUS            PIC  X(01).
               10  WS-S-START-TIME        PIC  X(14).
               10  WS-S-ATTEMPT-CNT       PIC  9(02).
       01  WS-S-IDX                       PIC  9(03).
       01  WS-P-IDX                       PIC  9(01).
       01  WS-Q-IDX                       PIC  9(03).
       01  WS-PREREQ-OK-SW                PIC  X(01).
           88  WS-PREREQ-OK               VALUE "Y".
       01  WS-PREREQ-FOUND-SW             PIC  X(01).
           88  WS-PREREQ-FOUND            VALUE "Y".
       01  WS-MISSING-SEQ                 PIC  9(03).

       01  WS-CALL-PGM                    PIC  X(08).
       01  WS-STEP-RC                     PIC  9(04).
       01  WS-CALL-FAIL-SW                PIC  X(01).
           88  WS-CALL-FAIL               VALUE "Y".
       01  WS-ACTION                      PIC  X(20).

       01  WS-RUN-CNT                     PIC  9(03)  VALUE ZERO.
       01  WS-DONE-CNT                    PIC  9(03)  VALUE ZERO.
       01  WS-SKIP-CNT                    PIC  9(03)  VALUE ZERO.
       01  WS-FINAL-RC                    PIC  9(04)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-GET-STAMP.
           OPEN EXTEND RUN-LOG.
           IF WS-RPT-STS = "05" OR WS-RPT-STS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           PERFORM 1000-READ-PARAM.
           IF NOT WS-PARAM-OK
               MOVE "TKDYAB85 NOGO - STREAM ID OR RUN DATE INVALID"
                 TO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
               CLOSE RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-STEPS.
           IF WS-S-CNT = ZERO
               MOVE SPACE TO RUN-LOG-LINE
               STRING "TKDYAB85 NOGO - NO STEPS ON STRMSTPM FOR "
                                      DELIMITED BY SIZE
                      WS-STREAM-ID    DELIMITED BY SIZE
                      INTO RUN-LOG-LINE
               END-STRING
               WRITE RUN-LOG-LINE
               CLOSE RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2500-LOAD-CHECKPOINTS.
           MOVE SPACE TO RUN-LOG-LINE.
           STRING "TKDYAB85 STREAM "  DELIMITED BY SIZE
                  WS-STREAM-ID        DELIMITED BY SIZE
                  " RUN DATE "        DELIMITED BY SIZE
                  WS-RUN-YMD          DELIMITED BY SIZE
                  " STARTED "         DELIMITED BY SIZE
                  WS-NOW-STAMP        DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           WRITE RUN-LOG-LINE.

           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT OR WS-STOP
               PERFORM 3000-PROCESS-STEP
           END-PERFORM.

           PERFORM 8000-GET-STAMP.
           EVALUATE TRUE
               WHEN WS-STOP
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-SKIP-CNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE.
           MOVE SPACE TO RUN-LOG-LINE.
           STRING "TKDYAB85 STREAM "  DELIMITED BY SIZE
                  WS-STREAM-ID        DELIMITED BY SIZE
                  " ENDED "           DELIMITED BY SIZE
                  WS-NOW-STAMP        DELIMITED BY SIZE
                  " RUN="             DELIMITED BY SIZE
                  WS-RUN-CNT          DELIMITED BY SIZE
                  " DONE="            DELIMITED BY SIZE
                  WS-DONE-CNT         DELIMITED BY SIZE
                  " SKIPPED="         DELIMITED BY SIZE
                  WS-SKIP-CNT         DELIMITED BY SIZE
                  " RC="              DELIMITED BY SIZE
                  WS-FINAL-RC         DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG.
           MOVE WS-FINAL-RC TO RETURN-CODE.
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
                           MOVE PR-RUN-YMD TO WS-RUN-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-RUN-YMD = ZERO
               MOVE WS-NOW-STAMP(1:8) TO WS-RUN-YMD
           END-IF.
           IF WS-STREAM-ID = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-YMD) NOT = 0
               MOVE "N" TO WS-PARAM-OK-SW
           END-IF.

      *---------- the stream's rows arrive in step order off the key
       2000-LOAD-STEPS.
           OPEN INPUT STEP-MSTR.
           IF WS-ST-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STREAM-ID TO ST-STREAM-ID.
           MOVE ZERO         TO ST-STEP-SEQ.
           START STEP-MSTR KEY IS NOT LESS THAN ST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ STEP-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ST-STREAM-ID NOT = WS-STREAM-ID
                           SET WS-EOF TO TRUE
                       ELSE
                           IF ST-DEL-KBN = SPACE AND WS-S-CNT < 200
                               PERFORM 2100-KEEP-STEP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-MSTR.

       2100-KEEP-STEP.
           ADD 1 TO WS-S-CNT.
           MOVE ST-STEP-SEQ    TO WS-S-SEQ(WS-S-CNT).
           MOVE ST-PGM-ID      TO WS-S-PGM-ID(WS-S-CNT).
           MOVE ST-STEP-DESC   TO WS-S-DESC(WS-S-CNT).
           PERFORM VARYING WS-P-IDX FROM 1 BY 1 UNTIL WS-P-IDX > 5
               MOVE ST-PREREQ-SEQ(WS-P-IDX)
                 TO WS-S-PREREQ-SEQ(WS-S-CNT WS-P-IDX)
           END-PERFORM.
           MOVE ST-SKIP-OK-SW  TO WS-S-SKIP-OK-SW(WS-S-CNT).
           MOVE ST-MAX-OK-RC   TO WS-S-MAX-OK-RC(WS-S-CNT).
           MOVE SPACE          TO WS-S-STATUS(WS-S-CNT)
                                  WS-S-START-TIME(WS-S-CNT).
           MOVE ZERO           TO WS-S-ATTEMPT-CNT(WS-S-CNT).

      *---------- what an earlier submission for the same run date
      *           already got through
       2500-LOAD-CHECKPOINTS.
           OPEN INPUT CKP-FILE.
           IF WS-CKP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               MOVE WS-STREAM-ID       TO SC-STREAM-ID
               MOVE WS-RUN-YMD         TO SC-RUN-YMD
               MOVE WS-S-SEQ(WS-S-IDX) TO SC-STEP-SEQ
               READ CKP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SC-STATUS      TO WS-S-STATUS(WS-S-IDX)
                       MOVE SC-ATTEMPT-CNT
                         TO WS-S-ATTEMPT-CNT(WS-S-IDX)
               END-READ
           END-PERFORM.
           CLOSE CKP-FILE.

       3000-PROCESS-STEP.
           IF WS-S-STATUS(WS-S-IDX) = "C"
              OR WS-S-STATUS(WS-S-IDX) = "S"
               MOVE "ALREADY DONE"  TO WS-ACTION
               MOVE ZERO            TO WS-STEP-RC
               PERFORM 7000-LOG-STEP
               IF WS-S-STATUS(WS-S-IDX) = "C"
                   ADD 1 TO WS-DONE-CNT
               ELSE
                   ADD 1 TO WS-SKIP-CNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-CHECK-PREREQS.
           IF NOT WS-PREREQ-OK
               MOVE "B"    TO WS-S-STATUS(WS-S-IDX)
               MOVE ZERO   TO WS-STEP-RC
               PERFORM 8000-GET-STAMP
               MOVE WS-NOW-STAMP TO WS-S-START-TIME(WS-S-IDX)
               PERFORM 6000-WRITE-CHECKPOINT
               IF WS-S-SKIP-OK-SW(WS-S-IDX) = "Y"
                   MOVE "BLOCKED, SKIPPED" TO WS-ACTION
                   ADD 1 TO WS-SKIP-CNT
               ELSE
                   MOVE "BLOCKED, STOPPED" TO WS-ACTION
                   SET WS-STOP TO TRUE
               END-IF
               PERFORM 7000-LOG-STEP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4000-RUN-STEP.

      *---------- every named prerequisite must be a step of this
      *           stream that completed; one that is missing from
      *           the master is never satisfied
       3100-CHECK-PREREQS.
           MOVE "Y" TO WS-PREREQ-OK-SW.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > 5 OR NOT WS-PREREQ-OK
               IF WS-S-PREREQ-SEQ(WS-S-IDX WS-P-IDX) NOT = ZERO
                   MOVE "N" TO WS-PREREQ-FOUND-SW
                   PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                           UNTIL WS-Q-IDX > WS-S-CNT
                              OR WS-PREREQ-FOUND
                       IF WS-S-SEQ(WS-Q-IDX)
                          = WS-S-PREREQ-SEQ(WS-S-IDX WS-P-IDX)
                           MOVE "Y" TO WS-PREREQ-FOUND-SW
                           IF WS-S-STATUS(WS-Q-IDX) NOT = "C"
                               MOVE "N" TO WS-PREREQ-OK-SW
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT WS-PREREQ-FOUND
                       MOVE "N" TO WS-PREREQ-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

      *---------- the R row is on the checkpoint before the CALL, so
      *           a driver that goes down inside the step leaves the
      *           step marked for the rerun
       4000-RUN-STEP.
           PERFORM 8000-GET-STAMP.
           ADD 1 TO WS-S-ATTEMPT-CNT(WS-S-IDX).
           MOVE "R"          TO WS-S-STATUS(WS-S-IDX).
           MOVE WS-NOW-STAMP TO WS-S-START-TIME(WS-S-IDX).
           MOVE ZERO         TO WS-STEP-RC.
           PERFORM 6000-WRITE-CHECKPOINT.
           ADD 1 TO WS-RUN-CNT.
           MOVE WS-S-PGM-ID(WS-S-IDX) TO WS-CALL-PGM.
           MOVE "N" TO WS-CALL-FAIL-SW.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-CALL-PGM
               ON EXCEPTION
                   SET WS-CALL-FAIL TO TRUE
           END-CALL.
           IF WS-CALL-FAIL
               MOVE 9999        TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-CALL-PGM
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 8000-GET-STAMP.
           EVALUATE TRUE
               WHEN WS-STEP-RC <= WS-S-MAX-OK-RC(WS-S-IDX)
                   MOVE "C"         TO WS-S-STATUS(WS-S-IDX)
                   MOVE "COMPLETED" TO WS-ACTION
                   ADD 1 TO WS-DONE-CNT
               WHEN WS-S-SKIP-OK-SW(WS-S-IDX) = "Y"
                   MOVE "S"               TO WS-S-STATUS(WS-S-IDX)
                   MOVE "FAILED, SKIPPED" TO WS-ACTION
                   ADD 1 TO WS-SKIP-CNT
               WHEN OTHER
                   MOVE "F"               TO WS-S-STATUS(WS-S-IDX)
                   MOVE "FAILED, STOPPED" TO WS-ACTION
                   SET WS-STOP TO TRUE
           END-EVALUATE.
           IF WS-CALL-FAIL
               MOVE "NOT LOADABLE"        TO WS-ACTION
           END-IF.
           PERFORM 6000-WRITE-CHECKPOINT.
           PERFORM 7000-LOG-STEP.

       6000-WRITE-CHECKPOINT.
           OPEN I-O CKP-FILE.
           IF WS-CKP-STS = "05" OR WS-CKP-STS = "35"
               OPEN OUTPUT CKP-FILE
               CLOSE CKP-FILE
               OPEN I-O CKP-FILE
           END-IF.
           MOVE WS-STREAM-ID                TO SC-STREAM-ID.
           MOVE WS-RUN-YMD                  TO SC-RUN-YMD.
           MOVE WS-S-SEQ(WS-S-IDX)          TO SC-STEP-SEQ.
           MOVE WS-S-PGM-ID(WS-S-IDX)       TO SC-PGM-ID.
           MOVE WS-S-STATUS(WS-S-IDX)       TO SC-STATUS.
           MOVE WS-S-START-TIME(WS-S-IDX)   TO SC-START-TIME.
           IF WS-S-STATUS(WS-S-IDX) = "R"
               MOVE SPACE                   TO SC-END-TIME
           ELSE
               MOVE WS-NOW-STAMP            TO SC-END-TIME
           END-IF.
           MOVE WS-STEP-RC                  TO SC-RC.
           MOVE WS-S-ATTEMPT-CNT(WS-S-IDX)  TO SC-ATTEMPT-CNT.
           WRITE STRMCKP-REC
               INVALID KEY
                   REWRITE STRMCKP-REC
           END-WRITE.
           CLOSE CKP-FILE.

       7000-LOG-STEP.
           MOVE SPACE TO RUN-LOG-LINE.
           STRING "STEP "                   DELIMITED BY SIZE
                  WS-S-SEQ(WS-S-IDX)        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-S-PGM-ID(WS-S-IDX)     DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-ACTION                 DELIMITED BY SIZE
                  " RC="                    DELIMITED BY SIZE
                  WS-STEP-RC                DELIMITED BY SIZE
                  " ATTEMPT="               DELIMITED BY SIZE
                  WS-S-ATTEMPT-CNT(WS-S-IDX)
                                            DELIMITED BY SIZE
                  " AT "                    DELIMITED BY SIZE
                  WS-NOW-STAMP              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-S-DESC(WS-S-IDX)       DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           WRITE RUN-LOG-LINE.

       8000-GET-STAMP.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
