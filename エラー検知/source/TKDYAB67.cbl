      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB67
      *  Program name   : Orphaned-shell monitor
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *  20261015   SCS                A hit on a kidou that belongs
      *                                to a SVCCATPM business service
      *                                is queued at the service
      *                                tier's priority (CZCOAB20)
      *
      *  Short-cycle monitor over the TKDYAA31 extract for kidou
      *  whose shell and execution status disagree - the two cases
      *  that leave locks and half-written DL-FILE-NAME outputs
      *  behind:
      *    S  SHELL-END-TIME set but JIKOU-STS still "RUN", for
      *       longer than the threshold
      *    E  JIKOU-END-TIME set but no SHELL-END-TIME, for longer
      *       than the threshold
      *    G  both set, but further apart than the threshold
      *  Each new hit is logged on ORPHLOG and queued on OPRWORKQ
      *  with the kidou, its times and its output file; a kidou and
      *  condition already on the log is not queued again.  The
      *  threshold in minutes comes from TKDYAB67PRM (default 10).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB67.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB67PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT ORPHLOG-FILE   ASSIGN TO "ORPHLOG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-OL-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-GAP-MIN                 PIC  9(04).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  ORPHLOG-FILE.
           COPY ORPHLOG.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-OL-STS                      PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-GAP-MIN                     PIC  9(04)  VALUE 10.
       01  WS-NEXT-SEQ                    PIC  9(07)  VALUE ZERO.
       01  WS-QUEUED-CNT                  PIC  9(05)  VALUE ZERO.

      *---------- kidou/condition pairs already on the log
       01  WS-L-MAX                       PIC  9(05)  VALUE ZERO.
       01  WS-L-TBL.
           05  WS-L-ENTRY                     OCCURS 5000
                                               INDEXED BY WS-L-IX.
               10  WS-L-KEY.
                   15  WS-L-RIYO-CMP-CD        PIC  X(04).
                   15  WS-L-SYORI-YMD          PIC  9(08).
                   15  WS-L-KIDOU-ID           PIC  X(04).
                   15  WS-L-GYOMU-TASK-ID      PIC  X(07).
                   15  WS-L-COND-KBN           PIC  X(01).
       01  WS-HIT-KEY.
           05  WS-HIT-RIYO-CMP-CD         PIC  X(04).
           05  WS-HIT-SYORI-YMD           PIC  9(08).
           05  WS-HIT-KIDOU-ID            PIC  X(04).
           05  WS-HIT-GYOMU-TASK-ID       PIC  X(07).
           05  WS-HIT-COND-KBN            PIC  X(01).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".

      *---------- YYYYMMDDHHMMSS to minutes since day 1
       01  WS-TS-IN                       PIC  X(14).
       01  WS-TS-YMD                      PIC  9(08).
       01  WS-TS-HH                       PIC  9(02).
       01  WS-TS-MM                       PIC  9(02).
       01  WS-TS-MIN                      PIC  S9(11) COMP-3.
       01  WS-NOW-MIN                     PIC  S9(11) COMP-3.
       01  WS-SHELL-MIN                   PIC  S9(11) COMP-3.
       01  WS-JEND-MIN                    PIC  S9(11) COMP-3.
       01  WS-DIFF-MIN                    PIC  S9(11) COMP-3.
       01  WS-COND-NAME                   PIC  X(12).

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP TO WS-TS-IN.
           PERFORM 8000-TO-MINUTES.
           MOVE WS-TS-MIN    TO WS-NOW-MIN.

           PERFORM 1000-READ-PARAM.
           PERFORM 1500-LOAD-LOGGED-HITS.

           OPEN EXTEND ORPHLOG-FILE.
           IF WS-OL-STS = "05" OR WS-OL-STS = "35"
               OPEN OUTPUT ORPHLOG-FILE
           END-IF.
           PERFORM 2000-OPEN-WORKQ.

           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS = "00"
               PERFORM 3100-READ-EXT
               PERFORM UNTIL WS-EOF
                   IF DEL-KBN = SPACE
                       PERFORM 3200-CHECK-ONE
                   END-IF
                   PERFORM 3100-READ-EXT
               END-PERFORM
               CLOSE TKDYAA31-EXT
           END-IF.

           CLOSE WORKQ-FILE.
           CLOSE ORPHLOG-FILE.
           IF WS-QUEUED-CNT > ZERO
               DISPLAY "TKDYAB67 ORPHANED-SHELL HITS QUEUED="
                       WS-QUEUED-CNT
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-GAP-MIN IS NUMERIC
                          AND PR-GAP-MIN > ZERO
                           MOVE PR-GAP-MIN TO WS-GAP-MIN
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1500-LOAD-LOGGED-HITS.
           OPEN INPUT ORPHLOG-FILE.
           IF WS-OL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1600-READ-LOG.
           PERFORM UNTIL WS-EOF
               IF WS-L-MAX < 5000
                   ADD 1 TO WS-L-MAX
                   MOVE OL-RIYO-CMP-CD   TO WS-L-RIYO-CMP-CD(WS-L-MAX)
                   MOVE OL-SYORI-YMD     TO WS-L-SYORI-YMD(WS-L-MAX)
                   MOVE OL-KIDOU-ID      TO WS-L-KIDOU-ID(WS-L-MAX)
                   MOVE OL-GYOMU-TASK-ID TO WS-L-GYOMU-TASK-ID(WS-L-MAX)
                   MOVE OL-COND-KBN      TO WS-L-COND-KBN(WS-L-MAX)
               END-IF
               PERFORM 1600-READ-LOG
           END-PERFORM.
           CLOSE ORPHLOG-FILE.
           MOVE "N" TO WS-EOF-SW.

       1600-READ-LOG.
           READ ORPHLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2000-OPEN-WORKQ.
           OPEN I-O WORKQ-FILE.
           IF WS-WQ-STS = "05" OR WS-WQ-STS = "35"
               OPEN OUTPUT WORKQ-FILE
               CLOSE WORKQ-FILE
               OPEN I-O WORKQ-FILE
           END-IF.
           PERFORM 2100-FIND-NEXT-SEQ.

      *---------- numbering continues from the queue's highest
      *           WQ-SEQ, the TKDYAB22 convention
       2100-FIND-NEXT-SEQ.
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
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-EXT.
           READ TKDYAA31-EXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-CHECK-ONE.
           IF SHELL-END-TIME NOT = SPACE
               MOVE SHELL-END-TIME TO WS-TS-IN
               PERFORM 8000-TO-MINUTES
               MOVE WS-TS-MIN TO WS-SHELL-MIN
           END-IF.
           IF JIKOU-END-TIME NOT = SPACE
               MOVE JIKOU-END-TIME TO WS-TS-IN
               PERFORM 8000-TO-MINUTES
               MOVE WS-TS-MIN TO WS-JEND-MIN
           END-IF.
           EVALUATE TRUE
               WHEN SHELL-END-TIME NOT = SPACE
                AND JIKOU-STS = "RUN"
                   COMPUTE WS-DIFF-MIN = WS-NOW-MIN - WS-SHELL-MIN
                   IF WS-DIFF-MIN > WS-GAP-MIN
                       MOVE "S" TO WS-HIT-COND-KBN
                       PERFORM 4000-RECORD-HIT
                   END-IF
               WHEN JIKOU-END-TIME NOT = SPACE
                AND SHELL-END-TIME = SPACE
                   COMPUTE WS-DIFF-MIN = WS-NOW-MIN - WS-JEND-MIN
                   IF WS-DIFF-MIN > WS-GAP-MIN
                       MOVE "E" TO WS-HIT-COND-KBN
                       PERFORM 4000-RECORD-HIT
                   END-IF
               WHEN JIKOU-END-TIME NOT = SPACE
                AND SHELL-END-TIME NOT = SPACE
                   COMPUTE WS-DIFF-MIN = WS-SHELL-MIN - WS-JEND-MIN
                   IF WS-DIFF-MIN < ZERO
                       COMPUTE WS-DIFF-MIN = ZERO - WS-DIFF-MIN
                   END-IF
                   IF WS-DIFF-MIN > WS-GAP-MIN
                       MOVE "G" TO WS-HIT-COND-KBN
                       PERFORM 4000-RECORD-HIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------- WS-HIT-COND-KBN and WS-DIFF-MIN set by the caller
       4000-RECORD-HIT.
           MOVE RIYO-CMP-CD   TO WS-HIT-RIYO-CMP-CD.
           MOVE SYORI-YMD     TO WS-HIT-SYORI-YMD.
           MOVE KIDOU-ID      TO WS-HIT-KIDOU-ID.
           MOVE GYOMU-TASK-ID TO WS-HIT-GYOMU-TASK-ID.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-L-IX FROM 1 BY 1
                   UNTIL WS-L-IX > WS-L-MAX
                      OR WS-FOUND
               IF WS-L-KEY(WS-L-IX) = WS-HIT-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-L-MAX < 5000
               ADD 1 TO WS-L-MAX
               MOVE WS-HIT-KEY TO WS-L-KEY(WS-L-MAX)
           END-IF.

           MOVE RIYO-CMP-CD      TO OL-RIYO-CMP-CD.
           MOVE SYORI-YMD        TO OL-SYORI-YMD.
           MOVE KIDOU-ID         TO OL-KIDOU-ID.
           MOVE GYOMU-TASK-ID    TO OL-GYOMU-TASK-ID.
           MOVE WS-HIT-COND-KBN  TO OL-COND-KBN.
           MOVE JIKOU-STS        TO OL-JIKOU-STS.
           MOVE JIKOU-START-TIME TO OL-JIKOU-START-TIME.
           MOVE JIKOU-END-TIME   TO OL-JIKOU-END-TIME.
           MOVE SHELL-END-TIME   TO OL-SHELL-END-TIME.
           MOVE WS-DIFF-MIN      TO OL-GAP-MIN.
           MOVE DL-FILE-NAME     TO OL-DL-FILE-NAME.
           MOVE WS-NOW-STAMP     TO OL-DETECT-TIME.
           WRITE ORPHLOG-REC.

           EVALUATE WS-HIT-COND-KBN
               WHEN "S"  MOVE "SHELL GONE  " TO WS-COND-NAME
               WHEN "E"  MOVE "SHELL ALIVE " TO WS-COND-NAME
               WHEN OTHER
                         MOVE "END GAP     " TO WS-COND-NAME
           END-EVALUATE.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-QUEUED-CNT.
           MOVE WS-NEXT-SEQ    TO WQ-SEQ.
           MOVE "TKDYAB67ORP"  TO WQ-SOURCE.
           MOVE 1              TO WQ-PRIORITY.
           MOVE RIYO-CMP-CD    TO SVL-RIYO-CMP-CD.
           MOVE KIDOU-ID       TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           IF SVL-FOUND-IND = "Y"
               MOVE SVL-WQ-PRIORITY TO WQ-PRIORITY
           END-IF.
           MOVE "N"            TO WQ-STATUS.
           MOVE SPACE          TO WQ-TEXT.
      *---------- times to the minute; the full values are on ORPHLOG
           STRING "ORPHAN "             DELIMITED BY SIZE
                  WS-COND-NAME          DELIMITED BY SIZE
                  "KIDOU="              DELIMITED BY SIZE
                  KIDOU-ID              DELIMITED BY SIZE
                  " TASK="              DELIMITED BY SIZE
                  GYOMU-TASK-ID         DELIMITED BY SIZE
                  " ST="                DELIMITED BY SIZE
                  JIKOU-START-TIME(1:12) DELIMITED BY SIZE
                  " END="               DELIMITED BY SIZE
                  JIKOU-END-TIME(1:12)  DELIMITED BY SIZE
                  " SH="                DELIMITED BY SIZE
                  SHELL-END-TIME(1:12)  DELIMITED BY SIZE
                  " FILE="              DELIMITED BY SIZE
                  DL-FILE-NAME          DELIMITED BY SPACE
                  INTO WQ-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP   TO WQ-CREATE-TIME.
           MOVE WS-NOW-STAMP   TO WQ-UPDATE-TIME.
           MOVE SPACE          TO WQ-OPR-SID.
           MOVE RIYO-CMP-CD    TO WQ-RIYO-CMP-CD.
           WRITE OPRWORKQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *---------- WS-TS-IN to WS-TS-MIN; seconds are dropped
       8000-TO-MINUTES.
           MOVE ZERO TO WS-TS-MIN.
           IF WS-TS-IN(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS-IN(1:8)  TO WS-TS-YMD.
           MOVE WS-TS-IN(9:2)  TO WS-TS-HH.
           MOVE WS-TS-IN(11:2) TO WS-TS-MM.
           COMPUTE WS-TS-MIN =
               FUNCTION INTEGER-OF-DATE(WS-TS-YMD) * 1440
             + WS-TS-HH * 60 + WS-TS-MM.
