      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB65
      *  Program name   : Failed-kidou AQ-MSG cause classifier
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  For every failed kidou of the parameter day on the TKDYAA31
      *  extract (JIKOU-STS other than blank, "000" or "RUN" - the
      *  TKDYAB18 reading) looks for the in-service AQPATPM
      *  fragments in the AQ-MSG text, in AP-SEQ order, and stamps
      *  the kidou on KIDOUCAU with the first match's cause category
      *  and owner (UNCL when nothing matches, NMSG when there is no
      *  text at all).  A kidou already stamped is re-stamped, so a
      *  day can be re-run after the patterns are improved.  The
      *  report lists each stamp, and the UNCL messages' first 76
      *  bytes as candidates for new patterns.  RC 8 when the
      *  parameter day is missing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB65.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB65PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT PATTERN-MSTR   ASSIGN TO "AQPATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS AP-SEQ
                  FILE STATUS    IS WS-AP-STS.
           SELECT CAUSE-FILE     ASSIGN TO "KIDOUCAU"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS KC-KEY
                  FILE STATUS    IS WS-KC-STS.
           SELECT CLASS-RPT      ASSIGN TO "TKDYAB65RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-SYORI-YMD               PIC  9(08).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  PATTERN-MSTR.
           COPY AQPATPM.

       FD  CAUSE-FILE.
           COPY KIDOUCAU.

       FD  CLASS-RPT.
       01  CLASS-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-AP-STS                      PIC  X(02).
       01  WS-KC-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.

      *---------- in-service patterns, upper-cased, in AP-SEQ order
       01  WS-P-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-P-TBL.
           05  WS-P-ENTRY                     OCCURS 500
                                               INDEXED BY WS-P-IX.
               10  WS-P-SEQ                    PIC  9(04).
               10  WS-P-FRAGMENT               PIC  X(40).
               10  WS-P-LEN                    PIC  9(02).
               10  WS-P-CAUSE-CD               PIC  X(04).
               10  WS-P-OWNER                  PIC  X(01).
       01  WS-TRAIL-CNT                   PIC  9(02).

       01  WS-MSG-UPPER                   PIC  X(2000).
       01  WS-HIT-CNT                     PIC  9(04).
       01  WS-HIT-IDX                     PIC  9(04).
       01  WS-FAILED-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-MATCHED-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-UNCL-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-NMSG-CNT                    PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF WS-SYORI-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-PATTERNS.

           OPEN I-O CAUSE-FILE.
           IF WS-KC-STS = "05" OR WS-KC-STS = "35"
               OPEN OUTPUT CAUSE-FILE
               CLOSE CAUSE-FILE
               OPEN I-O CAUSE-FILE
           END-IF.
           OPEN OUTPUT CLASS-RPT.
           MOVE SPACE TO CLASS-RPT-LINE.
           STRING "FAILED-KIDOU CAUSE CLASSIFICATION  DAY="
                                    DELIMITED BY SIZE
                  WS-SYORI-YMD      DELIMITED BY SIZE
                  "  PATTERNS="     DELIMITED BY SIZE
                  WS-P-MAX          DELIMITED BY SIZE
                  INTO CLASS-RPT-LINE
           END-STRING.
           WRITE CLASS-RPT-LINE.

           PERFORM 3000-CLASSIFY-DAY.

           MOVE SPACE TO CLASS-RPT-LINE.
           WRITE CLASS-RPT-LINE.
           MOVE SPACE TO CLASS-RPT-LINE.
           STRING "FAILED="           DELIMITED BY SIZE
                  WS-FAILED-CNT       DELIMITED BY SIZE
                  "  CLASSIFIED="     DELIMITED BY SIZE
                  WS-MATCHED-CNT      DELIMITED BY SIZE
                  "  UNCLASSIFIED="   DELIMITED BY SIZE
                  WS-UNCL-CNT         DELIMITED BY SIZE
                  "  NO MESSAGE="     DELIMITED BY SIZE
                  WS-NMSG-CNT         DELIMITED BY SIZE
                  INTO CLASS-RPT-LINE
           END-STRING.
           WRITE CLASS-RPT-LINE.
           CLOSE CAUSE-FILE.
           CLOSE CLASS-RPT.
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
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-LOAD-PATTERNS.
           OPEN INPUT PATTERN-MSTR.
           IF WS-AP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-PATTERN.
           PERFORM UNTIL WS-EOF
               IF AP-DEL-KBN = SPACE
                  AND AP-FRAGMENT NOT = SPACE
                  AND WS-P-MAX < 500
                   ADD 1 TO WS-P-MAX
                   MOVE AP-SEQ      TO WS-P-SEQ(WS-P-MAX)
                   MOVE FUNCTION UPPER-CASE(AP-FRAGMENT)
                                    TO WS-P-FRAGMENT(WS-P-MAX)
                   MOVE ZERO TO WS-TRAIL-CNT
                   INSPECT FUNCTION REVERSE(AP-FRAGMENT)
                       TALLYING WS-TRAIL-CNT FOR LEADING SPACE
                   COMPUTE WS-P-LEN(WS-P-MAX) = 40 - WS-TRAIL-CNT
                   MOVE AP-CAUSE-CD TO WS-P-CAUSE-CD(WS-P-MAX)
                   MOVE AP-OWNER    TO WS-P-OWNER(WS-P-MAX)
               END-IF
               PERFORM 2100-READ-PATTERN
           END-PERFORM.
           CLOSE PATTERN-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-PATTERN.
           READ PATTERN-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-CLASSIFY-DAY.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-EXT.
           PERFORM UNTIL WS-EOF
               IF SYORI-YMD = WS-SYORI-YMD
                  AND DEL-KBN = SPACE
                  AND JIKOU-STS NOT = SPACE
                  AND JIKOU-STS NOT = "000"
                  AND JIKOU-STS NOT = "RUN"
                   PERFORM 3200-CLASSIFY-ONE
               END-IF
               PERFORM 3100-READ-EXT
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-EXT.
           READ TKDYAA31-EXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-CLASSIFY-ONE.
           ADD 1 TO WS-FAILED-CNT.
           MOVE ZERO TO WS-HIT-IDX.
           IF AQ-MSG = SPACE
               MOVE "NMSG" TO KC-CAUSE-CD
               ADD 1 TO WS-NMSG-CNT
           ELSE
               MOVE FUNCTION UPPER-CASE(AQ-MSG) TO WS-MSG-UPPER
               PERFORM VARYING WS-P-IX FROM 1 BY 1
                       UNTIL WS-P-IX > WS-P-MAX
                          OR WS-HIT-IDX NOT = ZERO
                   MOVE ZERO TO WS-HIT-CNT
                   INSPECT WS-MSG-UPPER TALLYING WS-HIT-CNT
                       FOR ALL WS-P-FRAGMENT(WS-P-IX)
                                            (1:WS-P-LEN(WS-P-IX))
                   IF WS-HIT-CNT > ZERO
                       SET WS-HIT-IDX TO WS-P-IX
                   END-IF
               END-PERFORM
               IF WS-HIT-IDX = ZERO
                   MOVE "UNCL" TO KC-CAUSE-CD
                   ADD 1 TO WS-UNCL-CNT
               ELSE
                   ADD 1 TO WS-MATCHED-CNT
               END-IF
           END-IF.
           MOVE RIYO-CMP-CD        TO KC-RIYO-CMP-CD.
           MOVE SYORI-YMD          TO KC-SYORI-YMD.
           MOVE KIDOU-ID           TO KC-KIDOU-ID.
           MOVE GYOMU-TASK-ID      TO KC-GYOMU-TASK-ID.
           MOVE KIDOU-GYOMU-GRP-CD TO KC-GYOMU-GRP-CD.
           MOVE JIKOU-STS          TO KC-JIKOU-STS.
           IF WS-HIT-IDX = ZERO
               MOVE SPACE TO KC-OWNER
               MOVE ZERO  TO KC-PATTERN-SEQ
           ELSE
               MOVE WS-P-CAUSE-CD(WS-HIT-IDX) TO KC-CAUSE-CD
               MOVE WS-P-OWNER(WS-HIT-IDX)    TO KC-OWNER
               MOVE WS-P-SEQ(WS-HIT-IDX)      TO KC-PATTERN-SEQ
           END-IF.
           MOVE WS-NOW-STAMP       TO KC-STAMP.
           WRITE KIDOUCAU-REC
               INVALID KEY
                   REWRITE KIDOUCAU-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           MOVE SPACE TO CLASS-RPT-LINE.
           STRING KC-RIYO-CMP-CD     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  KC-KIDOU-ID        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  KC-GYOMU-TASK-ID   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  KC-GYOMU-GRP-CD    DELIMITED BY SIZE
                  " STS="            DELIMITED BY SIZE
                  KC-JIKOU-STS       DELIMITED BY SIZE
                  " CAUSE="          DELIMITED BY SIZE
                  KC-CAUSE-CD        DELIMITED BY SIZE
                  " OWNER="          DELIMITED BY SIZE
                  KC-OWNER           DELIMITED BY SIZE
                  INTO CLASS-RPT-LINE
           END-STRING.
           IF KC-CAUSE-CD = "UNCL"
               MOVE AQ-MSG(1:76) TO CLASS-RPT-LINE(57:76)
           END-IF.
           WRITE CLASS-RPT-LINE.
