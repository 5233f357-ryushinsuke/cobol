      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB66
      *  Program name   : Weekly failure-cause breakdown
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Breaks the week's KIDOUCAU cause stamps (the seven days
      *  ending on the parameter day) down by company and
      *  KIDOU-GYOMU-GRP-CD: one line per cause with its AQPATPM
      *  name, owner, count and share of the company's failures,
      *  then per company the split by owner - ours, infrastructure,
      *  client, data vendor, unknown - which is the figure that
      *  says which failures are ours to fix and which to push
      *  back on.  RC 8 when the parameter day is missing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB66.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB66PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT PATTERN-MSTR   ASSIGN TO "AQPATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS AP-SEQ
                  FILE STATUS    IS WS-AP-STS.
           SELECT CAUSE-FILE     ASSIGN TO "KIDOUCAU"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS KC-KEY
                  FILE STATUS    IS WS-KC-STS.
           SELECT CAUSE-RPT      ASSIGN TO "TKDYAB66RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- last day of the week reported
           05  PR-END-YMD                 PIC  9(08).

       FD  PATTERN-MSTR.
           COPY AQPATPM.

       FD  CAUSE-FILE.
           COPY KIDOUCAU.

       FD  CAUSE-RPT.
       01  CAUSE-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-AP-STS                      PIC  X(02).
       01  WS-KC-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-END-YMD                     PIC  9(08)  VALUE ZERO.
       01  WS-FROM-YMD                    PIC  9(08).
       01  WS-END-INT                     PIC  S9(09) COMP-3.

      *---------- cause code to name, from the pattern master
       01  WS-N-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-N-TBL.
           05  WS-N-ENTRY                     OCCURS 500
                                               INDEXED BY WS-N-IX.
               10  WS-N-CAUSE-CD               PIC  X(04).
               10  WS-N-CAUSE-NAME             PIC  X(30).
      *---------- company/group/cause counts
       01  WS-C-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-C-IDX                       PIC  9(04).
       01  WS-C-TBL.
           05  WS-C-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-C-IX.
               10  WS-C-SORT-KEY.
                   15  WS-C-RIYO-CMP-CD        PIC  X(04).
                   15  WS-C-GYOMU-GRP-CD       PIC  X(10).
                   15  WS-C-CAUSE-CD           PIC  X(04).
               10  WS-C-OWNER                  PIC  X(01).
               10  WS-C-CNT                    PIC  9(07).
               10  WS-C-DONE-SW                PIC  X(01).
      *---------- company totals, split by owner: O/I/C/V/unknown
       01  WS-M-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-M-IDX                       PIC  9(04).
       01  WS-M-TBL.
           05  WS-M-ENTRY                     OCCURS 500
                                               INDEXED BY WS-M-IX.
               10  WS-M-RIYO-CMP-CD            PIC  X(04).
               10  WS-M-TOTAL                  PIC  9(07).
               10  WS-M-OWNER-CNT  OCCURS 5    PIC  9(07).
       01  WS-OWNER-IDX                   PIC  9(01).
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.

       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-MIN-IDX                     PIC  9(04).
       01  WS-PREV-CMP-CD                 PIC  X(04)  VALUE SPACE.
       01  WS-CAUSE-NAME                  PIC  X(30).
       01  WS-OWNER-NAME                  PIC  X(14).
       01  WS-PCT                         PIC  9(03)V9(01).
       01  WS-PCT-DSP                     PIC  ZZ9.9.
       01  WS-CNT-DSP                     PIC  ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-END-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-YMD).
           COMPUTE WS-FROM-YMD =
               FUNCTION DATE-OF-INTEGER(WS-END-INT - 6).
           PERFORM 2000-LOAD-CAUSE-NAMES.
           PERFORM 3000-TALLY-WEEK.
           OPEN OUTPUT CAUSE-RPT.
           PERFORM 5000-PRINT-BREAKDOWN.
           PERFORM 6000-PRINT-OWNER-SPLIT.
           CLOSE CAUSE-RPT.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-END-YMD IS NUMERIC
                           MOVE PR-END-YMD TO WS-END-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-LOAD-CAUSE-NAMES.
           OPEN INPUT PATTERN-MSTR.
           IF WS-AP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-PATTERN.
           PERFORM UNTIL WS-EOF
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-N-IX FROM 1 BY 1
                       UNTIL WS-N-IX > WS-N-MAX
                          OR WS-FOUND
                   IF WS-N-CAUSE-CD(WS-N-IX) = AP-CAUSE-CD
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                  AND WS-N-MAX < 500
                   ADD 1 TO WS-N-MAX
                   MOVE AP-CAUSE-CD   TO WS-N-CAUSE-CD(WS-N-MAX)
                   MOVE AP-CAUSE-NAME TO WS-N-CAUSE-NAME(WS-N-MAX)
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

       3000-TALLY-WEEK.
           OPEN INPUT CAUSE-FILE.
           IF WS-KC-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-CAUSE.
           PERFORM UNTIL WS-EOF
               IF KC-SYORI-YMD >= WS-FROM-YMD
                  AND KC-SYORI-YMD <= WS-END-YMD
                   PERFORM 3200-TALLY-ONE
               END-IF
               PERFORM 3100-READ-CAUSE
           END-PERFORM.
           CLOSE CAUSE-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-CAUSE.
           READ CAUSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-TALLY-ONE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
                   UNTIL WS-C-IX > WS-C-MAX
                      OR WS-FOUND
               IF WS-C-RIYO-CMP-CD(WS-C-IX) = KC-RIYO-CMP-CD
                  AND WS-C-GYOMU-GRP-CD(WS-C-IX) = KC-GYOMU-GRP-CD
                  AND WS-C-CAUSE-CD(WS-C-IX) = KC-CAUSE-CD
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-C-IDX TO WS-C-IX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-C-MAX >= 2000
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-C-MAX
               MOVE WS-C-MAX        TO WS-C-IDX
               MOVE KC-RIYO-CMP-CD  TO WS-C-RIYO-CMP-CD(WS-C-IDX)
               MOVE KC-GYOMU-GRP-CD TO WS-C-GYOMU-GRP-CD(WS-C-IDX)
               MOVE KC-CAUSE-CD     TO WS-C-CAUSE-CD(WS-C-IDX)
               MOVE KC-OWNER        TO WS-C-OWNER(WS-C-IDX)
               MOVE ZERO            TO WS-C-CNT(WS-C-IDX)
               MOVE "N"             TO WS-C-DONE-SW(WS-C-IDX)
           END-IF.
           ADD 1 TO WS-C-CNT(WS-C-IDX).

           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-M-IX FROM 1 BY 1
                   UNTIL WS-M-IX > WS-M-MAX
                      OR WS-FOUND
               IF WS-M-RIYO-CMP-CD(WS-M-IX) = KC-RIYO-CMP-CD
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-M-IDX TO WS-M-IX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-M-MAX >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-M-MAX
               MOVE WS-M-MAX       TO WS-M-IDX
               MOVE KC-RIYO-CMP-CD TO WS-M-RIYO-CMP-CD(WS-M-IDX)
               MOVE ZERO           TO WS-M-TOTAL(WS-M-IDX)
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > 5
                   MOVE ZERO TO WS-M-OWNER-CNT(WS-M-IDX, WS-OWNER-IDX)
               END-PERFORM
           END-IF.
           EVALUATE KC-OWNER
               WHEN "O"     MOVE 1 TO WS-OWNER-IDX
               WHEN "I"     MOVE 2 TO WS-OWNER-IDX
               WHEN "C"     MOVE 3 TO WS-OWNER-IDX
               WHEN "V"     MOVE 4 TO WS-OWNER-IDX
               WHEN OTHER   MOVE 5 TO WS-OWNER-IDX
           END-EVALUATE.
           ADD 1 TO WS-M-TOTAL(WS-M-IDX).
           ADD 1 TO WS-M-OWNER-CNT(WS-M-IDX, WS-OWNER-IDX).

      *---------- company/group/cause order by repeated minimum
      *           selection over the sort key
       5000-PRINT-BREAKDOWN.
           MOVE SPACE TO CAUSE-RPT-LINE.
           STRING "WEEKLY FAILURE-CAUSE BREAKDOWN  "
                                    DELIMITED BY SIZE
                  WS-FROM-YMD       DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  WS-END-YMD        DELIMITED BY SIZE
                  INTO CAUSE-RPT-LINE
           END-STRING.
           WRITE CAUSE-RPT-LINE.
           MOVE SPACE TO CAUSE-RPT-LINE.
           STRING "CMP  GYOMU-GRP  CAUSE "
                                    DELIMITED BY SIZE
                  "NAME                           OWNER            "
                                    DELIMITED BY SIZE
                  "  COUNT  %CMP"   DELIMITED BY SIZE
                  INTO CAUSE-RPT-LINE
           END-STRING.
           WRITE CAUSE-RPT-LINE.
           IF WS-C-MAX = ZERO
               MOVE "  NO FAILED KIDOU STAMPED IN THE WEEK"
                 TO CAUSE-RPT-LINE
               WRITE CAUSE-RPT-LINE
           END-IF.
           PERFORM WS-C-MAX TIMES
               MOVE ZERO TO WS-MIN-IDX
               PERFORM VARYING WS-C-IDX FROM 1 BY 1
                       UNTIL WS-C-IDX > WS-C-MAX
                   IF WS-C-DONE-SW(WS-C-IDX) = "N"
                       IF WS-MIN-IDX = ZERO
                          OR WS-C-SORT-KEY(WS-C-IDX)
                             < WS-C-SORT-KEY(WS-MIN-IDX)
                           MOVE WS-C-IDX TO WS-MIN-IDX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-C-DONE-SW(WS-MIN-IDX)
               PERFORM 5100-PRINT-ONE-CAUSE
           END-PERFORM.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO CAUSE-RPT-LINE
               STRING "  ** STAMPS NOT COUNTED (TABLE FULL)="
                                    DELIMITED BY SIZE
                      WS-OVERFLOW-CNT DELIMITED BY SIZE
                      INTO CAUSE-RPT-LINE
               END-STRING
               WRITE CAUSE-RPT-LINE
           END-IF.

       5100-PRINT-ONE-CAUSE.
           MOVE WS-MIN-IDX TO WS-C-IDX.
           IF WS-C-RIYO-CMP-CD(WS-C-IDX) NOT = WS-PREV-CMP-CD
               MOVE SPACE TO CAUSE-RPT-LINE
               WRITE CAUSE-RPT-LINE
               MOVE WS-C-RIYO-CMP-CD(WS-C-IDX) TO WS-PREV-CMP-CD
           END-IF.
           EVALUATE WS-C-CAUSE-CD(WS-C-IDX)
               WHEN "UNCL"
                   MOVE "NO PATTERN MATCHED" TO WS-CAUSE-NAME
               WHEN "NMSG"
                   MOVE "NO AQ-MSG TEXT"     TO WS-CAUSE-NAME
               WHEN OTHER
                   MOVE "(NOT ON AQPATPM)"   TO WS-CAUSE-NAME
                   PERFORM VARYING WS-N-IX FROM 1 BY 1
                           UNTIL WS-N-IX > WS-N-MAX
                       IF WS-N-CAUSE-CD(WS-N-IX)
                          = WS-C-CAUSE-CD(WS-C-IDX)
                           MOVE WS-N-CAUSE-NAME(WS-N-IX)
                             TO WS-CAUSE-NAME
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           MOVE WS-C-OWNER(WS-C-IDX) TO KC-OWNER.
           PERFORM 7000-OWNER-NAME.
      *---------- share of the company's failures for the week
           MOVE ZERO TO WS-PCT.
           PERFORM VARYING WS-M-IX FROM 1 BY 1
                   UNTIL WS-M-IX > WS-M-MAX
               IF WS-M-RIYO-CMP-CD(WS-M-IX) = WS-C-RIYO-CMP-CD(WS-C-IDX)
                  AND WS-M-TOTAL(WS-M-IX) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-C-CNT(WS-C-IDX) * 100 / WS-M-TOTAL(WS-M-IX)
               END-IF
           END-PERFORM.
           MOVE WS-C-CNT(WS-C-IDX) TO WS-CNT-DSP.
           MOVE WS-PCT             TO WS-PCT-DSP.
           MOVE SPACE TO CAUSE-RPT-LINE.
           STRING WS-C-RIYO-CMP-CD(WS-C-IDX)  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-C-GYOMU-GRP-CD(WS-C-IDX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-C-CAUSE-CD(WS-C-IDX)     DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-CAUSE-NAME               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-OWNER-NAME               DELIMITED BY SIZE
                  "   "                       DELIMITED BY SIZE
                  WS-CNT-DSP                  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-PCT-DSP                  DELIMITED BY SIZE
                  INTO CAUSE-RPT-LINE
           END-STRING.
           WRITE CAUSE-RPT-LINE.

       6000-PRINT-OWNER-SPLIT.
           MOVE SPACE TO CAUSE-RPT-LINE.
           WRITE CAUSE-RPT-LINE.
           MOVE "FAILURES BY OWNER" TO CAUSE-RPT-LINE.
           WRITE CAUSE-RPT-LINE.
           MOVE SPACE TO CAUSE-RPT-LINE.
           STRING "CMP    TOTAL     OURS    INFRA   CLIENT"
                                    DELIMITED BY SIZE
                  "   VENDOR  UNKNOWN" DELIMITED BY SIZE
                  INTO CAUSE-RPT-LINE
           END-STRING.
           WRITE CAUSE-RPT-LINE.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-M-MAX
               MOVE SPACE TO CAUSE-RPT-LINE
               MOVE WS-M-RIYO-CMP-CD(WS-M-IDX) TO CAUSE-RPT-LINE(1:4)
               MOVE WS-M-TOTAL(WS-M-IDX) TO WS-CNT-DSP
               MOVE WS-CNT-DSP TO CAUSE-RPT-LINE(6:7)
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > 5
                   MOVE WS-M-OWNER-CNT(WS-M-IDX, WS-OWNER-IDX)
                     TO WS-CNT-DSP
                   MOVE WS-CNT-DSP
                     TO CAUSE-RPT-LINE(6 + WS-OWNER-IDX * 9:7)
               END-PERFORM
               WRITE CAUSE-RPT-LINE
           END-PERFORM.

      *---------- KC-OWNER to its printed name
       7000-OWNER-NAME.
           EVALUATE KC-OWNER
               WHEN "O"     MOVE "OURS"           TO WS-OWNER-NAME
               WHEN "I"     MOVE "INFRASTRUCTURE" TO WS-OWNER-NAME
               WHEN "C"     MOVE "CLIENT"         TO WS-OWNER-NAME
               WHEN "V"     MOVE "DATA VENDOR"    TO WS-OWNER-NAME
               WHEN OTHER   MOVE "UNKNOWN"        TO WS-OWNER-NAME
           END-EVALUATE.
