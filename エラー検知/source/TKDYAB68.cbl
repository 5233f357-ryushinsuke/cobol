      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB68
      *  Program name   : Monthly orphaned-shell repeat report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Reads the month's ORPHLOG hits (by SYORI-YMD) and counts
      *  them per company and kidou, split by condition - shell
      *  gone, shell alive, end gap - with the number of distinct
      *  days hit.  Kidou hit at least the repeat threshold are
      *  listed most-hit first; the rest are summed on one line.
      *  TKDYAB68PRM carries the month (YYYYMM, RC 8 when missing)
      *  and the repeat threshold (default 2).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB68.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB68PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT ORPHLOG-FILE   ASSIGN TO "ORPHLOG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-OL-STS.
           SELECT REPEAT-RPT     ASSIGN TO "TKDYAB68RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-YM                      PIC  9(06).
           05  PR-REPEAT-CNT              PIC  9(03).

       FD  ORPHLOG-FILE.
           COPY ORPHLOG.

       FD  REPEAT-RPT.
       01  REPEAT-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-OL-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-YM                          PIC  9(06)  VALUE ZERO.
       01  WS-REPEAT-CNT                  PIC  9(03)  VALUE 2.
       01  WS-HIT-YM                      PIC  9(06).
       01  WS-HIT-DD                      PIC  9(02).

      *---------- company/kidou hit counts for the month
       01  WS-K-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-K-IDX                       PIC  9(04).
       01  WS-K-TBL.
           05  WS-K-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-K-IX.
               10  WS-K-RIYO-CMP-CD            PIC  X(04).
               10  WS-K-KIDOU-ID               PIC  X(04).
               10  WS-K-GYOMU-TASK-ID          PIC  X(07).
               10  WS-K-TOTAL                  PIC  9(05).
               10  WS-K-S-CNT                  PIC  9(05).
               10  WS-K-E-CNT                  PIC  9(05).
               10  WS-K-G-CNT                  PIC  9(05).
               10  WS-K-DAYS                   PIC  9(02).
               10  WS-K-DAY-SW     OCCURS 31   PIC  X(01).
               10  WS-K-LAST-YMD               PIC  9(08).
               10  WS-K-DONE-SW                PIC  X(01).
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-MAX-IDX                     PIC  9(04).
       01  WS-LISTED-CNT                  PIC  9(04)  VALUE ZERO.
       01  WS-ONCE-KIDOU                  PIC  9(05)  VALUE ZERO.
       01  WS-ONCE-HITS                   PIC  9(07)  VALUE ZERO.
       01  WS-ALL-HITS                    PIC  9(07)  VALUE ZERO.
       01  WS-CNT-DSP                     PIC  ZZZZ9.
       01  WS-DAY-DSP                     PIC  Z9.
       01  WS-TOT-DSP                     PIC  ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-YM = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-TALLY-MONTH.
           OPEN OUTPUT REPEAT-RPT.
           PERFORM 5000-PRINT-REPEATERS.
           CLOSE REPEAT-RPT.
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
                       IF PR-REPEAT-CNT IS NUMERIC
                          AND PR-REPEAT-CNT > ZERO
                           MOVE PR-REPEAT-CNT TO WS-REPEAT-CNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       3000-TALLY-MONTH.
           OPEN INPUT ORPHLOG-FILE.
           IF WS-OL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-LOG.
           PERFORM UNTIL WS-EOF
               DIVIDE OL-SYORI-YMD BY 100 GIVING WS-HIT-YM
               IF WS-HIT-YM = WS-YM
                   PERFORM 3200-TALLY-ONE
               END-IF
               PERFORM 3100-READ-LOG
           END-PERFORM.
           CLOSE ORPHLOG-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-LOG.
           READ ORPHLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-TALLY-ONE.
           ADD 1 TO WS-ALL-HITS.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-K-IX FROM 1 BY 1
                   UNTIL WS-K-IX > WS-K-MAX
                      OR WS-FOUND
               IF WS-K-RIYO-CMP-CD(WS-K-IX) = OL-RIYO-CMP-CD
                  AND WS-K-KIDOU-ID(WS-K-IX) = OL-KIDOU-ID
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-K-IDX TO WS-K-IX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-K-MAX >= 2000
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-K-MAX
               MOVE WS-K-MAX        TO WS-K-IDX
               INITIALIZE WS-K-ENTRY(WS-K-IDX)
               MOVE OL-RIYO-CMP-CD  TO WS-K-RIYO-CMP-CD(WS-K-IDX)
               MOVE OL-KIDOU-ID     TO WS-K-KIDOU-ID(WS-K-IDX)
               MOVE "N"             TO WS-K-DONE-SW(WS-K-IDX)
           END-IF.
      *---------- task shown is the one on the latest hit
           IF OL-SYORI-YMD >= WS-K-LAST-YMD(WS-K-IDX)
               MOVE OL-SYORI-YMD     TO WS-K-LAST-YMD(WS-K-IDX)
               MOVE OL-GYOMU-TASK-ID TO WS-K-GYOMU-TASK-ID(WS-K-IDX)
           END-IF.
           ADD 1 TO WS-K-TOTAL(WS-K-IDX).
           EVALUATE TRUE
               WHEN OL-SHELL-GONE   ADD 1 TO WS-K-S-CNT(WS-K-IDX)
               WHEN OL-SHELL-ALIVE  ADD 1 TO WS-K-E-CNT(WS-K-IDX)
               WHEN OTHER           ADD 1 TO WS-K-G-CNT(WS-K-IDX)
           END-EVALUATE.
           MOVE OL-SYORI-YMD(7:2) TO WS-HIT-DD.
           IF WS-HIT-DD >= 1 AND WS-HIT-DD <= 31
               IF WS-K-DAY-SW(WS-K-IDX, WS-HIT-DD) NOT = "Y"
                   MOVE "Y" TO WS-K-DAY-SW(WS-K-IDX, WS-HIT-DD)
                   ADD 1 TO WS-K-DAYS(WS-K-IDX)
               END-IF
           END-IF.

      *---------- repeaters, most hits first, by repeated maximum
      *           selection (the CZCOAB10 ranking)
       5000-PRINT-REPEATERS.
           MOVE SPACE TO REPEAT-RPT-LINE.
           STRING "MONTHLY ORPHANED-SHELL REPEATERS  "
                                    DELIMITED BY SIZE
                  WS-YM             DELIMITED BY SIZE
                  "  (HIT "         DELIMITED BY SIZE
                  WS-REPEAT-CNT     DELIMITED BY SIZE
                  " OR MORE TIMES)" DELIMITED BY SIZE
                  INTO REPEAT-RPT-LINE
           END-STRING.
           WRITE REPEAT-RPT-LINE.
           MOVE SPACE TO REPEAT-RPT-LINE.
           STRING "CMP  KIDOU TASK     HITS SHELL-GONE SHELL-ALIVE"
                                    DELIMITED BY SIZE
                  "  END-GAP DAYS  LAST-DAY"
                                    DELIMITED BY SIZE
                  INTO REPEAT-RPT-LINE
           END-STRING.
           WRITE REPEAT-RPT-LINE.
           PERFORM WS-K-MAX TIMES
               MOVE ZERO TO WS-MAX-IDX
               PERFORM VARYING WS-K-IDX FROM 1 BY 1
                       UNTIL WS-K-IDX > WS-K-MAX
                   IF WS-K-DONE-SW(WS-K-IDX) = "N"
                       IF WS-MAX-IDX = ZERO
                          OR WS-K-TOTAL(WS-K-IDX)
                             > WS-K-TOTAL(WS-MAX-IDX)
                           MOVE WS-K-IDX TO WS-MAX-IDX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-K-DONE-SW(WS-MAX-IDX)
               IF WS-K-TOTAL(WS-MAX-IDX) >= WS-REPEAT-CNT
                   PERFORM 5100-PRINT-ONE-KIDOU
               ELSE
                   ADD 1 TO WS-ONCE-KIDOU
                   ADD WS-K-TOTAL(WS-MAX-IDX) TO WS-ONCE-HITS
               END-IF
           END-PERFORM.
           IF WS-LISTED-CNT = ZERO
               MOVE "  NO KIDOU REACHED THE REPEAT THRESHOLD"
                 TO REPEAT-RPT-LINE
               WRITE REPEAT-RPT-LINE
           END-IF.

           MOVE SPACE TO REPEAT-RPT-LINE.
           WRITE REPEAT-RPT-LINE.
           MOVE SPACE TO REPEAT-RPT-LINE.
           MOVE WS-ALL-HITS TO WS-TOT-DSP.
           STRING "HITS IN MONTH="  DELIMITED BY SIZE
                  WS-TOT-DSP        DELIMITED BY SIZE
                  INTO REPEAT-RPT-LINE
           END-STRING.
           WRITE REPEAT-RPT-LINE.
           MOVE SPACE TO REPEAT-RPT-LINE.
           MOVE WS-ONCE-KIDOU TO WS-CNT-DSP.
           MOVE WS-ONCE-HITS  TO WS-TOT-DSP.
           STRING "KIDOU BELOW THRESHOLD="
                                    DELIMITED BY SIZE
                  WS-CNT-DSP        DELIMITED BY SIZE
                  "  THEIR HITS="   DELIMITED BY SIZE
                  WS-TOT-DSP        DELIMITED BY SIZE
                  INTO REPEAT-RPT-LINE
           END-STRING.
           WRITE REPEAT-RPT-LINE.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO REPEAT-RPT-LINE
               STRING "  ** HITS NOT COUNTED (TABLE FULL)="
                                    DELIMITED BY SIZE
                      WS-OVERFLOW-CNT DELIMITED BY SIZE
                      INTO REPEAT-RPT-LINE
               END-STRING
               WRITE REPEAT-RPT-LINE
           END-IF.

       5100-PRINT-ONE-KIDOU.
           ADD 1 TO WS-LISTED-CNT.
           MOVE SPACE TO REPEAT-RPT-LINE.
           MOVE WS-K-RIYO-CMP-CD(WS-MAX-IDX)   TO REPEAT-RPT-LINE(1:4).
           MOVE WS-K-KIDOU-ID(WS-MAX-IDX)      TO REPEAT-RPT-LINE(6:4).
           MOVE WS-K-GYOMU-TASK-ID(WS-MAX-IDX) TO REPEAT-RPT-LINE(12:7).
           MOVE WS-K-TOTAL(WS-MAX-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP             TO REPEAT-RPT-LINE(20:5).
           MOVE WS-K-S-CNT(WS-MAX-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP             TO REPEAT-RPT-LINE(30:5).
           MOVE WS-K-E-CNT(WS-MAX-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP             TO REPEAT-RPT-LINE(42:5).
           MOVE WS-K-G-CNT(WS-MAX-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP             TO REPEAT-RPT-LINE(51:5).
           MOVE WS-K-DAYS(WS-MAX-IDX)  TO WS-DAY-DSP.
           MOVE WS-DAY-DSP             TO REPEAT-RPT-LINE(60:2).
           MOVE WS-K-LAST-YMD(WS-MAX-IDX)
                                       TO REPEAT-RPT-LINE(64:8).
           WRITE REPEAT-RPT-LINE.
