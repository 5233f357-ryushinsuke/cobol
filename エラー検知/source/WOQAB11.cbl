      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Program ID     : WOQAB11
      *  Program name   : Daily duplicate-attempt report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Reads the WOQAB10 duplicate-attempt log for one day
      *  (WOQAB11PRM, default yesterday) and reports by program,
      *  most duplicates first: the replays and releases skipped as
      *  already processed, the requests that were processed again
      *  after their first success, and how many distinct requests
      *  were involved.  The day's attempts follow with their
      *  reasons.  RC 4 when any request was processed again - a
      *  duplicate that actually went through, not one that was
      *  caught.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "WOQAB11PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT DUP-LOG-FILE   ASSIGN TO "WOQAB10DUP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ID-STS.
           SELECT DUP-RPT-FILE   ASSIGN TO "WOQAB11RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-REPORT-YMD              PIC  9(08).

       FD  DUP-LOG-FILE.
           COPY WOQIDDUP.

       FD  DUP-RPT-FILE.
       01  DUP-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-ID-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-REPORT-YMD                  PIC  9(08)  VALUE ZERO.

      *---------- per-program totals, ranked before printing
       01  WS-P-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-P-IDX                       PIC  9(04).
       01  WS-P-JDX                       PIC  9(04).
       01  WS-P-TBL.
           05  WS-P-ENTRY  OCCURS 500.
               10  WS-P-PGM-NAME          PIC  X(16).
               10  WS-P-TOTAL             PIC  9(07).
               10  WS-P-REPLAY            PIC  9(07).
               10  WS-P-RELEASE           PIC  9(07).
               10  WS-P-PROCESS           PIC  9(07).
               10  WS-P-KEYS              PIC  9(07).
               10  WS-P-LAST-TIME         PIC  X(14).
       01  WS-P-HOLD                      PIC  X(65).
       01  WS-SWAP-SW                     PIC  X(01).

      *---------- distinct requests seen, for the per-program count
       01  WS-K-CNT                       PIC  9(05)  VALUE ZERO.
       01  WS-K-IDX                       PIC  9(05).
       01  WS-K-TBL.
           05  WS-K-IDEM-KEY  OCCURS 5000 PIC  X(43).

       01  WS-DAY-TOTAL                   PIC  9(07)  VALUE ZERO.
       01  WS-DAY-PROCESS                 PIC  9(07)  VALUE ZERO.
       01  WS-CNT-DSP                     PIC  Z(06)9.
       01  WS-RANK-DSP                    PIC  ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           PERFORM 1000-READ-PARAM.

           OPEN INPUT DUP-LOG-FILE.
           IF WS-ID-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ DUP-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ID-ATTEMPT-TIME(1:8) = WS-REPORT-YMD
                               PERFORM 2000-ACCUMULATE-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUP-LOG-FILE
           END-IF.
           PERFORM 3000-SORT-BY-TOTAL.

           OPEN OUTPUT DUP-RPT-FILE.
           PERFORM 4000-PRINT-SUMMARY.
           PERFORM 5000-PRINT-ATTEMPTS.
           CLOSE DUP-RPT-FILE.
           IF WS-DAY-PROCESS > ZERO
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

       2000-ACCUMULATE-ONE.
           ADD 1 TO WS-DAY-TOTAL.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-CNT
               IF WS-P-PGM-NAME(WS-P-IDX) = ID-PGM-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-P-IDX > WS-P-CNT
               IF WS-P-CNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-P-CNT
               MOVE ID-PGM-NAME TO WS-P-PGM-NAME(WS-P-IDX)
               MOVE ZERO TO WS-P-TOTAL(WS-P-IDX)
                            WS-P-REPLAY(WS-P-IDX)
                            WS-P-RELEASE(WS-P-IDX)
                            WS-P-PROCESS(WS-P-IDX)
                            WS-P-KEYS(WS-P-IDX)
           END-IF.
           ADD 1 TO WS-P-TOTAL(WS-P-IDX).
           EVALUATE ID-SOURCE
               WHEN "REPLAY"
                   ADD 1 TO WS-P-REPLAY(WS-P-IDX)
               WHEN "RELEASE"
                   ADD 1 TO WS-P-RELEASE(WS-P-IDX)
               WHEN OTHER
                   ADD 1 TO WS-P-PROCESS(WS-P-IDX)
                   ADD 1 TO WS-DAY-PROCESS
           END-EVALUATE.
           MOVE ID-ATTEMPT-TIME TO WS-P-LAST-TIME(WS-P-IDX).
      *---------- the key carries the program name, so a key new
      *           to the day is new to its program
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-K-CNT
               IF WS-K-IDEM-KEY(WS-K-IDX) = ID-IDEM-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-K-IDX > WS-K-CNT AND WS-K-CNT < 5000
               ADD 1 TO WS-K-CNT
               MOVE ID-IDEM-KEY TO WS-K-IDEM-KEY(WS-K-CNT)
               ADD 1 TO WS-P-KEYS(WS-P-IDX)
           END-IF.

       3000-SORT-BY-TOTAL.
           MOVE "Y" TO WS-SWAP-SW.
           PERFORM UNTIL WS-SWAP-SW = "N"
               MOVE "N" TO WS-SWAP-SW
               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX >= WS-P-CNT
                   COMPUTE WS-P-JDX = WS-P-IDX + 1
                   IF WS-P-TOTAL(WS-P-JDX) > WS-P-TOTAL(WS-P-IDX)
                       MOVE WS-P-ENTRY(WS-P-IDX) TO WS-P-HOLD
                       MOVE WS-P-ENTRY(WS-P-JDX)
                         TO WS-P-ENTRY(WS-P-IDX)
                       MOVE WS-P-HOLD TO WS-P-ENTRY(WS-P-JDX)
                       MOVE "Y" TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRINT-SUMMARY.
           MOVE SPACE TO DUP-RPT-LINE.
           STRING "WOQAB11  DUPLICATE ATTEMPTS BY PROGRAM  DAY "
                                     DELIMITED BY SIZE
                  WS-REPORT-YMD      DELIMITED BY SIZE
                  INTO DUP-RPT-LINE
           END-STRING.
           WRITE DUP-RPT-LINE.
           MOVE SPACE TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE SPACE TO DUP-RPT-LINE.
           MOVE "RANK"             TO DUP-RPT-LINE(1:4).
           MOVE "PROGRAM"          TO DUP-RPT-LINE(7:7).
           MOVE "ATTEMPTS"         TO DUP-RPT-LINE(25:8).
           MOVE "REPLAY SKIP"      TO DUP-RPT-LINE(35:11).
           MOVE "RELEASE SKIP"     TO DUP-RPT-LINE(48:12).
           MOVE "PROCESSED AGAIN"  TO DUP-RPT-LINE(62:15).
           MOVE "REQUESTS"         TO DUP-RPT-LINE(79:8).
           MOVE "LAST ATTEMPT"     TO DUP-RPT-LINE(89:12).
           WRITE DUP-RPT-LINE.
           IF WS-P-CNT = ZERO
               MOVE "  NO DUPLICATE ATTEMPTS ON THE DAY" TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-CNT
               MOVE SPACE TO DUP-RPT-LINE
               MOVE WS-P-IDX               TO WS-RANK-DSP
               MOVE WS-RANK-DSP            TO DUP-RPT-LINE(2:3)
               MOVE WS-P-PGM-NAME(WS-P-IDX) TO DUP-RPT-LINE(7:16)
               MOVE WS-P-TOTAL(WS-P-IDX)   TO WS-CNT-DSP
               MOVE WS-CNT-DSP             TO DUP-RPT-LINE(26:7)
               MOVE WS-P-REPLAY(WS-P-IDX)  TO WS-CNT-DSP
               MOVE WS-CNT-DSP             TO DUP-RPT-LINE(39:7)
               MOVE WS-P-RELEASE(WS-P-IDX) TO WS-CNT-DSP
               MOVE WS-CNT-DSP             TO DUP-RPT-LINE(53:7)
               MOVE WS-P-PROCESS(WS-P-IDX) TO WS-CNT-DSP
               MOVE WS-CNT-DSP             TO DUP-RPT-LINE(70:7)
               MOVE WS-P-KEYS(WS-P-IDX)    TO WS-CNT-DSP
               MOVE WS-CNT-DSP             TO DUP-RPT-LINE(80:7)
               MOVE WS-P-LAST-TIME(WS-P-IDX) TO DUP-RPT-LINE(89:14)
               WRITE DUP-RPT-LINE
           END-PERFORM.
           MOVE SPACE TO DUP-RPT-LINE.
           MOVE WS-DAY-TOTAL TO WS-CNT-DSP.
           STRING "TOTAL ATTEMPTS "  DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  INTO DUP-RPT-LINE
           END-STRING.
           MOVE WS-DAY-PROCESS TO WS-CNT-DSP.
           STRING "PROCESSED AGAIN " DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  INTO DUP-RPT-LINE(30:30)
           END-STRING.
           WRITE DUP-RPT-LINE.

      *---------- the day's rows again, in log order, with reasons
       5000-PRINT-ATTEMPTS.
           IF WS-DAY-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE "ATTEMPTS ON THE DAY" TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE SPACE TO DUP-RPT-LINE.
           MOVE "TIME"             TO DUP-RPT-LINE(1:4).
           MOVE "SOURCE"           TO DUP-RPT-LINE(16:6).
           MOVE "PROGRAM"          TO DUP-RPT-LINE(25:7).
           MOVE "MSGCODE"          TO DUP-RPT-LINE(42:7).
           MOVE "FAILED AT"        TO DUP-RPT-LINE(50:9).
           MOVE "REASON"           TO DUP-RPT-LINE(65:6).
           WRITE DUP-RPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DUP-LOG-FILE.
           IF WS-ID-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ DUP-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ID-ATTEMPT-TIME(1:8) = WS-REPORT-YMD
                           MOVE SPACE TO DUP-RPT-LINE
                           MOVE ID-ATTEMPT-TIME TO DUP-RPT-LINE(1:14)
                           MOVE ID-SOURCE       TO DUP-RPT-LINE(16:8)
                           MOVE ID-PGM-NAME     TO DUP-RPT-LINE(25:16)
                           MOVE ID-MSG-CODE     TO DUP-RPT-LINE(42:7)
                           MOVE ID-REF-TIME     TO DUP-RPT-LINE(50:14)
                           MOVE ID-REASON       TO DUP-RPT-LINE(65:50)
                           WRITE DUP-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-LOG-FILE.
