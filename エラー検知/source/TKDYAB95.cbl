      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB95
      *  Program name   : Per-company processing completion notice
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Run repeatedly through the night and morning.  For each
      *  company on the processing day's TKDYAA31 extract, once
      *  every undeleted kidou of the day has ended (started, and
      *  JIKOU-STS no longer RUN or blank) a client-facing notice
      *  goes out listing the funds processed and the reports
      *  produced (SCZY7050EX rows at status 2), and the open
      *  exceptions with their status (SCZY7050EX rows not at 2,
      *  and kidou that ended in error).  A company still not
      *  complete at the cutoff (PR-CUTOFF-HHMM on the morning
      *  after the processing day, default 0700) gets one partial
      *  notice that also lists the processing still outstanding;
      *  the final notice still follows when the day completes.
      *  Notices are appended to TKDYAB95NTC with the TKDYAB01
      *  "COMPANY " banner line, go to the REPDSTPM recipients
      *  under REP-ID TKDYAB95 and are recorded on the TKDYAB45
      *  delivery ledger, source NTC + day + F (final) or P
      *  (partial); that ledger row is also what stops the same
      *  notice going out twice.  The processing day defaults to
      *  yesterday.  RC 8 when the day is not a date, RC 4 when a
      *  partial notice went out or a notice was due for a company
      *  with no recipient on REPDSTPM.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB95.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB95PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT SCZY7050EX-FILE ASSIGN TO "SCZY7050EX"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS EXST-KEY
                  FILE STATUS     IS WS-EX5-STS.
           SELECT DIST-MSTR      ASSIGN TO "REPDSTPM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RD-STS.
           SELECT LEDGER-FILE    ASSIGN TO "TKDYAB45LDG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-LG-STS.
           SELECT NOTICE-FILE    ASSIGN TO "TKDYAB95NTC"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-NTC-STS.
           SELECT NOTICE-RPT     ASSIGN TO "TKDYAB95RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-SYORI-YMD               PIC  9(08).
      *---------- partial-notice cutoff on the morning after the
      *           processing day, HHMM; zero = 0700
           05  PR-CUTOFF-HHMM             PIC  9(04).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  SCZY7050EX-FILE.
           COPY SCZY7050EX.

       FD  DIST-MSTR.
           COPY REPDSTPM.

       FD  LEDGER-FILE.
           COPY DLVLEDG.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                    PIC  X(80).

       FD  NOTICE-RPT.
       01  NOTICE-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-EX5-STS                     PIC  X(02).
       01  WS-RD-STS                      PIC  X(02).
       01  WS-LG-STS                      PIC  X(02).
       01  WS-NTC-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-EX-OPEN-SW                  PIC  X(01)  VALUE "N".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-CUTOFF-HHMM                 PIC  9(04)  VALUE 0700.
       01  WS-CUTOFF-YMD                  PIC  9(08).
       01  WS-CUTOFF-STAMP                PIC  X(12).
       01  WS-PAST-CUTOFF-SW              PIC  X(01)  VALUE "N".
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- the day's companies and where each one stands
       01  WS-C-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-C-TBL.
           05  WS-C-ENTRY  OCCURS 500.
               10  WS-C-RIYO-CMP-CD       PIC  X(04).
               10  WS-C-EXPECT-CNT        PIC  9(05).
               10  WS-C-ENDED-CNT         PIC  9(05).
               10  WS-C-FAILED-CNT        PIC  9(05).
               10  WS-C-FINAL-SENT-SW     PIC  X(01).
               10  WS-C-PARTIAL-SENT-SW   PIC  X(01).
       01  WS-C-IDX                       PIC  9(04).

      *---------- the day's kidou: O ended OK, F ended in error,
      *           R running, N not started
       01  WS-K-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-K-TBL.
           05  WS-K-ENTRY  OCCURS 9999.
               10  WS-K-RIYO-CMP-CD       PIC  X(04).
               10  WS-K-KIDOU-ID          PIC  X(04).
               10  WS-K-GYOMU-TASK-ID     PIC  X(07).
               10  WS-K-STATE             PIC  X(01).
       01  WS-K-IDX                       PIC  9(04).
       01  WS-K-FULL-SW                   PIC  X(01)  VALUE "N".

      *---------- notice recipients on REPDSTPM
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-ENTRY  OCCURS 2000.
               10  WS-R-RIYO-CMP-CD       PIC  X(04).
               10  WS-R-RECIPIENT         PIC  X(40).
               10  WS-R-CHANNEL           PIC  X(08).
       01  WS-R-IDX                       PIC  9(04).
       01  WS-RCPT-CNT                    PIC  9(04).

      *---------- one company's SCZY7050EX picture for the notice
       01  WS-FUND-CNT                    PIC  9(04).
       01  WS-FUND-TBL.
           05  WS-FUND-CD  OCCURS 500     PIC  X(12).
       01  WS-REP-CNT                     PIC  9(04).
       01  WS-REP-TBL.
           05  WS-REP-ID   OCCURS 200     PIC  X(08).
       01  WS-X-CNT                       PIC  9(04).
       01  WS-X-TBL.
           05  WS-X-ENTRY  OCCURS 200.
               10  WS-X-FUND-CD           PIC  X(12).
               10  WS-X-REP-ID            PIC  X(08).
               10  WS-X-STATUS-CD         PIC  X(01).
       01  WS-L-IDX                       PIC  9(04).
       01  WS-HIT-SW                      PIC  X(01).
       01  WS-COL                         PIC  9(03).
       01  WS-OPEN-CNT                    PIC  9(04).
       01  WS-OUTST-CNT                   PIC  9(04).
       01  WS-STATUS-TEXT                 PIC  X(30).

       01  WS-NOTICE-KIND                 PIC  X(01).
           88  WS-NOTICE-FINAL            VALUE "F".
           88  WS-NOTICE-PARTIAL          VALUE "P".
       01  WS-CUR-SOURCE                  PIC  X(12).
       01  WS-ACTION                      PIC  X(14).
       01  WS-CNT-DSP                     PIC  ZZZZ9.
       01  WS-FINAL-CNT                   PIC  9(04)  VALUE ZERO.
       01  WS-PARTIAL-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-NORCPT-CNT                  PIC  9(04)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SYORI-YMD) NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-CUTOFF-YMD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-SYORI-YMD) + 1).
           MOVE WS-CUTOFF-YMD  TO WS-CUTOFF-STAMP(1:8).
           MOVE WS-CUTOFF-HHMM TO WS-CUTOFF-STAMP(9:4).
           IF WS-NOW-STAMP(1:12) >= WS-CUTOFF-STAMP
               MOVE "Y" TO WS-PAST-CUTOFF-SW
           END-IF.

           PERFORM 2000-LOAD-KIDOU.
           PERFORM 2500-LOAD-RECIPIENTS.
           PERFORM 2700-LOAD-LEDGER.

           OPEN INPUT SCZY7050EX-FILE.
           IF WS-EX5-STS = "00"
               MOVE "Y" TO WS-EX-OPEN-SW
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LG-STS = "05" OR WS-LG-STS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN EXTEND NOTICE-FILE.
           IF WS-NTC-STS = "05" OR WS-NTC-STS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           OPEN OUTPUT NOTICE-RPT.
           MOVE SPACE TO NOTICE-RPT-LINE.
           STRING "TKDYAB95  COMPLETION NOTICES  PROCESSING DAY "
                                  DELIMITED BY SIZE
                  WS-SYORI-YMD    DELIMITED BY SIZE
                  "  RUN "        DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  "  CUTOFF "     DELIMITED BY SIZE
                  WS-CUTOFF-STAMP DELIMITED BY SIZE
                  INTO NOTICE-RPT-LINE
           END-STRING.
           WRITE NOTICE-RPT-LINE.
           MOVE SPACE TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.
           MOVE SPACE TO NOTICE-RPT-LINE.
           MOVE "CMP"            TO NOTICE-RPT-LINE(1:3).
           MOVE "EXPECT"         TO NOTICE-RPT-LINE(7:6).
           MOVE " ENDED"         TO NOTICE-RPT-LINE(14:6).
           MOVE "ERROR"          TO NOTICE-RPT-LINE(21:5).
           MOVE "RCPT"           TO NOTICE-RPT-LINE(28:4).
           MOVE "ACTION"         TO NOTICE-RPT-LINE(34:6).
           WRITE NOTICE-RPT-LINE.

           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-C-CNT
               PERFORM 3000-CHECK-COMPANY
           END-PERFORM.

           MOVE SPACE TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.
           MOVE SPACE TO NOTICE-RPT-LINE.
           STRING "COMPANIES="        DELIMITED BY SIZE
                  WS-C-CNT            DELIMITED BY SIZE
                  " FINAL="           DELIMITED BY SIZE
                  WS-FINAL-CNT        DELIMITED BY SIZE
                  " PARTIAL="         DELIMITED BY SIZE
                  WS-PARTIAL-CNT      DELIMITED BY SIZE
                  " NO-RECIPIENT="    DELIMITED BY SIZE
                  WS-NORCPT-CNT       DELIMITED BY SIZE
                  INTO NOTICE-RPT-LINE
           END-STRING.
           WRITE NOTICE-RPT-LINE.
           IF WS-K-FULL-SW = "Y"
               MOVE "KIDOU TABLE FULL AT 9999 - LATER KIDOU NOT COUNTED"
                 TO NOTICE-RPT-LINE
               WRITE NOTICE-RPT-LINE
           END-IF.
           CLOSE NOTICE-RPT NOTICE-FILE LEDGER-FILE.
           IF WS-EX-OPEN-SW = "Y"
               CLOSE SCZY7050EX-FILE
           END-IF.
           IF WS-PARTIAL-CNT > ZERO OR WS-NORCPT-CNT > ZERO
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
                       IF PR-CUTOFF-HHMM IS NUMERIC
                          AND PR-CUTOFF-HHMM > ZERO
                           MOVE PR-CUTOFF-HHMM TO WS-CUTOFF-HHMM
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-SYORI-YMD = ZERO
               COMPUTE WS-SYORI-YMD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) - 1)
           END-IF.

      *---------- the day's undeleted kidou, the TKDYAB91 reading of
      *           JIKOU-STS
       2000-LOAD-KIDOU.
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
                           PERFORM 2100-KEEP-KIDOU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       2100-KEEP-KIDOU.
           IF WS-K-CNT >= 9999
               MOVE "Y" TO WS-K-FULL-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-C-CNT
               IF WS-C-RIYO-CMP-CD(WS-C-IDX) = RIYO-CMP-CD
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-C-IDX > WS-C-CNT
               IF WS-C-CNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-C-CNT
               MOVE WS-C-CNT    TO WS-C-IDX
               MOVE RIYO-CMP-CD TO WS-C-RIYO-CMP-CD(WS-C-IDX)
               MOVE ZERO        TO WS-C-EXPECT-CNT(WS-C-IDX)
                                   WS-C-ENDED-CNT(WS-C-IDX)
                                   WS-C-FAILED-CNT(WS-C-IDX)
               MOVE "N"         TO WS-C-FINAL-SENT-SW(WS-C-IDX)
                                   WS-C-PARTIAL-SENT-SW(WS-C-IDX)
           END-IF.
           ADD 1 TO WS-K-CNT.
           MOVE RIYO-CMP-CD   TO WS-K-RIYO-CMP-CD(WS-K-CNT).
           MOVE KIDOU-ID      TO WS-K-KIDOU-ID(WS-K-CNT).
           MOVE GYOMU-TASK-ID TO WS-K-GYOMU-TASK-ID(WS-K-CNT).
           ADD 1 TO WS-C-EXPECT-CNT(WS-C-IDX).
           EVALUATE TRUE
               WHEN JIKOU-START-TIME = SPACE
                   MOVE "N" TO WS-K-STATE(WS-K-CNT)
               WHEN JIKOU-STS = "RUN" OR JIKOU-STS = SPACE
                   MOVE "R" TO WS-K-STATE(WS-K-CNT)
               WHEN JIKOU-STS = "000"
                   MOVE "O" TO WS-K-STATE(WS-K-CNT)
                   ADD 1 TO WS-C-ENDED-CNT(WS-C-IDX)
               WHEN OTHER
                   MOVE "F" TO WS-K-STATE(WS-K-CNT)
                   ADD 1 TO WS-C-ENDED-CNT(WS-C-IDX)
                   ADD 1 TO WS-C-FAILED-CNT(WS-C-IDX)
           END-EVALUATE.

       2500-LOAD-RECIPIENTS.
           OPEN INPUT DIST-MSTR.
           IF WS-RD-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ DIST-MSTR
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RD-REP-ID = "TKDYAB95"
                          AND RD-DEL-KBN = SPACE
                          AND WS-R-CNT < 2000
                           ADD 1 TO WS-R-CNT
                           MOVE RD-RIYO-CMP-CD
                             TO WS-R-RIYO-CMP-CD(WS-R-CNT)
                           MOVE RD-RECIPIENT TO WS-R-RECIPIENT(WS-R-CNT)
                           MOVE RD-CHANNEL   TO WS-R-CHANNEL(WS-R-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-MSTR.
           MOVE "N" TO WS-EOF-SW.

      *---------- notices already on the ledger for this day
       2700-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LG-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LG-REP-ID = "TKDYAB95"
                          AND LG-SOURCE(1:3) = "NTC"
                          AND LG-SOURCE(4:8) = WS-SYORI-YMD
                           PERFORM 2800-MARK-SENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE "N" TO WS-EOF-SW.

       2800-MARK-SENT.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-C-CNT
               IF WS-C-RIYO-CMP-CD(WS-C-IDX) = LG-RIYO-CMP-CD
                   IF LG-SOURCE(12:1) = "F"
                       MOVE "Y" TO WS-C-FINAL-SENT-SW(WS-C-IDX)
                   ELSE
                       MOVE "Y" TO WS-C-PARTIAL-SENT-SW(WS-C-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------- final once every kidou has ended; one partial at
      *           the cutoff while it has not
       3000-CHECK-COMPANY.
           MOVE SPACE TO WS-NOTICE-KIND.
           EVALUATE TRUE
               WHEN WS-C-FINAL-SENT-SW(WS-C-IDX) = "Y"
                   MOVE "FINAL EARLIER" TO WS-ACTION
               WHEN WS-C-ENDED-CNT(WS-C-IDX)
                    = WS-C-EXPECT-CNT(WS-C-IDX)
                   MOVE "F" TO WS-NOTICE-KIND
               WHEN WS-C-PARTIAL-SENT-SW(WS-C-IDX) = "Y"
                   MOVE "PARTIAL EARLIER" TO WS-ACTION
               WHEN WS-PAST-CUTOFF-SW = "Y"
                   MOVE "P" TO WS-NOTICE-KIND
               WHEN OTHER
                   MOVE "WAITING" TO WS-ACTION
           END-EVALUATE.
           MOVE ZERO TO WS-RCPT-CNT.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               IF WS-R-RIYO-CMP-CD(WS-R-IDX)
                  = WS-C-RIYO-CMP-CD(WS-C-IDX)
                   ADD 1 TO WS-RCPT-CNT
               END-IF
           END-PERFORM.
           IF WS-NOTICE-KIND NOT = SPACE
               IF WS-RCPT-CNT = ZERO
                   MOVE "NO RECIPIENT" TO WS-ACTION
                   ADD 1 TO WS-NORCPT-CNT
               ELSE
                   PERFORM 4000-ISSUE-NOTICE
               END-IF
           END-IF.
           MOVE SPACE TO NOTICE-RPT-LINE.
           MOVE WS-C-RIYO-CMP-CD(WS-C-IDX) TO NOTICE-RPT-LINE(1:4).
           MOVE WS-C-EXPECT-CNT(WS-C-IDX)  TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                 TO NOTICE-RPT-LINE(7:5).
           MOVE WS-C-ENDED-CNT(WS-C-IDX)   TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                 TO NOTICE-RPT-LINE(14:5).
           MOVE WS-C-FAILED-CNT(WS-C-IDX)  TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                 TO NOTICE-RPT-LINE(21:5).
           MOVE WS-RCPT-CNT                TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                 TO NOTICE-RPT-LINE(27:5).
           MOVE WS-ACTION                  TO NOTICE-RPT-LINE(34:14).
           WRITE NOTICE-RPT-LINE.

       4000-ISSUE-NOTICE.
           MOVE SPACE TO WS-CUR-SOURCE.
           STRING "NTC"          DELIMITED BY SIZE
                  WS-SYORI-YMD   DELIMITED BY SIZE
                  WS-NOTICE-KIND DELIMITED BY SIZE
                  INTO WS-CUR-SOURCE
           END-STRING.
           PERFORM 4100-COLLECT-EXECUTION.
           PERFORM 5000-WRITE-NOTICE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               IF WS-R-RIYO-CMP-CD(WS-R-IDX)
                  = WS-C-RIYO-CMP-CD(WS-C-IDX)
                   PERFORM 6000-WRITE-LEDGER-ROW
               END-IF
           END-PERFORM.
           IF WS-NOTICE-FINAL
               MOVE "FINAL SENT"   TO WS-ACTION
               ADD 1 TO WS-FINAL-CNT
           ELSE
               MOVE "PARTIAL SENT" TO WS-ACTION
               ADD 1 TO WS-PARTIAL-CNT
           END-IF.

      *---------- the company's SCZY7050EX rows for the day: funds
      *           and reports at status 2, everything else open
       4100-COLLECT-EXECUTION.
           MOVE ZERO TO WS-FUND-CNT WS-REP-CNT WS-X-CNT.
           IF WS-EX-OPEN-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE                  TO EXST-KEY.
           MOVE WS-C-RIYO-CMP-CD(WS-C-IDX) TO EXST-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD               TO EXST-SYORI-YMD.
           START SCZY7050EX-FILE KEY IS NOT LESS THAN EXST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-EOF
               READ SCZY7050EX-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EXST-RIYO-CMP-CD
                          NOT = WS-C-RIYO-CMP-CD(WS-C-IDX)
                          OR EXST-SYORI-YMD NOT = WS-SYORI-YMD
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 4200-TAKE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       4200-TAKE-ONE-ROW.
           IF EXST-STATUS-CD NOT = "2"
               IF WS-X-CNT < 200
                   ADD 1 TO WS-X-CNT
                   MOVE EXST-FUND-CD   TO WS-X-FUND-CD(WS-X-CNT)
                   MOVE EXST-REP-ID    TO WS-X-REP-ID(WS-X-CNT)
                   MOVE EXST-STATUS-CD TO WS-X-STATUS-CD(WS-X-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF EXST-FUND-CD NOT = SPACE
               MOVE "N" TO WS-HIT-SW
               PERFORM VARYING WS-L-IDX FROM 1 BY 1
                       UNTIL WS-L-IDX > WS-FUND-CNT
                   IF WS-FUND-CD(WS-L-IDX) = EXST-FUND-CD
                       MOVE "Y" TO WS-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HIT-SW = "N" AND WS-FUND-CNT < 500
                   ADD 1 TO WS-FUND-CNT
                   MOVE EXST-FUND-CD TO WS-FUND-CD(WS-FUND-CNT)
               END-IF
           END-IF.
           IF EXST-REP-ID NOT = SPACE
               MOVE "N" TO WS-HIT-SW
               PERFORM VARYING WS-L-IDX FROM 1 BY 1
                       UNTIL WS-L-IDX > WS-REP-CNT
                   IF WS-REP-ID(WS-L-IDX) = EXST-REP-ID
                       MOVE "Y" TO WS-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HIT-SW = "N" AND WS-REP-CNT < 200
                   ADD 1 TO WS-REP-CNT
                   MOVE EXST-REP-ID TO WS-REP-ID(WS-REP-CNT)
               END-IF
           END-IF.

      *---------- the client-facing notice, opened by the TKDYAB01
      *           "COMPANY " banner so it bursts and dispatches the
      *           same way
       5000-WRITE-NOTICE.
           MOVE SPACE TO NOTICE-LINE.
           MOVE "COMPANY "                 TO NOTICE-LINE(1:8).
           MOVE WS-C-RIYO-CMP-CD(WS-C-IDX) TO NOTICE-LINE(9:4).
           WRITE NOTICE-LINE.
           MOVE SPACE TO NOTICE-LINE.
           STRING "DAILY PROCESSING NOTICE - PROCESSING DAY "
                                  DELIMITED BY SIZE
                  WS-SYORI-YMD    DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACE TO NOTICE-LINE.
           IF WS-NOTICE-FINAL
               MOVE "STATUS: COMPLETE - ALL SCHEDULED PROCESSING HAS EN
      -             "DED" TO NOTICE-LINE
           ELSE
               STRING "STATUS: PARTIAL - NOT YET COMPLETE AT "
                                      DELIMITED BY SIZE
                      WS-CUTOFF-HHMM  DELIMITED BY SIZE
                      ", FINAL NOTICE TO FOLLOW"
                                      DELIMITED BY SIZE
                      INTO NOTICE-LINE
               END-STRING
           END-IF.
           WRITE NOTICE-LINE.
           MOVE SPACE TO NOTICE-LINE.
           STRING "ISSUED "       DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.

           MOVE SPACE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-FUND-CNT TO WS-CNT-DSP.
           MOVE SPACE TO NOTICE-LINE.
           STRING "FUNDS PROCESSED:" DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACE TO NOTICE-LINE.
           MOVE 3     TO WS-COL.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-FUND-CNT
               IF WS-COL > 67
                   WRITE NOTICE-LINE
                   MOVE SPACE TO NOTICE-LINE
                   MOVE 3     TO WS-COL
               END-IF
               MOVE WS-FUND-CD(WS-L-IDX) TO NOTICE-LINE(WS-COL:12)
               ADD 14 TO WS-COL
           END-PERFORM.
           IF WS-COL > 3
               WRITE NOTICE-LINE
           END-IF.

           MOVE SPACE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-REP-CNT TO WS-CNT-DSP.
           MOVE SPACE TO NOTICE-LINE.
           STRING "REPORTS PRODUCED:" DELIMITED BY SIZE
                  WS-CNT-DSP          DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           MOVE SPACE TO NOTICE-LINE.
           MOVE 3     TO WS-COL.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-REP-CNT
               IF WS-COL > 71
                   WRITE NOTICE-LINE
                   MOVE SPACE TO NOTICE-LINE
                   MOVE 3     TO WS-COL
               END-IF
               MOVE WS-REP-ID(WS-L-IDX) TO NOTICE-LINE(WS-COL:8)
               ADD 10 TO WS-COL
           END-PERFORM.
           IF WS-COL > 3
               WRITE NOTICE-LINE
           END-IF.

           MOVE SPACE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           COMPUTE WS-OPEN-CNT = WS-X-CNT + WS-C-FAILED-CNT(WS-C-IDX).
           MOVE WS-OPEN-CNT TO WS-CNT-DSP.
           MOVE SPACE TO NOTICE-LINE.
           STRING "OPEN EXCEPTIONS:" DELIMITED BY SIZE
                  WS-CNT-DSP         DELIMITED BY SIZE
                  INTO NOTICE-LINE
           END-STRING.
           WRITE NOTICE-LINE.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-X-CNT
               EVALUATE WS-X-STATUS-CD(WS-L-IDX)
                   WHEN "9"
                       MOVE "ERROR - UNDER INVESTIGATION"
                         TO WS-STATUS-TEXT
                   WHEN "1"
                       MOVE "IN PROGRESS" TO WS-STATUS-TEXT
                   WHEN "0"
                       MOVE "REGISTERED - NOT STARTED"
                         TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "PENDING" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACE TO NOTICE-LINE
               MOVE "FUND"                 TO NOTICE-LINE(3:4)
               MOVE WS-X-FUND-CD(WS-L-IDX) TO NOTICE-LINE(8:12)
               MOVE "REPORT"               TO NOTICE-LINE(22:6)
               MOVE WS-X-REP-ID(WS-L-IDX)  TO NOTICE-LINE(29:8)
               MOVE "STATUS"               TO NOTICE-LINE(39:6)
               MOVE WS-STATUS-TEXT         TO NOTICE-LINE(46:30)
               WRITE NOTICE-LINE
           END-PERFORM.
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-K-CNT
               IF WS-K-RIYO-CMP-CD(WS-K-IDX)
                  = WS-C-RIYO-CMP-CD(WS-C-IDX)
                  AND WS-K-STATE(WS-K-IDX) = "F"
                   MOVE "ENDED IN ERROR - UNDER INVESTIGATION"
                     TO WS-STATUS-TEXT
                   PERFORM 5100-WRITE-PROCESS-LINE
               END-IF
           END-PERFORM.

           IF WS-NOTICE-PARTIAL
               MOVE SPACE TO NOTICE-LINE
               WRITE NOTICE-LINE
               COMPUTE WS-OUTST-CNT = WS-C-EXPECT-CNT(WS-C-IDX)
                                    - WS-C-ENDED-CNT(WS-C-IDX)
               MOVE WS-OUTST-CNT TO WS-CNT-DSP
               MOVE SPACE TO NOTICE-LINE
               STRING "OUTSTANDING PROCESSING:" DELIMITED BY SIZE
                      WS-CNT-DSP                DELIMITED BY SIZE
                      INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               PERFORM VARYING WS-K-IDX FROM 1 BY 1
                       UNTIL WS-K-IDX > WS-K-CNT
                   IF WS-K-RIYO-CMP-CD(WS-K-IDX)
                      = WS-C-RIYO-CMP-CD(WS-C-IDX)
                      AND (WS-K-STATE(WS-K-IDX) = "R"
                           OR WS-K-STATE(WS-K-IDX) = "N")
                       IF WS-K-STATE(WS-K-IDX) = "R"
                           MOVE "RUNNING" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "NOT STARTED" TO WS-STATUS-TEXT
                       END-IF
                       PERFORM 5100-WRITE-PROCESS-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "END OF NOTICE" TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       5100-WRITE-PROCESS-LINE.
           MOVE SPACE TO NOTICE-LINE.
           MOVE "PROCESS"                    TO NOTICE-LINE(3:7).
           MOVE WS-K-KIDOU-ID(WS-K-IDX)      TO NOTICE-LINE(11:4).
           MOVE "/"                          TO NOTICE-LINE(15:1).
           MOVE WS-K-GYOMU-TASK-ID(WS-K-IDX) TO NOTICE-LINE(16:7).
           MOVE "STATUS"                     TO NOTICE-LINE(39:6).
           MOVE WS-STATUS-TEXT               TO NOTICE-LINE(46:30).
           WRITE NOTICE-LINE.

      *---------- the TKDYAB45 ledger row, one per recipient
       6000-WRITE-LEDGER-ROW.
           MOVE WS-TODAY-YMD               TO LG-YMD.
           MOVE WS-CUR-SOURCE              TO LG-SOURCE.
           MOVE "TKDYAB95"                 TO LG-REP-ID.
           MOVE WS-R-RIYO-CMP-CD(WS-R-IDX) TO LG-RIYO-CMP-CD.
           MOVE WS-R-RECIPIENT(WS-R-IDX)   TO LG-RECIPIENT.
           MOVE WS-R-CHANNEL(WS-R-IDX)     TO LG-CHANNEL.
           MOVE "S"                        TO LG-STATUS.
           MOVE WS-NOW-STAMP               TO LG-SENT-TIME.
           MOVE SPACE                      TO LG-CONF-TIME.
           WRITE DLVLEDG-REC.
