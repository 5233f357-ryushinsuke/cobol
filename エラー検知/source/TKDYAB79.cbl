      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB79
      *  Program name   : Chronic-exception analysis
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Monthly pass over SCZY7080MSG for the window of the last
      *  PR-WINDOW-MONTHS months ending with PR-ASOF-MONTH.  A
      *  company/fund/MSG-ID pair is chronic when it was raised in
      *  at least PR-MIN-MONTHS of those months, or on more than
      *  PR-DAY-SHARE-PCT percent of the window's business days
      *  (house calendar, through SCZY1020 function 8).  Rows
      *  suppressed under a MSGSUPPM rule are accepted exceptions
      *  and are not counted.
      *  The chronic pairs are listed ranked - most months first,
      *  then most days, then most messages - with first and last
      *  occurrence, frequency, and disposition history (how many
      *  were dispositioned, by whom last).  Each pair new to the
      *  CHRONEXC register, or back after dropping out of the
      *  window, raises one OPRWORKQ item (source TKDYAB79CHR) for
      *  problem management.  RC 8 when PR-ASOF-MONTH is missing;
      *  RC 4 when any new chronic pair was queued.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB79.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB79PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT MSG-TABLE-FILE ASSIGN TO "SCZY7080MSG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS MT-MSG-KEY
                  ALTERNATE RECORD KEY IS MT-FUND-CD
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS MT-MSG-ID
                      WITH DUPLICATES
                  FILE STATUS    IS WS-MSG-STS.
           SELECT CHRON-FILE     ASSIGN TO "CHRONEXC"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CX-KEY
                  FILE STATUS    IS WS-CX-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT CHRON-RPT      ASSIGN TO "TKDYAB79RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- last month of the window, YYYYMM
           05  PR-ASOF-MONTH              PIC  X(06).
      *---------- M: months in the window, zero = 6, at most 12
           05  PR-WINDOW-MONTHS           PIC  9(02).
      *---------- N: months raised to count as chronic, zero = 3
           05  PR-MIN-MONTHS              PIC  9(02).
      *---------- share of business days, zero = 20 percent
           05  PR-DAY-SHARE-PCT           PIC  9(03).

       FD  MSG-TABLE-FILE.
           COPY SCZY7080MSG.

       FD  CHRON-FILE.
           COPY CHRONEXC.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  CHRON-RPT.
       01  CHRON-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-MSG-STS                     PIC  X(02).
       01  WS-CX-STS                      PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

       01  WS-ASOF-MONTH                  PIC  X(06)  VALUE SPACE.
       01  WS-WINDOW-MONTHS               PIC  9(02)  VALUE 6.
       01  WS-MIN-MONTHS                  PIC  9(02)  VALUE 3.
       01  WS-DAY-SHARE-PCT               PIC  9(03)  VALUE 20.

      *---------- the window as month numbers (year * 12 + month - 1)
       01  WS-ASOF-YYYYMM                 PIC  9(06).
       01  WS-ASOF-YYYYMM-R REDEFINES WS-ASOF-YYYYMM.
           05  WS-ASOF-YYYY               PIC  9(04).
           05  WS-ASOF-MM                 PIC  9(02).
       01  WS-ASOF-MNUM                   PIC  9(06).
       01  WS-FROM-MNUM                   PIC  9(06).
       01  WS-ROW-MNUM                    PIC  9(06).
       01  WS-ROW-MIDX                    PIC  9(02).
       01  WS-FROM-MONTH                  PIC  X(06).
       01  WS-WORK-YYYYMM                 PIC  9(06).
       01  WS-WORK-YYYYMM-R REDEFINES WS-WORK-YYYYMM.
           05  WS-WORK-YYYY               PIC  9(04).
           05  WS-WORK-MM                 PIC  9(02).
       01  WS-ROW-YYYYMM                  PIC  9(06).
       01  WS-ROW-YYYYMM-R REDEFINES WS-ROW-YYYYMM.
           05  WS-ROW-YYYY                PIC  9(04).
           05  WS-ROW-MM                  PIC  9(02).

      *---------- business days in the window
       01  WS-FROM-YMD                    PIC  9(08).
       01  WS-TO-YMD                      PIC  9(08).
       01  WS-STEP-YMD                    PIC  9(08).
       01  WS-INT-DATE                    PIC  9(08).
       01  WS-TO-INT                      PIC  9(08).
       01  WS-BIZ-DAYS                    PIC  9(04)  VALUE ZERO.
       01  WS-SHARE-PCT                   PIC  9(03)V9(01).
       01  WS-SHARE-DSP                   PIC  ZZ9.9.

       01  SCZY1020-ARGS.
           COPY SCZY1020.

      *---------- one entry per company/fund/MSG-ID seen in the window
       01  WS-P-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-P-TBL.
           05  WS-P-ENTRY  OCCURS 5000.
               10  WS-P-KEY.
                   15  WS-P-RIYO-CMP-CD   PIC  X(04).
                   15  WS-P-FUND-CD       PIC  X(12).
                   15  WS-P-MSG-ID        PIC  X(07).
               10  WS-P-MONTH-HIT  OCCURS 12
                                          PIC  X(01).
               10  WS-P-MONTHS            PIC  9(02).
               10  WS-P-DAYS              PIC  9(04).
               10  WS-P-MSGS              PIC  9(07).
               10  WS-P-FIRST-YMD         PIC  X(08).
               10  WS-P-LAST-YMD          PIC  X(08).
               10  WS-P-DISP-CNT          PIC  9(07).
               10  WS-P-LAST-DISP-SID     PIC  X(20).
               10  WS-P-LAST-DISP-TIME    PIC  X(14).
               10  WS-P-CHRONIC-SW        PIC  X(01).
               10  WS-P-NEW-SW            PIC  X(01).
       01  WS-P-IDX                       PIC  9(04).
       01  WS-P-FOUND-SW                  PIC  X(01).
           88  WS-P-FOUND                 VALUE "Y".
       01  WS-CUR-KEY.
           05  WS-CUR-RIYO-CMP-CD         PIC  X(04).
           05  WS-CUR-FUND-CD             PIC  X(12).
           05  WS-CUR-MSG-ID              PIC  X(07).

      *---------- chronic pairs in rank order
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-P-IDX  OCCURS 5000    PIC  9(04).
       01  WS-R-IDX                       PIC  9(04).
       01  WS-R-IDX2                      PIC  9(04).
       01  WS-R-BEST                      PIC  9(04).
       01  WS-R-SAVE                      PIC  9(04).
       01  WS-RANK-DSP                    PIC  ZZZ9.
       01  WS-BETTER-SW                   PIC  X(01).

       01  WS-NEXT-SEQ                    PIC  9(07)  VALUE ZERO.
       01  WS-NEW-CNT                     PIC  9(05)  VALUE ZERO.
       01  WS-ROW-CNT                     PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF WS-ASOF-MONTH = SPACE
              OR WS-ASOF-MONTH IS NOT NUMERIC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-SET-WINDOW.
           PERFORM 1200-COUNT-BIZ-DAYS.
           PERFORM 2000-LOAD-PAIRS.
           PERFORM 3000-JUDGE-PAIRS.
           PERFORM 3500-RANK-PAIRS.
           PERFORM 4000-REGISTER-PAIRS.
           PERFORM 5000-PRINT-REPORT.
           IF WS-NEW-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PR-ASOF-MONTH TO WS-ASOF-MONTH
                   IF PR-WINDOW-MONTHS IS NUMERIC
                      AND PR-WINDOW-MONTHS > ZERO
                       MOVE PR-WINDOW-MONTHS TO WS-WINDOW-MONTHS
                   END-IF
                   IF PR-MIN-MONTHS IS NUMERIC
                      AND PR-MIN-MONTHS > ZERO
                       MOVE PR-MIN-MONTHS TO WS-MIN-MONTHS
                   END-IF
                   IF PR-DAY-SHARE-PCT IS NUMERIC
                      AND PR-DAY-SHARE-PCT > ZERO
                       MOVE PR-DAY-SHARE-PCT TO WS-DAY-SHARE-PCT
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF WS-WINDOW-MONTHS > 12
               MOVE 12 TO WS-WINDOW-MONTHS
           END-IF.
           IF WS-MIN-MONTHS > WS-WINDOW-MONTHS
               MOVE WS-WINDOW-MONTHS TO WS-MIN-MONTHS
           END-IF.

      *---------- first day of the first month to the last day of
      *           the as-of month
       1100-SET-WINDOW.
           MOVE WS-ASOF-MONTH TO WS-ASOF-YYYYMM.
           COMPUTE WS-ASOF-MNUM = WS-ASOF-YYYY * 12 + WS-ASOF-MM - 1.
           COMPUTE WS-FROM-MNUM = WS-ASOF-MNUM - WS-WINDOW-MONTHS + 1.
           COMPUTE WS-WORK-YYYY = WS-FROM-MNUM / 12.
           COMPUTE WS-WORK-MM = FUNCTION MOD(WS-FROM-MNUM, 12) + 1.
           MOVE WS-WORK-YYYYMM TO WS-FROM-MONTH.
           COMPUTE WS-FROM-YMD = WS-WORK-YYYYMM * 100 + 1.
           COMPUTE WS-WORK-YYYY = (WS-ASOF-MNUM + 1) / 12.
           COMPUTE WS-WORK-MM = FUNCTION MOD(WS-ASOF-MNUM + 1, 12) + 1.
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMM * 100 + 1) - 1.
           COMPUTE WS-TO-YMD = FUNCTION DATE-OF-INTEGER(WS-TO-INT).

      *---------- closed under the house calendar = not counted;
      *           full or half sessions are business days
       1200-COUNT-BIZ-DAYS.
           MOVE WS-FROM-YMD TO WS-STEP-YMD.
           PERFORM UNTIL WS-STEP-YMD > WS-TO-YMD
               MOVE "8"         TO IXCAL-FUNCTION
               MOVE WS-STEP-YMD TO IXCAL-KJN-YMD-1
               MOVE "HOUS"      TO IXCAL-HIZUKE-KBN
               CALL "SCZY1020" USING PARM-SCZY1020-ARG1
                                      PARM-SCZY1020-ARG2
                                      PARM-SCZY1020-ARG3
                                      PARM-SCZY1020-ARG4
                                      PARM-SCZY1020-ARG5
                                      PARM-SCZY1020-ARG6
                                      PARM-SCZY1020-ARG7
               END-CALL
               IF IXCAL-SESSION-KBN NOT = "C"
                   ADD 1 TO WS-BIZ-DAYS
               END-IF
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-STEP-YMD) + 1
               COMPUTE WS-STEP-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
           END-PERFORM.

      *---------- the store is in company/day order, so a pair's
      *           rows arrive oldest day first and a day is counted
      *           once however many runs raised it
       2000-LOAD-PAIRS.
           OPEN INPUT MSG-TABLE-FILE.
           IF WS-MSG-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ MSG-TABLE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MT-SYORI-YMD IS NUMERIC
                          AND NOT MT-SUPPRESSED
                          AND MT-SYORI-YMD(1:6) >= WS-FROM-MONTH
                          AND MT-SYORI-YMD(1:6) <= WS-ASOF-MONTH
                           PERFORM 2100-ADD-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSG-TABLE-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-ADD-ROW.
           ADD 1 TO WS-ROW-CNT.
           MOVE MT-RIYO-CMP-CD TO WS-CUR-RIYO-CMP-CD.
           MOVE MT-FUND-CD     TO WS-CUR-FUND-CD.
           MOVE MT-MSG-ID      TO WS-CUR-MSG-ID.
           MOVE "N" TO WS-P-FOUND-SW.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-CNT
                      OR WS-P-FOUND
               IF WS-P-KEY(WS-P-IDX) = WS-CUR-KEY
                   MOVE "Y" TO WS-P-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-P-FOUND
               SUBTRACT 1 FROM WS-P-IDX
           ELSE
               IF WS-P-CNT >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-P-CNT
               MOVE WS-P-CNT   TO WS-P-IDX
               INITIALIZE WS-P-ENTRY(WS-P-IDX)
               MOVE WS-CUR-KEY TO WS-P-KEY(WS-P-IDX)
               MOVE MT-SYORI-YMD TO WS-P-FIRST-YMD(WS-P-IDX)
           END-IF.
           ADD 1 TO WS-P-MSGS(WS-P-IDX).
           IF MT-SYORI-YMD NOT = WS-P-LAST-YMD(WS-P-IDX)
               ADD 1 TO WS-P-DAYS(WS-P-IDX)
               MOVE MT-SYORI-YMD TO WS-P-LAST-YMD(WS-P-IDX)
           END-IF.
           IF MT-SYORI-YMD < WS-P-FIRST-YMD(WS-P-IDX)
               MOVE MT-SYORI-YMD TO WS-P-FIRST-YMD(WS-P-IDX)
           END-IF.
           MOVE MT-SYORI-YMD(1:6) TO WS-ROW-YYYYMM.
           COMPUTE WS-ROW-MNUM = WS-ROW-YYYY * 12 + WS-ROW-MM - 1.
           COMPUTE WS-ROW-MIDX = WS-ROW-MNUM - WS-FROM-MNUM + 1.
           IF WS-P-MONTH-HIT(WS-P-IDX, WS-ROW-MIDX) NOT = "Y"
               MOVE "Y" TO WS-P-MONTH-HIT(WS-P-IDX, WS-ROW-MIDX)
               ADD 1 TO WS-P-MONTHS(WS-P-IDX)
           END-IF.
           IF MT-DISPOSITIONED
               ADD 1 TO WS-P-DISP-CNT(WS-P-IDX)
               IF MT-DISP-TIME > WS-P-LAST-DISP-TIME(WS-P-IDX)
                   MOVE MT-DISP-SID  TO WS-P-LAST-DISP-SID(WS-P-IDX)
                   MOVE MT-DISP-TIME TO WS-P-LAST-DISP-TIME(WS-P-IDX)
               END-IF
           END-IF.

       3000-JUDGE-PAIRS.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-CNT
               MOVE "N" TO WS-P-CHRONIC-SW(WS-P-IDX)
               IF WS-P-MONTHS(WS-P-IDX) >= WS-MIN-MONTHS
                   MOVE "Y" TO WS-P-CHRONIC-SW(WS-P-IDX)
               END-IF
               IF WS-BIZ-DAYS > ZERO
                  AND WS-P-DAYS(WS-P-IDX) * 100
                      > WS-DAY-SHARE-PCT * WS-BIZ-DAYS
                   MOVE "Y" TO WS-P-CHRONIC-SW(WS-P-IDX)
               END-IF
               IF WS-P-CHRONIC-SW(WS-P-IDX) = "Y"
                   ADD 1 TO WS-R-CNT
                   MOVE WS-P-IDX TO WS-R-P-IDX(WS-R-CNT)
               END-IF
           END-PERFORM.

      *---------- selection sort of the chronic list: months, then
      *           days, then messages, all descending
       3500-RANK-PAIRS.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX >= WS-R-CNT
               MOVE WS-R-IDX TO WS-R-BEST
               PERFORM VARYING WS-R-IDX2 FROM WS-R-IDX BY 1
                       UNTIL WS-R-IDX2 > WS-R-CNT
                   PERFORM 3600-COMPARE-RANK
                   IF WS-BETTER-SW = "Y"
                       MOVE WS-R-IDX2 TO WS-R-BEST
                   END-IF
               END-PERFORM
               IF WS-R-BEST NOT = WS-R-IDX
                   MOVE WS-R-P-IDX(WS-R-IDX)  TO WS-R-SAVE
                   MOVE WS-R-P-IDX(WS-R-BEST) TO WS-R-P-IDX(WS-R-IDX)
                   MOVE WS-R-SAVE             TO WS-R-P-IDX(WS-R-BEST)
               END-IF
           END-PERFORM.

      *---------- does the entry at WS-R-IDX2 outrank WS-R-BEST?
       3600-COMPARE-RANK.
           MOVE "N" TO WS-BETTER-SW.
           EVALUATE TRUE
               WHEN WS-P-MONTHS(WS-R-P-IDX(WS-R-IDX2))
                  > WS-P-MONTHS(WS-R-P-IDX(WS-R-BEST))
                   MOVE "Y" TO WS-BETTER-SW
               WHEN WS-P-MONTHS(WS-R-P-IDX(WS-R-IDX2))
                  < WS-P-MONTHS(WS-R-P-IDX(WS-R-BEST))
                   CONTINUE
               WHEN WS-P-DAYS(WS-R-P-IDX(WS-R-IDX2))
                  > WS-P-DAYS(WS-R-P-IDX(WS-R-BEST))
                   MOVE "Y" TO WS-BETTER-SW
               WHEN WS-P-DAYS(WS-R-P-IDX(WS-R-IDX2))
                  < WS-P-DAYS(WS-R-P-IDX(WS-R-BEST))
                   CONTINUE
               WHEN WS-P-MSGS(WS-R-P-IDX(WS-R-IDX2))
                  > WS-P-MSGS(WS-R-P-IDX(WS-R-BEST))
                   MOVE "Y" TO WS-BETTER-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------- new pairs onto the register and the work queue;
      *           pairs already chronic are refreshed in place
       4000-REGISTER-PAIRS.
           IF WS-R-CNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CHRON-FILE.
           IF WS-CX-STS = "05" OR WS-CX-STS = "35"
               OPEN OUTPUT CHRON-FILE
               CLOSE CHRON-FILE
               OPEN I-O CHRON-FILE
           END-IF.
           PERFORM 4500-OPEN-WORKQ.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               MOVE WS-R-P-IDX(WS-R-IDX) TO WS-P-IDX
               PERFORM 4100-REGISTER-ONE
           END-PERFORM.
           CLOSE WORKQ-FILE.
           CLOSE CHRON-FILE.

       4100-REGISTER-ONE.
           MOVE WS-P-KEY(WS-P-IDX) TO CX-KEY.
           READ CHRON-FILE
               INVALID KEY
                   MOVE "Y" TO WS-P-NEW-SW(WS-P-IDX)
                   MOVE WS-ASOF-MONTH TO CX-FIRST-FLAG-MONTH
                   MOVE ZERO          TO CX-WQ-SEQ
               NOT INVALID KEY
                   MOVE "N" TO WS-P-NEW-SW(WS-P-IDX)
                   IF CX-LAST-FLAG-MONTH < WS-FROM-MONTH
                       MOVE "Y" TO WS-P-NEW-SW(WS-P-IDX)
                   END-IF
           END-READ.
           IF WS-P-NEW-SW(WS-P-IDX) = "Y"
               PERFORM 4700-QUEUE-ONE
               MOVE WS-NEXT-SEQ TO CX-WQ-SEQ
           END-IF.
           MOVE WS-ASOF-MONTH          TO CX-LAST-FLAG-MONTH.
           MOVE WS-P-MONTHS(WS-P-IDX)  TO CX-MONTHS-HIT.
           MOVE WS-P-DAYS(WS-P-IDX)    TO CX-DAYS-HIT.
           MOVE WS-P-FIRST-YMD(WS-P-IDX) TO CX-FIRST-YMD.
           MOVE WS-P-LAST-YMD(WS-P-IDX)  TO CX-LAST-YMD.
           WRITE CHRONEXC-REC
               INVALID KEY
                   REWRITE CHRONEXC-REC
           END-WRITE.

       4500-OPEN-WORKQ.
           OPEN I-O WORKQ-FILE.
           IF WS-WQ-STS = "05" OR WS-WQ-STS = "35"
               OPEN OUTPUT WORKQ-FILE
               CLOSE WORKQ-FILE
               OPEN I-O WORKQ-FILE
           END-IF.
           PERFORM 4600-FIND-NEXT-SEQ.

      *---------- numbering continues from the queue's highest
      *           WQ-SEQ, the TKDYAB22 convention
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
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       4700-QUEUE-ONE.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-NEW-CNT.
           MOVE WS-NEXT-SEQ    TO WQ-SEQ.
           MOVE "TKDYAB79CHR"  TO WQ-SOURCE.
           MOVE 3              TO WQ-PRIORITY.
           MOVE "N"            TO WQ-STATUS.
           MOVE SPACE          TO WQ-TEXT.
           STRING "CHRONIC EXCEPTION FUND="  DELIMITED BY SIZE
                  WS-P-FUND-CD(WS-P-IDX)     DELIMITED BY SPACE
                  " MSG="                    DELIMITED BY SIZE
                  WS-P-MSG-ID(WS-P-IDX)      DELIMITED BY SPACE
                  " MONTHS="                 DELIMITED BY SIZE
                  WS-P-MONTHS(WS-P-IDX)      DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-WINDOW-MONTHS           DELIMITED BY SIZE
                  " DAYS="                   DELIMITED BY SIZE
                  WS-P-DAYS(WS-P-IDX)        DELIMITED BY SIZE
                  " FIRST="                  DELIMITED BY SIZE
                  WS-P-FIRST-YMD(WS-P-IDX)   DELIMITED BY SIZE
                  " LAST="                   DELIMITED BY SIZE
                  WS-P-LAST-YMD(WS-P-IDX)    DELIMITED BY SIZE
                  " - ROOT CAUSE NEEDS AN OWNER"
                                             DELIMITED BY SIZE
                  INTO WQ-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP   TO WQ-CREATE-TIME.
           MOVE WS-NOW-STAMP   TO WQ-UPDATE-TIME.
           MOVE SPACE          TO WQ-OPR-SID.
           MOVE WS-P-RIYO-CMP-CD(WS-P-IDX) TO WQ-RIYO-CMP-CD.
           WRITE OPRWORKQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       5000-PRINT-REPORT.
           OPEN OUTPUT CHRON-RPT.
           MOVE SPACE TO CHRON-RPT-LINE.
           STRING "CHRONIC EXCEPTIONS  WINDOW="  DELIMITED BY SIZE
                  WS-FROM-MONTH                  DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  WS-ASOF-MONTH                  DELIMITED BY SIZE
                  "  MIN MONTHS="                DELIMITED BY SIZE
                  WS-MIN-MONTHS                  DELIMITED BY SIZE
                  "  DAY SHARE OVER="            DELIMITED BY SIZE
                  WS-DAY-SHARE-PCT               DELIMITED BY SIZE
                  "%  BUSINESS DAYS="            DELIMITED BY SIZE
                  WS-BIZ-DAYS                    DELIMITED BY SIZE
                  INTO CHRON-RPT-LINE
           END-STRING.
           WRITE CHRON-RPT-LINE.
           MOVE SPACE TO CHRON-RPT-LINE.
           WRITE CHRON-RPT-LINE.
           MOVE SPACE TO CHRON-RPT-LINE.
           MOVE "RANK"           TO CHRON-RPT-LINE(1:4).
           MOVE "CMP"            TO CHRON-RPT-LINE(7:3).
           MOVE "FUND-CD"        TO CHRON-RPT-LINE(12:7).
           MOVE "MSG-ID"         TO CHRON-RPT-LINE(25:6).
           MOVE "MON"            TO CHRON-RPT-LINE(33:3).
           MOVE "DAYS"           TO CHRON-RPT-LINE(38:4).
           MOVE "SHARE"          TO CHRON-RPT-LINE(43:5).
           MOVE "MSGS"           TO CHRON-RPT-LINE(50:4).
           MOVE "FIRST"          TO CHRON-RPT-LINE(58:5).
           MOVE "LAST"           TO CHRON-RPT-LINE(67:4).
           MOVE "DISP"           TO CHRON-RPT-LINE(76:4).
           MOVE "LAST DISP BY"   TO CHRON-RPT-LINE(84:12).
           MOVE "AT"             TO CHRON-RPT-LINE(105:2).
           MOVE "NEW"            TO CHRON-RPT-LINE(120:3).
           WRITE CHRON-RPT-LINE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               MOVE WS-R-P-IDX(WS-R-IDX) TO WS-P-IDX
               PERFORM 5100-PRINT-ONE-PAIR
           END-PERFORM.
           MOVE SPACE TO CHRON-RPT-LINE.
           WRITE CHRON-RPT-LINE.
           MOVE SPACE TO CHRON-RPT-LINE.
           STRING "ROWS READ="      DELIMITED BY SIZE
                  WS-ROW-CNT        DELIMITED BY SIZE
                  "  PAIRS="        DELIMITED BY SIZE
                  WS-P-CNT          DELIMITED BY SIZE
                  "  CHRONIC="      DELIMITED BY SIZE
                  WS-R-CNT          DELIMITED BY SIZE
                  "  NEW QUEUED="   DELIMITED BY SIZE
                  WS-NEW-CNT        DELIMITED BY SIZE
                  INTO CHRON-RPT-LINE
           END-STRING.
           WRITE CHRON-RPT-LINE.
           CLOSE CHRON-RPT.

       5100-PRINT-ONE-PAIR.
           MOVE WS-R-IDX TO WS-RANK-DSP.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-BIZ-DAYS > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-P-DAYS(WS-P-IDX) * 100 / WS-BIZ-DAYS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-SHARE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-SHARE-PCT TO WS-SHARE-DSP.
           MOVE SPACE TO CHRON-RPT-LINE.
           MOVE WS-RANK-DSP                 TO CHRON-RPT-LINE(1:4).
           MOVE WS-P-RIYO-CMP-CD(WS-P-IDX)  TO CHRON-RPT-LINE(7:4).
           MOVE WS-P-FUND-CD(WS-P-IDX)      TO CHRON-RPT-LINE(12:12).
           MOVE WS-P-MSG-ID(WS-P-IDX)       TO CHRON-RPT-LINE(25:7).
           MOVE WS-P-MONTHS(WS-P-IDX)       TO CHRON-RPT-LINE(33:2).
           MOVE WS-P-DAYS(WS-P-IDX)         TO CHRON-RPT-LINE(38:4).
           MOVE WS-SHARE-DSP                TO CHRON-RPT-LINE(43:5).
           MOVE WS-P-MSGS(WS-P-IDX)         TO CHRON-RPT-LINE(50:7).
           MOVE WS-P-FIRST-YMD(WS-P-IDX)    TO CHRON-RPT-LINE(58:8).
           MOVE WS-P-LAST-YMD(WS-P-IDX)     TO CHRON-RPT-LINE(67:8).
           MOVE WS-P-DISP-CNT(WS-P-IDX)     TO CHRON-RPT-LINE(76:7).
           MOVE WS-P-LAST-DISP-SID(WS-P-IDX)
                                            TO CHRON-RPT-LINE(84:20).
           MOVE WS-P-LAST-DISP-TIME(WS-P-IDX)
                                            TO CHRON-RPT-LINE(105:14).
           IF WS-P-NEW-SW(WS-P-IDX) = "Y"
               MOVE "NEW"                   TO CHRON-RPT-LINE(120:3)
           END-IF.
           WRITE CHRON-RPT-LINE.
