      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB73
      *  Program name   : Custodian position reconciliation
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Matches the custodian's valuation file (TKDYAB73CST, one
      *  CUSTPOS row per position) against the accepted-position
      *  snapshot for the parameter base date, key by key on
      *  fund/portfolio/valuation class/base date.  The snapshot
      *  side is each key's current state - its last row, a
      *  cancelled key counting as absent.  Every key is classed:
      *    M  matched, the values agree exactly
      *    T  within the fund's reconciliation band (FUNDTOLPM
      *       TL-RECON-TOL-PCT, percent of the custodian's value;
      *       default band when the fund has no row)
      *    B  break, the values differ beyond the band
      *    C  on our snapshot, missing at the custodian
      *    O  at the custodian, missing on our snapshot
      *  B/C/O keys are carried on the RECNBRK ledger, which ages
      *  each open break in house-calendar business days from the
      *  run it was first seen; a ledger break for the base date
      *  that now reconciles is marked resolved.  An open break
      *  whose age reaches the parameter limit is raised once on
      *  the operator work queue.  The TKDYAB73RPT report gives the
      *  class counts, every open break with its age, the breaks
      *  resolved on the run, and the aging spread.  RC 8 when the
      *  base date is missing or the custodian file cannot be read,
      *  RC 4 when any break is open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB73.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB73PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CUSTPOS-FILE   ASSIGN TO "TKDYAB73CST"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CST-STS.
           SELECT POSSNAP-FILE   ASSIGN TO "TKDYAB38SNP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SNP-STS.
           SELECT FUNDTOL-MSTR   ASSIGN TO "FUNDTOLPM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TOL-STS.
           SELECT BRK-FILE       ASSIGN TO "RECNBRK"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-BRK-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT RECON-RPT      ASSIGN TO "TKDYAB73RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- base date to reconcile (required)
           05  PR-KJN-YMD                 PIC  9(08).
      *---------- business days a break may stay open before it is
      *           queued; zero = 3
           05  PR-AGE-LIMIT               PIC  9(03).

       FD  CUSTPOS-FILE.
           COPY CUSTPOS.

       FD  POSSNAP-FILE.
           COPY POSSNAP.

       FD  FUNDTOL-MSTR.
           COPY FUNDTOLPM.

       FD  BRK-FILE.
           COPY RECNBRK.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  RECON-RPT.
       01  RECON-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-CST-STS                     PIC  X(02).
       01  WS-SNP-STS                     PIC  X(02).
       01  WS-TOL-STS                     PIC  X(02).
       01  WS-BRK-STS                     PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-RUN-YMD                     PIC  9(08).
       01  WS-KJN-YMD                     PIC  9(08)  VALUE ZERO.
       01  WS-AGE-LIMIT                   PIC  9(03)  VALUE 3.
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-STEP-YMD                    PIC  9(08).
       01  WS-NEXT-SEQ                    PIC  9(07)  VALUE ZERO.

      *---------- reconciliation band when the fund has no FUNDTOLPM
      *           row, percent - the TKDYAB38 default-band convention
       01  WS-DEFAULT-RECON-PCT           PIC  9(02)V9(04)
                                                      VALUE 0.0100.
       01  WS-RECON-PCT                   PIC  9(02)V9(04).
       01  WS-T-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-T-TBL.
           05  WS-T-ENTRY  OCCURS 2000.
               10  WS-T-FUND-CD           PIC  X(12).
               10  WS-T-RECON-PCT         PIC  9(02)V9(04).

      *---------- snapshot keys for the base date, current state;
      *           S-MATCH-SW Y once the custodian sent the key
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 9999.
               10  WS-S-FUND-CD           PIC  X(12).
               10  WS-S-PTF-CD            PIC  X(04).
               10  WS-S-HYK-KRTU-CD       PIC  X(04).
               10  WS-S-VALUE             PIC  S9(13)V9(05) COMP-3.
               10  WS-S-RIYO-CMP-CD       PIC  X(04).
               10  WS-S-CANCEL-SW         PIC  X(01).
               10  WS-S-MATCH-SW          PIC  X(01).
       01  WS-S-OVER-CNT                  PIC  9(07)  VALUE ZERO.

      *---------- break ledger as carried in, then updated
       01  WS-B-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-B-TBL.
           05  WS-B-ENTRY  OCCURS 5000.
               10  WS-B-REC               PIC  X(100).
       01  WS-B-OVER-CNT                  PIC  9(07)  VALUE ZERO.
      *---------- Y = the key was classed on this run
       01  WS-B-SEEN-TBL.
           05  WS-B-SEEN-SW  OCCURS 5000  PIC  X(01).

      *---------- the key being classed
       01  WS-CLS-KEY.
           05  WS-CLS-FUND-CD             PIC  X(12).
           05  WS-CLS-PTF-CD              PIC  X(04).
           05  WS-CLS-HYK-KRTU-CD         PIC  X(04).
           05  WS-CLS-KJN-YMD             PIC  9(08).
       01  WS-CLS-KBN                     PIC  X(01).
       01  WS-OUR-VALUE                   PIC  S9(13)V9(05) COMP-3.
       01  WS-CUST-VALUE                  PIC  S9(13)V9(05) COMP-3.
       01  WS-DIFF-VALUE                  PIC  S9(13)V9(05) COMP-3.
       01  WS-BAND-VALUE                  PIC  S9(13)V9(05) COMP-3.
       01  WS-CLS-RIYO-CMP-CD             PIC  X(04).
       01  WS-CLS-CUSTODIAN-CD            PIC  X(10).

       01  WS-IDX                         PIC  9(04).
       01  WS-B-IDX                       PIC  9(04).
       01  WS-T-IDX                       PIC  9(04).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".

       01  WS-CST-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-OTHER-DAY-CNT               PIC  9(07)  VALUE ZERO.
       01  WS-DUP-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-UNREAD-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-M-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-T-HIT-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-BRK-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-C-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-O-CNT                       PIC  9(07)  VALUE ZERO.
       01  WS-OPEN-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-RESOLVED-CNT                PIC  9(07)  VALUE ZERO.
       01  WS-QUEUED-CNT                  PIC  9(07)  VALUE ZERO.
      *---------- aging spread of the open breaks
       01  WS-AGE-0-1-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-AGE-2-3-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-AGE-4-5-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-AGE-6-CNT                   PIC  9(07)  VALUE ZERO.

       01  WS-KIND-NAME                   PIC  X(12).
       01  WS-VALUE-DSP                   PIC  -(13)9.9(05).
       01  WS-AGE-DSP                     PIC  ZZ9.

       01  SCZY1020-ARGS.
           COPY SCZY1020.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)   TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)   TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP(1:8) TO WS-RUN-YMD.

           PERFORM 1000-READ-PARAM.
           IF WS-KJN-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTPOS-FILE.
           IF WS-CST-STS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-TOLERANCES.
           PERFORM 2000-LOAD-SNAPSHOT.
           PERFORM 2500-LOAD-LEDGER.
           OPEN OUTPUT RECON-RPT.
           PERFORM 3000-MATCH-CUSTODIAN.
           CLOSE CUSTPOS-FILE.
           PERFORM 4000-OURS-NOT-AT-CUSTODIAN.
           PERFORM 5000-AGE-LEDGER.
           PERFORM 6000-QUEUE-AGED-BREAKS.
           PERFORM 7000-WRITE-LEDGER.
           PERFORM 8000-PRINT-REPORT.
           CLOSE RECON-RPT.
           IF WS-OPEN-CNT > ZERO
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
                       IF PR-KJN-YMD IS NUMERIC
                           MOVE PR-KJN-YMD TO WS-KJN-YMD
                       END-IF
                       IF PR-AGE-LIMIT IS NUMERIC
                          AND PR-AGE-LIMIT > ZERO
                           MOVE PR-AGE-LIMIT TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1100-LOAD-TOLERANCES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FUNDTOL-MSTR.
           IF WS-TOL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1200-READ-TOL.
           PERFORM UNTIL WS-EOF
               IF TL-DEL-KBN = SPACE
                  AND TL-RECON-TOL-PCT IS NUMERIC
                  AND TL-RECON-TOL-PCT > ZERO
                  AND WS-T-CNT < 2000
                   ADD 1 TO WS-T-CNT
                   MOVE TL-FUND-CD       TO WS-T-FUND-CD(WS-T-CNT)
                   MOVE TL-RECON-TOL-PCT TO WS-T-RECON-PCT(WS-T-CNT)
               END-IF
               PERFORM 1200-READ-TOL
           END-PERFORM.
           CLOSE FUNDTOL-MSTR.
           MOVE "N" TO WS-EOF-SW.

       1200-READ-TOL.
           READ FUNDTOL-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- base-date keys, a key's later rows overwriting its
      *           earlier ones (the POSSNAP last-row rule)
       2000-LOAD-SNAPSHOT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT POSSNAP-FILE.
           IF WS-SNP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-SNP.
           PERFORM UNTIL WS-EOF
               IF PS-KJN-YMD = WS-KJN-YMD
                   PERFORM 2200-KEEP-SNAPSHOT
               END-IF
               PERFORM 2100-READ-SNP
           END-PERFORM.
           CLOSE POSSNAP-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-SNP.
           READ POSSNAP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-KEEP-SNAPSHOT.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-S-CNT
                      OR WS-FOUND
               IF WS-S-FUND-CD(WS-IDX) = PS-FUND-CD
                  AND WS-S-PTF-CD(WS-IDX) = PS-PTF-CD
                  AND WS-S-HYK-KRTU-CD(WS-IDX) = PS-HYK-KRTU-CD
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-S-CNT >= 9999
                   ADD 1 TO WS-S-OVER-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-S-CNT
               MOVE WS-S-CNT       TO WS-IDX
               MOVE PS-FUND-CD     TO WS-S-FUND-CD(WS-IDX)
               MOVE PS-PTF-CD      TO WS-S-PTF-CD(WS-IDX)
               MOVE PS-HYK-KRTU-CD TO WS-S-HYK-KRTU-CD(WS-IDX)
               MOVE "N"            TO WS-S-MATCH-SW(WS-IDX)
           END-IF.
           MOVE PS-VALUE       TO WS-S-VALUE(WS-IDX).
           MOVE PS-RIYO-CMP-CD TO WS-S-RIYO-CMP-CD(WS-IDX).
           IF PS-CANCELLED
               MOVE "Y" TO WS-S-CANCEL-SW(WS-IDX)
           ELSE
               MOVE "N" TO WS-S-CANCEL-SW(WS-IDX)
           END-IF.

      *---------- resolved rows from an earlier run have been
      *           reported once and are dropped
       2500-LOAD-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BRK-FILE.
           IF WS-BRK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2600-READ-BRK.
           PERFORM UNTIL WS-EOF
               IF RB-RESOLVED
                  AND RB-RESOLVED-YMD < WS-RUN-YMD
                   CONTINUE
               ELSE
                   IF WS-B-CNT < 5000
                       ADD 1 TO WS-B-CNT
                       MOVE RECNBRK-REC TO WS-B-REC(WS-B-CNT)
                       MOVE "N"         TO WS-B-SEEN-SW(WS-B-CNT)
                   ELSE
                       ADD 1 TO WS-B-OVER-CNT
                   END-IF
               END-IF
               PERFORM 2600-READ-BRK
           END-PERFORM.
           CLOSE BRK-FILE.
           MOVE "N" TO WS-EOF-SW.

       2600-READ-BRK.
           READ BRK-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-MATCH-CUSTODIAN.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-READ-CST.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CST-CNT
               IF CP-KJN-YMD = WS-KJN-YMD
                   PERFORM 3200-MATCH-ONE
               ELSE
                   ADD 1 TO WS-OTHER-DAY-CNT
               END-IF
               PERFORM 3100-READ-CST
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-CST.
           READ CUSTPOS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- an unreadable custodian value is a break against
      *           a zero custodian value, so it is worked like one
       3200-MATCH-ONE.
           MOVE CP-FUND-CD      TO WS-CLS-FUND-CD.
           MOVE CP-PTF-CD       TO WS-CLS-PTF-CD.
           MOVE CP-HYK-KRTU-CD  TO WS-CLS-HYK-KRTU-CD.
           MOVE CP-KJN-YMD      TO WS-CLS-KJN-YMD.
           MOVE CP-CUSTODIAN-CD TO WS-CLS-CUSTODIAN-CD.
           IF FUNCTION TEST-NUMVAL(CP-VALUE) = ZERO
               COMPUTE WS-CUST-VALUE = FUNCTION NUMVAL(CP-VALUE)
           ELSE
               MOVE ZERO TO WS-CUST-VALUE
               ADD 1 TO WS-UNREAD-CNT
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-S-CNT
                      OR WS-FOUND
               IF WS-S-FUND-CD(WS-IDX) = CP-FUND-CD
                  AND WS-S-PTF-CD(WS-IDX) = CP-PTF-CD
                  AND WS-S-HYK-KRTU-CD(WS-IDX) = CP-HYK-KRTU-CD
                  AND WS-S-CANCEL-SW(WS-IDX) = "N"
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE ZERO  TO WS-OUR-VALUE
               MOVE SPACE TO WS-CLS-RIYO-CMP-CD
               MOVE "O"   TO WS-CLS-KBN
               PERFORM 3500-RECORD-CLASS
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-IDX.
           IF WS-S-MATCH-SW(WS-IDX) = "Y"
               ADD 1 TO WS-DUP-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-S-MATCH-SW(WS-IDX).
           MOVE WS-S-VALUE(WS-IDX)       TO WS-OUR-VALUE.
           MOVE WS-S-RIYO-CMP-CD(WS-IDX) TO WS-CLS-RIYO-CMP-CD.
           PERFORM 3300-LOOKUP-TOLERANCE.
           COMPUTE WS-DIFF-VALUE = WS-OUR-VALUE - WS-CUST-VALUE.
           IF WS-DIFF-VALUE < ZERO
               COMPUTE WS-DIFF-VALUE = ZERO - WS-DIFF-VALUE
           END-IF.
           COMPUTE WS-BAND-VALUE ROUNDED =
               WS-CUST-VALUE * WS-RECON-PCT / 100.
           IF WS-BAND-VALUE < ZERO
               COMPUTE WS-BAND-VALUE = ZERO - WS-BAND-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIFF-VALUE = ZERO
                   MOVE "M" TO WS-CLS-KBN
               WHEN WS-DIFF-VALUE NOT > WS-BAND-VALUE
                   MOVE "T" TO WS-CLS-KBN
               WHEN OTHER
                   MOVE "B" TO WS-CLS-KBN
           END-EVALUATE.
           PERFORM 3500-RECORD-CLASS.

       3300-LOOKUP-TOLERANCE.
           MOVE WS-DEFAULT-RECON-PCT TO WS-RECON-PCT.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
               IF WS-T-FUND-CD(WS-T-IDX) = WS-CLS-FUND-CD
                   MOVE WS-T-RECON-PCT(WS-T-IDX) TO WS-RECON-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------- WS-CLS-KEY, WS-CLS-KBN and both values set by the
      *           caller; M/T resolve an open ledger break for the
      *           key, B/C/O open or refresh one
       3500-RECORD-CLASS.
           EVALUATE WS-CLS-KBN
               WHEN "M"  ADD 1 TO WS-M-CNT
               WHEN "T"  ADD 1 TO WS-T-HIT-CNT
               WHEN "B"  ADD 1 TO WS-BRK-CNT
               WHEN "C"  ADD 1 TO WS-C-CNT
               WHEN OTHER
                         ADD 1 TO WS-O-CNT
           END-EVALUATE.
           PERFORM 3600-FIND-LEDGER.
           IF WS-CLS-KBN = "M" OR WS-CLS-KBN = "T"
               IF WS-FOUND
                   MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
                   IF RB-OPEN
                       MOVE "R"        TO RB-STATUS
                       MOVE WS-RUN-YMD TO RB-RESOLVED-YMD
                       MOVE RECNBRK-REC TO WS-B-REC(WS-B-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-RESOLVED
                   MOVE WS-RUN-YMD TO RB-FIRST-YMD
                   MOVE WS-RUN-YMD TO RB-AGED-YMD
                   MOVE ZERO       TO RB-AGE-DAYS
                   MOVE "N"        TO RB-QUEUED-SW
               END-IF
           ELSE
               IF WS-B-CNT >= 5000
                   ADD 1 TO WS-B-OVER-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-B-CNT
               MOVE WS-B-CNT TO WS-B-IDX
               MOVE SPACE              TO RECNBRK-REC
               MOVE WS-CLS-FUND-CD     TO RB-FUND-CD
               MOVE WS-CLS-PTF-CD      TO RB-PTF-CD
               MOVE WS-CLS-HYK-KRTU-CD TO RB-HYK-KRTU-CD
               MOVE WS-CLS-KJN-YMD     TO RB-KJN-YMD
               MOVE WS-RUN-YMD         TO RB-FIRST-YMD
               MOVE WS-RUN-YMD         TO RB-AGED-YMD
               MOVE ZERO               TO RB-AGE-DAYS
               MOVE "N"                TO RB-QUEUED-SW
           END-IF.
           MOVE WS-CLS-KBN          TO RB-BREAK-KBN.
           MOVE WS-OUR-VALUE        TO RB-OUR-VALUE.
           MOVE WS-CUST-VALUE       TO RB-CUST-VALUE.
           MOVE WS-CLS-RIYO-CMP-CD  TO RB-RIYO-CMP-CD.
           MOVE WS-CLS-CUSTODIAN-CD TO RB-CUSTODIAN-CD.
           MOVE WS-RUN-YMD          TO RB-LAST-YMD.
           MOVE "O"                 TO RB-STATUS.
           MOVE ZERO                TO RB-RESOLVED-YMD.
           MOVE RECNBRK-REC         TO WS-B-REC(WS-B-IDX).
           MOVE "Y"                 TO WS-B-SEEN-SW(WS-B-IDX).

       3600-FIND-LEDGER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
                      OR WS-FOUND
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-KEY = WS-CLS-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-B-IDX
           END-IF.

      *---------- snapshot keys the custodian never sent
       4000-OURS-NOT-AT-CUSTODIAN.
           MOVE SPACE      TO WS-CLS-CUSTODIAN-CD.
           MOVE ZERO       TO WS-CUST-VALUE.
           MOVE WS-KJN-YMD TO WS-CLS-KJN-YMD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-S-CNT
               IF WS-S-MATCH-SW(WS-IDX) = "N"
                  AND WS-S-CANCEL-SW(WS-IDX) = "N"
                   MOVE WS-S-FUND-CD(WS-IDX)     TO WS-CLS-FUND-CD
                   MOVE WS-S-PTF-CD(WS-IDX)      TO WS-CLS-PTF-CD
                   MOVE WS-S-HYK-KRTU-CD(WS-IDX) TO WS-CLS-HYK-KRTU-CD
                   MOVE WS-S-VALUE(WS-IDX)       TO WS-OUR-VALUE
                   MOVE WS-S-RIYO-CMP-CD(WS-IDX) TO WS-CLS-RIYO-CMP-CD
                   MOVE "C" TO WS-CLS-KBN
                   PERFORM 3500-RECORD-CLASS
               END-IF
           END-PERFORM.

      *---------- a base-date break not restated on this run has
      *           reconciled by absence: both sides now lack the key
      *           (cancelled on ours, dropped at the custodian);
      *           every open break then gains the business days
      *           since it was last aged
       5000-AGE-LEDGER.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-OPEN
                  AND RB-KJN-YMD = WS-KJN-YMD
                  AND WS-B-SEEN-SW(WS-B-IDX) = "N"
                   MOVE "R"        TO RB-STATUS
                   MOVE WS-RUN-YMD TO RB-RESOLVED-YMD
               END-IF
               IF RB-OPEN
                   PERFORM 5100-AGE-ONE
               END-IF
               MOVE RECNBRK-REC TO WS-B-REC(WS-B-IDX)
           END-PERFORM.

       5100-AGE-ONE.
           PERFORM UNTIL RB-AGED-YMD >= WS-RUN-YMD
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(RB-AGED-YMD) + 1
               COMPUTE WS-STEP-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
               PERFORM 5200-CLASSIFY-DAY
               IF IXCAL-SESSION-KBN NOT = "C"
                  AND RB-AGE-DAYS < 999
                   ADD 1 TO RB-AGE-DAYS
               END-IF
               MOVE WS-STEP-YMD TO RB-AGED-YMD
           END-PERFORM.

      *---------- closed under the house calendar = not counted;
      *           full or half sessions are business days
       5200-CLASSIFY-DAY.
           MOVE "8"         TO IXCAL-FUNCTION.
           MOVE WS-STEP-YMD TO IXCAL-KJN-YMD-1.
           MOVE "HOUS"      TO IXCAL-HIZUKE-KBN.
           CALL "SCZY1020" USING PARM-SCZY1020-ARG1
                                  PARM-SCZY1020-ARG2
                                  PARM-SCZY1020-ARG3
                                  PARM-SCZY1020-ARG4
                                  PARM-SCZY1020-ARG5
                                  PARM-SCZY1020-ARG6
                                  PARM-SCZY1020-ARG7
           END-CALL.

       6000-QUEUE-AGED-BREAKS.
           PERFORM 6100-OPEN-WORKQ.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-OPEN
                  AND NOT RB-QUEUED
                  AND RB-AGE-DAYS >= WS-AGE-LIMIT
                   PERFORM 6300-QUEUE-ONE
                   MOVE "Y" TO RB-QUEUED-SW
                   MOVE RECNBRK-REC TO WS-B-REC(WS-B-IDX)
               END-IF
           END-PERFORM.
           CLOSE WORKQ-FILE.

       6100-OPEN-WORKQ.
           OPEN I-O WORKQ-FILE.
           IF WS-WQ-STS = "05" OR WS-WQ-STS = "35"
               OPEN OUTPUT WORKQ-FILE
               CLOSE WORKQ-FILE
               OPEN I-O WORKQ-FILE
           END-IF.
           PERFORM 6200-FIND-NEXT-SEQ.

      *---------- numbering continues from the queue's highest
      *           WQ-SEQ, the TKDYAB22 convention
       6200-FIND-NEXT-SEQ.
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

       6300-QUEUE-ONE.
           PERFORM 8500-KIND-NAME.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-QUEUED-CNT.
           MOVE WS-NEXT-SEQ    TO WQ-SEQ.
           MOVE "TKDYAB73BRK"  TO WQ-SOURCE.
           MOVE 2              TO WQ-PRIORITY.
           MOVE "N"            TO WQ-STATUS.
           MOVE SPACE          TO WQ-TEXT.
           MOVE RB-AGE-DAYS    TO WS-AGE-DSP.
           STRING "RECON "              DELIMITED BY SIZE
                  WS-KIND-NAME          DELIMITED BY SIZE
                  " FUND="              DELIMITED BY SIZE
                  RB-FUND-CD            DELIMITED BY SIZE
                  " PTF="               DELIMITED BY SIZE
                  RB-PTF-CD             DELIMITED BY SIZE
                  " HYK="               DELIMITED BY SIZE
                  RB-HYK-KRTU-CD        DELIMITED BY SIZE
                  " KJN="               DELIMITED BY SIZE
                  RB-KJN-YMD            DELIMITED BY SIZE
                  " FIRST="             DELIMITED BY SIZE
                  RB-FIRST-YMD          DELIMITED BY SIZE
                  " BUSINESS DAYS OPEN=" DELIMITED BY SIZE
                  WS-AGE-DSP            DELIMITED BY SIZE
                  " CUST="              DELIMITED BY SIZE
                  RB-CUSTODIAN-CD       DELIMITED BY SPACE
                  INTO WQ-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP   TO WQ-CREATE-TIME.
           MOVE WS-NOW-STAMP   TO WQ-UPDATE-TIME.
           MOVE SPACE          TO WQ-OPR-SID.
           MOVE RB-RIYO-CMP-CD TO WQ-RIYO-CMP-CD.
           WRITE OPRWORKQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       7000-WRITE-LEDGER.
           OPEN OUTPUT BRK-FILE.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               WRITE RECNBRK-REC
               IF RB-OPEN
                   ADD 1 TO WS-OPEN-CNT
                   EVALUATE TRUE
                       WHEN RB-AGE-DAYS <= 1
                           ADD 1 TO WS-AGE-0-1-CNT
                       WHEN RB-AGE-DAYS <= 3
                           ADD 1 TO WS-AGE-2-3-CNT
                       WHEN RB-AGE-DAYS <= 5
                           ADD 1 TO WS-AGE-4-5-CNT
                       WHEN OTHER
                           ADD 1 TO WS-AGE-6-CNT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-RESOLVED-CNT
               END-IF
           END-PERFORM.
           CLOSE BRK-FILE.

       8000-PRINT-REPORT.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "CUSTODIAN RECONCILIATION  KJN-YMD=" DELIMITED BY SIZE
                  WS-KJN-YMD           DELIMITED BY SIZE
                  "  RUN="             DELIMITED BY SIZE
                  WS-RUN-YMD           DELIMITED BY SIZE
                  "  AGE LIMIT="       DELIMITED BY SIZE
                  WS-AGE-LIMIT         DELIMITED BY SIZE
                  " BUSINESS DAYS"     DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "CUSTODIAN ROWS="    DELIMITED BY SIZE
                  WS-CST-CNT           DELIMITED BY SIZE
                  "  OTHER BASE DATE=" DELIMITED BY SIZE
                  WS-OTHER-DAY-CNT     DELIMITED BY SIZE
                  "  DUPLICATE="       DELIMITED BY SIZE
                  WS-DUP-CNT           DELIMITED BY SIZE
                  "  VALUE UNREADABLE=" DELIMITED BY SIZE
                  WS-UNREAD-CNT        DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "MATCHED="           DELIMITED BY SIZE
                  WS-M-CNT             DELIMITED BY SIZE
                  "  WITHIN TOLERANCE=" DELIMITED BY SIZE
                  WS-T-HIT-CNT         DELIMITED BY SIZE
                  "  BREAK="           DELIMITED BY SIZE
                  WS-BRK-CNT           DELIMITED BY SIZE
                  "  MISSING AT CUSTODIAN=" DELIMITED BY SIZE
                  WS-C-CNT             DELIMITED BY SIZE
                  "  MISSING ON OUR SIDE=" DELIMITED BY SIZE
                  WS-O-CNT             DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.

           MOVE SPACE TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE "OPEN BREAKS" TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           PERFORM 8100-PRINT-HEADING.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-OPEN
                   PERFORM 8200-PRINT-BREAK
               END-IF
           END-PERFORM.

           MOVE SPACE TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE "RESOLVED ON THIS RUN" TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           PERFORM 8100-PRINT-HEADING.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-B-CNT
               MOVE WS-B-REC(WS-B-IDX) TO RECNBRK-REC
               IF RB-RESOLVED
                   PERFORM 8200-PRINT-BREAK
               END-IF
           END-PERFORM.

           MOVE SPACE TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE SPACE TO RECON-RPT-LINE.
           STRING "AGING  OPEN="       DELIMITED BY SIZE
                  WS-OPEN-CNT          DELIMITED BY SIZE
                  "  0-1 DAYS="        DELIMITED BY SIZE
                  WS-AGE-0-1-CNT       DELIMITED BY SIZE
                  "  2-3 DAYS="        DELIMITED BY SIZE
                  WS-AGE-2-3-CNT       DELIMITED BY SIZE
                  "  4-5 DAYS="        DELIMITED BY SIZE
                  WS-AGE-4-5-CNT       DELIMITED BY SIZE
                  "  OVER 5 DAYS="     DELIMITED BY SIZE
                  WS-AGE-6-CNT         DELIMITED BY SIZE
                  "  QUEUED THIS RUN=" DELIMITED BY SIZE
                  WS-QUEUED-CNT        DELIMITED BY SIZE
                  INTO RECON-RPT-LINE
           END-STRING.
           WRITE RECON-RPT-LINE.
           IF WS-S-OVER-CNT > ZERO
              OR WS-B-OVER-CNT > ZERO
               MOVE SPACE TO RECON-RPT-LINE
               STRING "  ** KEYS NOT RECONCILED (TABLE FULL) SNAPSHOT="
                                       DELIMITED BY SIZE
                      WS-S-OVER-CNT    DELIMITED BY SIZE
                      " LEDGER="       DELIMITED BY SIZE
                      WS-B-OVER-CNT    DELIMITED BY SIZE
                      INTO RECON-RPT-LINE
               END-STRING
               WRITE RECON-RPT-LINE
           END-IF.

       8100-PRINT-HEADING.
           MOVE SPACE TO RECON-RPT-LINE.
           MOVE "KIND"            TO RECON-RPT-LINE(1:4).
           MOVE "FUND-CD"         TO RECON-RPT-LINE(14:7).
           MOVE "PTF"             TO RECON-RPT-LINE(27:3).
           MOVE "HYK"             TO RECON-RPT-LINE(32:3).
           MOVE "KJN-YMD"         TO RECON-RPT-LINE(37:7).
           MOVE "OUR VALUE"       TO RECON-RPT-LINE(57:9).
           MOVE "CUSTODIAN VALUE" TO RECON-RPT-LINE(72:15).
           MOVE "DIFFERENCE"      TO RECON-RPT-LINE(98:10).
           MOVE "FIRST"           TO RECON-RPT-LINE(109:5).
           MOVE "AGE"             TO RECON-RPT-LINE(118:3).
           MOVE "QUEUED"          TO RECON-RPT-LINE(122:6).
           WRITE RECON-RPT-LINE.

       8200-PRINT-BREAK.
           PERFORM 8500-KIND-NAME.
           MOVE SPACE TO RECON-RPT-LINE.
           MOVE WS-KIND-NAME     TO RECON-RPT-LINE(1:12).
           MOVE RB-FUND-CD       TO RECON-RPT-LINE(14:12).
           MOVE RB-PTF-CD        TO RECON-RPT-LINE(27:4).
           MOVE RB-HYK-KRTU-CD   TO RECON-RPT-LINE(32:4).
           MOVE RB-KJN-YMD       TO RECON-RPT-LINE(37:8).
           MOVE RB-OUR-VALUE     TO WS-VALUE-DSP.
           MOVE WS-VALUE-DSP     TO RECON-RPT-LINE(46:20).
           MOVE RB-CUST-VALUE    TO WS-VALUE-DSP.
           MOVE WS-VALUE-DSP     TO RECON-RPT-LINE(67:20).
           COMPUTE WS-DIFF-VALUE = RB-OUR-VALUE - RB-CUST-VALUE.
           MOVE WS-DIFF-VALUE    TO WS-VALUE-DSP.
           MOVE WS-VALUE-DSP     TO RECON-RPT-LINE(88:20).
           MOVE RB-FIRST-YMD     TO RECON-RPT-LINE(109:8).
           MOVE RB-AGE-DAYS      TO WS-AGE-DSP.
           MOVE WS-AGE-DSP       TO RECON-RPT-LINE(118:3).
           IF RB-QUEUED
               MOVE "QUEUED"     TO RECON-RPT-LINE(122:6)
           END-IF.
           WRITE RECON-RPT-LINE.

       8500-KIND-NAME.
           EVALUATE TRUE
               WHEN RB-VALUE-BREAK
                   MOVE "BREAK"        TO WS-KIND-NAME
               WHEN RB-MISSING-CUST
                   MOVE "NO CUSTODIAN" TO WS-KIND-NAME
               WHEN OTHER
                   MOVE "NO SNAPSHOT"  TO WS-KIND-NAME
           END-EVALUATE.
