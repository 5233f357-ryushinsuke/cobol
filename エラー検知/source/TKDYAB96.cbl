      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB96
      *  Program name   : External-audit sample and evidence pack
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  For the external auditors: takes an audit period and a
      *  sample size per control, draws each control's sample from
      *  its store and writes one evidence section per sampled
      *  item - the request, the approval, the timestamps and the
      *  before and after images - to the TKDYAB96EVD pack.
      *  Controls and their populations (acts dated in the period):
      *    STOP  stop approvals      TKDYAB10PND rows approved (A),
      *                              with the TKDYAB62 apply out of
      *                              TKDYAA31JNL as the images
      *    FUND  fund master changes FUNDPTFAUD actions A/C/D/L
      *    SCHD  schedule changes    TKDYAA31JNL rows written by the
      *                              definition changers TKDYAB09,
      *                              TKDYAB52, TKDYAB54 (with its
      *                              TKDYAB53PND request) and
      *                              TKDYAB93; run-state updates are
      *                              not schedule changes
      *    MAST  reference masters   CZCOAB12MCJ, less its
      *                              TKDYAA31 rows, which SCHD
      *                              already samples
      *    TMPL  template changes    MSGTMPLHST
      *    CLOS  month-end sign-offs TKDYAB50SGN
      *  Selection is Knuth's selection sampling over the store in
      *  file order, driven by a Park-Miller generator started from
      *  the seed (PR-SEED, or derived from the run time when zero)
      *  plus the control number, so the same seed, period and
      *  files give the same sample again.  The seed and the
      *  parameters are printed on the pack and appended to
      *  TKDYAB96LOG.  A population and coverage section closes the
      *  pack and is also the TKDYAB96RPT run report.  Parameter
      *  TKDYAB96PRM: period from/to (required, RC 8 if missing or
      *  invalid), seed, and six sample sizes (zero = 25).  RC 4
      *  when a store could not be read.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB96.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB96PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT STOP-FILE      ASSIGN TO "TKDYAB10PND"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT AUDIT-FILE     ASSIGN TO "FUNDPTFAUD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT JOURNAL-FILE   ASSIGN TO "TKDYAA31JNL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT JOURNAL-FILE-2 ASSIGN TO "TKDYAA31JNL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-LKP-STS.
           SELECT SCHED-FILE     ASSIGN TO "TKDYAB53PND"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-LKP-STS.
           SELECT CHGJNL-FILE    ASSIGN TO "CZCOAB12MCJ"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT HIST-FILE      ASSIGN TO "MSGTMPLHST"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT HIST-FILE-2    ASSIGN TO "MSGTMPLHST"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-LKP-STS.
           SELECT SIGNOFF-FILE   ASSIGN TO "TKDYAB50SGN"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IN-STS.
           SELECT CHECKLIST-MSTR ASSIGN TO "CLOSECHKM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CK-STS.
           SELECT EVIDENCE-FILE  ASSIGN TO "TKDYAB96EVD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EVD-STS.
           SELECT SEED-LOG       ASSIGN TO "TKDYAB96LOG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-LOG-STS.
           SELECT SAMPLE-RPT     ASSIGN TO "TKDYAB96RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-FROM-YMD                PIC  9(08).
           05  PR-TO-YMD                  PIC  9(08).
      *---------- zero = derive one from the run time (and record it)
           05  PR-SEED                    PIC  9(10).
      *---------- sample size per control, in the order STOP FUND
      *           SCHD MAST TMPL CLOS; zero = 25
           05  PR-SAMPLE-SIZES.
               10  PR-SAMPLE-SIZE  OCCURS 6  PIC  9(03).

       FD  STOP-FILE.
           COPY STOPPND.

       FD  AUDIT-FILE.
           COPY FUNDPTFAUD.

       FD  JOURNAL-FILE.
           COPY TKDYJNL.

      *---------- second reader on the journal, for the stop apply
       FD  JOURNAL-FILE-2.
           COPY TKDYJNL
               REPLACING ==TKDYJNL-REC==      BY ==JNL2-REC==
                         ==JN-RIYO-CMP-CD==   BY ==J2-RIYO-CMP-CD==
                         ==JN-SYORI-YMD==     BY ==J2-SYORI-YMD==
                         ==JN-KIDOU-ID==      BY ==J2-KIDOU-ID==
                         ==JN-GYOMU-TASK-ID== BY ==J2-GYOMU-TASK-ID==
                         ==JN-UPD-PGMID==     BY ==J2-UPD-PGMID==
                         ==JN-UPD-SID==       BY ==J2-UPD-SID==
                         ==JN-UPD-TIME==      BY ==J2-UPD-TIME==
                         ==JN-BEFORE-IMAGE==  BY ==J2-BEFORE-IMAGE==
                         ==JN-AFTER-IMAGE==   BY ==J2-AFTER-IMAGE==.

       FD  SCHED-FILE.
           COPY SCHPND.

       FD  CHGJNL-FILE.
           COPY MSTCHGJNL.

       FD  HIST-FILE.
           COPY MSGTMPLHST.

      *---------- second reader on the template history, for the
      *           version an update put in place
       FD  HIST-FILE-2.
           COPY MSGTMPLHST
               REPLACING ==MSGTMPLHST-REC==   BY ==HIST2-REC==
                         ==HS-ACTION==        BY ==H2-ACTION==
                         ==HS-MSG-ID==        BY ==H2-MSG-ID==
                         ==HS-TEMPLATE-DESC== BY ==H2-TEMPLATE-DESC==
                         ==HS-TEMPLATE-TEXT== BY ==H2-TEMPLATE-TEXT==
                         ==HS-TEMPLATE-SLOT-CNT==
                                           BY ==H2-TEMPLATE-SLOT-CNT==
                         ==HS-TEMPLATE-SEVERITY==
                                           BY ==H2-TEMPLATE-SEVERITY==
                         ==HS-UPD-SID==       BY ==H2-UPD-SID==
                         ==HS-UPD-TIME==      BY ==H2-UPD-TIME==
                         ==HS-LANG-CD==       BY ==H2-LANG-CD==.

       FD  SIGNOFF-FILE.
           COPY CLOSESGN.

       FD  CHECKLIST-MSTR.
           COPY CLOSECHKM.

       FD  EVIDENCE-FILE.
       01  EVIDENCE-LINE                  PIC  X(132).

       FD  SEED-LOG.
       01  SEED-LOG-REC.
           05  SL-RUN-TIME                PIC  X(14).
           05  SL-FROM-YMD                PIC  9(08).
           05  SL-TO-YMD                  PIC  9(08).
           05  SL-SEED                    PIC  9(10).
           05  SL-CTL-ENTRY  OCCURS 6.
               10  SL-SAMPLE-SIZE         PIC  9(03).
               10  SL-POPULATION          PIC  9(07).
               10  SL-SELECTED            PIC  9(03).

       FD  SAMPLE-RPT.
       01  SAMPLE-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-IN-STS                      PIC  X(02).
       01  WS-LKP-STS                     PIC  X(02).
       01  WS-CK-STS                      PIC  X(02).
       01  WS-EVD-STS                     PIC  X(02).
       01  WS-LOG-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LKP-EOF-SW                  PIC  X(01)  VALUE "N".
           88  WS-LKP-EOF                 VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-TO-YMD                      PIC  9(08)  VALUE ZERO.
       01  WS-ACT-YMD                     PIC  X(08).
       01  WS-SEED                        PIC  9(10)  VALUE ZERO.

      *---------- the six controls, in parameter order
       01  WS-CTL-VALUES.
           05  FILLER  PIC X(36) VALUE
               "STOPSTOP APPROVALS      TKDYAB10PND ".
           05  FILLER  PIC X(36) VALUE
               "FUNDFUND MASTER CHANGES FUNDPTFAUD  ".
           05  FILLER  PIC X(36) VALUE
               "SCHDSCHEDULE CHANGES    TKDYAA31JNL ".
           05  FILLER  PIC X(36) VALUE
               "MASTREFERENCE MASTER CHGCZCOAB12MCJ ".
           05  FILLER  PIC X(36) VALUE
               "TMPLTEMPLATE CHANGES    MSGTMPLHST  ".
           05  FILLER  PIC X(36) VALUE
               "CLOSMONTH-END SIGN-OFFS TKDYAB50SGN ".
       01  WS-CTL-TBL  REDEFINES WS-CTL-VALUES.
           05  WS-CTL-ENTRY  OCCURS 6.
               10  WS-CTL-ID              PIC  X(04).
               10  WS-CTL-NAME            PIC  X(20).
               10  WS-CTL-STORE           PIC  X(12).
       01  WS-CTL-COUNTS.
           05  WS-CTL-CNT-ENTRY  OCCURS 6.
               10  WS-CTL-REQ             PIC  9(03).
               10  WS-CTL-POP             PIC  9(07).
               10  WS-CTL-SEL             PIC  9(03).
               10  WS-CTL-READ-SW         PIC  X(01).
       01  WS-CTL-NO                      PIC  9(01).
       01  WS-PASS                        PIC  X(01).
           88  WS-PASS-COUNT              VALUE "C".
           88  WS-PASS-SELECT             VALUE "S".
       01  WS-MISSING-CNT                 PIC  9(01)  VALUE ZERO.

      *---------- selection sampling: item t of N is taken when
      *           (N - t) * X < (n - m) * M, X the next Park-Miller
      *           value in 1 .. M-1
       01  WS-RND-M                       PIC  9(10)  VALUE 2147483647.
       01  WS-RND-X                       PIC  9(10).
       01  WS-RND-WORK                    PIC  9(15).
       01  WS-RND-Q                       PIC  9(15).
       01  WS-SEL-LHS                     PIC  9(18).
       01  WS-SEL-RHS                     PIC  9(18).
       01  WS-SAMPLE-N                    PIC  9(07).
       01  WS-ITEM-T                      PIC  9(07).
       01  WS-REC-NO                      PIC  9(09).
       01  WS-REC-NO-2                    PIC  9(09).

      *---------- evidence line pieces
       01  WS-EV-LABEL                    PIC  X(12).
       01  WS-EV-TEXT                     PIC  X(116).
       01  WS-ACTION-TEXT                 PIC  X(30).
       01  WS-FOUND-SW                    PIC  X(01).
       01  WS-SEL-DSP                     PIC  ZZ9.
       01  WS-ITEM-DSP                    PIC  Z(06)9.
       01  WS-POP-DSP                     PIC  Z(06)9.
       01  WS-PCT-DSP                     PIC  ZZ9.9.
       01  WS-PCT                         PIC  9(03)V9.

      *---------- record images compared a hundred bytes at a time
       01  WS-IMG-BEFORE                  PIC  X(2600).
       01  WS-IMG-AFTER                   PIC  X(2600).
       01  WS-IMG-LEN                     PIC  9(04).
       01  WS-IMG-POS                     PIC  9(04).
       01  WS-IMG-END                     PIC  9(04).
       01  WS-IMG-CHUNK                   PIC  9(03).
       01  WS-IMG-DIFF-CNT                PIC  9(03).

      *---------- the template version shown as before or after
       01  WS-T-DESC                      PIC  X(60).
       01  WS-T-TEXT                      PIC  X(200).
       01  WS-T-SLOT-CNT                  PIC  9(02).
       01  WS-T-SEVERITY                  PIC  X(01).

      *---------- sign-offs seen so far this pass, latest per
      *           month/item, the one a new sign-off supersedes
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 2000.
               10  WS-S-CLOSE-YM          PIC  9(06).
               10  WS-S-ITEM-ID           PIC  X(04).
               10  WS-S-RESULT            PIC  X(01).
               10  WS-S-SIGNOFF-SID       PIC  X(20).
               10  WS-S-SIGNOFF-TIME      PIC  X(14).
               10  WS-S-TEXT              PIC  X(40).
       01  WS-S-IDX                       PIC  9(04).

      *---------- CLOSECHKM item descriptions
       01  WS-K-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-K-TBL.
           05  WS-K-ENTRY  OCCURS 500.
               10  WS-K-ITEM-ID           PIC  X(04).
               10  WS-K-DESC              PIC  X(50).
       01  WS-K-IDX                       PIC  9(03).
       01  WS-ITEM-DESC                   PIC  X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-YMD) NOT = 0
              OR WS-FROM-YMD > WS-TO-YMD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SEED = ZERO
      *---------- HHMMSSCC of the run, never zero
               MOVE WS-NOW(1:8) TO WS-SEED
               ADD 1 TO WS-SEED
           END-IF.
           PERFORM 1500-LOAD-CHECKLIST.

           OPEN OUTPUT EVIDENCE-FILE.
           MOVE SPACE TO EVIDENCE-LINE.
           STRING "TKDYAB96  EXTERNAL-AUDIT EVIDENCE PACK  PERIOD "
                                  DELIMITED BY SIZE
                  WS-FROM-YMD     DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  WS-TO-YMD       DELIMITED BY SIZE
                  "  SEED "       DELIMITED BY SIZE
                  WS-SEED         DELIMITED BY SIZE
                  "  RUN "        DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  INTO EVIDENCE-LINE
           END-STRING.
           WRITE EVIDENCE-LINE.
           MOVE "RE-RUNNING WITH THE SAME PERIOD, SEED AND SAMPLE SIZES
      -        " OVER THE SAME FILES SELECTS THE SAME ITEMS"
             TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.

           PERFORM VARYING WS-CTL-NO FROM 1 BY 1 UNTIL WS-CTL-NO > 6
               PERFORM 3000-RUN-CONTROL
           END-PERFORM.

           OPEN OUTPUT SAMPLE-RPT.
           PERFORM 7000-WRITE-COVERAGE.
           CLOSE SAMPLE-RPT EVIDENCE-FILE.
           PERFORM 7500-LOG-SEED.
           IF WS-MISSING-CNT > ZERO
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
                       IF PR-FROM-YMD IS NUMERIC
                           MOVE PR-FROM-YMD TO WS-FROM-YMD
                       END-IF
                       IF PR-TO-YMD IS NUMERIC
                           MOVE PR-TO-YMD TO WS-TO-YMD
                       END-IF
                       IF PR-SEED IS NUMERIC
                           MOVE PR-SEED TO WS-SEED
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           PERFORM VARYING WS-CTL-NO FROM 1 BY 1 UNTIL WS-CTL-NO > 6
               MOVE 25 TO WS-CTL-REQ(WS-CTL-NO)
               IF WS-PRM-STS = "00"
                  AND PR-SAMPLE-SIZE(WS-CTL-NO) IS NUMERIC
                  AND PR-SAMPLE-SIZE(WS-CTL-NO) > ZERO
                   MOVE PR-SAMPLE-SIZE(WS-CTL-NO)
                     TO WS-CTL-REQ(WS-CTL-NO)
               END-IF
               MOVE ZERO TO WS-CTL-POP(WS-CTL-NO)
                            WS-CTL-SEL(WS-CTL-NO)
               MOVE "Y"  TO WS-CTL-READ-SW(WS-CTL-NO)
           END-PERFORM.

       1500-LOAD-CHECKLIST.
           OPEN INPUT CHECKLIST-MSTR.
           IF WS-CK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CHECKLIST-MSTR
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-K-CNT < 500
                           ADD 1 TO WS-K-CNT
                           MOVE CK-ITEM-ID TO WS-K-ITEM-ID(WS-K-CNT)
                           MOVE CK-DESC    TO WS-K-DESC(WS-K-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKLIST-MSTR.
           MOVE "N" TO WS-EOF-SW.

      *---------- a counting pass for the population, then the
      *           selecting pass over the store in the same order
       3000-RUN-CONTROL.
           MOVE "C" TO WS-PASS.
           PERFORM 4000-SCAN-STORE.
           MOVE WS-CTL-REQ(WS-CTL-NO) TO WS-SAMPLE-N.
           IF WS-SAMPLE-N > WS-CTL-POP(WS-CTL-NO)
               MOVE WS-CTL-POP(WS-CTL-NO) TO WS-SAMPLE-N
           END-IF.
           COMPUTE WS-RND-WORK = WS-SEED + WS-CTL-NO * 7919.
           DIVIDE WS-RND-WORK BY WS-RND-M
               GIVING WS-RND-Q REMAINDER WS-RND-X.
           IF WS-RND-X = ZERO
               MOVE 1 TO WS-RND-X
           END-IF.
           MOVE ZERO TO WS-ITEM-T.

           MOVE SPACE TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           MOVE ALL "=" TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           MOVE WS-CTL-POP(WS-CTL-NO) TO WS-POP-DSP.
           MOVE WS-SAMPLE-N           TO WS-SEL-DSP.
           MOVE SPACE TO EVIDENCE-LINE.
           STRING "CONTROL "                DELIMITED BY SIZE
                  WS-CTL-ID(WS-CTL-NO)      DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-CTL-NAME(WS-CTL-NO)    DELIMITED BY SIZE
                  "  STORE "                DELIMITED BY SIZE
                  WS-CTL-STORE(WS-CTL-NO)   DELIMITED BY SIZE
                  "  POPULATION "           DELIMITED BY SIZE
                  WS-POP-DSP                DELIMITED BY SIZE
                  "  SAMPLE "               DELIMITED BY SIZE
                  WS-SEL-DSP                DELIMITED BY SIZE
                  INTO EVIDENCE-LINE
           END-STRING.
           WRITE EVIDENCE-LINE.
           IF WS-CTL-READ-SW(WS-CTL-NO) = "N"
               MOVE "  STORE COULD NOT BE OPENED - NO EVIDENCE FOR THIS
      -             " CONTROL" TO EVIDENCE-LINE
               WRITE EVIDENCE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAMPLE-N = ZERO
               MOVE "  NO ACTS IN THE PERIOD" TO EVIDENCE-LINE
               WRITE EVIDENCE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PASS.
           PERFORM 4000-SCAN-STORE.

       4000-SCAN-STORE.
           MOVE ZERO TO WS-REC-NO WS-S-CNT.
           EVALUATE WS-CTL-NO
               WHEN 1
                   PERFORM 4100-SCAN-STOP
               WHEN 2
                   PERFORM 4200-SCAN-FUND
               WHEN 3
                   PERFORM 4300-SCAN-SCHEDULE
               WHEN 4
                   PERFORM 4400-SCAN-MASTER
               WHEN 5
                   PERFORM 4500-SCAN-TEMPLATE
               WHEN OTHER
                   PERFORM 4600-SCAN-SIGNOFF
           END-EVALUATE.
           MOVE "N" TO WS-EOF-SW.

       4100-SCAN-STOP.
           OPEN INPUT STOP-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ STOP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE TP-CLOSE-TIME(1:8) TO WS-ACT-YMD
                       IF TP-STATUS = "A"
                           PERFORM 5000-CONSIDER-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOP-FILE.

       4200-SCAN-FUND.
           OPEN INPUT AUDIT-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE AU-ACTION-TIME(1:8) TO WS-ACT-YMD
                       IF AU-ACTION NOT = "R"
                           PERFORM 5000-CONSIDER-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       4300-SCAN-SCHEDULE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE JN-UPD-TIME(1:8) TO WS-ACT-YMD
                       IF JN-UPD-PGMID = "TKDYAB09"
                          OR JN-UPD-PGMID = "TKDYAB52"
                          OR JN-UPD-PGMID = "TKDYAB54"
                          OR JN-UPD-PGMID = "TKDYAB93"
                           PERFORM 5000-CONSIDER-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *---------- the TKDYAA31 rows TKDYAB09 also journals here are
      *           schedule changes, sampled under SCHD from
      *           TKDYAA31JNL; counting them again would put one
      *           change in two populations
       4400-SCAN-MASTER.
           OPEN INPUT CHGJNL-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CHGJNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       IF MC-FILE-ID NOT = "TKDYAA31"
                           MOVE MC-UPD-TIME(1:8) TO WS-ACT-YMD
                           PERFORM 5000-CONSIDER-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHGJNL-FILE.

       4500-SCAN-TEMPLATE.
           OPEN INPUT HIST-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE HS-UPD-TIME(1:8) TO WS-ACT-YMD
                       PERFORM 5000-CONSIDER-ITEM
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

      *---------- every row read is remembered as the latest for
      *           its month/item after it is considered, so the
      *           sign-off a sampled one superseded is at hand
       4600-SCAN-SIGNOFF.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-IN-STS NOT = "00"
               PERFORM 4900-STORE-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SIGNOFF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE CS-SIGNOFF-TIME(1:8) TO WS-ACT-YMD
                       PERFORM 5000-CONSIDER-ITEM
                       PERFORM 4650-REMEMBER-SIGNOFF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-FILE.

       4650-REMEMBER-SIGNOFF.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               IF WS-S-CLOSE-YM(WS-S-IDX) = CS-CLOSE-YM
                  AND WS-S-ITEM-ID(WS-S-IDX) = CS-ITEM-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-S-IDX > WS-S-CNT
               IF WS-S-CNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-S-CNT
           END-IF.
           MOVE CS-CLOSE-YM     TO WS-S-CLOSE-YM(WS-S-IDX).
           MOVE CS-ITEM-ID      TO WS-S-ITEM-ID(WS-S-IDX).
           MOVE CS-RESULT       TO WS-S-RESULT(WS-S-IDX).
           MOVE CS-SIGNOFF-SID  TO WS-S-SIGNOFF-SID(WS-S-IDX).
           MOVE CS-SIGNOFF-TIME TO WS-S-SIGNOFF-TIME(WS-S-IDX).
           MOVE CS-TEXT         TO WS-S-TEXT(WS-S-IDX).

       4900-STORE-MISSING.
           IF WS-PASS-COUNT
               MOVE "N" TO WS-CTL-READ-SW(WS-CTL-NO)
               ADD 1 TO WS-MISSING-CNT
           END-IF.

      *---------- acts outside the period are not in the population
       5000-CONSIDER-ITEM.
           IF WS-ACT-YMD < WS-FROM-YMD(1:8)
              OR WS-ACT-YMD > WS-TO-YMD(1:8)
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS-COUNT
               ADD 1 TO WS-CTL-POP(WS-CTL-NO)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RND-WORK = WS-RND-X * 16807.
           DIVIDE WS-RND-WORK BY WS-RND-M
               GIVING WS-RND-Q REMAINDER WS-RND-X.
           COMPUTE WS-SEL-LHS =
               (WS-CTL-POP(WS-CTL-NO) - WS-ITEM-T) * WS-RND-X.
           COMPUTE WS-SEL-RHS =
               (WS-SAMPLE-N - WS-CTL-SEL(WS-CTL-NO)) * WS-RND-M.
           ADD 1 TO WS-ITEM-T.
           IF WS-SEL-LHS < WS-SEL-RHS
               ADD 1 TO WS-CTL-SEL(WS-CTL-NO)
               PERFORM 6000-WRITE-EVIDENCE
           END-IF.

       6000-WRITE-EVIDENCE.
           MOVE SPACE TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           MOVE WS-CTL-SEL(WS-CTL-NO) TO WS-SEL-DSP.
           MOVE WS-ITEM-T             TO WS-ITEM-DSP.
           MOVE WS-CTL-POP(WS-CTL-NO) TO WS-POP-DSP.
           MOVE SPACE TO EVIDENCE-LINE.
           STRING "---- "                   DELIMITED BY SIZE
                  WS-CTL-ID(WS-CTL-NO)      DELIMITED BY SIZE
                  " SAMPLE "                DELIMITED BY SIZE
                  WS-SEL-DSP                DELIMITED BY SIZE
                  "  POPULATION ITEM "      DELIMITED BY SIZE
                  WS-ITEM-DSP               DELIMITED BY SIZE
                  " OF "                    DELIMITED BY SIZE
                  WS-POP-DSP                DELIMITED BY SIZE
                  "  STORE RECORD "         DELIMITED BY SIZE
                  WS-REC-NO                 DELIMITED BY SIZE
                  " ----"                   DELIMITED BY SIZE
                  INTO EVIDENCE-LINE
           END-STRING.
           WRITE EVIDENCE-LINE.
           EVALUATE WS-CTL-NO
               WHEN 1
                   PERFORM 6100-EVIDENCE-STOP
               WHEN 2
                   PERFORM 6200-EVIDENCE-FUND
               WHEN 3
                   PERFORM 6300-EVIDENCE-SCHEDULE
               WHEN 4
                   PERFORM 6400-EVIDENCE-MASTER
               WHEN 5
                   PERFORM 6500-EVIDENCE-TEMPLATE
               WHEN OTHER
                   PERFORM 6600-EVIDENCE-SIGNOFF
           END-EVALUATE.

      *---------- request and approval off the stop row; the images
      *           are the TKDYAB62 apply on the journal that day
       6100-EVIDENCE-STOP.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING TP-RIYO-CMP-CD     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  TP-SYORI-YMD       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  TP-KIDOU-ID        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  TP-GYOMU-TASK-ID   DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           IF TP-TEISHI-KBN = "1"
               MOVE "IMMEDIATE STOP" TO WS-ACTION-TEXT
           ELSE
               MOVE "STOP AFTER CURRENT TASK" TO WS-ACTION-TEXT
           END-IF.
           MOVE "REQUEST" TO WS-EV-LABEL.
           STRING WS-ACTION-TEXT     DELIMITED BY "  "
                  " REQUESTED BY "   DELIMITED BY SIZE
                  TP-MAKER-SID       DELIMITED BY SPACE
                  " THROUGH TKDYAB10" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           STRING "APPROVED AND APPLIED BY " DELIMITED BY SIZE
                  TP-CHECKER-SID     DELIMITED BY SPACE
                  " THROUGH TKDYAB62" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "REQUESTED "       DELIMITED BY SIZE
                  TP-ENTRY-TIME      DELIMITED BY SIZE
                  "  APPROVED "      DELIMITED BY SIZE
                  TP-CLOSE-TIME      DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.

           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-LKP-EOF-SW.
           OPEN INPUT JOURNAL-FILE-2.
           IF WS-LKP-STS NOT = "00"
               SET WS-LKP-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-LKP-EOF
               READ JOURNAL-FILE-2
                   AT END
                       SET WS-LKP-EOF TO TRUE
                   NOT AT END
                       IF J2-RIYO-CMP-CD = TP-RIYO-CMP-CD
                          AND J2-SYORI-YMD = TP-SYORI-YMD
                          AND J2-KIDOU-ID = TP-KIDOU-ID
                          AND J2-GYOMU-TASK-ID = TP-GYOMU-TASK-ID
                          AND J2-UPD-PGMID = "TKDYAB62"
                          AND J2-UPD-TIME(1:8) = TP-CLOSE-TIME(1:8)
                           MOVE "Y" TO WS-FOUND-SW
                           SET WS-LKP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LKP-STS NOT = "35"
               CLOSE JOURNAL-FILE-2
           END-IF.
           MOVE "JOURNAL" TO WS-EV-LABEL.
           IF WS-FOUND-SW = "N"
               MOVE "NO TKDYAA31JNL ROW FOUND FOR THE TKDYAB62 APPLY"
                 TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING "TKDYAA31JNL BY "  DELIMITED BY SIZE
                  J2-UPD-SID         DELIMITED BY SPACE
                  " AT "             DELIMITED BY SIZE
                  J2-UPD-TIME        DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE J2-BEFORE-IMAGE TO WS-IMG-BEFORE.
           MOVE J2-AFTER-IMAGE  TO WS-IMG-AFTER.
           MOVE 2600            TO WS-IMG-LEN.
           PERFORM 8100-WRITE-IMAGE-DIFF.

       6200-EVIDENCE-FUND.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING "FUND "            DELIMITED BY SIZE
                  AU-FUND-CD         DELIMITED BY SIZE
                  " PTF "            DELIMITED BY SIZE
                  AU-PTF-CD          DELIMITED BY SIZE
                  " HYK "            DELIMITED BY SIZE
                  AU-HYK-KRTU-CD     DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           EVALUATE AU-ACTION
               WHEN "A"
                   MOVE "FUND ADDED" TO WS-ACTION-TEXT
               WHEN "C"
                   MOVE "FUND NAME CHANGED" TO WS-ACTION-TEXT
               WHEN "D"
                   MOVE "DELETE FLAG CHANGED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "LIFECYCLE CHANGED" TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE "REQUEST" TO WS-EV-LABEL.
           STRING WS-ACTION-TEXT     DELIMITED BY "  "
                  " - ENTERED BY "   DELIMITED BY SIZE
                  AU-MAKER-SID       DELIMITED BY SPACE
                  " THROUGH SCZY7056" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           STRING "APPROVED BY "     DELIMITED BY SIZE
                  AU-CHECKER-SID     DELIMITED BY SPACE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "APPROVED AND APPLIED " DELIMITED BY SIZE
                  AU-ACTION-TIME     DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "BEFORE" TO WS-EV-LABEL.
           IF AU-ACTION = "A"
               MOVE "NONE - NEW FUND" TO WS-EV-TEXT
           ELSE
               STRING "NAME "              DELIMITED BY SIZE
                      AU-BEFORE-FUND-NAME  DELIMITED BY SIZE
                      " DEL "              DELIMITED BY SIZE
                      AU-BEFORE-DEL-KBN    DELIMITED BY SIZE
                      " LAUNCH "           DELIMITED BY SIZE
                      AU-BEFORE-LAUNCH-YMD DELIMITED BY SIZE
                      " LIQUID "           DELIMITED BY SIZE
                      AU-BEFORE-LIQUID-YMD DELIMITED BY SIZE
                      " MERGE "            DELIMITED BY SIZE
                      AU-BEFORE-MERGE-YMD  DELIMITED BY SIZE
                      " SUCC "             DELIMITED BY SIZE
                      AU-BEFORE-SUCC-FUND-CD DELIMITED BY SIZE
                      INTO WS-EV-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "AFTER" TO WS-EV-LABEL.
           STRING "NAME "              DELIMITED BY SIZE
                  AU-AFTER-FUND-NAME   DELIMITED BY SIZE
                  " DEL "              DELIMITED BY SIZE
                  AU-AFTER-DEL-KBN     DELIMITED BY SIZE
                  " LAUNCH "           DELIMITED BY SIZE
                  AU-AFTER-LAUNCH-YMD  DELIMITED BY SIZE
                  " LIQUID "           DELIMITED BY SIZE
                  AU-AFTER-LIQUID-YMD  DELIMITED BY SIZE
                  " MERGE "            DELIMITED BY SIZE
                  AU-AFTER-MERGE-YMD   DELIMITED BY SIZE
                  " SUCC "             DELIMITED BY SIZE
                  AU-AFTER-SUCC-FUND-CD DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.

      *---------- a TKDYAB54 apply carries its TKDYAB53 request;
      *           the other changers act on one operator's say
       6300-EVIDENCE-SCHEDULE.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING JN-RIYO-CMP-CD     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JN-SYORI-YMD       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JN-KIDOU-ID        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JN-GYOMU-TASK-ID   DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           EVALUATE JN-UPD-PGMID
               WHEN "TKDYAB54"
                   PERFORM 6310-SCHEDULE-REQUEST
               WHEN "TKDYAB93"
                   MOVE "REQUEST" TO WS-EV-LABEL
                   MOVE "RETIREMENT PROPOSED BY THE TKDYAB92 DORMANT-DEF
      -                 "INITION REVIEW" TO WS-EV-TEXT
                   PERFORM 8000-WRITE-EV-LINE
                   MOVE "APPROVAL" TO WS-EV-LABEL
                   STRING "OWNER SIGN-OFF BY " DELIMITED BY SIZE
                          JN-UPD-SID           DELIMITED BY SPACE
                          ", APPLIED THROUGH TKDYAB93"
                                               DELIMITED BY SIZE
                          INTO WS-EV-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-EV-LINE
               WHEN OTHER
                   MOVE "REQUEST" TO WS-EV-LABEL
                   STRING "ENTERED BY "     DELIMITED BY SIZE
                          JN-UPD-SID        DELIMITED BY SPACE
                          " THROUGH "       DELIMITED BY SIZE
                          JN-UPD-PGMID      DELIMITED BY SPACE
                          INTO WS-EV-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-EV-LINE
                   MOVE "APPROVAL" TO WS-EV-LABEL
                   MOVE "NO SEPARATE APPROVAL STEP ON THIS PATH"
                     TO WS-EV-TEXT
                   PERFORM 8000-WRITE-EV-LINE
           END-EVALUATE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "JOURNALLED "      DELIMITED BY SIZE
                  JN-UPD-TIME        DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE JN-BEFORE-IMAGE TO WS-IMG-BEFORE.
           MOVE JN-AFTER-IMAGE  TO WS-IMG-AFTER.
           MOVE 2600            TO WS-IMG-LEN.
           PERFORM 8100-WRITE-IMAGE-DIFF.

       6310-SCHEDULE-REQUEST.
           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-LKP-EOF-SW.
           OPEN INPUT SCHED-FILE.
           IF WS-LKP-STS NOT = "00"
               SET WS-LKP-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-LKP-EOF
               READ SCHED-FILE
                   AT END
                       SET WS-LKP-EOF TO TRUE
                   NOT AT END
                       IF SP-RIYO-CMP-CD = JN-RIYO-CMP-CD
                          AND SP-KIDOU-ID = JN-KIDOU-ID
                          AND SP-GYOMU-TASK-ID = JN-GYOMU-TASK-ID
                          AND SP-STATUS = "D"
                          AND SP-CLOSE-TIME(1:8) = JN-UPD-TIME(1:8)
                           MOVE "Y" TO WS-FOUND-SW
                           SET WS-LKP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LKP-STS NOT = "35"
               CLOSE SCHED-FILE
           END-IF.
           MOVE "REQUEST" TO WS-EV-LABEL.
           IF WS-FOUND-SW = "N"
               MOVE "NO TKDYAB53PND ROW FOUND FOR THE TKDYAB54 APPLY"
                 TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
           ELSE
               STRING "FIELD "            DELIMITED BY SIZE
                      SP-FIELD-KBN        DELIMITED BY SIZE
                      " CHANGE EFFECTIVE " DELIMITED BY SIZE
                      SP-EFF-YMD          DELIMITED BY SIZE
                      " ENTERED BY "      DELIMITED BY SIZE
                      SP-MAKER-SID        DELIMITED BY SPACE
                      " AT "              DELIMITED BY SIZE
                      SP-ENTRY-TIME       DELIMITED BY SIZE
                      " THROUGH TKDYAB53 (FREEZE-CHECKED)"
                                          DELIMITED BY SIZE
                      INTO WS-EV-TEXT
               END-STRING
               PERFORM 8000-WRITE-EV-LINE
           END-IF.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           MOVE "PENDING CHANGE LANDED BY THE TKDYAB54 MORNING APPLY"
             TO WS-EV-TEXT.
           PERFORM 8000-WRITE-EV-LINE.

       6400-EVIDENCE-MASTER.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING MC-FILE-ID         DELIMITED BY SPACE
                  " KEY "            DELIMITED BY SIZE
                  MC-KEY             DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "REQUEST" TO WS-EV-LABEL.
           IF MC-BEFORE-IMAGE = SPACE
               MOVE "ROW ADDED" TO WS-ACTION-TEXT
           ELSE
               MOVE "ROW CHANGED" TO WS-ACTION-TEXT
           END-IF.
           STRING WS-ACTION-TEXT     DELIMITED BY "  "
                  " BY "             DELIMITED BY SIZE
                  MC-UPD-SID         DELIMITED BY SPACE
                  " THROUGH "        DELIMITED BY SIZE
                  MC-UPD-PGMID       DELIMITED BY SPACE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           STRING "AS RECORDED BY "  DELIMITED BY SIZE
                  MC-UPD-PGMID       DELIMITED BY SPACE
                  " ON THE CZCOAB12 CHANGE JOURNAL" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "JOURNALLED "      DELIMITED BY SIZE
                  MC-UPD-TIME        DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE MC-BEFORE-IMAGE TO WS-IMG-BEFORE.
           MOVE MC-AFTER-IMAGE  TO WS-IMG-AFTER.
           MOVE 650             TO WS-IMG-LEN.
           PERFORM 8100-WRITE-IMAGE-DIFF.

      *---------- an add carries the new version, an update or
      *           retire the version it replaced; what an update put
      *           in place is the image on the next row for the same
      *           template and language
       6500-EVIDENCE-TEMPLATE.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING "TEMPLATE "        DELIMITED BY SIZE
                  HS-MSG-ID          DELIMITED BY SIZE
                  " LANGUAGE "       DELIMITED BY SIZE
                  HS-LANG-CD         DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           EVALUATE HS-ACTION
               WHEN "A"
                   MOVE "TEMPLATE ADDED" TO WS-ACTION-TEXT
               WHEN "U"
                   MOVE "TEMPLATE UPDATED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "TEMPLATE RETIRED" TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE "REQUEST" TO WS-EV-LABEL.
           STRING WS-ACTION-TEXT     DELIMITED BY "  "
                  " BY "             DELIMITED BY SIZE
                  HS-UPD-SID         DELIMITED BY SPACE
                  " THROUGH SCZY7084" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           MOVE "NO SEPARATE APPROVAL STEP ON THIS PATH" TO WS-EV-TEXT.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "ACTED "           DELIMITED BY SIZE
                  HS-UPD-TIME        DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE HS-TEMPLATE-DESC     TO WS-T-DESC.
           MOVE HS-TEMPLATE-TEXT     TO WS-T-TEXT.
           MOVE HS-TEMPLATE-SLOT-CNT TO WS-T-SLOT-CNT.
           MOVE HS-TEMPLATE-SEVERITY TO WS-T-SEVERITY.
           IF HS-ACTION = "A"
               MOVE "BEFORE" TO WS-EV-LABEL
               MOVE "NONE - NEW TEMPLATE" TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
               MOVE "AFTER" TO WS-EV-LABEL
               PERFORM 6550-WRITE-TEMPLATE
               EXIT PARAGRAPH
           END-IF.
           MOVE "BEFORE" TO WS-EV-LABEL.
           PERFORM 6550-WRITE-TEMPLATE.
           IF HS-ACTION NOT = "U"
               MOVE "AFTER" TO WS-EV-LABEL
               MOVE "NONE - TAKEN OUT OF SERVICE" TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-LKP-EOF-SW.
           MOVE ZERO TO WS-REC-NO-2.
           OPEN INPUT HIST-FILE-2.
           IF WS-LKP-STS NOT = "00"
               SET WS-LKP-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-LKP-EOF
               READ HIST-FILE-2
                   AT END
                       SET WS-LKP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO-2
                       IF WS-REC-NO-2 > WS-REC-NO
                          AND H2-MSG-ID = HS-MSG-ID
                          AND H2-LANG-CD = HS-LANG-CD
                           MOVE "Y" TO WS-FOUND-SW
                           SET WS-LKP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LKP-STS NOT = "35"
               CLOSE HIST-FILE-2
           END-IF.
           MOVE "AFTER" TO WS-EV-LABEL.
           IF WS-FOUND-SW = "N"
               MOVE "THE VERSION NOW LIVE ON MSGTMPLMSTR - NOT CHANGED S
      -             "INCE" TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE H2-TEMPLATE-DESC     TO WS-T-DESC.
           MOVE H2-TEMPLATE-TEXT     TO WS-T-TEXT.
           MOVE H2-TEMPLATE-SLOT-CNT TO WS-T-SLOT-CNT.
           MOVE H2-TEMPLATE-SEVERITY TO WS-T-SEVERITY.
           PERFORM 6550-WRITE-TEMPLATE.

       6550-WRITE-TEMPLATE.
           STRING "DESC "            DELIMITED BY SIZE
                  WS-T-DESC          DELIMITED BY SIZE
                  " SLOTS "          DELIMITED BY SIZE
                  WS-T-SLOT-CNT      DELIMITED BY SIZE
                  " SEVERITY "       DELIMITED BY SIZE
                  WS-T-SEVERITY      DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE WS-T-TEXT(1:100)     TO WS-EV-TEXT.
           PERFORM 8000-WRITE-EV-LINE.
           IF WS-T-TEXT(101:100) NOT = SPACE
               MOVE WS-T-TEXT(101:100) TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
           END-IF.

       6600-EVIDENCE-SIGNOFF.
           MOVE SPACE TO WS-ITEM-DESC.
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-K-CNT
               IF WS-K-ITEM-ID(WS-K-IDX) = CS-ITEM-ID
                   MOVE WS-K-DESC(WS-K-IDX) TO WS-ITEM-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "ITEM" TO WS-EV-LABEL.
           STRING "CLOSE MONTH "     DELIMITED BY SIZE
                  CS-CLOSE-YM        DELIMITED BY SIZE
                  " CHECKLIST ITEM " DELIMITED BY SIZE
                  CS-ITEM-ID         DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "REQUEST" TO WS-EV-LABEL.
           STRING "MANUAL CLOSECHKM ITEM: " DELIMITED BY SIZE
                  WS-ITEM-DESC       DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "APPROVAL" TO WS-EV-LABEL.
           STRING "SIGNED OFF BY "   DELIMITED BY SIZE
                  CS-SIGNOFF-SID     DELIMITED BY SPACE
                  " THROUGH TKDYAB50" DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "TIMESTAMPS" TO WS-EV-LABEL.
           STRING "SIGNED "          DELIMITED BY SIZE
                  CS-SIGNOFF-TIME    DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               IF WS-S-CLOSE-YM(WS-S-IDX) = CS-CLOSE-YM
                  AND WS-S-ITEM-ID(WS-S-IDX) = CS-ITEM-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "BEFORE" TO WS-EV-LABEL.
           IF WS-S-IDX > WS-S-CNT
               MOVE "NONE - FIRST SIGN-OFF OF THE ITEM FOR THE MONTH"
                 TO WS-EV-TEXT
           ELSE
               STRING "RESULT "          DELIMITED BY SIZE
                      WS-S-RESULT(WS-S-IDX)       DELIMITED BY SIZE
                      " BY "             DELIMITED BY SIZE
                      WS-S-SIGNOFF-SID(WS-S-IDX)  DELIMITED BY SPACE
                      " AT "             DELIMITED BY SIZE
                      WS-S-SIGNOFF-TIME(WS-S-IDX) DELIMITED BY SIZE
                      " - "              DELIMITED BY SIZE
                      WS-S-TEXT(WS-S-IDX)         DELIMITED BY SIZE
                      INTO WS-EV-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-WRITE-EV-LINE.
           MOVE "AFTER" TO WS-EV-LABEL.
           STRING "RESULT "          DELIMITED BY SIZE
                  CS-RESULT          DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  CS-TEXT            DELIMITED BY SIZE
                  INTO WS-EV-TEXT
           END-STRING.
           PERFORM 8000-WRITE-EV-LINE.

      *---------- population and coverage, closing the pack and as
      *           the run report
       7000-WRITE-COVERAGE.
           MOVE SPACE TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           MOVE ALL "=" TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           MOVE SPACE TO SAMPLE-RPT-LINE.
           STRING "TKDYAB96  POPULATION AND SAMPLE COVERAGE  PERIOD "
                                  DELIMITED BY SIZE
                  WS-FROM-YMD     DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  WS-TO-YMD       DELIMITED BY SIZE
                  "  SEED "       DELIMITED BY SIZE
                  WS-SEED         DELIMITED BY SIZE
                  INTO SAMPLE-RPT-LINE
           END-STRING.
           PERFORM 7100-WRITE-BOTH.
           MOVE SPACE TO SAMPLE-RPT-LINE.
           MOVE "CTRL"             TO SAMPLE-RPT-LINE(1:4).
           MOVE "CONTROL"          TO SAMPLE-RPT-LINE(6:7).
           MOVE "STORE"            TO SAMPLE-RPT-LINE(27:5).
           MOVE "POPULATION"       TO SAMPLE-RPT-LINE(40:10).
           MOVE "ASKED"            TO SAMPLE-RPT-LINE(52:5).
           MOVE "TAKEN"            TO SAMPLE-RPT-LINE(58:5).
           MOVE "COVER%"           TO SAMPLE-RPT-LINE(64:6).
           PERFORM 7100-WRITE-BOTH.
           PERFORM VARYING WS-CTL-NO FROM 1 BY 1 UNTIL WS-CTL-NO > 6
               MOVE SPACE TO SAMPLE-RPT-LINE
               MOVE WS-CTL-ID(WS-CTL-NO)    TO SAMPLE-RPT-LINE(1:4)
               MOVE WS-CTL-NAME(WS-CTL-NO)  TO SAMPLE-RPT-LINE(6:20)
               MOVE WS-CTL-STORE(WS-CTL-NO) TO SAMPLE-RPT-LINE(27:12)
               MOVE WS-CTL-POP(WS-CTL-NO)   TO WS-POP-DSP
               MOVE WS-POP-DSP              TO SAMPLE-RPT-LINE(43:7)
               MOVE WS-CTL-REQ(WS-CTL-NO)   TO WS-SEL-DSP
               MOVE WS-SEL-DSP              TO SAMPLE-RPT-LINE(54:3)
               MOVE WS-CTL-SEL(WS-CTL-NO)   TO WS-SEL-DSP
               MOVE WS-SEL-DSP              TO SAMPLE-RPT-LINE(60:3)
               IF WS-CTL-READ-SW(WS-CTL-NO) = "N"
                   MOVE "STORE NOT AVAILABLE" TO SAMPLE-RPT-LINE(64:19)
               ELSE
                   IF WS-CTL-POP(WS-CTL-NO) > ZERO
                       COMPUTE WS-PCT ROUNDED =
                           WS-CTL-SEL(WS-CTL-NO) * 100
                           / WS-CTL-POP(WS-CTL-NO)
                   ELSE
                       MOVE ZERO TO WS-PCT
                   END-IF
                   MOVE WS-PCT               TO WS-PCT-DSP
                   MOVE WS-PCT-DSP           TO SAMPLE-RPT-LINE(65:5)
               END-IF
               PERFORM 7100-WRITE-BOTH
           END-PERFORM.

       7100-WRITE-BOTH.
           MOVE SAMPLE-RPT-LINE TO EVIDENCE-LINE.
           WRITE EVIDENCE-LINE.
           WRITE SAMPLE-RPT-LINE.

      *---------- the seed and what it drew, so the selection can
      *           be re-performed
       7500-LOG-SEED.
           OPEN EXTEND SEED-LOG.
           IF WS-LOG-STS = "05" OR WS-LOG-STS = "35"
               OPEN OUTPUT SEED-LOG
           END-IF.
           MOVE WS-NOW-STAMP TO SL-RUN-TIME.
           MOVE WS-FROM-YMD  TO SL-FROM-YMD.
           MOVE WS-TO-YMD    TO SL-TO-YMD.
           MOVE WS-SEED      TO SL-SEED.
           PERFORM VARYING WS-CTL-NO FROM 1 BY 1 UNTIL WS-CTL-NO > 6
               MOVE WS-CTL-REQ(WS-CTL-NO) TO SL-SAMPLE-SIZE(WS-CTL-NO)
               MOVE WS-CTL-POP(WS-CTL-NO) TO SL-POPULATION(WS-CTL-NO)
               MOVE WS-CTL-SEL(WS-CTL-NO) TO SL-SELECTED(WS-CTL-NO)
           END-PERFORM.
           WRITE SEED-LOG-REC.
           CLOSE SEED-LOG.

      *---------- label and text set by the caller; both cleared
       8000-WRITE-EV-LINE.
           MOVE SPACE       TO EVIDENCE-LINE.
           MOVE WS-EV-LABEL TO EVIDENCE-LINE(3:12).
           MOVE ":"         TO EVIDENCE-LINE(15:1).
           MOVE WS-EV-TEXT  TO EVIDENCE-LINE(17:116).
           WRITE EVIDENCE-LINE.
           MOVE SPACE TO WS-EV-LABEL WS-EV-TEXT.

      *---------- only the hundred-byte stretches that differ are
      *           shown, before over after, by byte position
       8100-WRITE-IMAGE-DIFF.
           MOVE ZERO TO WS-IMG-DIFF-CNT.
           IF WS-IMG-BEFORE(1:WS-IMG-LEN) = SPACE
               MOVE "BEFORE" TO WS-EV-LABEL
               MOVE "NONE - ROW ADDED" TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
           END-IF.
           PERFORM VARYING WS-IMG-POS FROM 1 BY 100
                   UNTIL WS-IMG-POS > WS-IMG-LEN
               COMPUTE WS-IMG-END = WS-IMG-POS + 99
               IF WS-IMG-END > WS-IMG-LEN
                   MOVE WS-IMG-LEN TO WS-IMG-END
               END-IF
               COMPUTE WS-IMG-CHUNK = WS-IMG-END - WS-IMG-POS + 1
               IF WS-IMG-BEFORE(WS-IMG-POS:WS-IMG-CHUNK)
                  NOT = WS-IMG-AFTER(WS-IMG-POS:WS-IMG-CHUNK)
                   ADD 1 TO WS-IMG-DIFF-CNT
                   PERFORM 8200-WRITE-CHUNK-PAIR
               END-IF
           END-PERFORM.
           IF WS-IMG-DIFF-CNT = ZERO
               MOVE "IMAGES" TO WS-EV-LABEL
               MOVE "BEFORE AND AFTER IMAGES ARE IDENTICAL"
                 TO WS-EV-TEXT
               PERFORM 8000-WRITE-EV-LINE
           END-IF.

       8200-WRITE-CHUNK-PAIR.
           MOVE SPACE TO EVIDENCE-LINE.
           MOVE "BEFORE"    TO EVIDENCE-LINE(3:6).
           MOVE WS-IMG-POS  TO EVIDENCE-LINE(10:4).
           MOVE "-"         TO EVIDENCE-LINE(14:1).
           MOVE WS-IMG-END  TO EVIDENCE-LINE(15:4).
           MOVE WS-IMG-BEFORE(WS-IMG-POS:WS-IMG-CHUNK)
             TO EVIDENCE-LINE(20:WS-IMG-CHUNK).
           WRITE EVIDENCE-LINE.
           MOVE SPACE TO EVIDENCE-LINE.
           MOVE "AFTER"     TO EVIDENCE-LINE(3:5).
           MOVE WS-IMG-POS  TO EVIDENCE-LINE(10:4).
           MOVE "-"         TO EVIDENCE-LINE(14:1).
           MOVE WS-IMG-END  TO EVIDENCE-LINE(15:4).
           MOVE WS-IMG-AFTER(WS-IMG-POS:WS-IMG-CHUNK)
             TO EVIDENCE-LINE(20:WS-IMG-CHUNK).
           WRITE EVIDENCE-LINE.
