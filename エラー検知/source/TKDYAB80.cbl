      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB80
      *  Program name   : Segregation-of-duties review
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Periodic review across the maker-checker stores for the
      *  risk team.  Each approval screen refuses only its own
      *  same-SID case; this reads every store's acts in the review
      *  period and reports three kinds of violation, each with its
      *  evidence trail (store, duty, SID, time, item):
      *    SELF APPROVAL  - one SID as maker and checker of the
      *                     same item
      *    SECOND SID     - maker and checker are different SIDs
      *                     that SODIDM maps to the same person in
      *                     the same company
      *    DUTY CONFLICT  - one person (SODIDM, else the SID
      *                     itself) acted in both duties of an
      *                     in-service SODRULM pair; the evidence is
      *                     the first act of each duty and the act
      *                     counts
      *  Stores and duties read (codes as in SODRULM):
      *    FUNDPTFAUD   FPMK / FPCK    maker-checker
      *    TKDYAB10PND  STMK / STCK    maker-checker
      *    TKDYAB53PND  SCMK / SCCX    acts only - changes land by
      *                                the TKDYAB54 apply, not a
      *                                second person
      *    CZCOAB12MCJ  RBMK / RBCK    maker-checker, CZCOAB15 rows
      *    TKDYAB50SGN  CSSG           acts only
      *  Parameter TKDYAB80PRM: period from/to dates (both
      *  required, RC 8 if missing or invalid).  Report
      *  TKDYAB80RPT; RC 4 when any violation is found.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB80PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT SODIDM-FILE    ASSIGN TO "SODIDM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SI-SID
                  FILE STATUS    IS WS-SI-STS.
           SELECT SODRULM-FILE   ASSIGN TO "SODRULM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SR-KEY
                  FILE STATUS    IS WS-SR-STS.
           SELECT AUDIT-FILE     ASSIGN TO "FUNDPTFAUD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-AUD-STS.
           SELECT STOP-FILE      ASSIGN TO "TKDYAB10PND"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TP-STS.
           SELECT SCHED-FILE     ASSIGN TO "TKDYAB53PND"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SP-STS.
           SELECT CHGJNL-FILE    ASSIGN TO "CZCOAB12MCJ"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-MC-STS.
           SELECT SIGNOFF-FILE   ASSIGN TO "TKDYAB50SGN"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CS-STS.
           SELECT SOD-RPT        ASSIGN TO "TKDYAB80RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-FROM-YMD                PIC  9(08).
           05  PR-TO-YMD                  PIC  9(08).

       FD  SODIDM-FILE.
           COPY SODIDM.

       FD  SODRULM-FILE.
           COPY SODRULM.

       FD  AUDIT-FILE.
           COPY FUNDPTFAUD.

       FD  STOP-FILE.
           COPY STOPPND.

       FD  SCHED-FILE.
           COPY SCHPND.

       FD  CHGJNL-FILE.
           COPY MSTCHGJNL.

       FD  SIGNOFF-FILE.
           COPY CLOSESGN.

       FD  SOD-RPT.
       01  SOD-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SI-STS                      PIC  X(02).
       01  WS-SR-STS                      PIC  X(02).
       01  WS-AUD-STS                     PIC  X(02).
       01  WS-TP-STS                      PIC  X(02).
       01  WS-SP-STS                      PIC  X(02).
       01  WS-MC-STS                      PIC  X(02).
       01  WS-CS-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-TO-YMD                      PIC  9(08)  VALUE ZERO.

      *---------- the applied runbook row, out of the journal's
      *           after image
           COPY RUNBOOKPM.

      *---------- SODIDM, whole
       01  WS-I-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-I-TBL.
           05  WS-I-ENTRY  OCCURS 5000.
               10  WS-I-SID               PIC  X(20).
               10  WS-I-PERSON-ID         PIC  X(10).
               10  WS-I-RIYO-CMP-CD       PIC  X(04).
               10  WS-I-PERSON-NAME       PIC  X(30).
       01  WS-I-IDX                       PIC  9(04).

      *---------- in-service SODRULM pairs
       01  WS-U-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-U-TBL.
           05  WS-U-ENTRY  OCCURS 200.
               10  WS-U-DUTY-A            PIC  X(04).
               10  WS-U-DUTY-B            PIC  X(04).
               10  WS-U-RULE-DESC         PIC  X(60).
       01  WS-U-IDX                       PIC  9(03).

      *---------- one entry per person (or unmapped SID) and duty:
      *           how many acts, and the first one as evidence
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 5000.
               10  WS-S-ID-KBN            PIC  X(01).
               10  WS-S-ID                PIC  X(20).
               10  WS-S-RIYO-CMP-CD       PIC  X(04).
               10  WS-S-PERSON-NAME       PIC  X(30).
               10  WS-S-DUTY              PIC  X(04).
               10  WS-S-ACTS              PIC  9(05).
               10  WS-S-SRC               PIC  X(11).
               10  WS-S-SID               PIC  X(20).
               10  WS-S-TIME              PIC  X(14).
               10  WS-S-ITEM              PIC  X(40).
       01  WS-S-IDX                       PIC  9(04).
       01  WS-S-IDX2                      PIC  9(04).
       01  WS-S-EV-IDX                    PIC  9(04).
       01  WS-S-FOUND-SW                  PIC  X(01).
           88  WS-S-FOUND                 VALUE "Y".

      *---------- one act handed to 5000/5500
       01  WS-ACT-SRC                     PIC  X(11).
       01  WS-ACT-DUTY                    PIC  X(04).
       01  WS-ACT-SID                     PIC  X(20).
       01  WS-ACT-TIME                    PIC  X(14).
       01  WS-ACT-ITEM                    PIC  X(40).
       01  WS-MK-DUTY                     PIC  X(04).
       01  WS-MK-SID                      PIC  X(20).
       01  WS-MK-TIME                     PIC  X(14).
       01  WS-CK-DUTY                     PIC  X(04).
       01  WS-CK-SID                      PIC  X(20).
       01  WS-CK-TIME                     PIC  X(14).

      *---------- SID resolution through SODIDM
       01  WS-RES-SID                     PIC  X(20).
       01  WS-RES-MAPPED-SW               PIC  X(01).
           88  WS-RES-MAPPED              VALUE "Y".
       01  WS-RES-ID-KBN                  PIC  X(01).
       01  WS-RES-ID                      PIC  X(20).
       01  WS-RES-RIYO-CMP-CD             PIC  X(04).
       01  WS-RES-PERSON-NAME             PIC  X(30).
       01  WS-MK-MAPPED-SW                PIC  X(01).
       01  WS-MK-PERSON-ID                PIC  X(20).
       01  WS-MK-RIYO-CMP-CD              PIC  X(04).

      *---------- the violation being printed
       01  WS-V-TYPE                      PIC  X(14).
       01  WS-V-ID                        PIC  X(20).
       01  WS-V-RIYO-CMP-CD               PIC  X(04).
       01  WS-V-PERSON-NAME               PIC  X(30).
       01  WS-V-RULE                      PIC  X(70).
       01  WS-E-SRC                       PIC  X(11).
       01  WS-E-DUTY                      PIC  X(04).
       01  WS-E-SID                       PIC  X(20).
       01  WS-E-TIME                      PIC  X(14).
       01  WS-E-ITEM                      PIC  X(40).
       01  WS-E-ACTS                      PIC  9(05).

       01  WS-V-CNT                       PIC  9(05)  VALUE ZERO.
       01  WS-V-NO-DSP                    PIC  ZZZZ9.
       01  WS-SELF-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-SECOND-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-RULE-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-ACT-CNT                     PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-YMD) NOT = 0
              OR WS-TO-YMD < WS-FROM-YMD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-IDS.
           PERFORM 1200-LOAD-RULES.

           OPEN OUTPUT SOD-RPT.
           PERFORM 1300-PRINT-HEADING.
           PERFORM 2000-READ-FUNDPTF-AUDIT.
           PERFORM 2100-READ-STOP-REQUESTS.
           PERFORM 2200-READ-SCHEDULE-CHANGES.
           PERFORM 2300-READ-RUNBOOK-JOURNAL.
           PERFORM 2400-READ-CLOSE-SIGNOFFS.
           PERFORM 3000-CHECK-RULES.
           PERFORM 3900-PRINT-TOTALS.
           CLOSE SOD-RPT.

           IF WS-V-CNT > ZERO
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
                   IF PR-FROM-YMD IS NUMERIC
                       MOVE PR-FROM-YMD TO WS-FROM-YMD
                   END-IF
                   IF PR-TO-YMD IS NUMERIC
                       MOVE PR-TO-YMD   TO WS-TO-YMD
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.

      *---------- retired SIDs stay in: their past acts still
      *           belong to the person
       1100-LOAD-IDS.
           OPEN INPUT SODIDM-FILE.
           IF WS-SI-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SODIDM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-I-CNT < 5000
                           ADD 1 TO WS-I-CNT
                           MOVE SI-SID
                             TO WS-I-SID(WS-I-CNT)
                           MOVE SI-PERSON-ID
                             TO WS-I-PERSON-ID(WS-I-CNT)
                           MOVE SI-RIYO-CMP-CD
                             TO WS-I-RIYO-CMP-CD(WS-I-CNT)
                           MOVE SI-PERSON-NAME
                             TO WS-I-PERSON-NAME(WS-I-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SODIDM-FILE.
           MOVE "N" TO WS-EOF-SW.

       1200-LOAD-RULES.
           OPEN INPUT SODRULM-FILE.
           IF WS-SR-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SODRULM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT SR-RETIRED
                          AND WS-U-CNT < 200
                           ADD 1 TO WS-U-CNT
                           MOVE SR-DUTY-A    TO WS-U-DUTY-A(WS-U-CNT)
                           MOVE SR-DUTY-B    TO WS-U-DUTY-B(WS-U-CNT)
                           MOVE SR-RULE-DESC
                             TO WS-U-RULE-DESC(WS-U-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SODRULM-FILE.
           MOVE "N" TO WS-EOF-SW.

       1300-PRINT-HEADING.
           MOVE SPACE TO SOD-RPT-LINE.
           STRING "SEGREGATION-OF-DUTIES REVIEW  PERIOD="
                                             DELIMITED BY SIZE
                  WS-FROM-YMD                DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-TO-YMD                  DELIMITED BY SIZE
                  "  RULES IN SERVICE="      DELIMITED BY SIZE
                  WS-U-CNT                   DELIMITED BY SIZE
                  "  SIDS MAPPED="           DELIMITED BY SIZE
                  WS-I-CNT                   DELIMITED BY SIZE
                  INTO SOD-RPT-LINE
           END-STRING.
           WRITE SOD-RPT-LINE.
           MOVE SPACE TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.

      *---------- every audited action names both maker and checker;
      *           a rejection is a checker act like an approval
       2000-READ-FUNDPTF-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AU-ACTION-TIME(1:8) >= WS-FROM-YMD
                          AND AU-ACTION-TIME(1:8) <= WS-TO-YMD
                           PERFORM 2010-FUNDPTF-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE "N" TO WS-EOF-SW.

       2010-FUNDPTF-ONE.
           MOVE "FUNDPTFAUD"   TO WS-ACT-SRC.
           MOVE SPACE          TO WS-ACT-ITEM.
           STRING "FUND="      DELIMITED BY SIZE
                  AU-FUND-CD   DELIMITED BY SPACE
                  " PTF="      DELIMITED BY SIZE
                  AU-PTF-CD    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  AU-HYK-KRTU-CD DELIMITED BY SIZE
                  " ACT="      DELIMITED BY SIZE
                  AU-ACTION    DELIMITED BY SIZE
                  INTO WS-ACT-ITEM
           END-STRING.
           MOVE "FPMK"         TO WS-MK-DUTY.
           MOVE AU-MAKER-SID   TO WS-MK-SID.
           MOVE AU-ACTION-TIME TO WS-MK-TIME.
           MOVE "FPCK"         TO WS-CK-DUTY.
           MOVE AU-CHECKER-SID TO WS-CK-SID.
           MOVE AU-ACTION-TIME TO WS-CK-TIME.
           PERFORM 5500-CHECK-MAKER-CHECKER.

      *---------- the maker's act counts by entry time; an approved
      *           or rejected request adds the checker's by close time
       2100-READ-STOP-REQUESTS.
           OPEN INPUT STOP-FILE.
           IF WS-TP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ STOP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2110-STOP-ONE
               END-READ
           END-PERFORM.
           CLOSE STOP-FILE.
           MOVE "N" TO WS-EOF-SW.

       2110-STOP-ONE.
           MOVE "TKDYAB10PND"  TO WS-ACT-SRC.
           MOVE SPACE          TO WS-ACT-ITEM.
           STRING "CMP="       DELIMITED BY SIZE
                  TP-RIYO-CMP-CD DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  TP-SYORI-YMD DELIMITED BY SIZE
                  " KIDOU="    DELIMITED BY SIZE
                  TP-KIDOU-ID  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  TP-GYOMU-TASK-ID DELIMITED BY SIZE
                  INTO WS-ACT-ITEM
           END-STRING.
           IF (TP-STATUS = "A" OR TP-STATUS = "X")
              AND TP-CLOSE-TIME(1:8) >= WS-FROM-YMD
              AND TP-CLOSE-TIME(1:8) <= WS-TO-YMD
               MOVE "STMK"         TO WS-MK-DUTY
               MOVE TP-MAKER-SID   TO WS-MK-SID
               MOVE TP-ENTRY-TIME  TO WS-MK-TIME
               MOVE "STCK"         TO WS-CK-DUTY
               MOVE TP-CHECKER-SID TO WS-CK-SID
               MOVE TP-CLOSE-TIME  TO WS-CK-TIME
               PERFORM 5500-CHECK-MAKER-CHECKER
               EXIT PARAGRAPH
           END-IF.
           IF TP-ENTRY-TIME(1:8) >= WS-FROM-YMD
              AND TP-ENTRY-TIME(1:8) <= WS-TO-YMD
               MOVE "STMK"         TO WS-ACT-DUTY
               MOVE TP-MAKER-SID   TO WS-ACT-SID
               MOVE TP-ENTRY-TIME  TO WS-ACT-TIME
               PERFORM 5000-RECORD-ACT
           END-IF.

      *---------- no second person approves a schedule change, so
      *           these feed the duty pairs only; a D row's close
      *           SID is the TKDYAB54 apply, not an operator
       2200-READ-SCHEDULE-CHANGES.
           OPEN INPUT SCHED-FILE.
           IF WS-SP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SCHED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2210-SCHEDULE-ONE
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.
           MOVE "N" TO WS-EOF-SW.

       2210-SCHEDULE-ONE.
           MOVE "TKDYAB53PND"  TO WS-ACT-SRC.
           MOVE SPACE          TO WS-ACT-ITEM.
           STRING "CMP="       DELIMITED BY SIZE
                  SP-RIYO-CMP-CD DELIMITED BY SIZE
                  " KIDOU="    DELIMITED BY SIZE
                  SP-KIDOU-ID  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SP-GYOMU-TASK-ID DELIMITED BY SIZE
                  " EFF="      DELIMITED BY SIZE
                  SP-EFF-YMD   DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SP-FIELD-KBN DELIMITED BY SIZE
                  INTO WS-ACT-ITEM
           END-STRING.
           IF SP-ENTRY-TIME(1:8) >= WS-FROM-YMD
              AND SP-ENTRY-TIME(1:8) <= WS-TO-YMD
               MOVE "SCMK"         TO WS-ACT-DUTY
               MOVE SP-MAKER-SID   TO WS-ACT-SID
               MOVE SP-ENTRY-TIME  TO WS-ACT-TIME
               PERFORM 5000-RECORD-ACT
           END-IF.
           IF SP-STATUS = "X"
              AND SP-CLOSE-TIME(1:8) >= WS-FROM-YMD
              AND SP-CLOSE-TIME(1:8) <= WS-TO-YMD
               MOVE "SCCX"         TO WS-ACT-DUTY
               MOVE SP-CLOSE-SID   TO WS-ACT-SID
               MOVE SP-CLOSE-TIME  TO WS-ACT-TIME
               PERFORM 5000-RECORD-ACT
           END-IF.

      *---------- a runbook change survives only as its CZCOAB15
      *           journal row: the SID is the approver, the applied
      *           row carries the maker; rows journalled before the
      *           maker was carried count the approval alone
       2300-READ-RUNBOOK-JOURNAL.
           OPEN INPUT CHGJNL-FILE.
           IF WS-MC-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CHGJNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MC-FILE-ID = "RUNBOOKPM"
                          AND MC-UPD-PGMID = "CZCOAB15"
                          AND MC-UPD-TIME(1:8) >= WS-FROM-YMD
                          AND MC-UPD-TIME(1:8) <= WS-TO-YMD
                           PERFORM 2310-RUNBOOK-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHGJNL-FILE.
           MOVE "N" TO WS-EOF-SW.

       2310-RUNBOOK-ONE.
           MOVE MC-AFTER-IMAGE TO RUNBOOKPM-REC.
           MOVE "CZCOAB12MCJ"  TO WS-ACT-SRC.
           MOVE SPACE          TO WS-ACT-ITEM.
           STRING "RUNBOOK "   DELIMITED BY SIZE
                  MC-KEY       DELIMITED BY SIZE
                  INTO WS-ACT-ITEM
           END-STRING.
           IF RB-MAKER-SID = SPACE OR RB-MAKER-SID = LOW-VALUE
               MOVE "RBCK"         TO WS-ACT-DUTY
               MOVE MC-UPD-SID     TO WS-ACT-SID
               MOVE MC-UPD-TIME    TO WS-ACT-TIME
               PERFORM 5000-RECORD-ACT
               EXIT PARAGRAPH
           END-IF.
           MOVE "RBMK"         TO WS-MK-DUTY.
           MOVE RB-MAKER-SID   TO WS-MK-SID.
           MOVE MC-UPD-TIME    TO WS-MK-TIME.
           MOVE "RBCK"         TO WS-CK-DUTY.
           MOVE MC-UPD-SID     TO WS-CK-SID.
           MOVE MC-UPD-TIME    TO WS-CK-TIME.
           PERFORM 5500-CHECK-MAKER-CHECKER.

       2400-READ-CLOSE-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-CS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SIGNOFF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CS-SIGNOFF-TIME(1:8) >= WS-FROM-YMD
                          AND CS-SIGNOFF-TIME(1:8) <= WS-TO-YMD
                           MOVE "TKDYAB50SGN"   TO WS-ACT-SRC
                           MOVE SPACE           TO WS-ACT-ITEM
                           STRING "CLOSE "      DELIMITED BY SIZE
                                  CS-CLOSE-YM   DELIMITED BY SIZE
                                  " ITEM="      DELIMITED BY SIZE
                                  CS-ITEM-ID    DELIMITED BY SIZE
                                  " RESULT="    DELIMITED BY SIZE
                                  CS-RESULT     DELIMITED BY SIZE
                                  INTO WS-ACT-ITEM
                           END-STRING
                           MOVE "CSSG"          TO WS-ACT-DUTY
                           MOVE CS-SIGNOFF-SID  TO WS-ACT-SID
                           MOVE CS-SIGNOFF-TIME TO WS-ACT-TIME
                           PERFORM 5000-RECORD-ACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-FILE.
           MOVE "N" TO WS-EOF-SW.

      *---------- every in-service pair against every person who
      *           acted in its first duty
       3000-CHECK-RULES.
           PERFORM VARYING WS-U-IDX FROM 1 BY 1
                   UNTIL WS-U-IDX > WS-U-CNT
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > WS-S-CNT
                   IF WS-S-DUTY(WS-S-IDX) = WS-U-DUTY-A(WS-U-IDX)
                       PERFORM 3100-CHECK-ONE-HOLDER
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-CHECK-ONE-HOLDER.
           MOVE "N" TO WS-S-FOUND-SW.
           PERFORM VARYING WS-S-IDX2 FROM 1 BY 1
                   UNTIL WS-S-IDX2 > WS-S-CNT
                      OR WS-S-FOUND
               IF WS-S-DUTY(WS-S-IDX2) = WS-U-DUTY-B(WS-U-IDX)
                  AND WS-S-ID-KBN(WS-S-IDX2) = WS-S-ID-KBN(WS-S-IDX)
                  AND WS-S-ID(WS-S-IDX2) = WS-S-ID(WS-S-IDX)
                   MOVE "Y" TO WS-S-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-S-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-S-IDX2.
           ADD 1 TO WS-RULE-CNT.
           MOVE "DUTY CONFLICT"            TO WS-V-TYPE.
           MOVE WS-S-ID(WS-S-IDX)          TO WS-V-ID.
           MOVE WS-S-RIYO-CMP-CD(WS-S-IDX) TO WS-V-RIYO-CMP-CD.
           MOVE WS-S-PERSON-NAME(WS-S-IDX) TO WS-V-PERSON-NAME.
           MOVE SPACE                      TO WS-V-RULE.
           STRING WS-U-DUTY-A(WS-U-IDX)    DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-U-DUTY-B(WS-U-IDX)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-U-RULE-DESC(WS-U-IDX) DELIMITED BY SIZE
                  INTO WS-V-RULE
           END-STRING.
           PERFORM 7000-PRINT-VIOLATION.
           MOVE WS-S-IDX  TO WS-S-EV-IDX.
           PERFORM 3200-HOLDER-EVIDENCE.
           MOVE WS-S-IDX2 TO WS-S-EV-IDX.
           PERFORM 3200-HOLDER-EVIDENCE.

       3200-HOLDER-EVIDENCE.
           MOVE WS-S-SRC(WS-S-EV-IDX)     TO WS-E-SRC.
           MOVE WS-S-DUTY(WS-S-EV-IDX)    TO WS-E-DUTY.
           MOVE WS-S-SID(WS-S-EV-IDX)     TO WS-E-SID.
           MOVE WS-S-TIME(WS-S-EV-IDX)    TO WS-E-TIME.
           MOVE WS-S-ITEM(WS-S-EV-IDX)    TO WS-E-ITEM.
           MOVE WS-S-ACTS(WS-S-EV-IDX)    TO WS-E-ACTS.
           PERFORM 7100-PRINT-EVIDENCE.

       3900-PRINT-TOTALS.
           MOVE SPACE TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE SPACE TO SOD-RPT-LINE.
           STRING "ACTS READ="         DELIMITED BY SIZE
                  WS-ACT-CNT           DELIMITED BY SIZE
                  "  SELF APPROVAL="   DELIMITED BY SIZE
                  WS-SELF-CNT          DELIMITED BY SIZE
                  "  SECOND SID="      DELIMITED BY SIZE
                  WS-SECOND-CNT        DELIMITED BY SIZE
                  "  DUTY CONFLICT="   DELIMITED BY SIZE
                  WS-RULE-CNT          DELIMITED BY SIZE
                  "  VIOLATIONS="      DELIMITED BY SIZE
                  WS-V-CNT             DELIMITED BY SIZE
                  INTO SOD-RPT-LINE
           END-STRING.
           WRITE SOD-RPT-LINE.

      *---------- one act onto the person/duty summary; the earliest
      *           act is kept as the evidence
       5000-RECORD-ACT.
           IF WS-ACT-SID = SPACE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACT-CNT.
           MOVE WS-ACT-SID TO WS-RES-SID.
           PERFORM 6000-RESOLVE-SID.
           MOVE "N" TO WS-S-FOUND-SW.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
                      OR WS-S-FOUND
               IF WS-S-DUTY(WS-S-IDX) = WS-ACT-DUTY
                  AND WS-S-ID-KBN(WS-S-IDX) = WS-RES-ID-KBN
                  AND WS-S-ID(WS-S-IDX) = WS-RES-ID
                   MOVE "Y" TO WS-S-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-S-FOUND
               SUBTRACT 1 FROM WS-S-IDX
           ELSE
               IF WS-S-CNT >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-S-CNT
               MOVE WS-S-CNT           TO WS-S-IDX
               MOVE WS-RES-ID-KBN      TO WS-S-ID-KBN(WS-S-IDX)
               MOVE WS-RES-ID          TO WS-S-ID(WS-S-IDX)
               MOVE WS-RES-RIYO-CMP-CD TO WS-S-RIYO-CMP-CD(WS-S-IDX)
               MOVE WS-RES-PERSON-NAME TO WS-S-PERSON-NAME(WS-S-IDX)
               MOVE WS-ACT-DUTY        TO WS-S-DUTY(WS-S-IDX)
               MOVE ZERO               TO WS-S-ACTS(WS-S-IDX)
               MOVE HIGH-VALUE         TO WS-S-TIME(WS-S-IDX)
           END-IF.
           ADD 1 TO WS-S-ACTS(WS-S-IDX).
           IF WS-ACT-TIME < WS-S-TIME(WS-S-IDX)
               MOVE WS-ACT-SRC  TO WS-S-SRC(WS-S-IDX)
               MOVE WS-ACT-SID  TO WS-S-SID(WS-S-IDX)
               MOVE WS-ACT-TIME TO WS-S-TIME(WS-S-IDX)
               MOVE WS-ACT-ITEM TO WS-S-ITEM(WS-S-IDX)
           END-IF.

      *---------- both acts onto the summary, then the same-SID and
      *           same-person tests on the one item
       5500-CHECK-MAKER-CHECKER.
           MOVE WS-MK-DUTY  TO WS-ACT-DUTY.
           MOVE WS-MK-SID   TO WS-ACT-SID.
           MOVE WS-MK-TIME  TO WS-ACT-TIME.
           PERFORM 5000-RECORD-ACT.
           MOVE WS-CK-DUTY  TO WS-ACT-DUTY.
           MOVE WS-CK-SID   TO WS-ACT-SID.
           MOVE WS-CK-TIME  TO WS-ACT-TIME.
           PERFORM 5000-RECORD-ACT.
           IF WS-MK-SID = SPACE OR WS-CK-SID = SPACE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MK-SID TO WS-RES-SID.
           PERFORM 6000-RESOLVE-SID.
           MOVE WS-RES-MAPPED-SW   TO WS-MK-MAPPED-SW.
           MOVE WS-RES-ID          TO WS-MK-PERSON-ID.
           MOVE WS-RES-RIYO-CMP-CD TO WS-MK-RIYO-CMP-CD.
           MOVE SPACE              TO WS-V-RULE.

           IF WS-MK-SID = WS-CK-SID
               ADD 1 TO WS-SELF-CNT
               MOVE "SELF APPROVAL"    TO WS-V-TYPE
               MOVE WS-RES-ID          TO WS-V-ID
               MOVE WS-RES-RIYO-CMP-CD TO WS-V-RIYO-CMP-CD
               MOVE WS-RES-PERSON-NAME TO WS-V-PERSON-NAME
               PERFORM 7000-PRINT-VIOLATION
               PERFORM 5600-ITEM-EVIDENCE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CK-SID TO WS-RES-SID.
           PERFORM 6000-RESOLVE-SID.
           IF WS-MK-MAPPED-SW = "Y"
              AND WS-RES-MAPPED
              AND WS-RES-ID = WS-MK-PERSON-ID
              AND WS-RES-RIYO-CMP-CD = WS-MK-RIYO-CMP-CD
               ADD 1 TO WS-SECOND-CNT
               MOVE "SECOND SID"       TO WS-V-TYPE
               MOVE WS-RES-ID          TO WS-V-ID
               MOVE WS-RES-RIYO-CMP-CD TO WS-V-RIYO-CMP-CD
               MOVE WS-RES-PERSON-NAME TO WS-V-PERSON-NAME
               PERFORM 7000-PRINT-VIOLATION
               PERFORM 5600-ITEM-EVIDENCE
           END-IF.

       5600-ITEM-EVIDENCE.
           MOVE WS-ACT-SRC  TO WS-E-SRC.
           MOVE WS-ACT-ITEM TO WS-E-ITEM.
           MOVE ZERO        TO WS-E-ACTS.
           MOVE WS-MK-DUTY  TO WS-E-DUTY.
           MOVE WS-MK-SID   TO WS-E-SID.
           MOVE WS-MK-TIME  TO WS-E-TIME.
           PERFORM 7100-PRINT-EVIDENCE.
           MOVE WS-CK-DUTY  TO WS-E-DUTY.
           MOVE WS-CK-SID   TO WS-E-SID.
           MOVE WS-CK-TIME  TO WS-E-TIME.
           PERFORM 7100-PRINT-EVIDENCE.

      *---------- a mapped SID stands for its person; an unmapped
      *           one for itself
       6000-RESOLVE-SID.
           MOVE "N"        TO WS-RES-MAPPED-SW.
           MOVE "S"        TO WS-RES-ID-KBN.
           MOVE WS-RES-SID TO WS-RES-ID.
           MOVE SPACE      TO WS-RES-RIYO-CMP-CD WS-RES-PERSON-NAME.
           PERFORM VARYING WS-I-IDX FROM 1 BY 1
                   UNTIL WS-I-IDX > WS-I-CNT
                      OR WS-RES-MAPPED
               IF WS-I-SID(WS-I-IDX) = WS-RES-SID
                   MOVE "Y" TO WS-RES-MAPPED-SW
                   MOVE "P" TO WS-RES-ID-KBN
                   MOVE WS-I-PERSON-ID(WS-I-IDX)   TO WS-RES-ID
                   MOVE WS-I-RIYO-CMP-CD(WS-I-IDX)
                                              TO WS-RES-RIYO-CMP-CD
                   MOVE WS-I-PERSON-NAME(WS-I-IDX)
                                              TO WS-RES-PERSON-NAME
               END-IF
           END-PERFORM.

       7000-PRINT-VIOLATION.
           ADD 1 TO WS-V-CNT.
           MOVE WS-V-CNT TO WS-V-NO-DSP.
           MOVE SPACE TO SOD-RPT-LINE.
           WRITE SOD-RPT-LINE.
           MOVE SPACE TO SOD-RPT-LINE.
           MOVE "VIOLATION"           TO SOD-RPT-LINE(1:9).
           MOVE WS-V-NO-DSP           TO SOD-RPT-LINE(11:5).
           MOVE WS-V-TYPE             TO SOD-RPT-LINE(18:14).
           MOVE "PERSON="             TO SOD-RPT-LINE(33:7).
           MOVE WS-V-ID               TO SOD-RPT-LINE(40:20).
           MOVE "CMP="                TO SOD-RPT-LINE(61:4).
           MOVE WS-V-RIYO-CMP-CD      TO SOD-RPT-LINE(65:4).
           MOVE WS-V-PERSON-NAME      TO SOD-RPT-LINE(71:30).
           WRITE SOD-RPT-LINE.
           IF WS-V-RULE NOT = SPACE
               MOVE SPACE TO SOD-RPT-LINE
               MOVE "RULE"            TO SOD-RPT-LINE(4:4)
               MOVE WS-V-RULE         TO SOD-RPT-LINE(14:70)
               WRITE SOD-RPT-LINE
           END-IF.

       7100-PRINT-EVIDENCE.
           MOVE SPACE TO SOD-RPT-LINE.
           MOVE "EVIDENCE"            TO SOD-RPT-LINE(4:8).
           MOVE WS-E-SRC              TO SOD-RPT-LINE(14:11).
           MOVE WS-E-DUTY             TO SOD-RPT-LINE(26:4).
           MOVE WS-E-SID              TO SOD-RPT-LINE(31:20).
           MOVE WS-E-TIME             TO SOD-RPT-LINE(52:14).
           MOVE WS-E-ITEM             TO SOD-RPT-LINE(67:40).
           IF WS-E-ACTS > ZERO
               MOVE "ACTS="           TO SOD-RPT-LINE(109:5)
               MOVE WS-E-ACTS         TO SOD-RPT-LINE(114:5)
           END-IF.
           WRITE SOD-RPT-LINE.
