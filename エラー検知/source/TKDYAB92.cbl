      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB92
      *  Program name   : Dormant-definition hygiene report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Monthly run over the kidou definitions on the day's
      *  TKDYAA31 extract (company / kidou / task, not deleted),
      *  looking for the ones that only clutter the dashboards:
      *    IDLE   no run on the TKDYAB27 KIDOUHIS history or the
      *           extract for PR-IDLE-MONTHS months (zero = 6)
      *    CAL    its own AUTO-CAL-ID calendar has no CALMSTR date
      *           after today (a blank calendar is the house
      *           calendar and is never judged here)
      *    UNREF  no other definition names it in an
      *           SK-TSK-SCHE-MS-ID / NO slot (the TKDYAB06 pair
      *           convention) or as OYA-KIDOU-ID
      *    PRED   one of the predecessors it waits on is IDLE
      *  Whether the TKDYAB39 next-day plan still expects it is
      *  shown alongside.  Each flagged definition gets an action:
      *    RETIRE  idle, not on the plan, and either its calendar
      *            has run out or nothing depends on it
      *    REVIEW  any other idle, calendar or predecessor finding
      *    KEEP    unreferenced only - it still runs
      *  The report lists RETIRE, then REVIEW, then KEEP, each with
      *  its business group and SVCCATPM service owner.  The same
      *  rows go to TKDYAB92PRP for the owners' sign-off; the
      *  retirements they approve are landed by TKDYAB93.  RC 4
      *  when anything is proposed for RETIRE or REVIEW.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB92.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB92PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT HISTORY-FILE   ASSIGN TO "TKDYAB27HIS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HIS-STS.
           SELECT PLAN-FILE      ASSIGN TO "TKDYAB39PLN"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PLN-STS.
           SELECT CALMSTR-FILE   ASSIGN TO "CALMSTR"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS CAL-KEY
                  FILE STATUS    IS WS-CALMSTR-STS.
           SELECT PROPOSAL-FILE  ASSIGN TO "TKDYAB92PRP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRP-STS.
           SELECT HYGIENE-RPT    ASSIGN TO "TKDYAB92RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- months without a run before a definition is idle;
      *           zero = 6
           05  PR-IDLE-MONTHS             PIC  9(02).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  HISTORY-FILE.
           COPY KIDOUHIS.

       FD  PLAN-FILE.
           COPY RUNPLAN.

      *---------- same physical layout as SCZY1020's CALMSTR FD
       FD  CALMSTR-FILE.
       01  CALMSTR-REC.
           05  CAL-KEY.
               10  CAL-KEY-ID             PIC  X(04).
               10  CAL-KEY-YMD            PIC  9(08).
           05  CAL-KEY-HOLIDAY-KBN        PIC  X(01).
           05  CAL-KEY-HALF-KBN           PIC  X(01).
           05  CAL-KEY-OPEN-TIME          PIC  9(04).
           05  CAL-KEY-CLOSE-TIME         PIC  9(04).
           05  CAL-KEY-TZ-OFFSET          PIC S9(04).

       FD  PROPOSAL-FILE.
           COPY DORMPRP.

       FD  HYGIENE-RPT.
       01  HYGIENE-RPT-LINE               PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-HIS-STS                     PIC  X(02).
       01  WS-PLN-STS                     PIC  X(02).
       01  WS-CALMSTR-STS                 PIC  X(02).
       01  WS-PRP-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-IDLE-MONTHS                 PIC  9(02)  VALUE 6.
       01  WS-CUTOFF-YMD                  PIC  9(08).
       01  WS-ROW-YMD                     PIC  9(08).
       01  WS-CUT-YYYY                    PIC  9(04).
       01  WS-CUT-MM                      PIC  9(02).
       01  WS-CUT-DD                      PIC  9(02).
       01  WS-CUT-MONTHS                  PIC  9(06).

      *---------- the live definitions, one per company/kidou/task
       01  WS-D-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-D-TBL.
           05  WS-D-ENTRY  OCCURS 9999.
               10  WS-D-RIYO-CMP-CD       PIC  X(04).
               10  WS-D-KIDOU-ID          PIC  X(04).
               10  WS-D-GYOMU-TASK-ID     PIC  X(07).
               10  WS-D-GRP-CD            PIC  X(10).
               10  WS-D-MS-ID             PIC  S9(03).
               10  WS-D-SCHE-NO           PIC  S9(02).
               10  WS-D-OYA-KIDOU-ID      PIC  X(04).
               10  WS-D-CAL-ID            PIC  X(04).
               10  WS-D-SLOT  OCCURS 10.
                   15  WS-D-SK-MS-ID      PIC  S9(03).
                   15  WS-D-SK-NO         PIC  S9(02).
               10  WS-D-LAST-RUN-YMD      PIC  9(08).
               10  WS-D-IDLE-SW           PIC  X(01).
               10  WS-D-CAL-SW            PIC  X(01).
               10  WS-D-UNREF-SW          PIC  X(01).
               10  WS-D-PRED-SW           PIC  X(01).
               10  WS-D-PLANNED-SW        PIC  X(01).
               10  WS-D-ACTION            PIC  X(01).
       01  WS-D-IDX                       PIC  9(04).
       01  WS-O-IDX                       PIC  9(04).
       01  WS-HIT-IDX                     PIC  9(04).
       01  WS-SLOT-IDX                    PIC  9(02).
       01  WS-D-FULL-SW                   PIC  X(01)  VALUE "N".
       01  WS-PRINT-ACTION                PIC  X(01).
       01  WS-ACTION-NAME                 PIC  X(06).
       01  WS-FINDINGS                    PIC  X(24).
       01  WS-FIND-PTR                    PIC  9(02).

       01  WS-RETIRE-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-REVIEW-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-KEEP-CNT                    PIC  9(05)  VALUE ZERO.

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8) TO WS-TODAY-YMD.

           PERFORM 1000-READ-PARAM.
           PERFORM 1500-SET-CUTOFF.
           PERFORM 2000-LOAD-DEFINITIONS.
           PERFORM 2500-APPLY-HISTORY.
           PERFORM 2700-APPLY-PLAN.
           PERFORM 3000-CHECK-CALENDARS.
           PERFORM 3500-CHECK-REFERENCES.
           PERFORM 4000-DECIDE-ACTIONS.

           OPEN OUTPUT HYGIENE-RPT PROPOSAL-FILE.
           MOVE SPACE TO HYGIENE-RPT-LINE.
           STRING "TKDYAB92  DORMANT-DEFINITION HYGIENE  RUN "
                                    DELIMITED BY SIZE
                  WS-TODAY-YMD      DELIMITED BY SIZE
                  "  IDLE = NO RUN SINCE "
                                    DELIMITED BY SIZE
                  WS-CUTOFF-YMD     DELIMITED BY SIZE
                  " ("              DELIMITED BY SIZE
                  WS-IDLE-MONTHS    DELIMITED BY SIZE
                  " MONTHS)"        DELIMITED BY SIZE
                  INTO HYGIENE-RPT-LINE
           END-STRING.
           WRITE HYGIENE-RPT-LINE.
           MOVE SPACE TO HYGIENE-RPT-LINE.
           WRITE HYGIENE-RPT-LINE.
           MOVE SPACE TO HYGIENE-RPT-LINE.
           MOVE "ACTION"         TO HYGIENE-RPT-LINE(1:6).
           MOVE "CMP"            TO HYGIENE-RPT-LINE(9:3).
           MOVE "KIDO"           TO HYGIENE-RPT-LINE(14:4).
           MOVE "TASK"           TO HYGIENE-RPT-LINE(19:4).
           MOVE "LAST RUN"       TO HYGIENE-RPT-LINE(27:8).
           MOVE "CAL"            TO HYGIENE-RPT-LINE(36:3).
           MOVE "FINDINGS"       TO HYGIENE-RPT-LINE(41:8).
           MOVE "PLAN"           TO HYGIENE-RPT-LINE(66:4).
           MOVE "GRP"            TO HYGIENE-RPT-LINE(71:3).
           MOVE "SERVICE"        TO HYGIENE-RPT-LINE(82:7).
           MOVE "BUSINESS OWNER" TO HYGIENE-RPT-LINE(91:14).
           WRITE HYGIENE-RPT-LINE.

           MOVE "R" TO WS-PRINT-ACTION.
           PERFORM 5000-PRINT-ACTION.
           MOVE "V" TO WS-PRINT-ACTION.
           PERFORM 5000-PRINT-ACTION.
           MOVE "K" TO WS-PRINT-ACTION.
           PERFORM 5000-PRINT-ACTION.

           MOVE SPACE TO HYGIENE-RPT-LINE.
           WRITE HYGIENE-RPT-LINE.
           MOVE SPACE TO HYGIENE-RPT-LINE.
           STRING "DEFINITIONS="      DELIMITED BY SIZE
                  WS-D-CNT            DELIMITED BY SIZE
                  " RETIRE="          DELIMITED BY SIZE
                  WS-RETIRE-CNT       DELIMITED BY SIZE
                  " REVIEW="          DELIMITED BY SIZE
                  WS-REVIEW-CNT       DELIMITED BY SIZE
                  " KEEP="            DELIMITED BY SIZE
                  WS-KEEP-CNT         DELIMITED BY SIZE
                  INTO HYGIENE-RPT-LINE
           END-STRING.
           WRITE HYGIENE-RPT-LINE.
           IF WS-D-FULL-SW = "Y"
               MOVE "DEFINITION TABLE FULL AT 9999 - LATER DEFINITIONS N
      -             "OT CHECKED" TO HYGIENE-RPT-LINE
               WRITE HYGIENE-RPT-LINE
           END-IF.
           CLOSE HYGIENE-RPT PROPOSAL-FILE.
           IF WS-RETIRE-CNT > ZERO OR WS-REVIEW-CNT > ZERO
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
                       IF PR-IDLE-MONTHS IS NUMERIC
                          AND PR-IDLE-MONTHS > ZERO
                           MOVE PR-IDLE-MONTHS TO WS-IDLE-MONTHS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      *---------- the same day of the month, idle-months back; days
      *           past the 28th fall back to the 28th so the cutoff
      *           is always a real date
       1500-SET-CUTOFF.
           MOVE WS-TODAY-YMD(1:4) TO WS-CUT-YYYY.
           MOVE WS-TODAY-YMD(5:2) TO WS-CUT-MM.
           MOVE WS-TODAY-YMD(7:2) TO WS-CUT-DD.
           COMPUTE WS-CUT-MONTHS =
               (WS-CUT-YYYY * 12) + WS-CUT-MM - 1 - WS-IDLE-MONTHS.
           COMPUTE WS-CUT-YYYY = WS-CUT-MONTHS / 12.
           COMPUTE WS-CUT-MM =
               WS-CUT-MONTHS - (WS-CUT-YYYY * 12) + 1.
           IF WS-CUT-DD > 28
               MOVE 28 TO WS-CUT-DD
           END-IF.
           COMPUTE WS-CUTOFF-YMD =
               (WS-CUT-YYYY * 10000) + (WS-CUT-MM * 100) + WS-CUT-DD.

      *---------- a definition carried on more than one day of the
      *           extract is kept once; a started row counts as a
      *           run on its own day
       2000-LOAD-DEFINITIONS.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DEL-KBN = SPACE
                           PERFORM 2100-KEEP-DEFINITION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       2100-KEEP-DEFINITION.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-RIYO-CMP-CD(WS-D-IDX) = RIYO-CMP-CD
                  AND WS-D-KIDOU-ID(WS-D-IDX) = KIDOU-ID
                  AND WS-D-GYOMU-TASK-ID(WS-D-IDX) = GYOMU-TASK-ID
                   MOVE WS-D-IDX TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = ZERO
               IF WS-D-CNT >= 9999
                   MOVE "Y" TO WS-D-FULL-SW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-D-CNT
               MOVE WS-D-CNT TO WS-HIT-IDX
               MOVE ZERO     TO WS-D-LAST-RUN-YMD(WS-HIT-IDX)
               MOVE "N"      TO WS-D-IDLE-SW(WS-HIT-IDX)
                                WS-D-CAL-SW(WS-HIT-IDX)
                                WS-D-UNREF-SW(WS-HIT-IDX)
                                WS-D-PRED-SW(WS-HIT-IDX)
                                WS-D-PLANNED-SW(WS-HIT-IDX)
               MOVE SPACE    TO WS-D-ACTION(WS-HIT-IDX)
           END-IF.
           MOVE RIYO-CMP-CD        TO WS-D-RIYO-CMP-CD(WS-HIT-IDX).
           MOVE KIDOU-ID           TO WS-D-KIDOU-ID(WS-HIT-IDX).
           MOVE GYOMU-TASK-ID      TO WS-D-GYOMU-TASK-ID(WS-HIT-IDX).
           MOVE KIDOU-GYOMU-GRP-CD TO WS-D-GRP-CD(WS-HIT-IDX).
           MOVE TSK-SCHE-MS-ID     TO WS-D-MS-ID(WS-HIT-IDX).
           MOVE TSK-SCHE-NO        TO WS-D-SCHE-NO(WS-HIT-IDX).
           MOVE OYA-KIDOU-ID       TO WS-D-OYA-KIDOU-ID(WS-HIT-IDX).
           MOVE AUTO-CAL-ID(1:4)   TO WS-D-CAL-ID(WS-HIT-IDX).
           MOVE SK-TSK-SCHE-MS-ID1  TO WS-D-SK-MS-ID(WS-HIT-IDX, 1).
           MOVE SK-TSK-SCHE-MS-ID2  TO WS-D-SK-MS-ID(WS-HIT-IDX, 2).
           MOVE SK-TSK-SCHE-MS-ID3  TO WS-D-SK-MS-ID(WS-HIT-IDX, 3).
           MOVE SK-TSK-SCHE-MS-ID4  TO WS-D-SK-MS-ID(WS-HIT-IDX, 4).
           MOVE SK-TSK-SCHE-MS-ID5  TO WS-D-SK-MS-ID(WS-HIT-IDX, 5).
           MOVE SK-TSK-SCHE-MS-ID6  TO WS-D-SK-MS-ID(WS-HIT-IDX, 6).
           MOVE SK-TSK-SCHE-MS-ID7  TO WS-D-SK-MS-ID(WS-HIT-IDX, 7).
           MOVE SK-TSK-SCHE-MS-ID8  TO WS-D-SK-MS-ID(WS-HIT-IDX, 8).
           MOVE SK-TSK-SCHE-MS-ID9  TO WS-D-SK-MS-ID(WS-HIT-IDX, 9).
           MOVE SK-TSK-SCHE-MS-ID10 TO WS-D-SK-MS-ID(WS-HIT-IDX, 10).
           MOVE SK-TSK-SCHE-NO1     TO WS-D-SK-NO(WS-HIT-IDX, 1).
           MOVE SK-TSK-SCHE-NO2     TO WS-D-SK-NO(WS-HIT-IDX, 2).
           MOVE SK-TSK-SCHE-NO3     TO WS-D-SK-NO(WS-HIT-IDX, 3).
           MOVE SK-TSK-SCHE-NO4     TO WS-D-SK-NO(WS-HIT-IDX, 4).
           MOVE SK-TSK-SCHE-NO5     TO WS-D-SK-NO(WS-HIT-IDX, 5).
           MOVE SK-TSK-SCHE-NO6     TO WS-D-SK-NO(WS-HIT-IDX, 6).
           MOVE SK-TSK-SCHE-NO7     TO WS-D-SK-NO(WS-HIT-IDX, 7).
           MOVE SK-TSK-SCHE-NO8     TO WS-D-SK-NO(WS-HIT-IDX, 8).
           MOVE SK-TSK-SCHE-NO9     TO WS-D-SK-NO(WS-HIT-IDX, 9).
           MOVE SK-TSK-SCHE-NO10    TO WS-D-SK-NO(WS-HIT-IDX, 10).
           IF JIKOU-START-TIME NOT = SPACE
               MOVE SYORI-YMD TO WS-ROW-YMD
               IF WS-ROW-YMD > WS-D-LAST-RUN-YMD(WS-HIT-IDX)
                   MOVE WS-ROW-YMD TO WS-D-LAST-RUN-YMD(WS-HIT-IDX)
               END-IF
           END-IF.

      *---------- latest completed run per definition
       2500-APPLY-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-APPLY-ONE-RUN
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE "N" TO WS-EOF-SW.

       2600-APPLY-ONE-RUN.
           MOVE KH-SYORI-YMD TO WS-ROW-YMD.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-RIYO-CMP-CD(WS-D-IDX) = KH-RIYO-CMP-CD
                  AND WS-D-KIDOU-ID(WS-D-IDX) = KH-KIDOU-ID
                  AND WS-D-GYOMU-TASK-ID(WS-D-IDX) = KH-GYOMU-TASK-ID
                   IF WS-ROW-YMD > WS-D-LAST-RUN-YMD(WS-D-IDX)
                       MOVE WS-ROW-YMD TO WS-D-LAST-RUN-YMD(WS-D-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------- a plan row that is not holiday-suppressed means
      *           the definition is still expected to run
       2700-APPLY-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLN-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PLAN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PL-SUPPRESS-KBN = SPACE
                           PERFORM 2800-MARK-PLANNED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
           MOVE "N" TO WS-EOF-SW.

       2800-MARK-PLANNED.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-RIYO-CMP-CD(WS-D-IDX) = PL-RIYO-CMP-CD
                  AND WS-D-KIDOU-ID(WS-D-IDX) = PL-KIDOU-ID
                  AND WS-D-GYOMU-TASK-ID(WS-D-IDX) = PL-GYOMU-TASK-ID
                   MOVE "Y" TO WS-D-PLANNED-SW(WS-D-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------- idle against the cutoff, and the first CALMSTR
      *           row after today for the definition's own calendar,
      *           the SCZY1021 horizon-audit START
       3000-CHECK-CALENDARS.
           OPEN INPUT CALMSTR-FILE.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-LAST-RUN-YMD(WS-D-IDX) < WS-CUTOFF-YMD
                   MOVE "Y" TO WS-D-IDLE-SW(WS-D-IDX)
               END-IF
               IF WS-D-CAL-ID(WS-D-IDX) NOT = SPACE
                   PERFORM 3100-CHECK-ONE-CALENDAR
               END-IF
           END-PERFORM.
           IF WS-CALMSTR-STS NOT = "35"
               CLOSE CALMSTR-FILE
           END-IF.

       3100-CHECK-ONE-CALENDAR.
           MOVE "Y" TO WS-D-CAL-SW(WS-D-IDX).
           MOVE WS-D-CAL-ID(WS-D-IDX) TO CAL-KEY-ID.
           MOVE WS-TODAY-YMD          TO CAL-KEY-YMD.
           START CALMSTR-FILE KEY IS GREATER THAN CAL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ CALMSTR-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF WS-CALMSTR-STS = "00"
              AND CAL-KEY-ID = WS-D-CAL-ID(WS-D-IDX)
               MOVE "N" TO WS-D-CAL-SW(WS-D-IDX)
           END-IF.

      *---------- a definition is referenced when another live one
      *           waits on its MS-ID/NO pair or names it as parent;
      *           PRED marks a definition waiting on an idle one
       3500-CHECK-REFERENCES.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               MOVE "Y" TO WS-D-UNREF-SW(WS-D-IDX)
           END-PERFORM.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-D-CNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 10
                   IF WS-D-SK-MS-ID(WS-O-IDX, WS-SLOT-IDX) NOT = ZERO
                       PERFORM 3600-MARK-PREDECESSOR
                   END-IF
               END-PERFORM
               IF WS-D-OYA-KIDOU-ID(WS-O-IDX) NOT = SPACE
                   PERFORM 3700-MARK-PARENT
               END-IF
           END-PERFORM.

       3600-MARK-PREDECESSOR.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-IDX NOT = WS-O-IDX
                  AND WS-D-RIYO-CMP-CD(WS-D-IDX)
                      = WS-D-RIYO-CMP-CD(WS-O-IDX)
                  AND WS-D-MS-ID(WS-D-IDX)
                      = WS-D-SK-MS-ID(WS-O-IDX, WS-SLOT-IDX)
                  AND WS-D-SCHE-NO(WS-D-IDX)
                      = WS-D-SK-NO(WS-O-IDX, WS-SLOT-IDX)
                   MOVE "N" TO WS-D-UNREF-SW(WS-D-IDX)
                   IF WS-D-IDLE-SW(WS-D-IDX) = "Y"
                       MOVE "Y" TO WS-D-PRED-SW(WS-O-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       3700-MARK-PARENT.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-IDX NOT = WS-O-IDX
                  AND WS-D-RIYO-CMP-CD(WS-D-IDX)
                      = WS-D-RIYO-CMP-CD(WS-O-IDX)
                  AND WS-D-KIDOU-ID(WS-D-IDX)
                      = WS-D-OYA-KIDOU-ID(WS-O-IDX)
                   MOVE "N" TO WS-D-UNREF-SW(WS-D-IDX)
               END-IF
           END-PERFORM.

       4000-DECIDE-ACTIONS.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               EVALUATE TRUE
                   WHEN WS-D-IDLE-SW(WS-D-IDX) = "Y"
                    AND WS-D-PLANNED-SW(WS-D-IDX) = "N"
                    AND (WS-D-CAL-SW(WS-D-IDX) = "Y"
                         OR WS-D-UNREF-SW(WS-D-IDX) = "Y")
                       MOVE "R" TO WS-D-ACTION(WS-D-IDX)
                       ADD 1 TO WS-RETIRE-CNT
                   WHEN WS-D-IDLE-SW(WS-D-IDX) = "Y"
                     OR WS-D-CAL-SW(WS-D-IDX) = "Y"
                     OR WS-D-PRED-SW(WS-D-IDX) = "Y"
                       MOVE "V" TO WS-D-ACTION(WS-D-IDX)
                       ADD 1 TO WS-REVIEW-CNT
                   WHEN WS-D-UNREF-SW(WS-D-IDX) = "Y"
                       MOVE "K" TO WS-D-ACTION(WS-D-IDX)
                       ADD 1 TO WS-KEEP-CNT
                   WHEN OTHER
                       MOVE SPACE TO WS-D-ACTION(WS-D-IDX)
               END-EVALUATE
           END-PERFORM.

       5000-PRINT-ACTION.
           EVALUATE WS-PRINT-ACTION
               WHEN "R"
                   MOVE "RETIRE" TO WS-ACTION-NAME
               WHEN "V"
                   MOVE "REVIEW" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE "KEEP"   TO WS-ACTION-NAME
           END-EVALUATE.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-ACTION(WS-D-IDX) = WS-PRINT-ACTION
                   PERFORM 5100-PRINT-ONE
               END-IF
           END-PERFORM.

       5100-PRINT-ONE.
           MOVE WS-D-RIYO-CMP-CD(WS-D-IDX) TO SVL-RIYO-CMP-CD.
           MOVE WS-D-KIDOU-ID(WS-D-IDX)    TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           MOVE SPACE TO WS-FINDINGS.
           MOVE 1     TO WS-FIND-PTR.
           IF WS-D-IDLE-SW(WS-D-IDX) = "Y"
               STRING "IDLE "    DELIMITED BY SIZE
                      INTO WS-FINDINGS WITH POINTER WS-FIND-PTR
               END-STRING
           END-IF.
           IF WS-D-CAL-SW(WS-D-IDX) = "Y"
               STRING "CAL "     DELIMITED BY SIZE
                      INTO WS-FINDINGS WITH POINTER WS-FIND-PTR
               END-STRING
           END-IF.
           IF WS-D-UNREF-SW(WS-D-IDX) = "Y"
               STRING "UNREF "   DELIMITED BY SIZE
                      INTO WS-FINDINGS WITH POINTER WS-FIND-PTR
               END-STRING
           END-IF.
           IF WS-D-PRED-SW(WS-D-IDX) = "Y"
               STRING "PRED "    DELIMITED BY SIZE
                      INTO WS-FINDINGS WITH POINTER WS-FIND-PTR
               END-STRING
           END-IF.
           MOVE SPACE TO HYGIENE-RPT-LINE.
           MOVE WS-ACTION-NAME             TO HYGIENE-RPT-LINE(1:6).
           MOVE WS-D-RIYO-CMP-CD(WS-D-IDX) TO HYGIENE-RPT-LINE(9:4).
           MOVE WS-D-KIDOU-ID(WS-D-IDX)    TO HYGIENE-RPT-LINE(14:4).
           MOVE WS-D-GYOMU-TASK-ID(WS-D-IDX)
                                           TO HYGIENE-RPT-LINE(19:7).
           IF WS-D-LAST-RUN-YMD(WS-D-IDX) = ZERO
               MOVE "NEVER"                TO HYGIENE-RPT-LINE(27:5)
           ELSE
               MOVE WS-D-LAST-RUN-YMD(WS-D-IDX)
                                           TO HYGIENE-RPT-LINE(27:8)
           END-IF.
           MOVE WS-D-CAL-ID(WS-D-IDX)      TO HYGIENE-RPT-LINE(36:4).
           MOVE WS-FINDINGS                TO HYGIENE-RPT-LINE(41:24).
           IF WS-D-PLANNED-SW(WS-D-IDX) = "Y"
               MOVE "YES"                  TO HYGIENE-RPT-LINE(66:3)
           ELSE
               MOVE "NO"                   TO HYGIENE-RPT-LINE(66:2)
           END-IF.
           MOVE WS-D-GRP-CD(WS-D-IDX)      TO HYGIENE-RPT-LINE(71:10).
           MOVE SVL-SERVICE-ID             TO HYGIENE-RPT-LINE(82:8).
           MOVE SVL-BUS-OWNER              TO HYGIENE-RPT-LINE(91:30).
           WRITE HYGIENE-RPT-LINE.

           MOVE WS-D-RIYO-CMP-CD(WS-D-IDX)   TO DP-RIYO-CMP-CD.
           MOVE WS-D-KIDOU-ID(WS-D-IDX)      TO DP-KIDOU-ID.
           MOVE WS-D-GYOMU-TASK-ID(WS-D-IDX) TO DP-GYOMU-TASK-ID.
           MOVE WS-D-GRP-CD(WS-D-IDX)        TO DP-GYOMU-GRP-CD.
           MOVE SVL-SERVICE-ID               TO DP-SERVICE-ID.
           MOVE WS-D-LAST-RUN-YMD(WS-D-IDX)  TO DP-LAST-RUN-YMD.
           MOVE WS-D-CAL-ID(WS-D-IDX)        TO DP-CAL-ID.
           MOVE WS-D-IDLE-SW(WS-D-IDX)       TO DP-IDLE-SW.
           MOVE WS-D-CAL-SW(WS-D-IDX)        TO DP-CAL-SW.
           MOVE WS-D-UNREF-SW(WS-D-IDX)      TO DP-UNREF-SW.
           MOVE WS-D-PRED-SW(WS-D-IDX)       TO DP-PRED-SW.
           MOVE WS-D-PLANNED-SW(WS-D-IDX)    TO DP-PLANNED-SW.
           MOVE WS-D-ACTION(WS-D-IDX)        TO DP-ACTION.
           MOVE WS-TODAY-YMD                 TO DP-RUN-YMD.
           MOVE SPACE                        TO DP-DECISION
                                                DP-OWNER-SID
                                                DP-SIGN-TIME.
           WRITE DORMPRP-REC.
