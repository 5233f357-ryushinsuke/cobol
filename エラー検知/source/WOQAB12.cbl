      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Program ID     : WOQAB12
      *  Program name   : Queue circuit-breaker routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One breaker per CON-GETQ-NAME, so a queue that has gone bad
      *  stops taking new requests instead of every program sending
      *  into it and flooding WOQAB01LOG, replay and quarantine.
      *  Function R is called by WOQAB03 as each request completes
      *  and counts results in a fixed window; a closed breaker
      *  opens when the failures in the window reach the WOQAB12CFG
      *  limit, or their share of the results reaches its rate.
      *  Function G is called by the MQ caller before sending: a
      *  closed breaker sends as asked; an open one sends to the
      *  configured backup queue, or holds the request on
      *  WOQAB12HLD when there is none.  Once the cool-down has run,
      *  one request goes through as the trial; its success closes
      *  the breaker, its failure opens it again.  Every change of
      *  state is appended to WOQAB12CBL, where WOQAB13 pages it and
      *  WOQAB14 reports from it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE    ASSIGN TO "WOQAB12CFG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CC-STS.
           SELECT STATE-FILE     ASSIGN TO "WOQAB12CBS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CB-STS.
           SELECT CHANGE-LOG     ASSIGN TO "WOQAB12CBL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CL-STS.
           SELECT HOLD-FILE      ASSIGN TO "WOQAB12HLD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CH-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           COPY WOQCBCFG.

       FD  STATE-FILE.
           COPY WOQCBST.

       FD  CHANGE-LOG.
           COPY WOQCBLOG.

       FD  HOLD-FILE.
           COPY WOQCBHLD.

       WORKING-STORAGE SECTION.
       01  WS-CC-STS                      PIC  X(02).
       01  WS-CB-STS                      PIC  X(02).
       01  WS-CL-STS                      PIC  X(02).
       01  WS-CH-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01).
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-NOW-INT                     PIC  S9(09) COMP-3.
       01  WS-ROW-INT                     PIC  S9(09) COMP-3.
       01  WS-AGE-MIN                     PIC  S9(07).
       01  WS-T-STAMP                     PIC  X(14).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).

      *---------- this queue's settings: its own row, else the
      *           blank-queue default row, else these values
       01  WS-FAIL-LIMIT                  PIC  9(05).
       01  WS-FAIL-RATE                   PIC  9(03).
       01  WS-MIN-REQUESTS                PIC  9(05).
       01  WS-WINDOW-MIN                  PIC  9(04).
       01  WS-COOL-MIN                    PIC  9(04).
       01  WS-BACKUP-GETQ                 PIC  X(16).
       01  WS-OWN-ROW-SW                  PIC  X(01).

      *---------- every queue's breaker, rewritten whole on change
       01  WS-S-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 500.
               10  WS-S-REC               PIC  X(78).
       01  WS-S-IDX                       PIC  9(03).
       01  WS-CHANGED-SW                  PIC  X(01).
       01  WS-FROM-STATE                  PIC  X(01).
       01  WS-REASON                      PIC  X(40).
       01  WS-FAIL-PCT                    PIC  9(03).

       LINKAGE SECTION.
           COPY WOQAB12
               REPLACING ==05  PARM-WOQAB12-ARG1==
                      BY ==01  PARM-WOQAB12-ARG1==
                         ==05  PARM-WOQAB12-ARG2==
                      BY ==01  PARM-WOQAB12-ARG2==
                         ==05  PARM-WOQAB12-ARG3==
                      BY ==01  PARM-WOQAB12-ARG3==.

       PROCEDURE DIVISION USING PARM-WOQAB12-ARG1
                                 PARM-WOQAB12-ARG2
                                 PARM-WOQAB12-ARG3.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP TO WS-T-STAMP.
           PERFORM 8000-STAMP-TO-MINUTES.
           MOVE WS-ROW-INT   TO WS-NOW-INT.
           MOVE "S"            TO OXCB-ROUTE.
           MOVE IXCB-GETQ-NAME TO OXCB-SEND-GETQ.
           MOVE "N"            TO WS-CHANGED-SW.

           PERFORM 1000-LOAD-CONFIG.
           PERFORM 1500-LOAD-STATE.
           IF IXCB-FUNCTION = "R"
               PERFORM 3000-RECORD-RESULT
           ELSE
               PERFORM 2000-GATE-REQUEST
           END-IF.
           MOVE CB-STATE TO OXCB-STATE.
           IF WS-CHANGED-SW = "Y" AND WS-S-IDX <= WS-S-CNT
               MOVE WOQCBST-REC TO WS-S-REC(WS-S-IDX)
               PERFORM 1600-WRITE-STATE
           END-IF.
           GOBACK.

       1000-LOAD-CONFIG.
           MOVE 10    TO WS-FAIL-LIMIT.
           MOVE 50    TO WS-FAIL-RATE.
           MOVE 20    TO WS-MIN-REQUESTS.
           MOVE 15    TO WS-WINDOW-MIN.
           MOVE 10    TO WS-COOL-MIN.
           MOVE SPACE TO WS-BACKUP-GETQ.
           MOVE "N"   TO WS-OWN-ROW-SW.
           MOVE "N"   TO WS-EOF-SW.
           OPEN INPUT CONFIG-FILE.
           IF WS-CC-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CONFIG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CC-GETQ-NAME = IXCB-GETQ-NAME
                          OR (CC-GETQ-NAME = SPACE
                              AND WS-OWN-ROW-SW = "N")
                           MOVE CC-FAIL-LIMIT   TO WS-FAIL-LIMIT
                           MOVE CC-FAIL-RATE    TO WS-FAIL-RATE
                           MOVE CC-MIN-REQUESTS TO WS-MIN-REQUESTS
                           MOVE CC-WINDOW-MIN   TO WS-WINDOW-MIN
                           MOVE CC-COOL-MIN     TO WS-COOL-MIN
                           MOVE CC-BACKUP-GETQ  TO WS-BACKUP-GETQ
                           IF CC-GETQ-NAME = IXCB-GETQ-NAME
                               MOVE "Y" TO WS-OWN-ROW-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

      *---------- the queue's row is left in WOQCBST-REC at WS-S-IDX;
      *           a queue seen for the first time starts closed
       1500-LOAD-STATE.
           MOVE ZERO TO WS-S-CNT.
           MOVE "N"  TO WS-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF WS-CB-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ STATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-S-CNT < 500
                               ADD 1 TO WS-S-CNT
                               MOVE WOQCBST-REC TO WS-S-REC(WS-S-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               IF WS-S-REC(WS-S-IDX)(1:16) = IXCB-GETQ-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-S-IDX <= WS-S-CNT
               MOVE WS-S-REC(WS-S-IDX) TO WOQCBST-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE IXCB-GETQ-NAME TO CB-GETQ-NAME.
           MOVE "C"            TO CB-STATE.
           MOVE WS-NOW-STAMP   TO CB-STATE-TIME CB-WIN-START.
           MOVE SPACE          TO CB-TRIAL-TIME.
           MOVE ZERO           TO CB-WIN-REQ CB-WIN-FAIL CB-TRIP-CNT.
           IF WS-S-CNT < 500
               ADD 1 TO WS-S-CNT
               MOVE WS-S-CNT TO WS-S-IDX
               MOVE "Y"      TO WS-CHANGED-SW
           END-IF.

       1600-WRITE-STATE.
           OPEN OUTPUT STATE-FILE.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               MOVE WS-S-REC(WS-S-IDX) TO WOQCBST-REC
               WRITE WOQCBST-REC
           END-PERFORM.
           CLOSE STATE-FILE.

      *---------- before sending: closed sends; open diverts until
      *           the cool-down has run, then lets one trial through;
      *           a trial that never reported back is replaced by
      *           another after the same interval
       2000-GATE-REQUEST.
           IF CB-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF CB-OPEN
               MOVE CB-STATE-TIME TO WS-T-STAMP
           ELSE
               MOVE CB-TRIAL-TIME TO WS-T-STAMP
           END-IF.
           PERFORM 8000-STAMP-TO-MINUTES.
           COMPUTE WS-AGE-MIN = WS-NOW-INT - WS-ROW-INT.
           IF WS-AGE-MIN >= WS-COOL-MIN
               MOVE "T"          TO OXCB-ROUTE
               MOVE WS-NOW-STAMP TO CB-TRIAL-TIME
               MOVE "Y"          TO WS-CHANGED-SW
               IF CB-OPEN
                   MOVE "COOL-DOWN OVER - TRIAL REQUEST SENT"
                     TO WS-REASON
                   PERFORM 4000-CHANGE-STATE-TRIAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-BACKUP-GETQ NOT = SPACE
               MOVE "B"            TO OXCB-ROUTE
               MOVE WS-BACKUP-GETQ TO OXCB-SEND-GETQ
           ELSE
               MOVE "H"            TO OXCB-ROUTE
               MOVE SPACE          TO OXCB-SEND-GETQ
               PERFORM 5000-HOLD-REQUEST
           END-IF.

      *---------- after the request: counts go into the window; a
      *           closed breaker may trip, a trial result decides
      *           between closed and open again
       3000-RECORD-RESULT.
           MOVE CB-WIN-START TO WS-T-STAMP.
           PERFORM 8000-STAMP-TO-MINUTES.
           COMPUTE WS-AGE-MIN = WS-NOW-INT - WS-ROW-INT.
           IF WS-AGE-MIN >= WS-WINDOW-MIN
               MOVE WS-NOW-STAMP TO CB-WIN-START
               MOVE ZERO         TO CB-WIN-REQ CB-WIN-FAIL
           END-IF.
           ADD 1 TO CB-WIN-REQ.
           IF IXCB-RESULT NOT = "S"
               ADD 1 TO CB-WIN-FAIL
           END-IF.
           MOVE "Y" TO WS-CHANGED-SW.
           EVALUATE TRUE
               WHEN CB-CLOSED
                   IF IXCB-RESULT NOT = "S"
                       PERFORM 3100-CHECK-TRIP
                   END-IF
               WHEN CB-TRIAL
                   IF IXCB-RESULT = "S"
                       MOVE "TRIAL REQUEST SUCCEEDED" TO WS-REASON
                       PERFORM 4200-CHANGE-STATE-CLOSED
                   ELSE
                       MOVE "TRIAL REQUEST FAILED" TO WS-REASON
                       PERFORM 4100-CHANGE-STATE-OPEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-CHECK-TRIP.
           IF WS-FAIL-LIMIT > ZERO
              AND CB-WIN-FAIL >= WS-FAIL-LIMIT
               MOVE "FAILURE COUNT REACHED IN WINDOW" TO WS-REASON
               ADD 1 TO CB-TRIP-CNT
               PERFORM 4100-CHANGE-STATE-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAIL-RATE > ZERO
              AND CB-WIN-REQ >= WS-MIN-REQUESTS
               COMPUTE WS-FAIL-PCT = CB-WIN-FAIL * 100 / CB-WIN-REQ
               IF WS-FAIL-PCT >= WS-FAIL-RATE
                   MOVE "FAILURE RATE REACHED IN WINDOW" TO WS-REASON
                   ADD 1 TO CB-TRIP-CNT
                   PERFORM 4100-CHANGE-STATE-OPEN
               END-IF
           END-IF.

       4000-CHANGE-STATE-TRIAL.
           MOVE CB-STATE     TO WS-FROM-STATE.
           MOVE "T"          TO CB-STATE.
           MOVE WS-NOW-STAMP TO CB-STATE-TIME.
           PERFORM 4900-LOG-CHANGE.

       4100-CHANGE-STATE-OPEN.
           MOVE CB-STATE     TO WS-FROM-STATE.
           MOVE "O"          TO CB-STATE.
           MOVE WS-NOW-STAMP TO CB-STATE-TIME.
           MOVE SPACE        TO CB-TRIAL-TIME.
           PERFORM 4900-LOG-CHANGE.

       4200-CHANGE-STATE-CLOSED.
           MOVE CB-STATE     TO WS-FROM-STATE.
           MOVE "C"          TO CB-STATE.
           MOVE WS-NOW-STAMP TO CB-STATE-TIME.
           MOVE SPACE        TO CB-TRIAL-TIME.
           PERFORM 4900-LOG-CHANGE.
           MOVE WS-NOW-STAMP TO CB-WIN-START.
           MOVE ZERO         TO CB-WIN-REQ CB-WIN-FAIL.

       4900-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG.
           IF WS-CL-STS = "05" OR WS-CL-STS = "35"
               OPEN OUTPUT CHANGE-LOG
           END-IF.
           MOVE WS-NOW-STAMP   TO CL-CHANGE-TIME.
           MOVE CB-GETQ-NAME   TO CL-GETQ-NAME.
           MOVE WS-FROM-STATE  TO CL-FROM-STATE.
           MOVE CB-STATE       TO CL-TO-STATE.
           MOVE CB-WIN-REQ     TO CL-WIN-REQ.
           MOVE CB-WIN-FAIL    TO CL-WIN-FAIL.
           MOVE WS-REASON      TO CL-REASON.
           MOVE "N"            TO CL-PAGED-SW.
           WRITE WOQCBLOG-REC.
           CLOSE CHANGE-LOG.

       5000-HOLD-REQUEST.
           OPEN EXTEND HOLD-FILE.
           IF WS-CH-STS = "05" OR WS-CH-STS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE WS-NOW-STAMP    TO CH-HOLD-TIME.
           MOVE IXCB-PGM-NAME   TO CH-PGM-NAME.
           MOVE IXCB-GETQ-NAME  TO CH-GETQ-NAME.
           MOVE IXCB-MSG-CODE   TO CH-MSG-CODE.
           MOVE "H"             TO CH-STATUS.
           MOVE SPACE           TO CH-RELEASE-TIME.
           MOVE IXCB-PAYLOAD    TO CH-PAYLOAD.
           WRITE WOQCBHLD-REC.
           CLOSE HOLD-FILE.

      *---------- WS-T-STAMP (YYYYMMDDHHMMSS) to minutes, in
      *           WS-ROW-INT
       8000-STAMP-TO-MINUTES.
           MOVE WS-T-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-T-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-T-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-ROW-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
