      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Program ID     : WOQAB13
      *  Program name   : Circuit-breaker page and held-request sweep
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Scheduler-driven companion to the WOQAB12 breaker routine:
      *  each run
      *    1. pages every breaker state change on WOQAB12CBL not yet
      *       paged - one line on WOQAB13PGE for the TKDYAB30 router
      *       - and stamps it paged
      *    2. releases every request WOQAB12 held for a queue whose
      *       breaker is now closed, as a RESEND request line keyed
      *       by its hold time to the WOQAB12HLD row carrying the
      *       payload - the "batch decides, request file drives the
      *       action" split, as WOQAB02 does for replays
      *  RC 4 while any breaker is still open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB13.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG     ASSIGN TO "WOQAB12CBL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CL-STS.
           SELECT STATE-FILE     ASSIGN TO "WOQAB12CBS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CB-STS.
           SELECT HOLD-FILE      ASSIGN TO "WOQAB12HLD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CH-STS.
           SELECT OPR-PAGE-FILE  ASSIGN TO "WOQAB13PGE"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PGE-STS.
           SELECT RESEND-REQ-FILE ASSIGN TO "WOQAB13RRQ"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-RRQ-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG.
           COPY WOQCBLOG.

       FD  STATE-FILE.
           COPY WOQCBST.

       FD  HOLD-FILE.
           COPY WOQCBHLD.

       FD  OPR-PAGE-FILE.
       01  OPR-PAGE-LINE                  PIC  X(80).

       FD  RESEND-REQ-FILE.
       01  RESEND-REQ-LINE                PIC  X(80).

       WORKING-STORAGE SECTION.
       01  WS-CL-STS                      PIC  X(02).
       01  WS-CB-STS                      PIC  X(02).
       01  WS-CH-STS                      PIC  X(02).
       01  WS-PGE-STS                     PIC  X(02).
       01  WS-RRQ-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-PAGED-CNT                   PIC  9(05)  VALUE ZERO.
       01  WS-RELEASED-CNT                PIC  9(05)  VALUE ZERO.
       01  WS-NOT-CLOSED-CNT              PIC  9(03)  VALUE ZERO.
       01  WS-PAGE-KIDOU                  PIC  X(04).
       01  WS-PAGE-TEXT                   PIC  X(24).

      *---------- queues whose breaker is not closed
       01  WS-Q-CNT                       PIC  9(03)  VALUE ZERO.
       01  WS-Q-TBL.
           05  WS-Q-GETQ-NAME  OCCURS 500 PIC  X(16).
       01  WS-Q-IDX                       PIC  9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-PAGE-CHANGES.
           PERFORM 2000-LOAD-NOT-CLOSED.
           PERFORM 3000-RELEASE-HELD.
           IF WS-NOT-CLOSED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------- the fixed page-line columns the TKDYAB30 router
      *           parses: task in 15-21, kidou in 29-32, and the
      *           queue in 40-55; the kidou is CB plus the from and
      *           to states
       1000-PAGE-CHANGES.
           OPEN OUTPUT OPR-PAGE-FILE.
           MOVE "N" TO WS-EOF-SW.
           OPEN I-O CHANGE-LOG.
           IF WS-CL-STS NOT = "00"
               CLOSE OPR-PAGE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CHANGE-LOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT CL-PAGED
                           PERFORM 1100-PAGE-ONE
                           MOVE "Y" TO CL-PAGED-SW
                           REWRITE WOQCBLOG-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-LOG.
           CLOSE OPR-PAGE-FILE.

       1100-PAGE-ONE.
           MOVE "CB"          TO WS-PAGE-KIDOU(1:2).
           MOVE CL-FROM-STATE TO WS-PAGE-KIDOU(3:1).
           MOVE CL-TO-STATE   TO WS-PAGE-KIDOU(4:1).
           EVALUATE TRUE
               WHEN CL-TO-STATE = "C"
                   MOVE "BREAKER CLOSED" TO WS-PAGE-TEXT
               WHEN CL-TO-STATE = "T"
                   MOVE "BREAKER TRIAL SENT" TO WS-PAGE-TEXT
               WHEN CL-FROM-STATE = "T"
                   MOVE "BREAKER REOPENED" TO WS-PAGE-TEXT
               WHEN OTHER
                   MOVE "BREAKER OPENED" TO WS-PAGE-TEXT
           END-EVALUATE.
           ADD 1 TO WS-PAGED-CNT.
           MOVE SPACE TO OPR-PAGE-LINE.
           STRING "PAGE ON-CALL: "   DELIMITED BY SIZE
                  "CBREAKR"          DELIMITED BY SIZE
                  " KIDOU="          DELIMITED BY SIZE
                  WS-PAGE-KIDOU      DELIMITED BY SIZE
                  " QUEUE "          DELIMITED BY SIZE
                  CL-GETQ-NAME       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PAGE-TEXT       DELIMITED BY SIZE
                  INTO OPR-PAGE-LINE
           END-STRING.
           WRITE OPR-PAGE-LINE.

       2000-LOAD-NOT-CLOSED.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF WS-CB-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ STATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT CB-CLOSED AND WS-Q-CNT < 500
                           ADD 1 TO WS-Q-CNT
                           MOVE CB-GETQ-NAME TO WS-Q-GETQ-NAME(WS-Q-CNT)
                           ADD 1 TO WS-NOT-CLOSED-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.

      *---------- a held request goes back out once its queue is no
      *           longer on the not-closed list
       3000-RELEASE-HELD.
           MOVE "N" TO WS-EOF-SW.
           OPEN I-O HOLD-FILE.
           IF WS-CH-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RESEND-REQ-FILE.
           IF WS-RRQ-STS = "05" OR WS-RRQ-STS = "35"
               OPEN OUTPUT RESEND-REQ-FILE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CH-STATUS = "H"
                           PERFORM 3100-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESEND-REQ-FILE.
           CLOSE HOLD-FILE.

       3100-RELEASE-ONE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT
               IF WS-Q-GETQ-NAME(WS-Q-IDX) = CH-GETQ-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-RELEASED-CNT.
           MOVE SPACE TO RESEND-REQ-LINE.
           STRING "RESEND PGM="       DELIMITED BY SIZE
                  CH-PGM-NAME         DELIMITED BY SPACE
                  " GETQ="            DELIMITED BY SIZE
                  CH-GETQ-NAME        DELIMITED BY SPACE
                  " MSGCODE="         DELIMITED BY SIZE
                  CH-MSG-CODE         DELIMITED BY SPACE
                  " HELD="            DELIMITED BY SIZE
                  CH-HOLD-TIME        DELIMITED BY SIZE
                  INTO RESEND-REQ-LINE
           END-STRING.
           WRITE RESEND-REQ-LINE.
           MOVE "R"          TO CH-STATUS.
           MOVE WS-NOW-STAMP TO CH-RELEASE-TIME.
           REWRITE WOQCBHLD-REC.
