      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB88
      *  Program name   : Incident-ticket update posting
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Inbound half of the interface to the corporate incident
      *  system.  Each TKDYAB88RSP row carries the request id
      *  TKDYAB87 sent (the ITSMTKT key - a work-queue item or a
      *  failed kidou case), the ticket number, assignee and ticket
      *  status; it is posted onto that ITSMTKT row, where the
      *  TKDYAB23 console and the TKDYAB89 mismatch report see it.
      *  A row older than the change already posted is passed over
      *  (the file may arrive out of order).  A row naming no
      *  request, or with a status outside O/P/R/C, is rejected on
      *  TKDYAB88RPT and gives RC 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB88.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE  ASSIGN TO "TKDYAB88RSP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RSP-STS.
           SELECT TICKET-FILE    ASSIGN TO "ITSMTKT"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS TK-KEY
                  FILE STATUS    IS WS-TK-STS.
           SELECT POST-RPT       ASSIGN TO "TKDYAB88RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
           COPY ITSMRSP.

       FD  TICKET-FILE.
           COPY ITSMTKT.

       FD  POST-RPT.
       01  POST-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-RSP-STS                     PIC  X(02).
       01  WS-TK-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-REASON                      PIC  X(24).

       01  WS-READ-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-POST-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-STALE-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-REJECT-CNT                  PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           OPEN OUTPUT POST-RPT.
           MOVE SPACE TO POST-RPT-LINE.
           STRING "TKDYAB88  INCIDENT-TICKET UPDATES POSTED  RUN "
                                  DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  INTO POST-RPT-LINE
           END-STRING.
           WRITE POST-RPT-LINE.
           MOVE SPACE TO POST-RPT-LINE.
           WRITE POST-RPT-LINE.

           OPEN INPUT RESPONSE-FILE.
           IF WS-RSP-STS NOT = "00"
               MOVE "NO UPDATE FILE FROM THE INCIDENT SYSTEM"
                 TO POST-RPT-LINE
               WRITE POST-RPT-LINE
               CLOSE POST-RPT
               GOBACK
           END-IF.
           OPEN I-O TICKET-FILE.
           IF WS-TK-STS = "05" OR WS-TK-STS = "35"
               OPEN OUTPUT TICKET-FILE
               CLOSE TICKET-FILE
               OPEN I-O TICKET-FILE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ RESPONSE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM 1000-POST-ONE
               END-READ
           END-PERFORM.

           MOVE SPACE TO POST-RPT-LINE.
           WRITE POST-RPT-LINE.
           MOVE SPACE TO POST-RPT-LINE.
           STRING "READ="          DELIMITED BY SIZE
                  WS-READ-CNT      DELIMITED BY SIZE
                  " POSTED="       DELIMITED BY SIZE
                  WS-POST-CNT      DELIMITED BY SIZE
                  " OUT OF ORDER=" DELIMITED BY SIZE
                  WS-STALE-CNT     DELIMITED BY SIZE
                  " REJECTED="     DELIMITED BY SIZE
                  WS-REJECT-CNT    DELIMITED BY SIZE
                  INTO POST-RPT-LINE
           END-STRING.
           WRITE POST-RPT-LINE.
           CLOSE RESPONSE-FILE TICKET-FILE POST-RPT.
           IF WS-REJECT-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-POST-ONE.
           IF IS-TICKET-STS NOT = "O" AND IS-TICKET-STS NOT = "P"
              AND IS-TICKET-STS NOT = "R" AND IS-TICKET-STS NOT = "C"
               MOVE "UNKNOWN TICKET STATUS"  TO WS-REASON
               PERFORM 2000-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE IS-REQ-ID TO TK-KEY.
           READ TICKET-FILE
               INVALID KEY
                   MOVE "NO SUCH REQUEST"    TO WS-REASON
                   PERFORM 2000-REJECT
                   EXIT PARAGRAPH
           END-READ.
           IF IS-CHANGE-TIME < TK-TICKET-UPD-TIME
               ADD 1 TO WS-STALE-CNT
               EXIT PARAGRAPH
           END-IF.
           IF IS-TICKET-NO NOT = SPACE
               MOVE IS-TICKET-NO   TO TK-TICKET-NO
           END-IF.
           IF IS-ASSIGNEE NOT = SPACE
               MOVE IS-ASSIGNEE    TO TK-ASSIGNEE
           END-IF.
           MOVE IS-TICKET-STS      TO TK-TICKET-STS.
           MOVE IS-CHANGE-TIME     TO TK-TICKET-UPD-TIME.
           MOVE WS-NOW-STAMP       TO TK-POST-TIME.
           REWRITE ITSMTKT-REC.
           ADD 1 TO WS-POST-CNT.
           MOVE SPACE TO POST-RPT-LINE.
           STRING "POSTED "        DELIMITED BY SIZE
                  TK-KEY           DELIMITED BY SIZE
                  " TICKET "       DELIMITED BY SIZE
                  TK-TICKET-NO     DELIMITED BY SIZE
                  " STS "          DELIMITED BY SIZE
                  TK-TICKET-STS    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TK-ASSIGNEE      DELIMITED BY SIZE
                  " AT "           DELIMITED BY SIZE
                  TK-TICKET-UPD-TIME
                                   DELIMITED BY SIZE
                  INTO POST-RPT-LINE
           END-STRING.
           WRITE POST-RPT-LINE.

       2000-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACE TO POST-RPT-LINE.
           STRING "REJECTED "      DELIMITED BY SIZE
                  IS-REQ-ID        DELIMITED BY SIZE
                  " TICKET "       DELIMITED BY SIZE
                  IS-TICKET-NO     DELIMITED BY SIZE
                  " STS "          DELIMITED BY SIZE
                  IS-TICKET-STS    DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WS-REASON        DELIMITED BY SIZE
                  INTO POST-RPT-LINE
           END-STRING.
           WRITE POST-RPT-LINE.
