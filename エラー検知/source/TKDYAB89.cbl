      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB89
      *  Program name   : Incident-ticket mismatch report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Daily comparison of the two sides of every ticket on
      *  ITSMTKT the incident system has answered.  Our side of a
      *  work-queue item is closed when its OPRWORKQ status is C
      *  (or the item is no longer on the queue); our side of a
      *  failed kidou is closed when the TKDYAA31 extract row now
      *  shows JIKOU-STS "000" or is deleted, open while it still
      *  shows the failure, and not judged when the row has left
      *  the extract.  The ticket side is closed at R or C.  An item
      *  closed on one side and open on the other is listed on
      *  TKDYAB89RPT; RC 4 when there is any.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB89.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE    ASSIGN TO "ITSMTKT"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS TK-KEY
                  FILE STATUS    IS WS-TK-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT MISMATCH-RPT   ASSIGN TO "TKDYAB89RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY ITSMTKT.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  MISMATCH-RPT.
       01  MISMATCH-RPT-LINE              PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-TK-STS                      PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- the answered tickets, with our side's state:
      *           O = open, C = closed, space = not judged
       01  WS-T-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-T-TBL.
           05  WS-T-ENTRY  OCCURS 5000.
               10  WS-T-KEY.
                   15  WS-T-LINK-KBN      PIC  X(01).
                   15  WS-T-LINK-REF      PIC  X(23).
               10  WS-T-TICKET-NO         PIC  X(20).
               10  WS-T-ASSIGNEE          PIC  X(30).
               10  WS-T-TICKET-STS        PIC  X(01).
               10  WS-T-TICKET-UPD-TIME   PIC  X(14).
               10  WS-T-OUR-STS           PIC  X(01).
       01  WS-T-IDX                       PIC  9(04).
       01  WS-T-FULL-SW                   PIC  X(01)  VALUE "N".
       01  WS-KIDOU-REF.
           05  WS-K-RIYO-CMP-CD           PIC  X(04).
           05  WS-K-SYORI-YMD             PIC  9(08).
           05  WS-K-KIDOU-ID              PIC  X(04).
           05  WS-K-GYOMU-TASK-ID         PIC  X(07).
       01  WS-K-CNT                       PIC  9(04)  VALUE ZERO.

       01  WS-SIDE-TEXT                   PIC  X(30).
       01  WS-CHECKED-CNT                 PIC  9(05)  VALUE ZERO.
       01  WS-UNJUDGED-CNT                PIC  9(05)  VALUE ZERO.
       01  WS-OURS-OPEN-CNT               PIC  9(05)  VALUE ZERO.
       01  WS-TKT-OPEN-CNT                PIC  9(05)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-LOAD-TICKETS.
           PERFORM 2000-JUDGE-WORKQ.
           IF WS-K-CNT > ZERO
               PERFORM 3000-JUDGE-KIDOU
           END-IF.

           OPEN OUTPUT MISMATCH-RPT.
           MOVE SPACE TO MISMATCH-RPT-LINE.
           STRING "TKDYAB89  INCIDENT-TICKET MISMATCHES  RUN "
                                  DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  INTO MISMATCH-RPT-LINE
           END-STRING.
           WRITE MISMATCH-RPT-LINE.
           MOVE SPACE TO MISMATCH-RPT-LINE.
           WRITE MISMATCH-RPT-LINE.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
               PERFORM 4000-COMPARE-ONE
           END-PERFORM.
           MOVE SPACE TO MISMATCH-RPT-LINE.
           WRITE MISMATCH-RPT-LINE.
           MOVE SPACE TO MISMATCH-RPT-LINE.
           STRING "TICKETS COMPARED="     DELIMITED BY SIZE
                  WS-CHECKED-CNT          DELIMITED BY SIZE
                  " TICKET CLOSED/OURS OPEN="
                                          DELIMITED BY SIZE
                  WS-OURS-OPEN-CNT        DELIMITED BY SIZE
                  " OURS CLOSED/TICKET OPEN="
                                          DELIMITED BY SIZE
                  WS-TKT-OPEN-CNT         DELIMITED BY SIZE
                  " NOT JUDGED="          DELIMITED BY SIZE
                  WS-UNJUDGED-CNT         DELIMITED BY SIZE
                  INTO MISMATCH-RPT-LINE
           END-STRING.
           WRITE MISMATCH-RPT-LINE.
           IF WS-T-FULL-SW = "Y"
               MOVE "TICKET TABLE FULL AT 5000 - LATER TICKETS NOT COMPA
      -             "RED" TO MISMATCH-RPT-LINE
               WRITE MISMATCH-RPT-LINE
           END-IF.
           CLOSE MISMATCH-RPT.
           IF WS-OURS-OPEN-CNT > ZERO OR WS-TKT-OPEN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------- a request the incident system has not answered has
      *           no ticket side to compare yet
       1000-LOAD-TICKETS.
           OPEN INPUT TICKET-FILE.
           IF WS-TK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TICKET-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TK-TICKET-STS NOT = SPACE
                           IF WS-T-CNT < 5000
                               PERFORM 1100-KEEP-TICKET
                           ELSE
                               MOVE "Y" TO WS-T-FULL-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

       1100-KEEP-TICKET.
           ADD 1 TO WS-T-CNT.
           MOVE TK-KEY             TO WS-T-KEY(WS-T-CNT).
           MOVE TK-TICKET-NO       TO WS-T-TICKET-NO(WS-T-CNT).
           MOVE TK-ASSIGNEE        TO WS-T-ASSIGNEE(WS-T-CNT).
           MOVE TK-TICKET-STS      TO WS-T-TICKET-STS(WS-T-CNT).
           MOVE TK-TICKET-UPD-TIME TO WS-T-TICKET-UPD-TIME(WS-T-CNT).
           MOVE SPACE              TO WS-T-OUR-STS(WS-T-CNT).
           IF TK-LINK-KIDOU
               ADD 1 TO WS-K-CNT
           END-IF.

      *---------- an item the queue no longer holds was closed and
      *           cleared away
       2000-JUDGE-WORKQ.
           OPEN INPUT WORKQ-FILE.
           IF WS-WQ-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
               IF WS-T-LINK-KBN(WS-T-IDX) = "W"
                   MOVE WS-T-LINK-REF(WS-T-IDX)(1:7) TO WQ-SEQ
                   READ WORKQ-FILE
                       INVALID KEY
                           MOVE "C" TO WS-T-OUR-STS(WS-T-IDX)
                       NOT INVALID KEY
                           IF WQ-STATUS = "C"
                               MOVE "C" TO WS-T-OUR-STS(WS-T-IDX)
                           ELSE
                               MOVE "O" TO WS-T-OUR-STS(WS-T-IDX)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE WORKQ-FILE.

      *---------- one pass of the extract settles every kidou ticket
       3000-JUDGE-KIDOU.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-MATCH-KIDOU
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.

       3100-MATCH-KIDOU.
           MOVE SYORI-YMD     TO WS-ROW-YMD.
           MOVE RIYO-CMP-CD   TO WS-K-RIYO-CMP-CD.
           MOVE WS-ROW-YMD    TO WS-K-SYORI-YMD.
           MOVE KIDOU-ID      TO WS-K-KIDOU-ID.
           MOVE GYOMU-TASK-ID TO WS-K-GYOMU-TASK-ID.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
               IF WS-T-LINK-KBN(WS-T-IDX) = "K"
                  AND WS-T-LINK-REF(WS-T-IDX) = WS-KIDOU-REF
                   IF DEL-KBN NOT = SPACE OR JIKOU-STS = "000"
                       MOVE "C" TO WS-T-OUR-STS(WS-T-IDX)
                   ELSE
                       MOVE "O" TO WS-T-OUR-STS(WS-T-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       4000-COMPARE-ONE.
           IF WS-T-OUR-STS(WS-T-IDX) = SPACE
               ADD 1 TO WS-UNJUDGED-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECKED-CNT.
           EVALUATE TRUE
               WHEN (WS-T-TICKET-STS(WS-T-IDX) = "R"
                     OR WS-T-TICKET-STS(WS-T-IDX) = "C")
                    AND WS-T-OUR-STS(WS-T-IDX) = "O"
                   MOVE "TICKET CLOSED, OURS OPEN" TO WS-SIDE-TEXT
                   ADD 1 TO WS-OURS-OPEN-CNT
               WHEN WS-T-TICKET-STS(WS-T-IDX) NOT = "R"
                    AND WS-T-TICKET-STS(WS-T-IDX) NOT = "C"
                    AND WS-T-OUR-STS(WS-T-IDX) = "C"
                   MOVE "OURS CLOSED, TICKET OPEN" TO WS-SIDE-TEXT
                   ADD 1 TO WS-TKT-OPEN-CNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACE TO MISMATCH-RPT-LINE.
           STRING WS-SIDE-TEXT                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-T-KEY(WS-T-IDX)          DELIMITED BY SIZE
                  " TICKET "                  DELIMITED BY SIZE
                  WS-T-TICKET-NO(WS-T-IDX)    DELIMITED BY SIZE
                  " STS "                     DELIMITED BY SIZE
                  WS-T-TICKET-STS(WS-T-IDX)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-T-TICKET-UPD-TIME(WS-T-IDX)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-T-ASSIGNEE(WS-T-IDX)     DELIMITED BY SIZE
                  INTO MISMATCH-RPT-LINE
           END-STRING.
           WRITE MISMATCH-RPT-LINE.
