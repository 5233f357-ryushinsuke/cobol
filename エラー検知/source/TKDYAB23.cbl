      *                                would leave the item forever
      *                                open to TKDYAB22/TKDYAB24 and
      *                                forever blocking re-adds
      *  20261015   SCS                Incident ticket requested for
      *                                an item (ITSMTKT) shown under
      *                                it with its number, status
      *                                and assignee
      *
      *  Console over the unified work queue TKDYAB22 consolidates:
      *  with a blank action it lists every item not yet closed, in
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS RB-KEY
                  FILE STATUS    IS WS-RB-STS.
           SELECT TICKET-FILE    ASSIGN TO "ITSMTKT"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS TK-KEY
                  FILE STATUS    IS WS-TK-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-MSTR.
           COPY RUNBOOKPM.

       FD  TICKET-FILE.
           COPY ITSMTKT.

       WORKING-STORAGE SECTION.
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
       01  WS-RB-HIT-STEPS                PIC  X(54).
       01  WS-MATCH-TEXT                  PIC  X(132).

      *---------- incident ticket of the item, when one was requested
       01  WS-TK-STS                      PIC  X(02).
       01  WS-TK-OPEN-SW                  PIC  X(01)  VALUE "N".
       01  WS-TK-HIT-SW                   PIC  X(01).

      *---------- requester identity for the company scope, and a
      *           per-company decision cache (the SCZY7081 shape)
       01  WS-E-USER-NAME                 PIC  X(40).
           05  LINE 9  COLUMN 9   PIC  X(08) FROM WS-RB-HIT-ID.
           05  LINE 9  COLUMN 18  PIC  X(54) FROM WS-RB-HIT-STEPS.

       01  SCR-TICKET-LINE.
           05  LINE 11 COLUMN 1   VALUE "TICKET".
           05  LINE 11 COLUMN 9   PIC  X(20) FROM TK-TICKET-NO.
           05  LINE 11 COLUMN 30  PIC  X(01) FROM TK-TICKET-STS.
           05  LINE 11 COLUMN 32  PIC  X(30) FROM TK-ASSIGNEE.

       01  SCR-MSG-UPDATED.
           05  LINE 10 COLUMN 1   VALUE "ITEM UPDATED".
       01  SCR-MSG-NOT-FOUND.
               GOBACK
           END-IF.
           PERFORM 8000-LOAD-RUNBOOKS.
           OPEN INPUT TICKET-FILE.
           IF WS-TK-STS = "00"
               MOVE "Y" TO WS-TK-OPEN-SW
           END-IF.

           EVALUATE WS-ACTION-KBN
               WHEN SPACE
                   DISPLAY SCR-MSG-BAD-ACTION
           END-EVALUATE.
           CLOSE WORKQ-FILE.
           IF WS-TK-OPEN-SW = "Y"
               CLOSE TICKET-FILE
           END-IF.
           GOBACK.

       1000-LIST-OPEN-ITEMS.
                   IF WS-RB-HIT-SW = "Y"
                       DISPLAY SCR-RUNBOOK-LINE
                   END-IF
                   PERFORM 8300-FIND-TICKET
                   IF WS-TK-HIT-SW = "Y"
                       DISPLAY SCR-TICKET-LINE
                   END-IF
               END-IF
           END-PERFORM.

                   IF WS-RB-HIT-SW = "Y"
                       DISPLAY SCR-RUNBOOK-LINE
                   END-IF
                   PERFORM 8300-FIND-TICKET
                   IF WS-TK-HIT-SW = "Y"
                       DISPLAY SCR-TICKET-LINE
                   END-IF
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

               END-IF
           END-PERFORM.

      *---------- the ITSMTKT row keyed by this item, if TKDYAB87
      *           has requested a ticket for it
       8300-FIND-TICKET.
           MOVE "N" TO WS-TK-HIT-SW.
           IF WS-TK-OPEN-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE  TO TK-KEY.
           MOVE "W"    TO TK-LINK-KBN.
           MOVE WQ-SEQ TO TK-WQ-SEQ.
           READ TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TK-HIT-SW
           END-READ.

      *---------- scope decision for WQ-RIYO-CMP-CD, cached per
      *           company; items stamped with no company stay
      *           visible to every operator
