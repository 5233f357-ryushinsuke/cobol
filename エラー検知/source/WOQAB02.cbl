      *                                request line, keying the
      *                                resubmitter to the captured
      *                                WOQAB01PLD payload bytes
      *  20261015   SCS                Skip, and log through WOQAB10,
      *                                a row whose idempotency key
      *                                is already registered as
      *                                processed
      *
      *  Called with the PGM-NAME/CAPTURE-TIME of one specific WOQLOG
      *  row (request 024 asks to replay "a specific failed request",
      *  belongs to the quarantine workflow, where an operator
      *  releases or closes it through WOQAB06.
      *
      *  Before anything is resent the row's idempotency key, off
      *  its WOQAB01PLD payload row, is checked against the WOQAB10
      *  registry: a request that reached its target before the
      *  error came back is not replayed (OXWL-DONE-IND = "Y"), the
      *  row is settled as WL-REPLAYED-SW "D", and WOQAB10 logs the
      *  skipped attempt.  A row with no captured payload cannot be
      *  checked and is replayed as before.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB02.
           SELECT REPLAY-REQ-FILE  ASSIGN TO "WOQAB02RRQ"
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS WS-RRQ-STS.
           SELECT PAYLOAD-FILE     ASSIGN TO "WOQAB01PLD"
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS WS-WP-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-REQ-FILE.
       01  REPLAY-REQ-LINE                PIC  X(80).

       FD  PAYLOAD-FILE.
           COPY WOQPAYLD.

       WORKING-STORAGE SECTION.
       01  WS-WL-STS                      PIC  X(02).
       01  WS-RRQ-STS                     PIC  X(02).
       01  WS-WP-STS                      PIC  X(02).
       01  WS-PLD-EOF-SW                  PIC  X(01).
       01  WS-PLD-FOUND-SW                PIC  X(01).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-REPLAY-CNT                  PIC  9(07)  VALUE ZERO.
      *---------- replay attempts after which a row is quarantine
      *           territory - must match WOQAB05's limit
       01  WS-MAX-REPLAYS                 PIC  9(02)  VALUE 3.
       01  WOQAB10-ARGS.
           COPY WOQAB10.

       LINKAGE SECTION.
           COPY WOQAB02
           MOVE "N" TO OXWL-FOUND-IND.
           MOVE "N" TO OXWL-ALREADY-IND.
           MOVE "N" TO OXWL-QUARANTINE-IND.
           MOVE "N" TO OXWL-DONE-IND.
      *---------- re-initialized every call - working storage
      *           survives across CALLs in the same run unit
           MOVE "N" TO WS-EOF-SW.
                   IF WL-REPLAYED
                       MOVE "Y" TO OXWL-ALREADY-IND
                   ELSE
                       PERFORM 4000-CHECK-PROCESSED
                       IF OXIK-DONE-IND = "Y"
                           MOVE "Y" TO OXWL-DONE-IND
                           MOVE "D" TO WL-REPLAYED-SW
                           REWRITE WOQLOG-REC
                       ELSE
                           IF WL-REPLAY-CNT >= WS-MAX-REPLAYS
                               MOVE "Y" TO OXWL-QUARANTINE-IND
                           ELSE
                               PERFORM 3000-WRITE-REPLAY-REQ
                               MOVE "Y" TO WL-REPLAYED-SW
                               REWRITE WOQLOG-REC
                           END-IF
                       END-IF
                   END-IF
               END-IF
                  INTO REPLAY-REQ-LINE
           END-STRING.
           WRITE REPLAY-REQ-LINE.

      *---------- the row's idempotency key, off its captured payload
      *           row, against the WOQAB10 registry; WOQAB10 logs a
      *           hit as a skipped replay
       4000-CHECK-PROCESSED.
           MOVE "N" TO OXIK-DONE-IND.
           MOVE "N" TO WS-PLD-FOUND-SW WS-PLD-EOF-SW.
           OPEN INPUT PAYLOAD-FILE.
           IF WS-WP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PLD-EOF-SW = "Y"
                      OR WS-PLD-FOUND-SW = "Y"
               READ PAYLOAD-FILE
                   AT END
                       MOVE "Y" TO WS-PLD-EOF-SW
                   NOT AT END
                       IF WP-PGM-NAME = WL-PGM-NAME
                          AND WP-CAPTURE-TIME = WL-CAPTURE-TIME
                           MOVE "Y" TO WS-PLD-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYLOAD-FILE.
           IF WS-PLD-FOUND-SW = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C"              TO IXIK-FUNCTION.
           MOVE "REPLAY"         TO IXIK-SOURCE.
           MOVE WL-PGM-NAME      TO IXIK-PGM-NAME.
           MOVE WL-GETQ-NAME     TO IXIK-GETQ-NAME.
           MOVE WL-MSG-CODE      TO IXIK-MSG-CODE.
           MOVE WL-CAPTURE-TIME  TO IXIK-REF-TIME.
           MOVE WP-IDEM-KEY      TO IXIK-IDEM-KEY.
           MOVE WP-PAYLOAD       TO IXIK-PAYLOAD.
           CALL "WOQAB10" USING PARM-WOQAB10-ARG1
                                 PARM-WOQAB10-ARG2
                                 PARM-WOQAB10-ARG3
           END-CALL.
