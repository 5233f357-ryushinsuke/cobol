      *                                for the selected row, so the
      *                                release-or-close call is no
      *                                longer made blind
      *  20261015   SCS                Refuse a release when WOQAB10
      *                                shows the request already
      *                                processed; the row is closed
      *                                DONE and the skip logged
      *
      *  Operator console over the WOQAB05 quarantine file: lists
      *  open quarantined requests (program, queue, message code,
      *  one under the limit, so WOQAB02 will replay it exactly once
      *  more - or closes it with a disposition code.  Either way the
      *  quarantine row keeps the history with its new status.
      *  A release is refused when the row's idempotency key is
      *  already in the WOQAB10 registry - the request got through
      *  before its error came back - and the row is closed with
      *  disposition DONE instead, WOQAB10 logging the skip.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-DISPOSITION-CD              PIC  X(04).
       01  WS-WP-STS                      PIC  X(02).
       01  WS-PLD-EOF-SW                  PIC  X(01).
       01  WOQAB10-ARGS.
           COPY WOQAB10.

      *---------- payload rendering: formatted view with control
      *           bytes dotted out, and a hex view of the leading
               VALUE "ROW RELEASED FOR ONE MORE REPLAY".
       01  SCR-MSG-CLOSED.
           05  LINE 11 COLUMN 1   VALUE "ROW CLOSED".
       01  SCR-MSG-ALREADY-DONE.
           05  LINE 11 COLUMN 1
               VALUE "ALREADY PROCESSED - NOT RELEASED, CLOSED DONE".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 11 COLUMN 1   VALUE "NO OPEN ROW MATCHES THAT KEY".

      *---------- append a fresh WOQLOG row for WOQAB02 to pick up,
      *           then mark the quarantine row released
       4000-RELEASE-ROW.
           IF WS-PLD-FOUND-SW = "Y"
               PERFORM 4100-CHECK-PROCESSED
               IF OXIK-DONE-IND = "Y"
                   MOVE "C"    TO QR-STATUS
                   MOVE "DONE" TO QR-DISPOSITION-CD
                   REWRITE WOQQRN-REC
                   DISPLAY SCR-MSG-ALREADY-DONE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN EXTEND WOQLOG-FILE.
           IF WS-WL-STS = "05" OR WS-WL-STS = "35"
               OPEN OUTPUT WOQLOG-FILE
           REWRITE WOQQRN-REC.
           DISPLAY SCR-MSG-RELEASED.

      *---------- the captured payload row's idempotency key
      *           against the WOQAB10 registry; a hit is logged there
      *           as a skipped release
       4100-CHECK-PROCESSED.
           MOVE "C"              TO IXIK-FUNCTION.
           MOVE "RELEASE"        TO IXIK-SOURCE.
           MOVE QR-PGM-NAME      TO IXIK-PGM-NAME.
           MOVE QR-GETQ-NAME     TO IXIK-GETQ-NAME.
           MOVE QR-MSG-CODE      TO IXIK-MSG-CODE.
           MOVE QR-CAPTURE-TIME  TO IXIK-REF-TIME.
           MOVE WP-IDEM-KEY      TO IXIK-IDEM-KEY.
           MOVE WP-PAYLOAD       TO IXIK-PAYLOAD.
           CALL "WOQAB10" USING PARM-WOQAB10-ARG1
                                 PARM-WOQAB10-ARG2
                                 PARM-WOQAB10-ARG3
           END-CALL.

       5000-CLOSE-ROW.
           MOVE "C"                TO QR-STATUS.
           MOVE WS-DISPOSITION-CD  TO QR-DISPOSITION-CD.
