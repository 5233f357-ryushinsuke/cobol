      *  20260902   SCS                Persist the request payload
      *                                to WOQAB01PLD under the same
      *                                program/capture-time identity
      *  20261015   SCS                Stamp the payload row with the
      *                                request's WOQAB10 idempotency
      *                                key; a row WOQAB02 settled as
      *                                already processed is not a
      *                                replay for the prior count
      *
      *  Called by an MQ caller whenever its WOQSDCNS request comes
      *  back with a non-zero CON-MDL-RTN1/RTN2, to append a row to
       01  WS-EOF-SW                      PIC  X(01).
           88  WS-EOF                     VALUE "Y".
       01  WS-PRIOR-REPLAY-CNT            PIC  9(02).
       01  WOQAB10-ARGS.
           COPY WOQAB10.

       LINKAGE SECTION.
           COPY WOQAB01
      *---------- the request bytes themselves, alongside the log
      *           row under the same program/capture-time identity,
      *           so quarantine review and replay see what the
      *           message actually said, with the idempotency key
      *           they check before resending it
       2000-PERSIST-PAYLOAD.
           OPEN EXTEND PAYLOAD-FILE.
           IF WS-WP-STS = "05" OR WS-WP-STS = "35"
           MOVE CON-PGM-NAME     TO WP-PGM-NAME.
           MOVE WS-NOW-STAMP     TO WP-CAPTURE-TIME.
           MOVE CON-REQ-PAYLOAD  TO WP-PAYLOAD.
           MOVE "K"              TO IXIK-FUNCTION.
           MOVE "CAPTURE"        TO IXIK-SOURCE.
           MOVE CON-PGM-NAME     TO IXIK-PGM-NAME.
           MOVE CON-GETQ-NAME    TO IXIK-GETQ-NAME.
           MOVE CON-MSG-CODE     TO IXIK-MSG-CODE.
           MOVE WS-NOW-STAMP     TO IXIK-REF-TIME.
           MOVE SPACE            TO IXIK-IDEM-KEY.
           MOVE CON-REQ-PAYLOAD  TO IXIK-PAYLOAD.
           CALL "WOQAB10" USING PARM-WOQAB10-ARG1
                                 PARM-WOQAB10-ARG2
                                 PARM-WOQAB10-ARG3
           END-CALL.
           MOVE OXIK-IDEM-KEY    TO WP-IDEM-KEY.
           WRITE WOQPAYLD-REC.
           CLOSE PAYLOAD-FILE.

                  AND WL-GETQ-NAME = CON-GETQ-NAME
                  AND WL-MSG-CODE = CON-MSG-CODE
                  AND WL-REPLAYED
                  AND NOT WL-ALREADY-DONE
                   IF WS-PRIOR-REPLAY-CNT < 99
                       ADD 1 TO WS-PRIOR-REPLAY-CNT
                   END-IF
