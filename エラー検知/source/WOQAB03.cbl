      *  20260821   SCS                Capture CON-MSG-CODE so the
      *                                WOQAB08 pairing report can
      *                                match GETs to their PUTs
      *  20261015   SCS                Report each completion to the
      *                                WOQAB12 circuit breaker of its
      *                                queue
      *
      *  Called by an MQ caller after every completed WOQSDCNS GET,
      *  success or failure, to append a row to QGETQLOG so WOQAB04
      *  has a per-queue request-volume history to trend.  Each
      *  completion is also passed to WOQAB12 as a success or
      *  failure of its queue, which is what trips and closes that
      *  queue's circuit breaker.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-GQ-STS                      PIC  X(02).
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WOQAB12-ARGS.
           COPY WOQAB12.

       LINKAGE SECTION.
           COPY WOQAB03
           WRITE QGETQLOG-REC.

           CLOSE QGETQLOG-FILE.

           MOVE "R"                TO IXCB-FUNCTION.
           MOVE CON-PGM-NAME       TO IXCB-PGM-NAME.
           MOVE CON-GETQ-NAME      TO IXCB-GETQ-NAME.
           MOVE CON-MSG-CODE       TO IXCB-MSG-CODE.
           IF CON-MDL-RTN1 = ZERO AND CON-MDL-RTN2 = ZERO
               MOVE "S"            TO IXCB-RESULT
           ELSE
               MOVE "F"            TO IXCB-RESULT
           END-IF.
           MOVE SPACE              TO IXCB-PAYLOAD.
           CALL "WOQAB12" USING PARM-WOQAB12-ARG1
                                 PARM-WOQAB12-ARG2
                                 PARM-WOQAB12-ARG3
           END-CALL.
           GOBACK.
