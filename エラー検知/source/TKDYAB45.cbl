      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                REPDSTPM rows under REP-ID
      *                                TKDYAB95 are left to the
      *                                completion-notice generator,
      *                                which ledgers its own notices
      *
      *  Works through the day's produced outputs - the TKDYAB01
      *  burst files (company read from each slot's banner line),
      *  already on the ledger for today's date, source and
      *  recipient is not written again, so the dispatcher can run
      *  repeatedly through the evening.
      *  Recipients of the TKDYAB95 completion notices are not
      *  dispatched here: that program sends and ledgers its own.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-IF.
           PERFORM UNTIL WS-EOF
               IF RD-DEL-KBN = SPACE
                  AND RD-REP-ID NOT = "TKDYAB95"
                  AND WS-R-CNT < 2000
                   ADD 1 TO WS-R-CNT
                   MOVE RD-REP-ID      TO WS-R-REP-ID(WS-R-CNT)
