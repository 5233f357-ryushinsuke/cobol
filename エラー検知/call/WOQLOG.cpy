      *                                replay can be quarantined by
      *                                WOQAB05 instead of cycling in
      *                                the log forever
      *  20261015   SCS                WL-REPLAYED-SW "D" for a row
      *                                WOQAB02 found already
      *                                processed and did not replay;
      *                                settled like a replayed row
      *
      *  One row per WOQSDCNS MQ request that failed, captured by
      *  WOQAB01 so WOQAB02 has a persisted history to replay against
           05  WL-MDL-RTN2                PIC  S9(09).
           05  WL-CAPTURE-TIME            PIC  X(14).
           05  WL-REPLAYED-SW             PIC  X(01).
      *---------- Y = replayed; D = not replayed because WOQAB10
      *           shows the request was processed already - either
      *           way nothing is left to resend
               88  WL-REPLAYED            VALUE "Y" "D".
               88  WL-ALREADY-DONE        VALUE "D".
      *---------- how many earlier replayed failures of the same
      *           program/queue/message code preceded this row -
      *           stamped by WOQAB01 at capture time; at or past the
