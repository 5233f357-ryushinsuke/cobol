      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQAB12.cpy
      *  Copybook name  : Queue circuit-breaker routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: the request
      *           G = gate - called before a request is sent
      *           R = result - called once it has completed, with
      *               IXCB-RESULT S = success, F = failure
             05  PARM-WOQAB12-ARG1.
                 10  IXCB-FUNCTION          PIC  X(01).
                 10  IXCB-PGM-NAME          PIC  X(16).
                 10  IXCB-GETQ-NAME         PIC  X(16).
                 10  IXCB-MSG-CODE          PIC  X(07).
                 10  IXCB-RESULT            PIC  X(01).
      *---------- argument IN-2: the request body, kept on the hold
      *           file when function G holds the request
             05  PARM-WOQAB12-ARG2.
                 10  IXCB-PAYLOAD           PIC  X(512).
      *---------- argument OUT-3, function G: how to send it
      *           S = send as asked       T = send, as the trial
      *           B = send to OXCB-SEND-GETQ, the backup queue
      *           H = do not send - held for WOQAB13 to release
             05  PARM-WOQAB12-ARG3.
                 10  OXCB-ROUTE             PIC  X(01).
                 10  OXCB-SEND-GETQ         PIC  X(16).
                 10  OXCB-STATE             PIC  X(01).
