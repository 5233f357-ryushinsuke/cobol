      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQAB10.cpy
      *  Copybook name  : WOQSDCNS idempotency-key routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: the request
      *           K = derive the key only
      *           C = check the registry before resending; a hit is
      *               logged as a skipped attempt
      *           R = record a successful processing; a hit means it
      *               was processed again, and is logged as such
      *           IXIK-IDEM-KEY, when not spaces, is used as given
      *           instead of being derived from the payload
             05  PARM-WOQAB10-ARG1.
                 10  IXIK-FUNCTION          PIC  X(01).
                 10  IXIK-SOURCE            PIC  X(08).
                 10  IXIK-PGM-NAME          PIC  X(16).
                 10  IXIK-GETQ-NAME         PIC  X(16).
                 10  IXIK-MSG-CODE          PIC  X(07).
                 10  IXIK-REF-TIME          PIC  X(14).
                 10  IXIK-IDEM-KEY          PIC  X(43).
      *---------- argument IN-2: the request body as sent
             05  PARM-WOQAB10-ARG2.
                 10  IXIK-PAYLOAD           PIC  X(512).
      *---------- argument OUT-3: the key, Y = already processed,
      *           and when it first was
             05  PARM-WOQAB10-ARG3.
                 10  OXIK-IDEM-KEY          PIC  X(43).
                 10  OXIK-DONE-IND          PIC  X(01).
                 10  OXIK-FIRST-TIME        PIC  X(14).
