      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQCBHLD.cpy
      *  Copybook name  : Request held by an open circuit breaker
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per WOQSDCNS request that WOQAB12 held because its
      *  queue's breaker was open with no backup queue.  WOQAB13
      *  releases it for resending once the breaker has closed.
      *
      ******************************************************************
       01  WOQCBHLD-REC.
           05  CH-HOLD-TIME               PIC  X(14).
           05  CH-PGM-NAME                PIC  X(16).
           05  CH-GETQ-NAME               PIC  X(16).
           05  CH-MSG-CODE                PIC  X(07).
      *---------- H = held, R = released for resending
           05  CH-STATUS                  PIC  X(01).
           05  CH-RELEASE-TIME            PIC  X(14).
           05  CH-PAYLOAD                 PIC  X(512).
