      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQIDDUP.cpy
      *  Copybook name  : WOQSDCNS duplicate-attempt log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row each time WOQAB10 finds a request's idempotency key
      *  already in the registry: a replay or release that was
      *  skipped, or a request that reached processing again after
      *  its first success.  WOQAB11 reports the day's rows by
      *  program.
      *
      ******************************************************************
       01  WOQIDDUP-REC.
           05  ID-ATTEMPT-TIME            PIC  X(14).
      *---------- REPLAY = WOQAB02, RELEASE = WOQAB06, PROCESS =
      *           the MQ caller reporting a success
           05  ID-SOURCE                  PIC  X(08).
           05  ID-IDEM-KEY.
               10  ID-PGM-NAME            PIC  X(16).
               10  ID-MSG-CODE            PIC  X(07).
               10  ID-PAYLOAD-SUM1        PIC  9(10).
               10  ID-PAYLOAD-SUM2        PIC  9(10).
           05  ID-GETQ-NAME               PIC  X(16).
      *---------- the failure row replayed or released, if any
           05  ID-REF-TIME                PIC  X(14).
           05  ID-FIRST-TIME              PIC  X(14).
           05  ID-REASON                  PIC  X(50).
