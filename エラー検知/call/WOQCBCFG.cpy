      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQCBCFG.cpy
      *  Copybook name  : Queue circuit-breaker settings record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per CON-GETQ-NAME with its own breaker settings; a
      *  row with a blank queue name is the default for every queue
      *  without one.  The breaker opens when either trip test is
      *  met inside the window; a limit or rate of zero switches
      *  that test off.
      *
      ******************************************************************
       01  WOQCBCFG-REC.
           05  CC-GETQ-NAME               PIC  X(16).
      *---------- failures in the window that trip the breaker
           05  CC-FAIL-LIMIT              PIC  9(05).
      *---------- failure percentage that trips it, once at least
      *           CC-MIN-REQUESTS results are in the window
           05  CC-FAIL-RATE               PIC  9(03).
           05  CC-MIN-REQUESTS            PIC  9(05).
           05  CC-WINDOW-MIN              PIC  9(04).
      *---------- minutes open before a trial request is let through
           05  CC-COOL-MIN                PIC  9(04).
      *---------- where new requests go while open; spaces = hold
      *           them on WOQAB12HLD until the breaker closes
           05  CC-BACKUP-GETQ             PIC  X(16).
