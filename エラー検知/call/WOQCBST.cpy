      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQCBST.cpy
      *  Copybook name  : Queue circuit-breaker state record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per CON-GETQ-NAME that WOQAB12 has seen: the
      *  breaker's state and the counts in the current failure
      *  window.
      *
      ******************************************************************
       01  WOQCBST-REC.
           05  CB-GETQ-NAME               PIC  X(16).
      *---------- C = closed (send), O = open (divert), T = open
      *           with one trial request let through
           05  CB-STATE                   PIC  X(01).
               88  CB-CLOSED              VALUE "C".
               88  CB-OPEN                VALUE "O".
               88  CB-TRIAL               VALUE "T".
      *---------- when the current state was entered
           05  CB-STATE-TIME              PIC  X(14).
           05  CB-TRIAL-TIME              PIC  X(14).
           05  CB-WIN-START               PIC  X(14).
           05  CB-WIN-REQ                 PIC  9(07).
           05  CB-WIN-FAIL                PIC  9(07).
           05  CB-TRIP-CNT                PIC  9(05).
