      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : ITSMTKT.cpy
      *  Copybook name  : Incident-ticket link record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Our side of an incident ticket: one row per work-queue item
      *  or failed kidou case a ticket was requested for, keyed by
      *  the item itself so the ticket travels with it.  TKDYAB87
      *  writes the row when it sends the request (so an item is
      *  never requested twice); TKDYAB88 posts the ticket number,
      *  assignee and status the incident system sends back;
      *  TKDYAB23 shows the ticket under the work-queue item and
      *  TKDYAB89 compares the two sides each day.  TK-KEY is also
      *  the request id the incident system echoes back.
      *
      ******************************************************************
       01  ITSMTKT-REC.
           05  TK-KEY.
      *---------- W = OPRWORKQ item, K = failed kidou (KIDOUCAU key)
               10  TK-LINK-KBN            PIC  X(01).
                   88  TK-LINK-WORKQ      VALUE "W".
                   88  TK-LINK-KIDOU      VALUE "K".
               10  TK-LINK-REF            PIC  X(23).
               10  TK-WORKQ-REF  REDEFINES TK-LINK-REF.
                   15  TK-WQ-SEQ          PIC  9(07).
                   15  FILLER             PIC  X(16).
               10  TK-KIDOU-REF  REDEFINES TK-LINK-REF.
                   15  TK-RIYO-CMP-CD     PIC  X(04).
                   15  TK-SYORI-YMD       PIC  9(08).
                   15  TK-KIDOU-ID        PIC  X(04).
                   15  TK-GYOMU-TASK-ID   PIC  X(07).
           05  TK-RULE-SEQ                PIC  9(04).
           05  TK-SEVERITY                PIC  X(01).
           05  TK-REQ-TIME                PIC  X(14).
      *---------- from the incident system; space until it answers
           05  TK-TICKET-NO               PIC  X(20).
           05  TK-ASSIGNEE                PIC  X(30).
      *---------- space = no answer yet, O = open, P = in progress,
      *           R = resolved, C = closed
           05  TK-TICKET-STS              PIC  X(01).
               88  TK-TICKET-ENDED        VALUE "R" "C".
           05  TK-TICKET-UPD-TIME         PIC  X(14).
           05  TK-POST-TIME               PIC  X(14).
