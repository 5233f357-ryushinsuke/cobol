      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : ITSMSEVPM.cpy
      *  Copybook name  : Incident-ticket severity rule master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per rule deciding which failures are serious enough
      *  for a ticket in the corporate incident system, and at what
      *  severity.  TKDYAB87 tries the in-service rows of the item's
      *  kind in IR-RULE-SEQ order and raises the ticket at the
      *  severity of the first that matches; an item no rule
      *  matches gets no ticket.  A blank or zero condition field
      *  matches anything.  Maintained on SCZY1037.
      *
      ******************************************************************
       01  ITSMSEVPM-REC.
      *---------- key: evaluation order
           05  IR-RULE-SEQ                PIC  9(04).
      *---------- W = OPRWORKQ work-queue item, K = failed kidou
           05  IR-LINK-KBN                PIC  X(01).
               88  IR-LINK-WORKQ          VALUE "W".
               88  IR-LINK-KIDOU          VALUE "K".
           05  IR-RIYO-CMP-CD             PIC  X(04).
      *---------- W rules: WQ-SOURCE, the highest WQ-PRIORITY number
      *           still covered (1 = resubmits only), and how long
      *           the item has been open
           05  IR-WQ-SOURCE               PIC  X(11).
           05  IR-WQ-MAX-PRIORITY         PIC  9(01).
           05  IR-MIN-OPEN-MIN            PIC  9(05).
      *---------- K rules: KIDOU-GYOMU-GRP-CD, and the KIDOUCAU
      *           cause category TKDYAB65 stamped
           05  IR-GRP-CD                  PIC  X(10).
           05  IR-CAUSE-CD                PIC  X(04).
      *---------- 1 = critical .. 4 = low, as the incident system
      *           grades them
           05  IR-SEVERITY                PIC  X(01).
           05  IR-ENTRY-SID               PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  IR-DEL-KBN                 PIC  X(01).
