      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : ITSMREQ.cpy
      *  Copybook name  : Outbound incident-ticket request record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One request per item TKDYAB87 found serious enough for a
      *  ticket, appended to TKDYAB87REQ for the interface to the
      *  corporate incident system.  IQ-REQ-ID is the ITSMTKT key;
      *  the incident system must return it on every update it
      *  sends back (ITSMRSP) so TKDYAB88 can find the item.
      *
      ******************************************************************
       01  ITSMREQ-REC.
           05  IQ-REQ-ID                  PIC  X(24).
           05  IQ-REQ-TIME                PIC  X(14).
           05  IQ-SEVERITY                PIC  X(01).
           05  IQ-RIYO-CMP-CD             PIC  X(04).
      *---------- WQ-SOURCE for a work-queue item, KIDOU-GYOMU-GRP-CD
      *           for a kidou
           05  IQ-CATEGORY                PIC  X(11).
           05  IQ-SUMMARY                 PIC  X(80).
           05  IQ-DETAIL                  PIC  X(132).
