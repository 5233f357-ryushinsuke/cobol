      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : ITSMRSP.cpy
      *  Copybook name  : Inbound incident-ticket update record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per change the corporate incident system made to a
      *  ticket we requested - creation, reassignment or status -
      *  delivered as TKDYAB88RSP and posted by TKDYAB88 onto the
      *  ITSMTKT row named by IS-REQ-ID.  A blank assignee on a row
      *  leaves the posted assignee as it was.
      *
      ******************************************************************
       01  ITSMRSP-REC.
           05  IS-REQ-ID                  PIC  X(24).
           05  IS-TICKET-NO               PIC  X(20).
           05  IS-ASSIGNEE                PIC  X(30).
      *---------- O = open, P = in progress, R = resolved, C = closed
           05  IS-TICKET-STS              PIC  X(01).
           05  IS-CHANGE-TIME             PIC  X(14).
