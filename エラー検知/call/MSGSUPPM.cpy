      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : MSGSUPPM.cpy
      *  Copybook name  : Known-exception suppression rule master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per accepted, expected portfolio message - e.g. a
      *  fund known to skip a valuation during its wind-down.  A
      *  SCZY7080 insert whose MSG-ID and fund match an in-service
      *  rule, and whose portfolio and REP-ID match where the rule
      *  names them, with MT-SYORI-YMD inside the rule's period, is
      *  stored with MT-SUPPRESS-KBN = S: kept off the SCZY7085
      *  statement, the SCZY7088 aging list and the TKDYAB32
      *  handover.  Every rule has an end date, a reason and an
      *  approver other than the operator who entered it, and
      *  TKDYAB78 lists the active rules and those about to expire.
      *  Maintained through SCZY1029.
      *
      ******************************************************************
       01  MSGSUPPM-REC.
           05  SP-KEY.
               10  SP-MSG-ID              PIC  X(07).
               10  SP-FUND-CD             PIC  X(12).
      *---------- space = every portfolio / every REP-ID of the fund
               10  SP-PTF-CD              PIC  X(04).
               10  SP-REP-ID              PIC  X(08).
      *---------- effective period, both days included
               10  SP-FROM-YMD            PIC  9(08).
           05  SP-TO-YMD                  PIC  9(08).
           05  SP-REASON                  PIC  X(60).
           05  SP-ENTRY-SID               PIC  X(20).
           05  SP-APPROVER-SID            PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  SP-DEL-KBN                 PIC  X(01).
