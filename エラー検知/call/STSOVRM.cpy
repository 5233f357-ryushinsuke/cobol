      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : STSOVRM.cpy
      *  Copybook name  : Execution-status override authority master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per operator allowed to force a status move the
      *  STSTRNM rules would refuse.  SCZY7051 accepts an override
      *  only from an in-service operator here, and only with a
      *  reason; SCZY1027 maintains it.
      *
      ******************************************************************
       01  STSOVRM-REC.
           05  OA-OPR-SID                 PIC  X(20).
           05  OA-OPR-NAME                PIC  X(40).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  OA-DEL-KBN                 PIC  X(01).
