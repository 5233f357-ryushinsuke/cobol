      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQIDEM.cpy
      *  Copybook name  : WOQSDCNS idempotency-key registry record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per WOQSDCNS request the first time it is processed
      *  successfully, written by WOQAB10.  The key is the program
      *  name and message code plus two checksums of the payload
      *  bytes, so the same request resent - by WOQAB02 replay or a
      *  WOQAB06 release - finds its row here and is skipped instead
      *  of being processed a second time.
      *
      ******************************************************************
       01  WOQIDEM-REC.
           05  IK-IDEM-KEY.
               10  IK-PGM-NAME            PIC  X(16).
               10  IK-MSG-CODE            PIC  X(07).
               10  IK-PAYLOAD-SUM1        PIC  9(10).
               10  IK-PAYLOAD-SUM2        PIC  9(10).
           05  IK-GETQ-NAME               PIC  X(16).
      *---------- first successful processing, YYYYMMDDHHMMSS
           05  IK-FIRST-TIME              PIC  X(14).
