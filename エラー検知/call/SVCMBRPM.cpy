      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SVCMBRPM.cpy
      *  Copybook name  : Business-service membership master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per kidou and the SVCCATPM business service it
      *  belongs to.  A kidou belongs to one service.  A blank
      *  company covers the kidou for every company; a row for the
      *  company itself takes precedence over it.  Maintained on
      *  SCZY1039.
      *
      ******************************************************************
       01  SVCMBRPM-REC.
           05  SM-KEY.
               10  SM-RIYO-CMP-CD         PIC  X(04).
               10  SM-KIDOU-ID            PIC  X(04).
           05  SM-SERVICE-ID              PIC  X(08).
           05  SM-ENTRY-SID               PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  SM-DEL-KBN                 PIC  X(01).
