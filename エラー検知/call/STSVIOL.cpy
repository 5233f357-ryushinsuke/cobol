      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : STSVIOL.cpy
      *  Copybook name  : Execution-status transition violation log
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per status move SCZY7051 refused, and per move an
      *  operator forced past the STSTRNM rules, with the program
      *  that asked for it.  Appended, never rewritten.
      *
      ******************************************************************
       01  STSVIOL-REC.
      *---------- when the move was asked for, YYYYMMDDHHMMSS
           05  SV-EVENT-TIME              PIC  X(14).
      *---------- the SCZY7050EX row the move was asked for
           05  SV-EXST-KEY.
               10  SV-RIYO-CMP-CD         PIC  X(04).
               10  SV-SYORI-YMD           PIC  9(08).
               10  SV-KIDOU-ID            PIC  X(04).
               10  SV-GYOMU-TASK-ID       PIC  X(07).
               10  SV-FUND-CD             PIC  X(12).
               10  SV-PTF-CD              PIC  X(04).
               10  SV-HYK-KRTU-CD         PIC  X(04).
               10  SV-REP-ID              PIC  X(08).
           05  SV-OLD-STATUS-CD           PIC  X(01).
           05  SV-NEW-STATUS-CD           PIC  X(01).
      *---------- R = refused, no rule allows the move
      *           X = refused, override not authorised or no reason
      *           F = forced through by an authorised override
           05  SV-ACTION-KBN              PIC  X(01).
               88  SV-REFUSED             VALUE "R".
               88  SV-OVERRIDE-REFUSED    VALUE "X".
               88  SV-FORCED              VALUE "F".
      *---------- the program that called SCZY7051
           05  SV-CALLER-PGMID            PIC  X(16).
      *---------- override operator and reason (spaces otherwise)
           05  SV-OPR-SID                 PIC  X(20).
           05  SV-REASON                  PIC  X(60).
