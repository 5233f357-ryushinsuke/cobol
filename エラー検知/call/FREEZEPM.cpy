      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : FREEZEPM.cpy
      *  Copybook name  : Change-freeze period master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per declared change freeze (month-end close,
      *  year-end, ...), maintained through SCZY1033.  While today
      *  is inside FROM/TO the reference-master maintenance
      *  transactions refuse changes through the CZCOAB18 check,
      *  unless an emergency override is keyed with a second
      *  approver and a reason.  Master types:
      *    FUND = fund/portfolio master          (SCZY7056)
      *    TMPL = message templates              (SCZY7084)
      *    SCHD = kidou schedule changes         (TKDYAB53)
      *    FCAL = fund-to-calendar mapping       (SCZY1023)
      *    ITJY = Itaku/Jyutaku effectivity      (CZCOAB06)
      *    RUNB = runbook registry               (CZCOAB15)
      *  Spaces in master type or company mean all.
      *
      ******************************************************************
       01  FREEZEPM-REC.
           05  FZ-KEY.
               10  FZ-MASTER-TYPE         PIC  X(04).
               10  FZ-RIYO-CMP-CD         PIC  X(04).
               10  FZ-FROM-YMD            PIC  9(08).
           05  FZ-TO-YMD                  PIC  9(08).
           05  FZ-REASON                  PIC  X(40).
           05  FZ-DECLARED-SID            PIC  X(20).
      *---------- D = freeze withdrawn
           05  FZ-DEL-KBN                 PIC  X(01).
