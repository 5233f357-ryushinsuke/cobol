      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : IPALWPM.cpy
      *  Copybook name  : Approved launch-origin IP range master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per approved terminal or server IPv4 range a
      *  company may launch kidou from.  The TKDYAB64 launch-origin
      *  audit flags any TKDYAA31 ACC-IP that falls in no in-service
      *  range of the login company (or of the shared **** rows,
      *  for the data-centre servers every company's schedules run
      *  on).  Addresses are dotted IPv4, compared octet by octet.
      *
      ******************************************************************
       01  IPALWPM-REC.
           05  IA-KEY.
      *---------- **** = applies to every company
               10  IA-CMP-CD              PIC  X(04).
               10  IA-SEQ                 PIC  9(03).
           05  IA-KIND                    PIC  X(01).
               88  IA-KIND-TERMINAL       VALUE "T".
               88  IA-KIND-SERVER         VALUE "S".
      *---------- inclusive range; a single address has FROM = TO
           05  IA-IP-FROM                 PIC  X(15).
           05  IA-IP-TO                   PIC  X(15).
           05  IA-NOTE                    PIC  X(40).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  IA-DEL-KBN                 PIC  X(01).
