      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : WAITARVL.cpy
      *  Copybook name  : Wait-file arrival log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Appended by the TKDYAB69 arrival watcher: one row per
      *  inbound file received, graded against its WAITARPM window,
      *  plus one row each time a kidou's file was still missing at
      *  the latest time (paged) and at the hard cutoff (missed).
      *  TKDYAB70 reads it for the monthly late-delivery report.
      *
      ******************************************************************
       01  WAITARVL-REC.
           05  WV-RIYO-CMP-CD             PIC  X(04).
           05  WV-SYORI-YMD               PIC  9(08).
           05  WV-KIDOU-ID                PIC  X(04).
           05  WV-GYOMU-TASK-ID           PIC  X(07).
           05  WV-PROVIDER-CD             PIC  X(10).
      *---------- E/O/L/C grade an arrival; P and M are the
      *           escalation rows written while none has arrived
           05  WV-ARRIVE-KBN              PIC  X(01).
               88  WV-EARLY               VALUE "E".
               88  WV-ON-TIME             VALUE "O".
               88  WV-LATE                VALUE "L".
               88  WV-AFTER-CUTOFF        VALUE "C".
               88  WV-PAGED               VALUE "P".
               88  WV-MISSED              VALUE "M".
               88  WV-ARRIVAL             VALUE "E" "O" "L" "C".
      *---------- arrival time for an arrival, detection time for
      *           an escalation row
           05  WV-ARRIVE-TIME             PIC  X(14).
           05  WV-FILE-NAME               PIC  X(100).
           05  WV-FILE-SIZE               PIC  9(12).
           05  WV-RECORD-CNT              PIC  9(09).
      *---------- minutes past the latest acceptable time; zero
      *           when on time
           05  WV-LATE-MIN                PIC  9(05).
