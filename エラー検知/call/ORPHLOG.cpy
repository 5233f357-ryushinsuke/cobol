      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : ORPHLOG.cpy
      *  Copybook name  : Orphaned-shell detection log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per kidou the TKDYAB67 monitor caught with its
      *  shell and its execution status out of step, written once
      *  per kidou and condition.  The monitor re-reads it to avoid
      *  queueing the same hit twice; TKDYAB68 reads it for the
      *  monthly repeat-offender report.
      *
      ******************************************************************
       01  ORPHLOG-REC.
           05  OL-RIYO-CMP-CD             PIC  X(04).
           05  OL-SYORI-YMD               PIC  9(08).
           05  OL-KIDOU-ID                PIC  X(04).
           05  OL-GYOMU-TASK-ID           PIC  X(07).
      *---------- S = shell ended, status still running
      *           E = execution ended, shell still alive
      *           G = both ended, too far apart
           05  OL-COND-KBN                PIC  X(01).
               88  OL-SHELL-GONE          VALUE "S".
               88  OL-SHELL-ALIVE         VALUE "E".
               88  OL-END-GAP             VALUE "G".
           05  OL-JIKOU-STS               PIC  X(03).
           05  OL-JIKOU-START-TIME        PIC  X(14).
           05  OL-JIKOU-END-TIME          PIC  X(14).
           05  OL-SHELL-END-TIME          PIC  X(14).
      *---------- minutes out of step when detected
           05  OL-GAP-MIN                 PIC  9(07).
           05  OL-DL-FILE-NAME            PIC  X(100).
           05  OL-DETECT-TIME             PIC  X(14).
