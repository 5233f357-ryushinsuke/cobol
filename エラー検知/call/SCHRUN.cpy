      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SCHRUN.cpy
      *  Copybook name  : Enterprise job-scheduler run result record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per run of one of our shells in the corporate job
      *  scheduler's own history, delivered daily as TKDYAB90SCH
      *  and reconciled by TKDYAB90 against the TKDYAA31 start/end
      *  times and JIKOU-STS of the same company, kidou and day.
      *
      ******************************************************************
       01  SCHRUN-REC.
           05  SR-JOB-NAME                PIC  X(32).
           05  SR-RIYO-CMP-CD             PIC  X(04).
           05  SR-KIDOU-ID                PIC  X(04).
      *---------- the SYORI-YMD the run was for
           05  SR-SYORI-YMD               PIC  9(08).
      *---------- S = ended normally, A = aborted or ended in error,
      *           R = still running when the history was cut
           05  SR-RUN-STS                 PIC  X(01).
               88  SR-ENDED-OK            VALUE "S".
               88  SR-ABORTED             VALUE "A".
               88  SR-RUNNING             VALUE "R".
           05  SR-EXIT-CD                 PIC  9(04).
           05  SR-START-TIME              PIC  X(14).
      *---------- space while running
           05  SR-END-TIME                PIC  X(14).
