      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : UPLDADJ.cpy
      *  Copybook name  : Upload cancel/amend journal record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per cancel or amend detail TKDYAB38 handled against
      *  the position snapshot, whatever became of it: applied,
      *  rejected because the key is not there to change, or
      *  passed over because a repeat run already applied it.
      *  TKDYAB72 reports the day's rows by data provider for the
      *  control team.
      *
      ******************************************************************
       01  UPLDADJ-REC.
      *---------- which upload run and detail row asked for it
           05  UA-RIYO-CMP-CD             PIC  X(04).
           05  UA-SYORI-YMD               PIC  9(08).
           05  UA-KIDOU-ID                PIC  X(04).
           05  UA-GYOMU-TASK-ID           PIC  X(07).
           05  UA-ROW-NO                  PIC  9(07).
      *---------- C = cancel, A = amend
           05  UA-ADJ-KBN                 PIC  X(01).
               88  UA-CANCEL              VALUE "C".
               88  UA-AMEND               VALUE "A".
      *---------- the snapshot key it targets
           05  UA-FUND-CD                 PIC  X(12).
           05  UA-PTF-CD                  PIC  X(04).
           05  UA-HYK-KRTU-CD             PIC  X(04).
           05  UA-KJN-YMD                 PIC  9(08).
      *---------- value in force before, and after (zero after a
      *           cancel; both zero when the key was not found)
           05  UA-OLD-VALUE               PIC  S9(13)V9(05) COMP-3.
           05  UA-NEW-VALUE               PIC  S9(13)V9(05) COMP-3.
      *---------- P = applied, R = rejected, S = already in force
           05  UA-RESULT-KBN              PIC  X(01).
               88  UA-APPLIED             VALUE "P".
               88  UA-REJECTED            VALUE "R".
               88  UA-SKIPPED             VALUE "S".
           05  UA-REASON                  PIC  X(30).
           05  UA-STAMP                   PIC  X(14).
