      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : DORMPRP.cpy
      *  Copybook name  : Dormant-definition proposal / sign-off
      *                    record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per TKDYAA31 definition the TKDYAB92 monthly
      *  hygiene run flagged, with the proposed action.  The run
      *  writes the rows with the sign-off part blank
      *  (TKDYAB92PRP); the owning business group returns the same
      *  rows as TKDYAB93SGN with its decision and SID keyed, and
      *  TKDYAB93 lands the approved retirements on the master.
      *
      ******************************************************************
       01  DORMPRP-REC.
           05  DP-KEY.
               10  DP-RIYO-CMP-CD         PIC  X(04).
               10  DP-KIDOU-ID            PIC  X(04).
               10  DP-GYOMU-TASK-ID       PIC  X(07).
      *---------- the business group and SVCCATPM service that own
      *           the definition, for routing the sign-off
           05  DP-GYOMU-GRP-CD            PIC  X(10).
           05  DP-SERVICE-ID              PIC  X(08).
      *---------- last day KIDOUHIS or the extract shows it run;
      *           zero = no run on the history at all
           05  DP-LAST-RUN-YMD            PIC  9(08).
           05  DP-CAL-ID                  PIC  X(04).
      *---------- findings, Y = applies
      *           IDLE      no run within the idle months
      *           CAL       its own calendar has no future date
      *           UNREF     no definition names it as predecessor
      *                     or parent
      *           PRED      a predecessor it waits on is idle
      *           PLANNED   expected on TKDYAB39's next-day plan
           05  DP-IDLE-SW                 PIC  X(01).
           05  DP-CAL-SW                  PIC  X(01).
           05  DP-UNREF-SW                PIC  X(01).
           05  DP-PRED-SW                 PIC  X(01).
           05  DP-PLANNED-SW              PIC  X(01).
      *---------- proposed action: R = retire, V = review, K = keep
           05  DP-ACTION                  PIC  X(01).
               88  DP-ACTION-RETIRE       VALUE "R".
               88  DP-ACTION-REVIEW       VALUE "V".
               88  DP-ACTION-KEEP         VALUE "K".
      *---------- the hygiene run that proposed it
           05  DP-RUN-YMD                 PIC  9(08).
      *---------- owner sign-off: R = retire it, K = keep it,
      *           space = not decided yet
           05  DP-DECISION                PIC  X(01).
           05  DP-OWNER-SID               PIC  X(20).
           05  DP-SIGN-TIME               PIC  X(14).
