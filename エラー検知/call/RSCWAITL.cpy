      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : RSCWAITL.cpy
      *  Copybook name  : Resource-conflict wait log record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Appended by the TKDYAB83 launch gate: a W row every time a
      *  kidou is held because another member of one of its
      *  RSCCNFPM resources is running, and one R row when the hold
      *  lifts, carrying when the wait began and how many minutes
      *  it lasted.
      *
      ******************************************************************
       01  RSCWAITL-REC.
           05  RW-LOG-TIME                PIC  X(14).
      *---------- W = held this check, R = released after a wait
           05  RW-EVENT                   PIC  X(01).
           05  RW-RIYO-CMP-CD             PIC  X(04).
           05  RW-SYORI-YMD               PIC  9(08).
           05  RW-KIDOU-ID                PIC  X(04).
      *---------- the resource and the running kidou that held it
      *           (on R, the last one seen)
           05  RW-RESOURCE-ID             PIC  X(20).
           05  RW-BLK-RIYO-CMP-CD         PIC  X(04).
           05  RW-BLK-SYORI-YMD           PIC  9(08).
           05  RW-BLK-KIDOU-ID            PIC  X(04).
           05  RW-WAIT-START-TIME         PIC  X(14).
           05  RW-WAIT-MIN                PIC  9(05).
