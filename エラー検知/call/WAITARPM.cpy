      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : WAITARPM.cpy
      *  Copybook name  : Wait-file expected-arrival master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per company and kidou that waits on an inbound file
      *  (TAIKI-FILE-KBN set), giving the data provider that sends
      *  it and the delivery window on the kidou's SYORI-YMD:
      *  earliest expected, latest acceptable, and the hard cutoff
      *  after which the run is lost.  Times are HHMM; a time lower
      *  than the one before it falls on the next day, the ONCALLPM
      *  convention for bands that span midnight.
      *
      ******************************************************************
       01  WAITARPM-REC.
           05  WA-KEY.
               10  WA-RIYO-CMP-CD         PIC  X(04).
               10  WA-KIDOU-ID            PIC  X(04).
      *---------- data provider, the unit the monthly late-delivery
      *           report is held against
           05  WA-PROVIDER-CD             PIC  X(10).
           05  WA-PROVIDER-NAME           PIC  X(30).
           05  WA-EARLIEST-HHMM           PIC  9(04).
           05  WA-LATEST-HHMM             PIC  9(04).
           05  WA-CUTOFF-HHMM             PIC  9(04).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  WA-DEL-KBN                 PIC  X(01).
