      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Custodian reconciliation
      *                                tolerance for TKDYAB73
      *
      *  One row per fund naming the largest day-over-day value
      *  movement (percent against the prior business day) TKDYAB38
      *  accepts without flagging.  A fund with no row, or a row
      *  with a zero percentage, gets the TKDYAB38 default band.
      *  The same row carries how far our accepted value may stand
      *  from the custodian's before TKDYAB73 calls it a break.
      *
      ******************************************************************
       01  FUNDTOLPM-REC.
           05  TL-TOL-PCT                 PIC  9(03).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  TL-DEL-KBN                 PIC  X(01).
      *---------- reconciliation band, percent of the custodian's
      *           value; zero = use the TKDYAB73 default
           05  TL-RECON-TOL-PCT           PIC  9(02)V9(04).
