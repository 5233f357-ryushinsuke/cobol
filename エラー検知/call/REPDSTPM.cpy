      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                TKDYAB95 completion notices
      *                                take their recipients here
      *
      *  One row per recipient of a produced output: which REP-ID
      *  (the producing program's ID for the file-level outputs)
      ******************************************************************
       01  REPDSTPM-REC.
      *---------- producing output: TKDYAB01 (bursts), SCZY7085
      *           (statements), TKDYAB16 (NOC feed), TKDYAB95
      *           (completion notices), or a REP-ID
           05  RD-REP-ID                  PIC  X(08).
           05  RD-RIYO-CMP-CD             PIC  X(04).
           05  RD-RECIPIENT               PIC  X(40).
