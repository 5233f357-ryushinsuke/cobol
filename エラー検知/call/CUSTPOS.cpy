      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CUSTPOS.cpy
      *  Copybook name  : Custodian valuation file record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per position as the custodian or fund
      *  administrator values it, keyed like the POSSNAP snapshot
      *  (fund/portfolio/valuation-class/base date), delivered
      *  daily for the TKDYAB73 reconciliation.  The value is sent
      *  as text in the US-D-VALUE form.
      *
      ******************************************************************
       01  CUSTPOS-REC.
           05  CP-KEY.
               10  CP-FUND-CD             PIC  X(12).
               10  CP-PTF-CD              PIC  X(04).
               10  CP-HYK-KRTU-CD         PIC  X(04).
               10  CP-KJN-YMD             PIC  9(08).
           05  CP-VALUE                   PIC  X(20).
      *---------- which custodian/administrator sent the row
           05  CP-CUSTODIAN-CD            PIC  X(10).
           05  FILLER                     PIC  X(18).
