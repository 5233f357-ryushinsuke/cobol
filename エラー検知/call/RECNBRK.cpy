      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : RECNBRK.cpy
      *  Copybook name  : Custodian reconciliation break ledger record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per position key the TKDYAB73 reconciliation found
      *  out of agreement with the custodian, carried from run to
      *  run so a break ages in business days from the day it was
      *  first seen.  TKDYAB73 rewrites the ledger whole each run:
      *  a break that reconciles is kept one run as resolved, then
      *  dropped.
      *
      ******************************************************************
       01  RECNBRK-REC.
           05  RB-KEY.
               10  RB-FUND-CD             PIC  X(12).
               10  RB-PTF-CD              PIC  X(04).
               10  RB-HYK-KRTU-CD         PIC  X(04).
               10  RB-KJN-YMD             PIC  9(08).
      *---------- B = values differ beyond tolerance,
      *           C = on the snapshot, missing at the custodian,
      *           O = at the custodian, missing on our snapshot
           05  RB-BREAK-KBN               PIC  X(01).
               88  RB-VALUE-BREAK         VALUE "B".
               88  RB-MISSING-CUST        VALUE "C".
               88  RB-MISSING-OURS        VALUE "O".
           05  RB-OUR-VALUE               PIC  S9(13)V9(05) COMP-3.
           05  RB-CUST-VALUE              PIC  S9(13)V9(05) COMP-3.
      *---------- company of the upload that accepted our value;
      *           spaces when the key is missing on our side
           05  RB-RIYO-CMP-CD             PIC  X(04).
           05  RB-CUSTODIAN-CD            PIC  X(10).
           05  RB-FIRST-YMD               PIC  9(08).
           05  RB-LAST-YMD                PIC  9(08).
      *---------- business days open, counted through RB-AGED-YMD
           05  RB-AGE-DAYS                PIC  9(03).
           05  RB-AGED-YMD                PIC  9(08).
      *---------- Y = raised on OPRWORKQ once past the age limit
           05  RB-QUEUED-SW               PIC  X(01).
               88  RB-QUEUED              VALUE "Y".
      *---------- O = open, R = reconciled on RB-RESOLVED-YMD
           05  RB-STATUS                  PIC  X(01).
               88  RB-OPEN                VALUE "O".
               88  RB-RESOLVED            VALUE "R".
           05  RB-RESOLVED-YMD            PIC  9(08).
