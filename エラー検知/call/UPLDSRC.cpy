      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Trailer record (T) carrying
      *                                the detail count and the hash
      *                                total of US-D-VALUE
      *  20261015   SCS                Cancel (C) and amend (A)
      *                                detail kinds against an
      *                                accepted snapshot position
      *
      *  Record layout of the source file an upload run processes
      *  against a TKDYAA31 kidou: one header row naming the kidou
      *  layout for this file existed in the baseline copybooks -
      *  the fields here are the ones the row-level checks behind
      *  UE-FIELD-NAME/UE-REJECT-REASON actually validate, a
      *  judgment call documented here.  A trailer row closes the
      *  file so a truncated transfer can be told from a short one.
      *  Cancel and amend rows use the detail view to name the
      *  fund/portfolio/valuation-class/base-date of a position
      *  already on the TKDYAB38 snapshot; an amend carries the
      *  replacing value, a cancel's value is not used.
      *
      ******************************************************************
       01  UPLDSRC-REC.
      *---------- H = header (first row), D = detail, C = cancel,
      *           A = amend, T = trailer (last row)
           05  US-REC-KBN                 PIC  X(01).
           05  US-BODY                    PIC  X(60).
      *---------- header view: which kidou's upload run this file is
               10  US-H-GYOMU-TASK-ID     PIC  X(07).
               10  FILLER                 PIC  X(37).
      *---------- detail view: one fund/portfolio position row
      *           (D, C and A rows)
           05  US-DTL REDEFINES US-BODY.
               10  US-D-FUND-CD           PIC  X(12).
               10  US-D-PTF-CD            PIC  X(04).
               10  US-D-KJN-YMD           PIC  9(08).
               10  US-D-VALUE             PIC  X(20).
               10  FILLER                 PIC  X(12).
      *---------- trailer view: control totals over the detail rows
      *           (every row between header and trailer, cancels and
      *           amends included); the hash
      *           total is the sum of the US-D-VALUE amounts, in the
      *           same text form as US-D-VALUE
           05  US-TRL REDEFINES US-BODY.
               10  US-T-DETAIL-CNT        PIC  9(07).
               10  US-T-HASH-TOTAL        PIC  X(20).
               10  FILLER                 PIC  X(33).
