      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Record kind of the rejected
      *                                row carried in CR-D-REC-KBN
      *
      *  One row per rejected upload row pulled out by TKDYAB34,
      *  keyed back to the original run and row number so operations
               10  CR-D-HYK-KRTU-CD       PIC  X(04).
               10  CR-D-KJN-YMD           PIC  9(08).
               10  CR-D-VALUE             PIC  X(20).
      *---------- D = detail, C = cancel, A = amend - re-submitted
      *           as the same kind
               10  CR-D-REC-KBN           PIC  X(01).
               10  FILLER                 PIC  X(11).
