      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                FUNDPTFM row widened for the
      *                                fund lifecycle dates
      *
      *  Compares the production copy of each reference master with
      *  its DR copy (same logical name with a DR suffix) and
       FD  P-FUNDPTFM.
       01  P-FUNDPTFM-REC.
           05  P-FPM-KEY                  PIC  X(20).
           05  FILLER                     PIC  X(77).
       FD  D-FUNDPTFM.
       01  D-FUNDPTFM-REC.
           05  D-FPM-KEY                  PIC  X(20).
           05  FILLER                     PIC  X(77).
       FD  P-ITJYMSTR.
       01  P-ITJYMSTR-REC.
           05  P-ITJY-KEY                 PIC  X(13).
