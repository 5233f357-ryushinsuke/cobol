      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : FUNDADMF.cpy
      *  Copybook name  : Fund administrator reference feed record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per fund/portfolio/valuation-class combination the
      *  fund administration system holds, delivered daily as a
      *  whole-population file.  TKDYAB76 compares it with FUNDPTFM
      *  and posts the differences to FUNDPTFPND for approval.
      *
      ******************************************************************
       01  FUNDADMF-REC.
           05  FA-KEY.
               10  FA-FUND-CD             PIC  X(12).
               10  FA-PTF-CD              PIC  X(04).
               10  FA-HYK-KRTU-CD         PIC  X(04).
           05  FA-FUND-NAME               PIC  X(40).
      *---------- space = open, C = closed at the administrator
           05  FA-STATUS-KBN              PIC  X(01).
               88  FA-CLOSED              VALUE "C".
           05  FILLER                     PIC  X(19).
