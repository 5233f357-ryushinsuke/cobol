      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : UPLDPRVM.cpy
      *  Copybook name  : Upload data-provider master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per company and upload kidou, naming the data
      *  provider whose file the kidou loads and how that provider's
      *  files are controlled.  The upload gates (TKDYAB19, and
      *  TKDYAB58 in the split-and-merge mode) require a trailer
      *  row on every file unless the provider is still in the
      *  transition period; a company/kidou with no row here is
      *  held to the trailer rule.
      *
      ******************************************************************
       01  UPLDPRVM-REC.
           05  UP-KEY.
               10  UP-RIYO-CMP-CD         PIC  X(04).
               10  UP-KIDOU-ID            PIC  X(04).
           05  UP-PROVIDER-CD             PIC  X(10).
           05  UP-PROVIDER-NAME           PIC  X(30).
      *---------- Y = trailer optional (transition period); a
      *           trailer that is sent is still checked
           05  UP-TRL-OPTIONAL-SW         PIC  X(01).
               88  UP-TRL-OPTIONAL        VALUE "Y".
      *---------- space = in service, the FPM-DEL-KBN convention
           05  UP-DEL-KBN                 PIC  X(01).
