      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : RSCCNFPM.cpy
      *  Copybook name  : Resource-conflict master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per shared resource and kidou that uses it
      *  exclusively, maintained through SCZY1035.  All kidou under
      *  the same RX-RESOURCE-ID are mutually exclusive - a
      *  DL-FILE-NAME two jobs rewrite, a fund whose positions two
      *  jobs rebuild - and a kidou may sit under several
      *  resources.  The TKDYAB83 launch gate holds a kidou while
      *  another member of any of its resources is running; the
      *  TKDYAB84 report finds past overlaps on the TKDYAB27
      *  duration history.
      *
      ******************************************************************
       01  RSCCNFPM-REC.
           05  RX-KEY.
      *---------- free-form name of the shared resource, e.g. the
      *           DL-FILE-NAME or FUND:<fund code>
               10  RX-RESOURCE-ID         PIC  X(20).
               10  RX-RIYO-CMP-CD         PIC  X(04).
               10  RX-KIDOU-ID            PIC  X(04).
           05  RX-RESOURCE-DESC           PIC  X(40).
           05  RX-ENTRY-SID               PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  RX-DEL-KBN                 PIC  X(01).
