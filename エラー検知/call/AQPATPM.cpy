      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : AQPATPM.cpy
      *  Copybook name  : AQ-MSG failure-text pattern master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per message fragment that identifies a failure
      *  cause in the TKDYAA31 AQ-MSG text: file-not-found, DB
      *  lock, authority error and so on, each with the party who
      *  owns the fix.  TKDYAB65 tries the in-service rows in AP-SEQ
      *  order and stamps a failed kidou with the first whose
      *  fragment appears anywhere in the message (case ignored),
      *  so put specific fragments ahead of general ones.
      *
      ******************************************************************
       01  AQPATPM-REC.
      *---------- key: evaluation order
           05  AP-SEQ                     PIC  9(04).
      *---------- the text to look for; trailing spaces not part of it
           05  AP-FRAGMENT                PIC  X(40).
           05  AP-CAUSE-CD                PIC  X(04).
           05  AP-CAUSE-NAME              PIC  X(30).
      *---------- who fixes it
           05  AP-OWNER                   PIC  X(01).
               88  AP-OWNER-OURS          VALUE "O".
               88  AP-OWNER-INFRA         VALUE "I".
               88  AP-OWNER-CLIENT        VALUE "C".
               88  AP-OWNER-VENDOR        VALUE "V".
      *---------- space = in service, the FPM-DEL-KBN convention
           05  AP-DEL-KBN                 PIC  X(01).
