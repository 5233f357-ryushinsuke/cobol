      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Row kind for cancel/amend
      *                                rows appended against an
      *                                accepted position
      *
      *  One row per accepted UPLDSRC detail row, appended by
      *  TKDYAB38 once the upload's field checks pass, so each
      *  day's US-D-VALUE survives to be compared against the next
      *  business day's.  The field checks only prove a value
      *  parses; this snapshot is what makes a 100x fat-finger
      *  visible before it prices a fund.  A cancel or amend
      *  from a later upload is appended as a further row for the
      *  same key rather than rewriting the accepted one: the last
      *  row of a key is its current state, and the rows before it
      *  are the superseded values' history.
      *
      ******************************************************************
       01  POSSNAP-REC.
           05  PS-RIYO-CMP-CD             PIC  X(04).
           05  PS-KIDOU-ID                PIC  X(04).
           05  PS-STAMP                   PIC  X(14).
      *---------- space = accepted detail, A = amended value (the
      *           row's PS-VALUE replaces the key's), C = cancelled
      *           (PS-VALUE is the reversal: the cancelled value
      *           with the sign turned; the key has no value)
           05  PS-ROW-KBN                 PIC  X(01).
               88  PS-ACCEPTED            VALUE SPACE.
               88  PS-AMENDED             VALUE "A".
               88  PS-CANCELLED           VALUE "C".
