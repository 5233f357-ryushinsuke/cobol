      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260808   SCS                New - request 026
      *  20261015   SCS                Caller program ID, override
      *                                operator/reason and a return
      *                                code added to ARG2 for the
      *                                status-transition rules;
      *                                callers must be recompiled
      *
      ******************************************************************
      *---------- argument IN-1: the same eight business fields used
                 10  IXST-NEW-KJN-YMD-TO      PIC  9(08).
                 10  IXST-OUT-STATUS-CD       PIC  X(01).
                 10  IXST-FOUND-IND           PIC  X(01).
      *---------- the program asking for the move, for the STSVIOL
      *           violation log
                 10  IXST-CALLER-PGMID        PIC  X(16).
      *---------- "Y" = force a move the STSTRNM rules refuse; the
      *           operator must be in service on STSOVRM and give a
      *           reason
                 10  IXST-OVERRIDE-SW         PIC  X(01).
                 10  IXST-OPR-SID             PIC  X(20).
                 10  IXST-OVERRIDE-REASON     PIC  X(60).
      *---------- 00 = done, 04 = no such row,
      *           12 = move refused, not a legal transition,
      *           16 = override refused, operator not authorised or
      *                no reason given
                 10  IXST-RC                  PIC  9(02).
