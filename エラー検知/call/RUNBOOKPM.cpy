      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                RB-MAKER-SID: the maker of the
      *                                change CZCOAB15 last applied,
      *                                for the TKDYAB80 duties review
      *
      *  One row per known failure with a written fix: keyed by the
      *  error's own identity - a SCZY7080 MSG-ID, a CZCOAB03
           05  RB-ESCALATION              PIC  X(40).
      *---------- D = row retired without deleting it
           05  RB-DEL-KBN                 PIC  X(01).
      *---------- who keyed the change last approved onto this row;
      *           the approver is the CZCOAB12 journal row's SID
           05  RB-MAKER-SID               PIC  X(20).
