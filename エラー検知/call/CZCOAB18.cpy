      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CZCOAB18.cpy
      *  Copybook name  : Change-freeze check routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: the change about to be made
      *           C = is it frozen today?
      *           O = take an emergency override (ARG2) and log it
             05  PARM-CZCOAB18-ARG1.
                 10  FZC-FUNCTION           PIC  X(01).
                 10  FZC-PGM-ID             PIC  X(08).
                 10  FZC-MASTER-TYPE        PIC  X(04).
                 10  FZC-RIYO-CMP-CD        PIC  X(04).
                 10  FZC-CHANGE-KEY         PIC  X(32).
                 10  FZC-OPR-SID            PIC  X(20).
      *---------- argument IN-2: the override, function O only
             05  PARM-CZCOAB18-ARG2.
                 10  FZC-APPR-SID           PIC  X(20).
                 10  FZC-REASON             PIC  X(60).
      *---------- argument OUT-3: Y = frozen, and the freeze; RC
      *           00 = go ahead, 10 = frozen, 20 = override refused
      *           (no approver, or approver is the operator),
      *           21 = override refused (no reason)
             05  PARM-CZCOAB18-ARG3.
                 10  FZC-FROZEN-IND         PIC  X(01).
                 10  FZC-FREEZE-KEY.
                     15  FZC-FRZ-MASTER-TYPE
                                            PIC  X(04).
                     15  FZC-FRZ-RIYO-CMP-CD
                                            PIC  X(04).
                     15  FZC-FRZ-FROM-YMD   PIC  9(08).
                 10  FZC-FRZ-TO-YMD         PIC  9(08).
                 10  FZC-FRZ-REASON         PIC  X(40).
                 10  FZC-RC                 PIC  X(02).
