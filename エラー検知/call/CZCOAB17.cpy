      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CZCOAB17.cpy
      *  Copybook name  : Legal-hold check routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: what to do, and for which program
      *           C = check the row in ARG2, counting it when held
      *           W = append this run's counts to LEGALHSK
      *           N = hand back the next count in ARG3 (after W)
      *           R = drop the counts and holds (after the last W/N)
             05  PARM-CZCOAB17-ARG1.
                 10  LHC-FUNCTION           PIC  X(01).
                 10  LHC-PGM-ID             PIC  X(08).
      *---------- argument IN-2: the row a purge is about to destroy
             05  PARM-CZCOAB17-ARG2.
                 10  LHC-FILE-ID            PIC  X(12).
                 10  LHC-RIYO-CMP-CD        PIC  X(04).
                 10  LHC-FUND-CD            PIC  X(12).
                 10  LHC-ROW-YMD            PIC  9(08).
      *---------- argument OUT-3: Y = held, keep the row; the hold
      *           that holds it; for N, one count; RC 10 = no more
             05  PARM-CZCOAB17-ARG3.
                 10  LHC-HELD-IND           PIC  X(01).
                 10  LHC-HOLD-KEY.
                     15  LHC-HOLD-CMP-CD    PIC  X(04).
                     15  LHC-HOLD-FUND-CD   PIC  X(12).
                     15  LHC-HOLD-FILE-ID   PIC  X(12).
                     15  LHC-HOLD-FROM-YMD  PIC  9(08).
                 10  LHC-CASE-REF           PIC  X(20).
                 10  LHC-CNT-FILE-ID        PIC  X(12).
                 10  LHC-CNT-ROWS           PIC  9(09).
                 10  LHC-RC                 PIC  X(02).
