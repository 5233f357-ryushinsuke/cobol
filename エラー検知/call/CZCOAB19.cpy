      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CZCOAB19.cpy
      *  Copybook name  : Maintenance-window check routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: what to do, and for what
      *           T = is MWC-AT-TIME inside a window that applies
      *           O = minutes of MWC-AT-TIME..MWC-END-TIME spent
      *               inside windows that apply
             05  PARM-CZCOAB19-ARG1.
                 10  MWC-FUNCTION           PIC  X(01).
                 10  MWC-RIYO-CMP-CD        PIC  X(04).
                 10  MWC-GRP-CD             PIC  X(10).
                 10  MWC-QUEUE-NAME         PIC  X(16).
      *---------- argument IN-2: YYYYMMDDHHMMSS
             05  PARM-CZCOAB19-ARG2.
                 10  MWC-AT-TIME            PIC  X(14).
                 10  MWC-END-TIME           PIC  X(14).
      *---------- argument OUT-3: Y = inside a window; the window
      *           (for O, the first one that overlapped); minutes
             05  PARM-CZCOAB19-ARG3.
                 10  MWC-IN-WINDOW-IND      PIC  X(01).
                 10  MWC-CHANGE-REF         PIC  X(16).
                 10  MWC-WIN-TO-TIME        PIC  X(14).
                 10  MWC-OVERLAP-MIN        PIC  9(07).
                 10  MWC-RC                 PIC  X(02).
