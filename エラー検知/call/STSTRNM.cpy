      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : STSTRNM.cpy
      *  Copybook name  : Execution-status transition rules master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per legal move of EXST-STATUS-CD on a SCZY7050EX
      *  detail row (0 registered, 1 in progress, 2 complete,
      *  9 error).  SCZY7051 function "U" refuses any move with no
      *  in-service row here; a move to the status the row already
      *  has is never a violation.  SCZY1026 maintains it.
      *
      ******************************************************************
       01  STSTRNM-REC.
           05  TN-KEY.
               10  TN-FROM-STATUS-CD      PIC  X(01).
               10  TN-TO-STATUS-CD        PIC  X(01).
      *---------- what the move means, for the maintenance screen
           05  TN-DESC                    PIC  X(40).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  TN-DEL-KBN                 PIC  X(01).
