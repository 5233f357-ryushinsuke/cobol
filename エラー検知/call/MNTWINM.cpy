      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : MNTWINM.cpy
      *  Copybook name  : Planned maintenance-window master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per planned outage declared by infrastructure,
      *  maintained through SCZY1034 and keyed by the change
      *  reference and the window start.  Inside a window the
      *  TKDYAB03 timeout monitor still raises TIMO but marks the
      *  alert as maintenance, the TKDYAB30 router holds the page
      *  instead of sending it, and TKDYAB15 and the TKDYAB47 KPI
      *  capture report the minutes as an approved exclusion, not
      *  an SLA breach.  All through the CZCOAB19 routine.
      *  Company, group and each queue name are spaces for any;
      *  a window with no queue names covers every queue.
      *
      ******************************************************************
       01  MNTWINM-REC.
           05  MW-KEY.
               10  MW-CHANGE-REF          PIC  X(16).
      *---------- YYYYMMDDHHMMSS, start inclusive, end exclusive
               10  MW-FROM-TIME           PIC  X(14).
           05  MW-TO-TIME                 PIC  X(14).
           05  MW-RIYO-CMP-CD             PIC  X(04).
           05  MW-GRP-CD                  PIC  X(10).
           05  MW-QUEUE-NAME              PIC  X(16)  OCCURS 5.
           05  MW-DESC                    PIC  X(40).
           05  MW-ENTRY-SID               PIC  X(20).
      *---------- D = window withdrawn without deleting it
           05  MW-DEL-KBN                 PIC  X(01).
