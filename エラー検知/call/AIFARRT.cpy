      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Copybook ID    : AIFARRT.cpy
      *  Copybook name  : AIFA rerouted-transaction hourly summary
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per intended server / actual server / hour, rolled
      *  up by WOMAB05 alongside the AIFASUM rows from every raw
      *  WOMAB01ALF row whose AL-ORG-SV-GROUP/AL-ORG-SV-NAME/
      *  AL-ORG-START-TYPE differs from where it actually ran.  The
      *  WOMAB08 failover report strings consecutive hours of these
      *  into failover episodes.
      *
      ******************************************************************
       01  AIFARRT-REC.
      *---------- where the transaction was meant to run
           05  AR-ORG-SV-GROUP            PIC  X(31).
           05  AR-ORG-SV-NAME             PIC  X(31).
           05  AR-ORG-START-TYPE          PIC  X(02).
      *---------- where it actually ran
           05  AR-SV-GROUP                PIC  X(31).
           05  AR-SV-NAME                 PIC  X(31).
           05  AR-START-TYPE              PIC  X(02).
      *---------- the hour summarized, YYYYMMDDHH from AL-CAPTURE-TIME
           05  AR-HOUR-KEY                PIC  X(10).
           05  AR-TXN-CNT                 PIC  9(09).
      *---------- AL-RLY-RPC-TM total of the rerouted transactions
           05  AR-RPC-SUM                 PIC  S9(12).
      *---------- first and last rerouted capture in the hour
           05  AR-FIRST-TIME              PIC  X(14).
           05  AR-LAST-TIME               PIC  X(14).
