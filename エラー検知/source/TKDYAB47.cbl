      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Overruns that fall within the
      *                                limit once declared MNTWINM
      *                                maintenance-window minutes are
      *                                taken out count as approved
      *                                exclusions, not breaches or
      *                                timeouts
      *  20261015   SCS                TKDYAB30DLV layout follows the
      *                                router's service and tier
      *                                fields
      *
      *  Runs after the daily reports and folds the day's key
      *  figures into one KPIHIS history row: kidou started, failed
           05  NT-ESCALATED-SW            PIC  X(01).
           05  NT-TEXT                    PIC  X(80).
           05  NT-RUNBOOK-ID              PIC  X(08).
           05  NT-SERVICE-ID              PIC  X(08).
           05  NT-TIER                    PIC  X(01).

       FD  WORKQ-FILE.
           COPY OPRWORKQ.
       01  WS-UPLOAD-CNT                  PIC  9(08)  VALUE ZERO.
       01  WS-UPLERR-CNT                  PIC  9(08)  VALUE ZERO.
       01  WS-MQFAIL-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-EXCL-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-WORST-KIDOU-ID              PIC  X(04)  VALUE SPACE.
       01  WS-WORST-OVERRUN               PIC  S9(05) VALUE ZERO.

       01  WS-END-HMS                     PIC  9(06).
       01  WS-END-HH                      PIC  9(02).
       01  WS-END-MM                      PIC  9(02).
       01  WS-END-STAMP                   PIC  X(14).
       01  WS-EXCL-SW                     PIC  X(01)  VALUE "N".
           88  WS-EXCLUDED                VALUE "Y".

       01  CZCOAB19-ARGS.
           COPY CZCOAB19.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE JIKOU-END-TIME(9:6)    TO WS-END-HMS.
           PERFORM 2400-COMPUTE-ELAPSED.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
               MOVE JIKOU-END-TIME TO WS-END-STAMP
               PERFORM 2500-CHECK-MAINT-WINDOW
           END-IF.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
              AND WS-EXCLUDED
               ADD 1 TO WS-EXCL-CNT
           END-IF.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
              AND NOT WS-EXCLUDED
               ADD 1 TO WS-BREACH-CNT
               COMPUTE WS-OVERRUN-MIN =
                   WS-ELAPSED-MIN - TIMEOUT-MINUTES
           MOVE WS-NOW-HMS             TO WS-END-HMS.
           PERFORM 2400-COMPUTE-ELAPSED.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
               MOVE WS-STAMP TO WS-END-STAMP
               PERFORM 2500-CHECK-MAINT-WINDOW
           END-IF.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
              AND WS-EXCLUDED
               ADD 1 TO WS-EXCL-CNT
           END-IF.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
              AND NOT WS-EXCLUDED
               ADD 1 TO WS-TIMEOUT-CNT
               COMPUTE WS-OVERRUN-MIN =
                   WS-ELAPSED-MIN - TIMEOUT-MINUTES
               + (WS-END-HH * 60) + WS-END-MM.
           COMPUTE WS-ELAPSED-MIN = WS-END-INT - WS-START-INT.

      *---------- the TKDYAB15 exclusion rule: the overrun is
      *           excused when the minutes spent inside maintenance
      *           windows for the kidou's company/group account for
      *           all of it
       2500-CHECK-MAINT-WINDOW.
           MOVE "N"                 TO WS-EXCL-SW.
           MOVE "O"                 TO MWC-FUNCTION.
           MOVE RIYO-CMP-CD         TO MWC-RIYO-CMP-CD.
           MOVE KIDOU-GYOMU-GRP-CD  TO MWC-GRP-CD.
           MOVE SPACE               TO MWC-QUEUE-NAME.
           MOVE JIKOU-START-TIME    TO MWC-AT-TIME.
           MOVE WS-END-STAMP        TO MWC-END-TIME.
           CALL "CZCOAB19" USING PARM-CZCOAB19-ARG1
                                  PARM-CZCOAB19-ARG2
                                  PARM-CZCOAB19-ARG3
           END-CALL.
           IF MWC-RC = "00"
              AND WS-ELAPSED-MIN - MWC-OVERLAP-MIN <= TIMEOUT-MINUTES
               SET WS-EXCLUDED TO TRUE
           END-IF.

       3000-COUNT-PAGES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DELIVERY-FILE.
           MOVE WS-WORST-KIDOU-ID TO KP-WORST-KIDOU-ID.
           MOVE WS-WORST-OVERRUN TO KP-WORST-OVERRUN-MIN.
           MOVE WS-STAMP         TO KP-STAMP.
           MOVE WS-EXCL-CNT      TO KP-SLA-EXCL-CNT.
           WRITE KPIHIS-REC.
           CLOSE KPIHIS-FILE.
