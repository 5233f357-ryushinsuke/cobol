      *                                SCZY7080 chain so its alert
      *                                checkpoint can't collide with
      *                                the kidou's business inserts
      *  20261015   SCS                A timeout inside a declared
      *                                MNTWINM maintenance window is
      *                                still raised, marked with the
      *                                change reference so the router
      *                                and the on-call can tell it
      *                                from a real overrun
      *
      *  Watches JIKOU-START-TIME against the current clock for every
      *  in-flight kidou in the day's TKDYAA31 extract; any kidou that
       01  WS-START-MM                     PIC  9(02).
       01  WS-NOW-HH                       PIC  9(02).
       01  WS-NOW-MM                       PIC  9(02).
       01  WS-NOW-STAMP                    PIC  X(14).
       01  WS-MAINT-COUNT                  PIC  9(05)  VALUE ZERO.

       01  SCZY7080-ARGS.
           COPY SCZY7080.

       01  CZCOAB19-ARGS.
           COPY CZCOAB19.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT RUN-OPT-FILE.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-YMD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-YMD   TO WS-NOW-STAMP(1:8).
           MOVE WS-NOW-TIME  TO WS-NOW-STAMP(9:6).

           IF WS-DELTA-MODE
               PERFORM 0500-PROCESS-DELTA
               + (WS-NOW-HH * 60) + WS-NOW-MM.
           COMPUTE WS-ELAPSED-MIN = WS-NOW-INT - WS-START-INT.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
               PERFORM 4100-CHECK-MAINT-WINDOW
               PERFORM 5000-RAISE-ALERT
           END-IF.

      *---------- is the kidou's company/group inside a planned
      *           maintenance window right now
       4100-CHECK-MAINT-WINDOW.
           MOVE "T"                   TO MWC-FUNCTION.
           MOVE RIYO-CMP-CD OF TKDYAA31-EXT-REC
                                      TO MWC-RIYO-CMP-CD.
           MOVE KIDOU-GYOMU-GRP-CD    TO MWC-GRP-CD.
           MOVE SPACE                 TO MWC-QUEUE-NAME.
           MOVE WS-NOW-STAMP          TO MWC-AT-TIME.
           MOVE SPACE                 TO MWC-END-TIME.
           CALL "CZCOAB19" USING PARM-CZCOAB19-ARG1
                                  PARM-CZCOAB19-ARG2
                                  PARM-CZCOAB19-ARG3
           END-CALL.

      *---------- build a single MESSAGE-AREA entry and call SCZY7080
      *           (RIYO-CMP-CD/SYORI-YMD/KIDOU-ID/GYOMU-TASK-ID exist
      *           both on the TKDYAA31 extract record and on
           MOVE "TIMO"                              TO MSG-ID(1).
           MOVE GYOMU-TASK-ID OF TKDYAA31-EXT-REC   TO TK-MOJI(1, 1).
           MOVE KIDOU-ID OF TKDYAA31-EXT-REC        TO TK-MOJI(1, 2).
           IF MWC-IN-WINDOW-IND = "Y"
               STRING "Kidou exceeded TIMEOUT-MINUTES limit"
                      DELIMITED BY SIZE
                      " - MAINT WINDOW "  DELIMITED BY SIZE
                      MWC-CHANGE-REF      DELIMITED BY SPACE
                      " UNTIL "           DELIMITED BY SIZE
                      MWC-WIN-TO-TIME     DELIMITED BY SIZE
                      INTO FREE-MSG(1)
               END-STRING
               ADD 1 TO WS-MAINT-COUNT
           ELSE
               STRING "Kidou exceeded TIMEOUT-MINUTES limit"
                      DELIMITED BY SIZE
                      INTO FREE-MSG(1)
               END-STRING
           END-IF.
           MOVE 1 TO SCZY7080-CHAIN-SEQ.
           MOVE "TKDYAB03" TO SCZY7080-CHAIN-PGM.
           CALL "SCZY7080" USING PARM-SCZY7080-ARG1
