      *  20260821   SCS                Per-company burst slots and a
      *                                CSV variant, selected by the
      *                                TKDYABRPTOPT run options
      *  20261015   SCS                An overrun that fits inside
      *                                the limit once the minutes
      *                                spent in a declared MNTWINM
      *                                maintenance window are taken
      *                                out reports as EXCLUDED with
      *                                the change reference, not as
      *                                an SLA breach
      *
      *  Complements TKDYAB03's live timeout monitor with a
      *  historical view: for every completed kidou in the day's
       01  WS-END-HMS                      PIC  9(06).
       01  WS-END-HH                       PIC  9(02).
       01  WS-END-MM                       PIC  9(02).
      *---------- approved exclusion: minutes inside a planned
      *           maintenance window
       01  WS-EXCL-MIN                     PIC  S9(07)  VALUE ZERO.
       01  WS-EXCL-SW                      PIC  X(01)  VALUE "N".
           88  WS-EXCLUDED                 VALUE "Y".

       01  CZCOAB19-ARGS.
           COPY CZCOAB19.

      *---------- burst/CSV run options and slot state
       01  WS-OPT-STS                     PIC  X(02).
               (FUNCTION INTEGER-OF-DATE(WS-END-YMD) * 1440)
               + (WS-END-HH * 60) + WS-END-MM.
           COMPUTE WS-ELAPSED-MIN = WS-END-INT - WS-START-INT.
           MOVE "N"    TO WS-EXCL-SW.
           MOVE ZERO   TO WS-EXCL-MIN.
           IF WS-ELAPSED-MIN > TIMEOUT-MINUTES
               PERFORM 3100-CHECK-MAINT-WINDOW
           END-IF.

           MOVE SPACE  TO SLA-RPT-LINE.
           EVALUATE TRUE
               WHEN WS-EXCLUDED
                   STRING GYOMU-TASK-ID      DELIMITED BY SIZE
                          " ELAPSED-MIN="    DELIMITED BY SIZE
                          WS-ELAPSED-MIN     DELIMITED BY SIZE
                          " LIMIT="          DELIMITED BY SIZE
                          TIMEOUT-MINUTES    DELIMITED BY SIZE
                          " EXCL="           DELIMITED BY SIZE
                          WS-EXCL-MIN        DELIMITED BY SIZE
                          " EXCLUDED "       DELIMITED BY SIZE
                          MWC-CHANGE-REF     DELIMITED BY SIZE
                          INTO SLA-RPT-LINE
                   END-STRING
               WHEN WS-ELAPSED-MIN > TIMEOUT-MINUTES
                   STRING GYOMU-TASK-ID      DELIMITED BY SIZE
                          " ELAPSED-MIN="    DELIMITED BY SIZE
                          WS-ELAPSED-MIN     DELIMITED BY SIZE
                          " LIMIT="          DELIMITED BY SIZE
                          TIMEOUT-MINUTES    DELIMITED BY SIZE
                          " SLA BREACH"      DELIMITED BY SIZE
                          INTO SLA-RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING GYOMU-TASK-ID      DELIMITED BY SIZE
                          " ELAPSED-MIN="    DELIMITED BY SIZE
                          WS-ELAPSED-MIN     DELIMITED BY SIZE
                          " LIMIT="          DELIMITED BY SIZE
                          TIMEOUT-MINUTES    DELIMITED BY SIZE
                          " WITHIN SLA"      DELIMITED BY SIZE
                          INTO SLA-RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE SLA-RPT-LINE.
           IF WS-OPT-BURST-SW = "Y"
               MOVE RIYO-CMP-CD  TO WS-BURST-CMP
           END-IF.
           IF WS-OPT-CSV-SW = "Y"
               MOVE SPACE TO CSV-RPT-LINE
               EVALUATE TRUE
                   WHEN WS-EXCLUDED
                       STRING RIYO-CMP-CD      DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              GYOMU-TASK-ID    DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              WS-ELAPSED-MIN   DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              TIMEOUT-MINUTES  DELIMITED BY SIZE
                              ",EXCLUDED"      DELIMITED BY SIZE
                              INTO CSV-RPT-LINE
                       END-STRING
                   WHEN WS-ELAPSED-MIN > TIMEOUT-MINUTES
                       STRING RIYO-CMP-CD      DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              GYOMU-TASK-ID    DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              WS-ELAPSED-MIN   DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              TIMEOUT-MINUTES  DELIMITED BY SIZE
                              ",BREACH"        DELIMITED BY SIZE
                              INTO CSV-RPT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING RIYO-CMP-CD      DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              GYOMU-TASK-ID    DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              WS-ELAPSED-MIN   DELIMITED BY SIZE
                              ","              DELIMITED BY SIZE
                              TIMEOUT-MINUTES  DELIMITED BY SIZE
                              ",WITHIN"        DELIMITED BY SIZE
                              INTO CSV-RPT-LINE
                       END-STRING
               END-EVALUATE
               WRITE CSV-RPT-LINE
           END-IF.

      *---------- minutes of the run spent inside maintenance
      *           windows for the kidou's company/group; if the
      *           overrun disappears without them it is excluded
       3100-CHECK-MAINT-WINDOW.
           MOVE "O"                 TO MWC-FUNCTION.
           MOVE RIYO-CMP-CD         TO MWC-RIYO-CMP-CD.
           MOVE KIDOU-GYOMU-GRP-CD  TO MWC-GRP-CD.
           MOVE SPACE               TO MWC-QUEUE-NAME.
           MOVE JIKOU-START-TIME    TO MWC-AT-TIME.
           MOVE JIKOU-END-TIME      TO MWC-END-TIME.
           CALL "CZCOAB19" USING PARM-CZCOAB19-ARG1
                                  PARM-CZCOAB19-ARG2
                                  PARM-CZCOAB19-ARG3
           END-CALL.
           IF MWC-RC = "00" AND MWC-OVERLAP-MIN > ZERO
               MOVE MWC-OVERLAP-MIN TO WS-EXCL-MIN
               IF WS-ELAPSED-MIN - WS-EXCL-MIN <= TIMEOUT-MINUTES
                   SET WS-EXCLUDED TO TRUE
               END-IF
           END-IF.

      *---------- burst/CSV support, shared shape across the TKDYAB
      *           report family
       0100-READ-OPTIONS.
