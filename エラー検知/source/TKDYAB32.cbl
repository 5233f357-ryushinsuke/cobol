      *  20260902   SCS                Section 7: undispositioned
      *                                critical portfolio messages,
      *                                whatever day they were written
      *  20261015   SCS                Section 7 leaves out rows
      *                                suppressed under a MSGSUPPM
      *                                known-exception rule
      *
      *  Assembles the day/night handover page from what the
      *  subsystem already holds, one section per concern:
           PERFORM UNTIL WS-EOF
               IF MT-SEVERITY = "C"
                  AND NOT MT-DISPOSITIONED
                  AND NOT MT-SUPPRESSED
                   ADD 1 TO WS-SECTION-CNT
                   MOVE SPACE TO HANDOVER-LINE
                   STRING "  "           DELIMITED BY SIZE
