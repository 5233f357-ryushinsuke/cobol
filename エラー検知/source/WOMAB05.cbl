      *                                summary table stay on the raw
      *                                file for the next run instead
      *                                of being purged unsummarized
      *  20261015   SCS                Server error-code rollup:
      *                                rows carrying an SV-ERR-CD
      *                                are also counted per group/
      *                                process/code/hour onto
      *                                WOMAB05ERS for the WOMAB07
      *                                ranking; raw holding record
      *                                widened to the full AIFALOG
      *                                row, which had outgrown it
      *  20261015   SCS                Rerouted-transaction rollup:
      *                                rows that ran somewhere other
      *                                than their ORG- server are
      *                                counted per intended/actual
      *                                server/hour onto WOMAB05RRT
      *                                for the WOMAB08 failover
      *                                report
      *  20261015   SCS                Rows under a LEGALHLD legal
      *                                hold (CZCOAB17) stay raw and
      *                                unsummarized, like overflow
      *                                rows, and are not purged
      *
      *  Rolls the raw AIFALOG rows up into one summary row per
      *  AL-SV-GROUP/AL-SV-NAME/hour (transaction count, error counts
      *  by AL-AP-COMPLETE-ST / AL-MDL-COMPL-ST / AL-TROUBLE-SW /
      *  AL-FORCE-SW, and min/max/sum/average AL-RLY-RPC-TM),
      *  appends the summaries to WOMAB05SUM, rolls the rows that
      *  carry a server detail code into one WOMAB05ERS row per
      *  AL-SV-GROUP/AL-PROC-NAME/AL-SV-ERR-CD/hour, rolls the rows
      *  that were rerouted away from their AL-ORG- server into one
      *  WOMAB05RRT row per intended server/actual server/hour, and
      *  purges the summarized raw rows.  Rows belonging to the hour
      *  still in progress are left on the raw file for the next
      *  run, so a summary row is only ever written for a finished
      *  hour.  A finished-hour row that a legal hold in force covers
      *  (file ID WOMAB01ALF, AL-COMPANY-CODE, capture date) is
      *  likewise left raw and not summarized, so it is neither
      *  destroyed nor counted twice once the hold is released.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUMMARY-FILE   ASSIGN TO "WOMAB05SUM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SUM-STS.
           SELECT ERRSUM-FILE    ASSIGN TO "WOMAB05ERS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ERS-STS.
           SELECT REROUTE-FILE   ASSIGN TO "WOMAB05RRT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RRT-STS.
           SELECT WORK-TMP-FILE  ASSIGN TO "WOMAB05TMP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TMP-STS.
       FD  SUMMARY-FILE.
           COPY AIFASUM.

       FD  ERRSUM-FILE.
           COPY AIFAERR.

       FD  REROUTE-FILE.
           COPY AIFARRT.

      *---------- wide enough for the whole AIFALOG row
       FD  WORK-TMP-FILE.
       01  WORK-TMP-REC                   PIC  X(300).

       WORKING-STORAGE SECTION.
       01  WS-AL-STS                      PIC  X(02).
       01  WS-SUM-STS                     PIC  X(02).
       01  WS-TMP-STS                     PIC  X(02).
       01  WS-ERS-STS                     PIC  X(02).
       01  WS-RRT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
               10  WS-H-RPC-MAX                PIC  S9(04).
               10  WS-H-RPC-SUM                PIC  S9(12).

      *---------- group/process/error-code/hour accumulation for the
      *           rows that carry a server detail code
       01  WS-E-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-E-IDX                       PIC  9(04).
       01  WS-E-TBL.
           05  WS-E-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-E-IX.
               10  WS-E-GROUP                  PIC  X(31).
               10  WS-E-PROC-NAME              PIC  X(16).
               10  WS-E-ERR-CD                 PIC  X(04).
               10  WS-E-HOUR-KEY               PIC  X(10).
               10  WS-E-ERR-CNT                PIC  9(09).
               10  WS-E-TROUBLE-CNT            PIC  9(09).

      *---------- intended server/actual server/hour accumulation
      *           for the rows that were rerouted
       01  WS-R-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-R-IDX                       PIC  9(04).
       01  WS-R-TBL.
           05  WS-R-ENTRY                     OCCURS 1000
                                               INDEXED BY WS-R-IX.
               10  WS-R-ORG-GROUP              PIC  X(31).
               10  WS-R-ORG-NAME               PIC  X(31).
               10  WS-R-ORG-START-TYPE         PIC  X(02).
               10  WS-R-GROUP                  PIC  X(31).
               10  WS-R-NAME                   PIC  X(31).
               10  WS-R-START-TYPE             PIC  X(02).
               10  WS-R-HOUR-KEY               PIC  X(10).
               10  WS-R-TXN-CNT                PIC  9(09).
               10  WS-R-RPC-SUM                PIC  S9(12).
               10  WS-R-FIRST-TIME             PIC  X(14).
               10  WS-R-LAST-TIME              PIC  X(14).

       01  WS-ERR-CD-SW                   PIC  X(01).
           88  WS-HAS-ERR-CD              VALUE "Y".
       01  WS-REROUTED-SW                 PIC  X(01).
           88  WS-REROUTED                VALUE "Y".
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
      *---------- legal-hold check before a row is purged
       01  WS-HELD-CNT                    PIC  9(07)  VALUE ZERO.
       01  CZCOAB17-ARGS.
           COPY CZCOAB17.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 2000-READ-LOG.
           PERFORM UNTIL WS-EOF
               MOVE AL-CAPTURE-TIME(1:10) TO WS-ROW-HOUR-KEY
               MOVE "N" TO LHC-HELD-IND
               IF WS-ROW-HOUR-KEY NOT = WS-CUR-HOUR-KEY
                   PERFORM 3900-CHECK-HOLD
               END-IF
               IF WS-ROW-HOUR-KEY = WS-CUR-HOUR-KEY
                  OR LHC-HELD-IND = "Y"
      *---------- hour still in progress, or under legal hold - keep
      *           the raw row
                   MOVE AIFALOG-REC TO WORK-TMP-REC
                   WRITE WORK-TMP-REC
                   ADD 1 TO WS-KEPT-CNT
                   IF LHC-HELD-IND = "Y"
                       ADD 1 TO WS-HELD-CNT
                   END-IF
               ELSE
                   PERFORM 3000-ACCUMULATE-ONE
                   MOVE "N" TO WS-ERR-CD-SW
                   IF AL-SV-ERR-CD NOT = SPACE
                      AND AL-SV-ERR-CD NOT = "0000"
                       MOVE "Y" TO WS-ERR-CD-SW
                   END-IF
                   MOVE "N" TO WS-REROUTED-SW
                   IF AL-ORG-SV-GROUP NOT = SPACE
                      AND (AL-ORG-SV-GROUP   NOT = AL-SV-GROUP
                        OR AL-ORG-SV-NAME    NOT = AL-SV-NAME
                        OR AL-ORG-START-TYPE NOT = AL-START-TYPE)
                       MOVE "Y" TO WS-REROUTED-SW
                   END-IF
                   IF WS-ACC-OK-SW = "Y"
                      AND WS-HAS-ERR-CD
                       PERFORM 3500-ACCUMULATE-ERR-CD
                   END-IF
                   IF WS-ACC-OK-SW = "Y"
                      AND WS-REROUTED
                       PERFORM 3700-ACCUMULATE-REROUTE
                   END-IF
                   IF WS-ACC-OK-SW = "Y"
                       ADD 1 TO WS-PURGED-CNT
                   ELSE
           CLOSE WORK-TMP-FILE.

           PERFORM 5000-WRITE-SUMMARIES.
           PERFORM 5500-WRITE-ERR-SUMMARIES.
           PERFORM 5700-WRITE-REROUTE-SUMMARIES.
           PERFORM 6000-COPYBACK-RAW.
           IF WS-OVERFLOW-CNT > ZERO
               DISPLAY "WOMAB05 SUMMARY TABLE FULL - "
                       WS-OVERFLOW-CNT
                       " ROWS KEPT RAW FOR NEXT RUN"
           END-IF.
           MOVE "W"        TO LHC-FUNCTION.
           MOVE "WOMAB05"  TO LHC-PGM-ID.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.
           IF WS-HELD-CNT > ZERO
               DISPLAY "WOMAB05 LEGAL HOLD - "
                       WS-HELD-CNT
                       " ROWS KEPT RAW, NOT PURGED"
           END-IF.
           MOVE "R"        TO LHC-FUNCTION.
           MOVE "WOMAB05"  TO LHC-PGM-ID.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.
           GOBACK.

       2000-READ-LOG.
                   SET WS-EOF TO TRUE
           END-READ.

       3900-CHECK-HOLD.
           MOVE "C"                   TO LHC-FUNCTION.
           MOVE "WOMAB05"             TO LHC-PGM-ID.
           MOVE "WOMAB01ALF"          TO LHC-FILE-ID.
           MOVE AL-COMPANY-CODE       TO LHC-RIYO-CMP-CD.
           MOVE SPACE                 TO LHC-FUND-CD.
           MOVE AL-CAPTURE-TIME(1:8)  TO LHC-ROW-YMD.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.

       3000-ACCUMULATE-ONE.
           MOVE "Y" TO WS-ACC-OK-SW.
           PERFORM 3100-FIND-ENTRY.
               ADD 1 TO WS-H-FORCE-CNT(WS-H-IDX)
           END-IF.

      *---------- the error-code side of the same raw row; when this
      *           table is full the row is reported kept, and the
      *           next run (which re-reads it raw) counts it again,
      *           so the AIFASUM row must not have been taken yet
       3500-ACCUMULATE-ERR-CD.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-E-IDX.
           PERFORM VARYING WS-E-IX FROM 1 BY 1
                   UNTIL WS-E-IX > WS-E-MAX
                      OR WS-FOUND
               IF WS-E-GROUP(WS-E-IX) = AL-SV-GROUP
                  AND WS-E-PROC-NAME(WS-E-IX) = AL-PROC-NAME
                  AND WS-E-ERR-CD(WS-E-IX) = AL-SV-ERR-CD
                  AND WS-E-HOUR-KEY(WS-E-IX) = WS-ROW-HOUR-KEY
                   MOVE "Y"      TO WS-FOUND-SW
                   MOVE WS-E-IX  TO WS-E-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-E-MAX < 2000
                   ADD 1 TO WS-E-MAX
                   MOVE AL-SV-GROUP     TO WS-E-GROUP(WS-E-MAX)
                   MOVE AL-PROC-NAME    TO WS-E-PROC-NAME(WS-E-MAX)
                   MOVE AL-SV-ERR-CD    TO WS-E-ERR-CD(WS-E-MAX)
                   MOVE WS-ROW-HOUR-KEY TO WS-E-HOUR-KEY(WS-E-MAX)
                   MOVE ZERO            TO WS-E-ERR-CNT(WS-E-MAX)
                   MOVE ZERO            TO WS-E-TROUBLE-CNT(WS-E-MAX)
                   MOVE WS-E-MAX        TO WS-E-IDX
               ELSE
                   PERFORM 3600-BACK-OUT-SUMMARY
                   MOVE "N" TO WS-ACC-OK-SW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-E-ERR-CNT(WS-E-IDX).
           IF AL-TROUBLE-SW NOT = SPACE AND AL-TROUBLE-SW NOT = "0"
               ADD 1 TO WS-E-TROUBLE-CNT(WS-E-IDX)
           END-IF.

      *---------- undo what 3000-ACCUMULATE-ONE just added for this
      *           row (WS-H-IDX still points at its entry); a min/max
      *           the row set stays, harmlessly, since the same row
      *           is summarized again on the next run
       3600-BACK-OUT-SUMMARY.
           SUBTRACT 1             FROM WS-H-TXN-CNT(WS-H-IDX).
           SUBTRACT AL-RLY-RPC-TM FROM WS-H-RPC-SUM(WS-H-IDX).
           IF AL-AP-COMPLETE-ST NOT = "0"
                  AND AL-AP-COMPLETE-ST NOT = SPACE
               SUBTRACT 1 FROM WS-H-AP-NG-CNT(WS-H-IDX)
           END-IF.
           IF AL-MDL-COMPL-ST NOT = "0"
                  AND AL-MDL-COMPL-ST NOT = SPACE
               SUBTRACT 1 FROM WS-H-MDL-NG-CNT(WS-H-IDX)
           END-IF.
           IF AL-TROUBLE-SW NOT = SPACE AND AL-TROUBLE-SW NOT = "0"
               SUBTRACT 1 FROM WS-H-TROUBLE-CNT(WS-H-IDX)
           END-IF.
           IF AL-FORCE-SW NOT = SPACE AND AL-FORCE-SW NOT = "0"
               SUBTRACT 1 FROM WS-H-FORCE-CNT(WS-H-IDX)
           END-IF.

      *---------- the reroute side of the same raw row; when this
      *           table is full both earlier rollups are undone so
      *           the row can stay raw and be counted once next run
       3700-ACCUMULATE-REROUTE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-R-IDX.
           PERFORM VARYING WS-R-IX FROM 1 BY 1
                   UNTIL WS-R-IX > WS-R-MAX
                      OR WS-FOUND
               IF WS-R-ORG-GROUP(WS-R-IX) = AL-ORG-SV-GROUP
                  AND WS-R-ORG-NAME(WS-R-IX) = AL-ORG-SV-NAME
                  AND WS-R-ORG-START-TYPE(WS-R-IX) = AL-ORG-START-TYPE
                  AND WS-R-GROUP(WS-R-IX) = AL-SV-GROUP
                  AND WS-R-NAME(WS-R-IX) = AL-SV-NAME
                  AND WS-R-START-TYPE(WS-R-IX) = AL-START-TYPE
                  AND WS-R-HOUR-KEY(WS-R-IX) = WS-ROW-HOUR-KEY
                   MOVE "Y"      TO WS-FOUND-SW
                   MOVE WS-R-IX  TO WS-R-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-R-MAX < 1000
                   ADD 1 TO WS-R-MAX
                   MOVE AL-ORG-SV-GROUP  TO WS-R-ORG-GROUP(WS-R-MAX)
                   MOVE AL-ORG-SV-NAME   TO WS-R-ORG-NAME(WS-R-MAX)
                   MOVE AL-ORG-START-TYPE
                                    TO WS-R-ORG-START-TYPE(WS-R-MAX)
                   MOVE AL-SV-GROUP      TO WS-R-GROUP(WS-R-MAX)
                   MOVE AL-SV-NAME       TO WS-R-NAME(WS-R-MAX)
                   MOVE AL-START-TYPE    TO WS-R-START-TYPE(WS-R-MAX)
                   MOVE WS-ROW-HOUR-KEY  TO WS-R-HOUR-KEY(WS-R-MAX)
                   MOVE ZERO             TO WS-R-TXN-CNT(WS-R-MAX)
                   MOVE ZERO             TO WS-R-RPC-SUM(WS-R-MAX)
                   MOVE AL-CAPTURE-TIME  TO WS-R-FIRST-TIME(WS-R-MAX)
                   MOVE AL-CAPTURE-TIME  TO WS-R-LAST-TIME(WS-R-MAX)
                   MOVE WS-R-MAX         TO WS-R-IDX
               ELSE
                   PERFORM 3600-BACK-OUT-SUMMARY
                   IF WS-HAS-ERR-CD
                       SUBTRACT 1 FROM WS-E-ERR-CNT(WS-E-IDX)
                       IF AL-TROUBLE-SW NOT = SPACE
                          AND AL-TROUBLE-SW NOT = "0"
                           SUBTRACT 1 FROM WS-E-TROUBLE-CNT(WS-E-IDX)
                       END-IF
                   END-IF
                   MOVE "N" TO WS-ACC-OK-SW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1             TO WS-R-TXN-CNT(WS-R-IDX).
           ADD AL-RLY-RPC-TM TO WS-R-RPC-SUM(WS-R-IDX).
           IF AL-CAPTURE-TIME < WS-R-FIRST-TIME(WS-R-IDX)
               MOVE AL-CAPTURE-TIME TO WS-R-FIRST-TIME(WS-R-IDX)
           END-IF.
           IF AL-CAPTURE-TIME > WS-R-LAST-TIME(WS-R-IDX)
               MOVE AL-CAPTURE-TIME TO WS-R-LAST-TIME(WS-R-IDX)
           END-IF.

       3100-FIND-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-H-IDX.
               UNTIL WS-H-IDX > WS-H-MAX.
           CLOSE SUMMARY-FILE.

      *---------- an entry whose only row was backed out by
      *           3600-BACK-OUT-SUMMARY has nothing to write
       5100-WRITE-ONE-SUMMARY.
           IF WS-H-TXN-CNT(WS-H-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-H-GROUP(WS-H-IDX)       TO AS-SV-GROUP.
           MOVE WS-H-NAME(WS-H-IDX)        TO AS-SV-NAME.
           MOVE WS-H-HOUR-KEY(WS-H-IDX)    TO AS-HOUR-KEY.
           END-IF.
           WRITE AIFASUM-REC.

       5500-WRITE-ERR-SUMMARIES.
           OPEN EXTEND ERRSUM-FILE.
           IF WS-ERS-STS = "05" OR WS-ERS-STS = "35"
               OPEN OUTPUT ERRSUM-FILE
           END-IF.
           PERFORM 5600-WRITE-ONE-ERR-SUMMARY
               VARYING WS-E-IDX FROM 1 BY 1
               UNTIL WS-E-IDX > WS-E-MAX.
           CLOSE ERRSUM-FILE.

      *---------- an entry whose only row was backed out by
      *           3700-ACCUMULATE-REROUTE has nothing to write
       5600-WRITE-ONE-ERR-SUMMARY.
           IF WS-E-ERR-CNT(WS-E-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-GROUP(WS-E-IDX)       TO AE-SV-GROUP.
           MOVE WS-E-PROC-NAME(WS-E-IDX)   TO AE-PROC-NAME.
           MOVE WS-E-ERR-CD(WS-E-IDX)      TO AE-SV-ERR-CD.
           MOVE WS-E-HOUR-KEY(WS-E-IDX)    TO AE-HOUR-KEY.
           MOVE WS-E-ERR-CNT(WS-E-IDX)     TO AE-ERR-CNT.
           MOVE WS-E-TROUBLE-CNT(WS-E-IDX) TO AE-TROUBLE-CNT.
           WRITE AIFAERR-REC.

       5700-WRITE-REROUTE-SUMMARIES.
           OPEN EXTEND REROUTE-FILE.
           IF WS-RRT-STS = "05" OR WS-RRT-STS = "35"
               OPEN OUTPUT REROUTE-FILE
           END-IF.
           PERFORM 5800-WRITE-ONE-REROUTE
               VARYING WS-R-IDX FROM 1 BY 1
               UNTIL WS-R-IDX > WS-R-MAX.
           CLOSE REROUTE-FILE.

       5800-WRITE-ONE-REROUTE.
           MOVE WS-R-ORG-GROUP(WS-R-IDX)      TO AR-ORG-SV-GROUP.
           MOVE WS-R-ORG-NAME(WS-R-IDX)       TO AR-ORG-SV-NAME.
           MOVE WS-R-ORG-START-TYPE(WS-R-IDX) TO AR-ORG-START-TYPE.
           MOVE WS-R-GROUP(WS-R-IDX)          TO AR-SV-GROUP.
           MOVE WS-R-NAME(WS-R-IDX)           TO AR-SV-NAME.
           MOVE WS-R-START-TYPE(WS-R-IDX)     TO AR-START-TYPE.
           MOVE WS-R-HOUR-KEY(WS-R-IDX)       TO AR-HOUR-KEY.
           MOVE WS-R-TXN-CNT(WS-R-IDX)        TO AR-TXN-CNT.
           MOVE WS-R-RPC-SUM(WS-R-IDX)        TO AR-RPC-SUM.
           MOVE WS-R-FIRST-TIME(WS-R-IDX)     TO AR-FIRST-TIME.
           MOVE WS-R-LAST-TIME(WS-R-IDX)      TO AR-LAST-TIME.
           WRITE AIFARRT-REC.

      *---------- only the still-accumulating current hour's raw
      *           rows survive the purge
       6000-COPYBACK-RAW.
