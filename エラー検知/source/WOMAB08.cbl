      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Program ID     : WOMAB08
      *  Program name   : AIFA rerouted-transaction / failover report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Strings the WOMAB05RRT hourly reroute summaries into
      *  failover episodes: for each intended server (AR-ORG-) and
      *  actual server pair, hours with rerouted transactions no
      *  more than the gap apart form one episode.  Each episode
      *  touching the report day is listed with its first and last
      *  rerouted capture, the hours it spanned, the volume moved,
      *  and the average AL-RLY-RPC-TM of the intended server in
      *  the hours before it began (from WOMAB05SUM) beside that of
      *  the rerouted transactions during it.  An episode that
      *  reaches the sustained length on the report day also raises
      *  an OPRWORKQ item, so a silent failover to the backup group
      *  is in front of an operator the same day; a rerun of the
      *  same day finds the item by its head (intended server and
      *  episode start) and does not raise it again.
      *  WOMAB08PRM (all optional): report day (default yesterday),
      *  sustained hours (default 2), hours of "before" latency
      *  (default 3), and the gap in hours that still counts as the
      *  same episode (default 1 = consecutive hours only).
      *  Summaries are read from the day before the report day, so
      *  an episode running over midnight keeps its true start.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOMAB08.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "WOMAB08PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT REROUTE-FILE   ASSIGN TO "WOMAB05RRT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RRT-STS.
           SELECT SUMMARY-FILE   ASSIGN TO "WOMAB05SUM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SUM-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT FAILOVER-RPT   ASSIGN TO "WOMAB08RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- zero / missing = the defaults above
           05  PR-RPT-YMD                 PIC  9(08).
           05  PR-SUSTAIN-HRS             PIC  9(02).
           05  PR-BEFORE-HRS              PIC  9(02).
           05  PR-GAP-HRS                 PIC  9(02).

       FD  REROUTE-FILE.
           COPY AIFARRT.

       FD  SUMMARY-FILE.
           COPY AIFASUM.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  FAILOVER-RPT.
       01  FAILOVER-RPT-LINE              PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-RRT-STS                     PIC  X(02).
       01  WS-SUM-STS                     PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-RPT-YMD                     PIC  9(08)  VALUE ZERO.
       01  WS-RPT-INT                     PIC  S9(09) COMP-3.
       01  WS-SUSTAIN-HRS                 PIC  9(02)  VALUE 2.
       01  WS-BEFORE-HRS                  PIC  9(02)  VALUE 3.
       01  WS-GAP-HRS                     PIC  9(02)  VALUE 1.
       01  WS-ROW-YMD                     PIC  9(08).
       01  WS-ROW-HH                      PIC  9(02).
       01  WS-ROW-HOUR-NO                 PIC  S9(11) COMP-3.
      *---------- hour numbers bounding the report day
       01  WS-DAY-FIRST-HOUR              PIC  S9(11) COMP-3.
       01  WS-DAY-LAST-HOUR               PIC  S9(11) COMP-3.
       01  WS-LOAD-FIRST-HOUR             PIC  S9(11) COMP-3.
       01  WS-SUSTAIN-HOUR                PIC  S9(11) COMP-3.
       01  WS-NEXT-SEQ                    PIC  9(07)  VALUE ZERO.
       01  WS-QUEUED-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-REQUEUE-CNT                 PIC  9(05)  VALUE ZERO.
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.
       01  WS-WQ-OPEN-SW                  PIC  X(01)  VALUE "N".
           88  WS-WQ-OPEN                 VALUE "Y".

      *---------- the hourly reroute rows loaded for the window
       01  WS-H-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-H-IDX                       PIC  9(04).
       01  WS-H-TBL.
           05  WS-H-ENTRY                     OCCURS 3000
                                               INDEXED BY WS-H-IX.
               10  WS-H-ORG-GROUP              PIC  X(31).
               10  WS-H-ORG-NAME               PIC  X(31).
               10  WS-H-ORG-START-TYPE         PIC  X(02).
               10  WS-H-GROUP                  PIC  X(31).
               10  WS-H-NAME                   PIC  X(31).
               10  WS-H-START-TYPE             PIC  X(02).
               10  WS-H-HOUR-NO                PIC  S9(11) COMP-3.
               10  WS-H-TXN-CNT                PIC  9(09).
               10  WS-H-RPC-SUM                PIC  S9(12).
               10  WS-H-FIRST-TIME             PIC  X(14).
               10  WS-H-LAST-TIME              PIC  X(14).
               10  WS-H-USED-SW                PIC  X(01).

      *---------- failover episodes, created in start order
       01  WS-P-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-P-IDX                       PIC  9(04).
       01  WS-P-TBL.
           05  WS-P-ENTRY                     OCCURS 1000
                                               INDEXED BY WS-P-IX.
               10  WS-P-ORG-GROUP              PIC  X(31).
               10  WS-P-ORG-NAME               PIC  X(31).
               10  WS-P-ORG-START-TYPE         PIC  X(02).
               10  WS-P-GROUP                  PIC  X(31).
               10  WS-P-NAME                   PIC  X(31).
               10  WS-P-START-TYPE             PIC  X(02).
               10  WS-P-START-HOUR             PIC  S9(11) COMP-3.
               10  WS-P-END-HOUR               PIC  S9(11) COMP-3.
               10  WS-P-FIRST-TIME             PIC  X(14).
               10  WS-P-LAST-TIME              PIC  X(14).
               10  WS-P-TXN-CNT                PIC  9(09).
               10  WS-P-RPC-SUM                PIC  S9(12).
               10  WS-P-BEFORE-CNT             PIC  9(09).
               10  WS-P-BEFORE-SUM             PIC  S9(12).

      *---------- work items this report already raised, by the
      *           head of their text: intended server and episode
      *           start, which a rerun of the same day rebuilds
       01  WS-Q-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-Q-TBL.
           05  WS-Q-HEAD  OCCURS 5000     PIC  X(104).
       01  WS-Q-IDX                       PIC  9(04).
       01  WS-Q-FOUND-SW                  PIC  X(01).
           88  WS-Q-FOUND                 VALUE "Y".
       01  WS-QUEUE-HEAD                  PIC  X(104).
       01  WS-QH-PTR                      PIC  9(03).
       01  WS-QH-LEN                      PIC  9(03).

       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-MIN-IDX                     PIC  9(04).
       01  WS-MIN-HOUR                    PIC  S9(11) COMP-3.
       01  WS-SPAN-HRS                    PIC  9(05).
       01  WS-PRINTED                     PIC  9(04)  VALUE ZERO.
       01  WS-RPC-AVG                     PIC  S9(06).
       01  WS-SPAN-DSP                    PIC  ZZZZ9.
       01  WS-CNT-DSP                     PIC  ZZZZZZZZ9.
       01  WS-BEFORE-DSP                  PIC  X(06).
       01  WS-DURING-DSP                  PIC  X(06).
       01  WS-RPC-DSP                     PIC  -----9.
       01  WS-EPI-DSP                     PIC  ZZZ9.
       01  WS-FLAGS                       PIC  X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAMS.
           PERFORM 2000-LOAD-REROUTES.
           PERFORM 3000-BUILD-EPISODES.
           PERFORM 4000-LOAD-BEFORE-LATENCY.
           OPEN OUTPUT FAILOVER-RPT.
           PERFORM 5000-PRINT-EPISODES.
           IF WS-WQ-OPEN
               CLOSE WORKQ-FILE
           END-IF.
           CLOSE FAILOVER-RPT.
           GOBACK.

       1000-READ-PARAMS.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-RPT-YMD IS NUMERIC
                           MOVE PR-RPT-YMD TO WS-RPT-YMD
                       END-IF
                       IF PR-SUSTAIN-HRS IS NUMERIC
                          AND PR-SUSTAIN-HRS > ZERO
                           MOVE PR-SUSTAIN-HRS TO WS-SUSTAIN-HRS
                       END-IF
                       IF PR-BEFORE-HRS IS NUMERIC
                          AND PR-BEFORE-HRS > ZERO
                           MOVE PR-BEFORE-HRS TO WS-BEFORE-HRS
                       END-IF
                       IF PR-GAP-HRS IS NUMERIC
                          AND PR-GAP-HRS > ZERO
                           MOVE PR-GAP-HRS TO WS-GAP-HRS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-RPT-YMD = ZERO
               MOVE WS-NOW-STAMP(1:8) TO WS-ROW-YMD
               COMPUTE WS-RPT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-YMD) - 1
               COMPUTE WS-RPT-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-RPT-INT)
           ELSE
               COMPUTE WS-RPT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RPT-YMD)
           END-IF.
           COMPUTE WS-DAY-FIRST-HOUR  = WS-RPT-INT * 24.
           COMPUTE WS-DAY-LAST-HOUR   = WS-DAY-FIRST-HOUR + 23.
           COMPUTE WS-LOAD-FIRST-HOUR = WS-DAY-FIRST-HOUR - 24.

       2000-LOAD-REROUTES.
           OPEN INPUT REROUTE-FILE.
           IF WS-RRT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-REROUTE.
           PERFORM UNTIL WS-EOF
               IF AR-HOUR-KEY IS NUMERIC
                   MOVE AR-HOUR-KEY(1:8)  TO WS-ROW-YMD
                   MOVE AR-HOUR-KEY(9:2)  TO WS-ROW-HH
                   COMPUTE WS-ROW-HOUR-NO =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-YMD) * 24
                     + WS-ROW-HH
                   IF WS-ROW-HOUR-NO >= WS-LOAD-FIRST-HOUR
                      AND WS-ROW-HOUR-NO <= WS-DAY-LAST-HOUR
                       PERFORM 2200-KEEP-ONE
                   END-IF
               END-IF
               PERFORM 2100-READ-REROUTE
           END-PERFORM.
           CLOSE REROUTE-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-REROUTE.
           READ REROUTE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-KEEP-ONE.
           IF WS-H-MAX >= 3000
               ADD 1 TO WS-OVERFLOW-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-H-MAX.
           MOVE AR-ORG-SV-GROUP   TO WS-H-ORG-GROUP(WS-H-MAX).
           MOVE AR-ORG-SV-NAME    TO WS-H-ORG-NAME(WS-H-MAX).
           MOVE AR-ORG-START-TYPE TO WS-H-ORG-START-TYPE(WS-H-MAX).
           MOVE AR-SV-GROUP       TO WS-H-GROUP(WS-H-MAX).
           MOVE AR-SV-NAME        TO WS-H-NAME(WS-H-MAX).
           MOVE AR-START-TYPE     TO WS-H-START-TYPE(WS-H-MAX).
           MOVE WS-ROW-HOUR-NO    TO WS-H-HOUR-NO(WS-H-MAX).
           MOVE AR-TXN-CNT        TO WS-H-TXN-CNT(WS-H-MAX).
           MOVE AR-RPC-SUM        TO WS-H-RPC-SUM(WS-H-MAX).
           MOVE AR-FIRST-TIME     TO WS-H-FIRST-TIME(WS-H-MAX).
           MOVE AR-LAST-TIME      TO WS-H-LAST-TIME(WS-H-MAX).
           MOVE "N"               TO WS-H-USED-SW(WS-H-MAX).

      *---------- take the rows earliest hour first (repeated minimum
      *           selection), so each pair's hours arrive in order and
      *           either extend the pair's latest episode or start a
      *           new one
       3000-BUILD-EPISODES.
           PERFORM WS-H-MAX TIMES
               MOVE ZERO TO WS-MIN-IDX
               PERFORM VARYING WS-H-IDX FROM 1 BY 1
                       UNTIL WS-H-IDX > WS-H-MAX
                   IF WS-H-USED-SW(WS-H-IDX) = "N"
                       IF WS-MIN-IDX = ZERO
                          OR WS-H-HOUR-NO(WS-H-IDX) < WS-MIN-HOUR
                           MOVE WS-H-IDX TO WS-MIN-IDX
                           MOVE WS-H-HOUR-NO(WS-H-IDX) TO WS-MIN-HOUR
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-MIN-IDX TO WS-H-IDX
               MOVE "Y" TO WS-H-USED-SW(WS-H-IDX)
               PERFORM 3100-FOLD-INTO-EPISODE
           END-PERFORM.

       3100-FOLD-INTO-EPISODE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-P-IDX.
           PERFORM VARYING WS-P-IX FROM WS-P-MAX BY -1
                   UNTIL WS-P-IX < 1
                      OR WS-FOUND
               IF WS-P-ORG-GROUP(WS-P-IX) = WS-H-ORG-GROUP(WS-H-IDX)
                  AND WS-P-ORG-NAME(WS-P-IX) = WS-H-ORG-NAME(WS-H-IDX)
                  AND WS-P-ORG-START-TYPE(WS-P-IX)
                                      = WS-H-ORG-START-TYPE(WS-H-IDX)
                  AND WS-P-GROUP(WS-P-IX) = WS-H-GROUP(WS-H-IDX)
                  AND WS-P-NAME(WS-P-IX) = WS-H-NAME(WS-H-IDX)
                  AND WS-P-START-TYPE(WS-P-IX)
                                      = WS-H-START-TYPE(WS-H-IDX)
                   MOVE "Y"     TO WS-FOUND-SW
                   SET WS-P-IDX TO WS-P-IX
               END-IF
           END-PERFORM.
      *---------- the pair's latest episode ended too long ago
           IF WS-FOUND
              AND WS-H-HOUR-NO(WS-H-IDX) - WS-P-END-HOUR(WS-P-IDX)
                  > WS-GAP-HRS
               MOVE "N" TO WS-FOUND-SW
           END-IF.
           IF NOT WS-FOUND
               IF WS-P-MAX >= 1000
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-P-MAX
               MOVE WS-P-MAX TO WS-P-IDX
               MOVE WS-H-ORG-GROUP(WS-H-IDX)
                                      TO WS-P-ORG-GROUP(WS-P-IDX)
               MOVE WS-H-ORG-NAME(WS-H-IDX)
                                      TO WS-P-ORG-NAME(WS-P-IDX)
               MOVE WS-H-ORG-START-TYPE(WS-H-IDX)
                                      TO WS-P-ORG-START-TYPE(WS-P-IDX)
               MOVE WS-H-GROUP(WS-H-IDX)  TO WS-P-GROUP(WS-P-IDX)
               MOVE WS-H-NAME(WS-H-IDX)   TO WS-P-NAME(WS-P-IDX)
               MOVE WS-H-START-TYPE(WS-H-IDX)
                                      TO WS-P-START-TYPE(WS-P-IDX)
               MOVE WS-H-HOUR-NO(WS-H-IDX)
                                      TO WS-P-START-HOUR(WS-P-IDX)
               MOVE WS-H-FIRST-TIME(WS-H-IDX)
                                      TO WS-P-FIRST-TIME(WS-P-IDX)
               MOVE ZERO TO WS-P-TXN-CNT(WS-P-IDX)
               MOVE ZERO TO WS-P-RPC-SUM(WS-P-IDX)
               MOVE ZERO TO WS-P-BEFORE-CNT(WS-P-IDX)
               MOVE ZERO TO WS-P-BEFORE-SUM(WS-P-IDX)
           END-IF.
           MOVE WS-H-HOUR-NO(WS-H-IDX)    TO WS-P-END-HOUR(WS-P-IDX).
           MOVE WS-H-LAST-TIME(WS-H-IDX)  TO WS-P-LAST-TIME(WS-P-IDX).
           ADD WS-H-TXN-CNT(WS-H-IDX)     TO WS-P-TXN-CNT(WS-P-IDX).
           ADD WS-H-RPC-SUM(WS-H-IDX)     TO WS-P-RPC-SUM(WS-P-IDX).

      *---------- the intended server's own hourly summaries in the
      *           hours just before each episode began
       4000-LOAD-BEFORE-LATENCY.
           IF WS-P-MAX = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4100-READ-SUMMARY.
           PERFORM UNTIL WS-EOF
               IF AS-HOUR-KEY IS NUMERIC
                   MOVE AS-HOUR-KEY(1:8)  TO WS-ROW-YMD
                   MOVE AS-HOUR-KEY(9:2)  TO WS-ROW-HH
                   COMPUTE WS-ROW-HOUR-NO =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-YMD) * 24
                     + WS-ROW-HH
                   PERFORM VARYING WS-P-IDX FROM 1 BY 1
                           UNTIL WS-P-IDX > WS-P-MAX
                       IF AS-SV-GROUP = WS-P-ORG-GROUP(WS-P-IDX)
                          AND AS-SV-NAME = WS-P-ORG-NAME(WS-P-IDX)
                          AND WS-ROW-HOUR-NO < WS-P-START-HOUR(WS-P-IDX)
                          AND WS-ROW-HOUR-NO >=
                              WS-P-START-HOUR(WS-P-IDX) - WS-BEFORE-HRS
                           ADD AS-TXN-CNT
                                      TO WS-P-BEFORE-CNT(WS-P-IDX)
                           ADD AS-RPC-SUM
                                      TO WS-P-BEFORE-SUM(WS-P-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 4100-READ-SUMMARY
           END-PERFORM.
           CLOSE SUMMARY-FILE.
           MOVE "N" TO WS-EOF-SW.

       4100-READ-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       5000-PRINT-EPISODES.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           STRING "AIFA FAILOVER EPISODES  DAY="
                                    DELIMITED BY SIZE
                  WS-RPT-YMD        DELIMITED BY SIZE
                  "  SUSTAINED>="   DELIMITED BY SIZE
                  WS-SUSTAIN-HRS    DELIMITED BY SIZE
                  "H  BEFORE="      DELIMITED BY SIZE
                  WS-BEFORE-HRS     DELIMITED BY SIZE
                  "H  GAP="         DELIMITED BY SIZE
                  WS-GAP-HRS        DELIMITED BY SIZE
                  "H"               DELIMITED BY SIZE
                  INTO FAILOVER-RPT-LINE
           END-STRING.
           WRITE FAILOVER-RPT-LINE.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-MAX
               IF WS-P-END-HOUR(WS-P-IDX) >= WS-DAY-FIRST-HOUR
                   PERFORM 5100-PRINT-ONE-EPISODE
               END-IF
           END-PERFORM.
           IF WS-PRINTED = ZERO
               MOVE "  NO REROUTED TRANSACTIONS ON THE REPORT DAY"
                 TO FAILOVER-RPT-LINE
               WRITE FAILOVER-RPT-LINE
           END-IF.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           STRING "EPISODES="         DELIMITED BY SIZE
                  WS-PRINTED          DELIMITED BY SIZE
                  "  WORK ITEMS QUEUED="
                                      DELIMITED BY SIZE
                  WS-QUEUED-CNT       DELIMITED BY SIZE
                  "  ALREADY QUEUED=" DELIMITED BY SIZE
                  WS-REQUEUE-CNT      DELIMITED BY SIZE
                  INTO FAILOVER-RPT-LINE
           END-STRING.
           WRITE FAILOVER-RPT-LINE.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO FAILOVER-RPT-LINE
               STRING "  ** REROUTE ROWS NOT FOLDED (TABLE FULL)="
                                      DELIMITED BY SIZE
                      WS-OVERFLOW-CNT DELIMITED BY SIZE
                      INTO FAILOVER-RPT-LINE
               END-STRING
               WRITE FAILOVER-RPT-LINE
           END-IF.

       5100-PRINT-ONE-EPISODE.
           ADD 1 TO WS-PRINTED.
           COMPUTE WS-SPAN-HRS = WS-P-END-HOUR(WS-P-IDX)
                               - WS-P-START-HOUR(WS-P-IDX) + 1.
           COMPUTE WS-SUSTAIN-HOUR = WS-P-START-HOUR(WS-P-IDX)
                                   + WS-SUSTAIN-HRS - 1.
           MOVE SPACE TO WS-FLAGS.
           IF WS-SPAN-HRS >= WS-SUSTAIN-HRS
               MOVE "SUSTAINED" TO WS-FLAGS(1:9)
           END-IF.
      *---------- still rerouting in the day's last hour - may not
      *           be over yet
           IF WS-P-END-HOUR(WS-P-IDX) = WS-DAY-LAST-HOUR
               MOVE "OPEN" TO WS-FLAGS(11:4)
           END-IF.
           IF WS-P-BEFORE-CNT(WS-P-IDX) = ZERO
               MOVE "   N/A" TO WS-BEFORE-DSP
           ELSE
               COMPUTE WS-RPC-AVG ROUNDED =
                   WS-P-BEFORE-SUM(WS-P-IDX) / WS-P-BEFORE-CNT(WS-P-IDX)
               MOVE WS-RPC-AVG TO WS-RPC-DSP
               MOVE WS-RPC-DSP TO WS-BEFORE-DSP
           END-IF.
           IF WS-P-TXN-CNT(WS-P-IDX) = ZERO
               MOVE "   N/A" TO WS-DURING-DSP
           ELSE
               COMPUTE WS-RPC-AVG ROUNDED =
                   WS-P-RPC-SUM(WS-P-IDX) / WS-P-TXN-CNT(WS-P-IDX)
               MOVE WS-RPC-AVG TO WS-RPC-DSP
               MOVE WS-RPC-DSP TO WS-DURING-DSP
           END-IF.
           MOVE WS-PRINTED   TO WS-EPI-DSP.
           MOVE WS-SPAN-HRS  TO WS-SPAN-DSP.
           MOVE WS-P-TXN-CNT(WS-P-IDX) TO WS-CNT-DSP.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           WRITE FAILOVER-RPT-LINE.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           STRING "EPISODE "                   DELIMITED BY SIZE
                  WS-EPI-DSP                   DELIMITED BY SIZE
                  "  INTENDED="                DELIMITED BY SIZE
                  WS-P-ORG-GROUP(WS-P-IDX)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-P-ORG-NAME(WS-P-IDX)      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-P-ORG-START-TYPE(WS-P-IDX) DELIMITED BY SIZE
                  INTO FAILOVER-RPT-LINE
           END-STRING.
           WRITE FAILOVER-RPT-LINE.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           STRING "                ACTUAL="    DELIMITED BY SIZE
                  WS-P-GROUP(WS-P-IDX)         DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-P-NAME(WS-P-IDX)          DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-P-START-TYPE(WS-P-IDX)    DELIMITED BY SIZE
                  INTO FAILOVER-RPT-LINE
           END-STRING.
           WRITE FAILOVER-RPT-LINE.
           MOVE SPACE TO FAILOVER-RPT-LINE.
           STRING "  START="                   DELIMITED BY SIZE
                  WS-P-FIRST-TIME(WS-P-IDX)    DELIMITED BY SIZE
                  " END="                      DELIMITED BY SIZE
                  WS-P-LAST-TIME(WS-P-IDX)     DELIMITED BY SIZE
                  " HOURS="                    DELIMITED BY SIZE
                  WS-SPAN-DSP                  DELIMITED BY SIZE
                  " TXN MOVED="                DELIMITED BY SIZE
                  WS-CNT-DSP                   DELIMITED BY SIZE
                  " RPC BEFORE="               DELIMITED BY SIZE
                  WS-BEFORE-DSP                DELIMITED BY SIZE
                  " DURING="                   DELIMITED BY SIZE
                  WS-DURING-DSP                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-FLAGS                     DELIMITED BY SIZE
                  INTO FAILOVER-RPT-LINE
           END-STRING.
           WRITE FAILOVER-RPT-LINE.
      *---------- queued once: on the day the episode first reaches
      *           the sustained length, and not again on a rerun
           IF WS-SPAN-HRS >= WS-SUSTAIN-HRS
              AND WS-SUSTAIN-HOUR >= WS-DAY-FIRST-HOUR
              AND WS-SUSTAIN-HOUR <= WS-DAY-LAST-HOUR
               PERFORM 6000-QUEUE-FAILOVER
           END-IF.

      *---------- the head ends in the fixed-width start time, so
      *           a prefix match cannot confuse two servers
       6000-QUEUE-FAILOVER.
           IF NOT WS-WQ-OPEN
               PERFORM 6100-OPEN-WORKQ
           END-IF.
           MOVE SPACE TO WS-QUEUE-HEAD.
           MOVE 1     TO WS-QH-PTR.
           STRING "AIFA FAILOVER FROM="        DELIMITED BY SIZE
                  WS-P-ORG-GROUP(WS-P-IDX)     DELIMITED BY SPACE
                  "/"                          DELIMITED BY SIZE
                  WS-P-ORG-NAME(WS-P-IDX)      DELIMITED BY SPACE
                  " SINCE="                    DELIMITED BY SIZE
                  WS-P-FIRST-TIME(WS-P-IDX)    DELIMITED BY SIZE
                  INTO WS-QUEUE-HEAD
                  WITH POINTER WS-QH-PTR
           END-STRING.
           COMPUTE WS-QH-LEN = WS-QH-PTR - 1.
           MOVE "N" TO WS-Q-FOUND-SW.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-CNT OR WS-Q-FOUND
               IF WS-Q-HEAD(WS-Q-IDX)(1:WS-QH-LEN)
                  = WS-QUEUE-HEAD(1:WS-QH-LEN)
                   SET WS-Q-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-Q-FOUND
               ADD 1 TO WS-REQUEUE-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-QUEUED-CNT.
           MOVE WS-NEXT-SEQ   TO WQ-SEQ.
           MOVE "WOMAB08FOV"  TO WQ-SOURCE.
           MOVE 2             TO WQ-PRIORITY.
           MOVE "N"           TO WQ-STATUS.
           MOVE SPACE         TO WQ-TEXT.
           STRING WS-QUEUE-HEAD(1:WS-QH-LEN)   DELIMITED BY SIZE
                  " TO="                       DELIMITED BY SIZE
                  WS-P-GROUP(WS-P-IDX)         DELIMITED BY SPACE
                  "/"                          DELIMITED BY SIZE
                  WS-P-NAME(WS-P-IDX)          DELIMITED BY SPACE
                  " HOURS="                    DELIMITED BY SIZE
                  WS-SPAN-DSP                  DELIMITED BY SIZE
                  " TXN="                      DELIMITED BY SIZE
                  WS-CNT-DSP                   DELIMITED BY SIZE
                  INTO WQ-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP  TO WQ-CREATE-TIME.
           MOVE WS-NOW-STAMP  TO WQ-UPDATE-TIME.
           MOVE SPACE         TO WQ-OPR-SID.
      *---------- infrastructure, not one company's - visible to all
           MOVE SPACE         TO WQ-RIYO-CMP-CD.
           WRITE OPRWORKQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-Q-CNT < 5000
               ADD 1 TO WS-Q-CNT
               MOVE WS-QUEUE-HEAD TO WS-Q-HEAD(WS-Q-CNT)
           END-IF.

       6100-OPEN-WORKQ.
           OPEN I-O WORKQ-FILE.
           IF WS-WQ-STS = "05" OR WS-WQ-STS = "35"
               OPEN OUTPUT WORKQ-FILE
               CLOSE WORKQ-FILE
               OPEN I-O WORKQ-FILE
           END-IF.
           MOVE "Y" TO WS-WQ-OPEN-SW.
           PERFORM 6200-FIND-NEXT-SEQ.

      *---------- numbering continues from the queue's highest
      *           WQ-SEQ, the TKDYAB22 convention; this report's
      *           earlier items are remembered so none is raised twice
       6200-FIND-NEXT-SEQ.
           MOVE ZERO TO WQ-SEQ.
           START WORKQ-FILE KEY IS NOT LESS THAN WQ-SEQ
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ WORKQ-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF WS-WQ-STS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   IF WQ-SEQ > WS-NEXT-SEQ
                       MOVE WQ-SEQ TO WS-NEXT-SEQ
                   END-IF
                   IF WQ-SOURCE = "WOMAB08FOV"
                      AND WS-Q-CNT < 5000
                       ADD 1 TO WS-Q-CNT
                       MOVE WQ-TEXT(1:104) TO WS-Q-HEAD(WS-Q-CNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.
