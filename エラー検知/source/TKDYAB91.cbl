      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB91
      *  Program name   : Daily business-service availability report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Rolls the parameter day's kidou outcomes on the TKDYAA31
      *  extract up to the SVCCATPM business services they belong
      *  to (through CZCOAB20), so the question "was NAV delivery
      *  affected?" has a one-line answer.  Every undeleted row of
      *  the day counts as one run of its kidou:
      *    OK       JIKOU-STS "000"
      *    RUNNING  JIKOU-STS "RUN" or blank, with a start time
      *    NOT ST   no JIKOU-START-TIME yet
      *    FAILED   anything else
      *  Availability is OK over OK plus FAILED; a service with a
      *  failed run is AFFECTED and its failed runs are listed
      *  under it.  Services print tier 1 first; kidou that belong
      *  to no service are gathered under (NO SERVICE) at the end.
      *  The day defaults to yesterday.  RC 8 when the day is not a
      *  date, RC 4 when any service was affected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB91.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB91PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT SERVICE-MSTR   ASSIGN TO "SVCCATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SV-SERVICE-ID
                  FILE STATUS    IS WS-SV-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT AVAIL-RPT      ASSIGN TO "TKDYAB91RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- zero = yesterday
           05  PR-SYORI-YMD               PIC  9(08).

       FD  SERVICE-MSTR.
           COPY SVCCATPM.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  AVAIL-RPT.
       01  AVAIL-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SV-STS                      PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-T-YMD                       PIC  9(08).
       01  WS-INT-DATE                    PIC  S9(09) COMP-3.
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- one row per service in service; the last row in
      *           use is the (NO SERVICE) catch-all
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 1001.
               10  WS-S-SERVICE-ID        PIC  X(08).
               10  WS-S-SERVICE-NAME      PIC  X(40).
               10  WS-S-BUS-OWNER         PIC  X(30).
               10  WS-S-SUPPORT-GRP       PIC  X(20).
               10  WS-S-TIER              PIC  9(01).
               10  WS-S-RUN-CNT           PIC  9(05).
               10  WS-S-OK-CNT            PIC  9(05).
               10  WS-S-FAIL-CNT          PIC  9(05).
               10  WS-S-ACTIVE-CNT        PIC  9(05).
               10  WS-S-NOTST-CNT         PIC  9(05).
       01  WS-S-IDX                       PIC  9(04).
       01  WS-NOSVC-IDX                   PIC  9(04).
       01  WS-TIER-NO                     PIC  9(01).

      *---------- the day's failed runs, listed under their service
       01  WS-F-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-F-TBL.
           05  WS-F-ENTRY  OCCURS 2000.
               10  WS-F-S-IDX             PIC  9(04).
               10  WS-F-RIYO-CMP-CD       PIC  X(04).
               10  WS-F-KIDOU-ID          PIC  X(04).
               10  WS-F-GYOMU-TASK-ID     PIC  X(07).
               10  WS-F-JIKOU-STS         PIC  X(03).
               10  WS-F-START-TIME        PIC  X(14).
               10  WS-F-END-TIME          PIC  X(14).
       01  WS-F-IDX                       PIC  9(04).
       01  WS-F-FULL-SW                   PIC  X(01)  VALUE "N".

       01  WS-PCT                         PIC  9(03)V9(01).
       01  WS-PCT-DSP                     PIC  ZZ9.9.
       01  WS-CNT-DSP                     PIC  ZZZZ9.
       01  WS-ROW-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-AFFECTED-CNT                PIC  9(04)  VALUE ZERO.

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SYORI-YMD) NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-SERVICES.
           PERFORM 3000-ROLL-UP-RUNS.

           OPEN OUTPUT AVAIL-RPT.
           MOVE SPACE TO AVAIL-RPT-LINE.
           STRING "TKDYAB91  BUSINESS-SERVICE AVAILABILITY  DAY "
                                  DELIMITED BY SIZE
                  WS-SYORI-YMD    DELIMITED BY SIZE
                  INTO AVAIL-RPT-LINE
           END-STRING.
           WRITE AVAIL-RPT-LINE.
           MOVE SPACE TO AVAIL-RPT-LINE.
           WRITE AVAIL-RPT-LINE.
           MOVE SPACE TO AVAIL-RPT-LINE.
           MOVE "T"              TO AVAIL-RPT-LINE(1:1).
           MOVE "SERVICE"        TO AVAIL-RPT-LINE(3:7).
           MOVE "NAME"           TO AVAIL-RPT-LINE(12:4).
           MOVE "BUSINESS OWNER" TO AVAIL-RPT-LINE(43:14).
           MOVE "SUPPORT GRP"    TO AVAIL-RPT-LINE(68:11).
           MOVE " RUNS"          TO AVAIL-RPT-LINE(85:5).
           MOVE "   OK"          TO AVAIL-RPT-LINE(91:5).
           MOVE " FAIL"          TO AVAIL-RPT-LINE(97:5).
           MOVE "  RUN"          TO AVAIL-RPT-LINE(103:5).
           MOVE "NOTST"          TO AVAIL-RPT-LINE(109:5).
           MOVE "AVAIL"          TO AVAIL-RPT-LINE(115:5).
           MOVE "STATUS"         TO AVAIL-RPT-LINE(121:6).
           WRITE AVAIL-RPT-LINE.

           PERFORM VARYING WS-TIER-NO FROM 1 BY 1 UNTIL WS-TIER-NO > 4
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX >= WS-NOSVC-IDX
                   IF WS-S-TIER(WS-S-IDX) = WS-TIER-NO
                       PERFORM 5000-PRINT-SERVICE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-S-RUN-CNT(WS-NOSVC-IDX) > ZERO
               MOVE WS-NOSVC-IDX TO WS-S-IDX
               PERFORM 5000-PRINT-SERVICE
           END-IF.

           MOVE SPACE TO AVAIL-RPT-LINE.
           WRITE AVAIL-RPT-LINE.
           COMPUTE WS-S-IDX = WS-NOSVC-IDX - 1.
           MOVE SPACE TO AVAIL-RPT-LINE.
           STRING "SERVICES="         DELIMITED BY SIZE
                  WS-S-IDX            DELIMITED BY SIZE
                  " AFFECTED="        DELIMITED BY SIZE
                  WS-AFFECTED-CNT     DELIMITED BY SIZE
                  " RUNS READ="       DELIMITED BY SIZE
                  WS-ROW-CNT          DELIMITED BY SIZE
                  INTO AVAIL-RPT-LINE
           END-STRING.
           WRITE AVAIL-RPT-LINE.
           IF WS-F-FULL-SW = "Y"
               MOVE "FAILED RUN TABLE FULL AT 2000 - LATER FAILURES COUN
      -             "TED BUT NOT LISTED" TO AVAIL-RPT-LINE
               WRITE AVAIL-RPT-LINE
           END-IF.
           CLOSE AVAIL-RPT.
           IF WS-AFFECTED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-SYORI-YMD IS NUMERIC
                           MOVE PR-SYORI-YMD TO WS-SYORI-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-SYORI-YMD = ZERO
               ACCEPT WS-NOW FROM DATE YYYYMMDD
               MOVE WS-NOW(1:8) TO WS-T-YMD
               COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-T-YMD) - 1
               COMPUTE WS-SYORI-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
           END-IF.

      *---------- the same services CZCOAB20 answers with: in
      *           service and tiered 1-4
       2000-LOAD-SERVICES.
           OPEN INPUT SERVICE-MSTR.
           IF WS-SV-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ SERVICE-MSTR NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SV-DEL-KBN = SPACE
                              AND SV-TIER-VALID
                              AND WS-S-CNT < 1000
                               PERFORM 2100-KEEP-SERVICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICE-MSTR
           END-IF.
           ADD 1 TO WS-S-CNT.
           MOVE WS-S-CNT       TO WS-NOSVC-IDX.
           MOVE "(NO SERVICE)" TO WS-S-SERVICE-NAME(WS-S-CNT).
           MOVE SPACE          TO WS-S-SERVICE-ID(WS-S-CNT)
                                  WS-S-BUS-OWNER(WS-S-CNT)
                                  WS-S-SUPPORT-GRP(WS-S-CNT).
           MOVE ZERO           TO WS-S-TIER(WS-S-CNT)
                                  WS-S-RUN-CNT(WS-S-CNT)
                                  WS-S-OK-CNT(WS-S-CNT)
                                  WS-S-FAIL-CNT(WS-S-CNT)
                                  WS-S-ACTIVE-CNT(WS-S-CNT)
                                  WS-S-NOTST-CNT(WS-S-CNT).

       2100-KEEP-SERVICE.
           ADD 1 TO WS-S-CNT.
           MOVE SV-SERVICE-ID   TO WS-S-SERVICE-ID(WS-S-CNT).
           MOVE SV-SERVICE-NAME TO WS-S-SERVICE-NAME(WS-S-CNT).
           MOVE SV-BUS-OWNER    TO WS-S-BUS-OWNER(WS-S-CNT).
           MOVE SV-SUPPORT-GRP  TO WS-S-SUPPORT-GRP(WS-S-CNT).
           MOVE SV-TIER         TO WS-S-TIER(WS-S-CNT).
           MOVE ZERO            TO WS-S-RUN-CNT(WS-S-CNT)
                                   WS-S-OK-CNT(WS-S-CNT)
                                   WS-S-FAIL-CNT(WS-S-CNT)
                                   WS-S-ACTIVE-CNT(WS-S-CNT)
                                   WS-S-NOTST-CNT(WS-S-CNT).

       3000-ROLL-UP-RUNS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SYORI-YMD TO WS-ROW-YMD
                       IF WS-ROW-YMD = WS-SYORI-YMD
                          AND DEL-KBN = SPACE
                           ADD 1 TO WS-ROW-CNT
                           PERFORM 3100-COUNT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.

       3100-COUNT-ONE.
           MOVE RIYO-CMP-CD TO SVL-RIYO-CMP-CD.
           MOVE KIDOU-ID    TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           MOVE WS-NOSVC-IDX TO WS-S-IDX.
           IF SVL-FOUND-IND = "Y"
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX >= WS-NOSVC-IDX
                   IF WS-S-SERVICE-ID(WS-S-IDX) = SVL-SERVICE-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO WS-S-RUN-CNT(WS-S-IDX).
           EVALUATE TRUE
               WHEN JIKOU-START-TIME = SPACE
                   ADD 1 TO WS-S-NOTST-CNT(WS-S-IDX)
               WHEN JIKOU-STS = "000"
                   ADD 1 TO WS-S-OK-CNT(WS-S-IDX)
               WHEN JIKOU-STS = "RUN" OR JIKOU-STS = SPACE
                   ADD 1 TO WS-S-ACTIVE-CNT(WS-S-IDX)
               WHEN OTHER
                   ADD 1 TO WS-S-FAIL-CNT(WS-S-IDX)
                   PERFORM 3200-KEEP-FAILED
           END-EVALUATE.

       3200-KEEP-FAILED.
           IF WS-F-CNT >= 2000
               MOVE "Y" TO WS-F-FULL-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-F-CNT.
           MOVE WS-S-IDX         TO WS-F-S-IDX(WS-F-CNT).
           MOVE RIYO-CMP-CD      TO WS-F-RIYO-CMP-CD(WS-F-CNT).
           MOVE KIDOU-ID         TO WS-F-KIDOU-ID(WS-F-CNT).
           MOVE GYOMU-TASK-ID    TO WS-F-GYOMU-TASK-ID(WS-F-CNT).
           MOVE JIKOU-STS        TO WS-F-JIKOU-STS(WS-F-CNT).
           MOVE JIKOU-START-TIME TO WS-F-START-TIME(WS-F-CNT).
           MOVE JIKOU-END-TIME   TO WS-F-END-TIME(WS-F-CNT).

      *---------- a service with no run of the day prints with a
      *           blank availability: nothing to measure
       5000-PRINT-SERVICE.
           MOVE SPACE TO AVAIL-RPT-LINE.
           IF WS-S-TIER(WS-S-IDX) > ZERO
               MOVE WS-S-TIER(WS-S-IDX) TO AVAIL-RPT-LINE(1:1)
           END-IF.
           MOVE WS-S-SERVICE-ID(WS-S-IDX)   TO AVAIL-RPT-LINE(3:8).
           MOVE WS-S-SERVICE-NAME(WS-S-IDX) TO AVAIL-RPT-LINE(12:30).
           MOVE WS-S-BUS-OWNER(WS-S-IDX)    TO AVAIL-RPT-LINE(43:24).
           MOVE WS-S-SUPPORT-GRP(WS-S-IDX)  TO AVAIL-RPT-LINE(68:16).
           MOVE WS-S-RUN-CNT(WS-S-IDX)      TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                  TO AVAIL-RPT-LINE(85:5).
           MOVE WS-S-OK-CNT(WS-S-IDX)       TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                  TO AVAIL-RPT-LINE(91:5).
           MOVE WS-S-FAIL-CNT(WS-S-IDX)     TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                  TO AVAIL-RPT-LINE(97:5).
           MOVE WS-S-ACTIVE-CNT(WS-S-IDX)   TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                  TO AVAIL-RPT-LINE(103:5).
           MOVE WS-S-NOTST-CNT(WS-S-IDX)    TO WS-CNT-DSP.
           MOVE WS-CNT-DSP                  TO AVAIL-RPT-LINE(109:5).
           IF WS-S-OK-CNT(WS-S-IDX) + WS-S-FAIL-CNT(WS-S-IDX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-S-OK-CNT(WS-S-IDX) * 100)
                   / (WS-S-OK-CNT(WS-S-IDX) + WS-S-FAIL-CNT(WS-S-IDX))
               MOVE WS-PCT     TO WS-PCT-DSP
               MOVE WS-PCT-DSP TO AVAIL-RPT-LINE(115:5)
           END-IF.
           EVALUATE TRUE
               WHEN WS-S-FAIL-CNT(WS-S-IDX) > ZERO
                   MOVE "AFFECTED" TO AVAIL-RPT-LINE(121:8)
                   IF WS-S-IDX NOT = WS-NOSVC-IDX
                       ADD 1 TO WS-AFFECTED-CNT
                   END-IF
               WHEN WS-S-RUN-CNT(WS-S-IDX) = ZERO
                   MOVE "NO RUNS"  TO AVAIL-RPT-LINE(121:7)
               WHEN OTHER
                   MOVE "OK"       TO AVAIL-RPT-LINE(121:2)
           END-EVALUATE.
           WRITE AVAIL-RPT-LINE.
           IF WS-S-FAIL-CNT(WS-S-IDX) > ZERO
               PERFORM VARYING WS-F-IDX FROM 1 BY 1
                       UNTIL WS-F-IDX > WS-F-CNT
                   IF WS-F-S-IDX(WS-F-IDX) = WS-S-IDX
                       PERFORM 5100-PRINT-FAILED
                   END-IF
               END-PERFORM
           END-IF.

       5100-PRINT-FAILED.
           MOVE SPACE TO AVAIL-RPT-LINE.
           STRING "    FAILED "            DELIMITED BY SIZE
                  WS-F-RIYO-CMP-CD(WS-F-IDX)
                                          DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-F-KIDOU-ID(WS-F-IDX) DELIMITED BY SIZE
                  " TASK="                DELIMITED BY SIZE
                  WS-F-GYOMU-TASK-ID(WS-F-IDX)
                                          DELIMITED BY SIZE
                  " STS="                 DELIMITED BY SIZE
                  WS-F-JIKOU-STS(WS-F-IDX)
                                          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-F-START-TIME(WS-F-IDX)
                                          DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WS-F-END-TIME(WS-F-IDX) DELIMITED BY SIZE
                  INTO AVAIL-RPT-LINE
           END-STRING.
           WRITE AVAIL-RPT-LINE.
