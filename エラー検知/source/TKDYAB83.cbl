      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB83
      *  Program name   : Resource-conflict launch gate
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Run by the scheduler as the first step of a kidou that is
      *  a member of an RSCCNFPM resource, with the company, day
      *  and kidou on the parameter file - the TKDYAB19 go/no-go
      *  gate convention.  When any other member of any of the
      *  kidou's resources is running on the TKDYAA31 extract
      *  (started, not ended, whatever its SYORI-YMD) the gate
      *  answers HOLD with RC 4 and logs a W row on RSCWAITL; the
      *  scheduler re-drives the gate on its retry interval until
      *  it answers GO (RC 0), at which point a wait that was
      *  logged is closed with an R row carrying the minutes
      *  waited.  A kidou under no resource always goes.  RC 8 when
      *  the parameter is missing or incomplete.
      *  Two members released in the same instant can both see the
      *  other idle; the TKDYAB84 overlap report is the backstop.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB83.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB83PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CONFLICT-MSTR  ASSIGN TO "RSCCNFPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS RX-KEY
                  FILE STATUS    IS WS-RX-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT WAIT-LOG       ASSIGN TO "RSCWAITL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RW-STS.
           SELECT GATE-RPT-FILE  ASSIGN TO "TKDYAB83RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-RIYO-CMP-CD             PIC  X(04).
           05  PR-SYORI-YMD               PIC  9(08).
           05  PR-KIDOU-ID                PIC  X(04).

       FD  CONFLICT-MSTR.
           COPY RSCCNFPM.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  WAIT-LOG.
           COPY RSCWAITL.

       FD  GATE-RPT-FILE.
       01  GATE-RPT-LINE                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-RX-STS                      PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-RW-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

      *---------- the kidou asking to start
       01  WS-RIYO-CMP-CD                 PIC  X(04)  VALUE SPACE.
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-KIDOU-ID                    PIC  X(04)  VALUE SPACE.
       01  WS-EXT-SYORI-YMD               PIC  9(08).

      *---------- the resources the kidou belongs to
       01  WS-R-CNT                       PIC  9(02)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-RESOURCE-ID  OCCURS 50 PIC  X(20).
       01  WS-R-IDX                       PIC  9(02).

      *---------- every in-service master row, for membership
       01  WS-X-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-X-TBL.
           05  WS-X-ENTRY  OCCURS 2000.
               10  WS-X-RESOURCE-ID       PIC  X(20).
               10  WS-X-RIYO-CMP-CD       PIC  X(04).
               10  WS-X-KIDOU-ID          PIC  X(04).
       01  WS-X-IDX                       PIC  9(04).

      *---------- the first running member found
       01  WS-BLOCKED-SW                  PIC  X(01)  VALUE "N".
           88  WS-BLOCKED                 VALUE "Y".
       01  WS-BLK-RESOURCE-ID             PIC  X(20).
       01  WS-BLK-RIYO-CMP-CD             PIC  X(04).
       01  WS-BLK-SYORI-YMD               PIC  9(08).
       01  WS-BLK-KIDOU-ID                PIC  X(04).
       01  WS-BLK-START-TIME              PIC  X(14).

      *---------- an open wait on the log: W rows since the last R
       01  WS-WAIT-START-TIME             PIC  X(14)  VALUE SPACE.
       01  WS-WAIT-MIN                    PIC  9(05)  VALUE ZERO.
      *---------- W = hold logged, R = release; kept here until the
      *           log is open, the record area being the file's
       01  WS-RW-EVENT                    PIC  X(01).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).
       01  WS-FROM-INT                    PIC  S9(09) COMP-3.
       01  WS-TO-INT                      PIC  S9(09) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           OPEN OUTPUT GATE-RPT-FILE.
           PERFORM 1000-READ-PARAM.
           IF WS-RIYO-CMP-CD = SPACE
              OR WS-KIDOU-ID = SPACE
              OR WS-SYORI-YMD = ZERO
               MOVE "NOGO PARAMETER MISSING OR INCOMPLETE"
                 TO GATE-RPT-LINE
               WRITE GATE-RPT-LINE
               CLOSE GATE-RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-RESOURCES.
           IF WS-R-CNT = ZERO
               MOVE SPACE TO GATE-RPT-LINE
               STRING "GO   "                 DELIMITED BY SIZE
                      WS-RIYO-CMP-CD          DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      WS-KIDOU-ID             DELIMITED BY SIZE
                      " IS UNDER NO CONFLICT RESOURCE"
                                              DELIMITED BY SIZE
                      INTO GATE-RPT-LINE
               END-STRING
               WRITE GATE-RPT-LINE
               CLOSE GATE-RPT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-SCAN-EXTRACT.
           PERFORM 4000-FIND-OPEN-WAIT.
           IF WS-BLOCKED
               PERFORM 5000-HOLD
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 6000-RELEASE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE GATE-RPT-FILE.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PR-RIYO-CMP-CD TO WS-RIYO-CMP-CD
                   MOVE PR-KIDOU-ID    TO WS-KIDOU-ID
                   IF PR-SYORI-YMD IS NUMERIC
                       MOVE PR-SYORI-YMD TO WS-SYORI-YMD
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.

      *---------- the whole master into the table, and the
      *           resources naming this kidou into the short list
       2000-LOAD-RESOURCES.
           OPEN INPUT CONFLICT-MSTR.
           IF WS-RX-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CONFLICT-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RX-DEL-KBN = SPACE
                          AND WS-X-CNT < 2000
                           ADD 1 TO WS-X-CNT
                           MOVE RX-RESOURCE-ID
                             TO WS-X-RESOURCE-ID(WS-X-CNT)
                           MOVE RX-RIYO-CMP-CD
                             TO WS-X-RIYO-CMP-CD(WS-X-CNT)
                           MOVE RX-KIDOU-ID
                             TO WS-X-KIDOU-ID(WS-X-CNT)
                           IF RX-RIYO-CMP-CD = WS-RIYO-CMP-CD
                              AND RX-KIDOU-ID = WS-KIDOU-ID
                              AND WS-R-CNT < 50
                               ADD 1 TO WS-R-CNT
                               MOVE RX-RESOURCE-ID
                                 TO WS-R-RESOURCE-ID(WS-R-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFLICT-MSTR.

      *---------- a running row is a blocker when its company/kidou
      *           is a member of one of this kidou's resources; this
      *           kidou's own run for the parameter day is not
       3000-SCAN-EXTRACT.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-BLOCKED
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SYORI-YMD TO WS-EXT-SYORI-YMD
                       IF JIKOU-START-TIME NOT = SPACE
                          AND JIKOU-END-TIME = SPACE
                          AND NOT (RIYO-CMP-CD = WS-RIYO-CMP-CD
                               AND KIDOU-ID = WS-KIDOU-ID
                               AND WS-EXT-SYORI-YMD = WS-SYORI-YMD)
                           PERFORM 3100-CHECK-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.

       3100-CHECK-MEMBER.
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX > WS-X-CNT OR WS-BLOCKED
               IF WS-X-RIYO-CMP-CD(WS-X-IDX) = RIYO-CMP-CD
                  AND WS-X-KIDOU-ID(WS-X-IDX) = KIDOU-ID
                   PERFORM VARYING WS-R-IDX FROM 1 BY 1
                           UNTIL WS-R-IDX > WS-R-CNT OR WS-BLOCKED
                       IF WS-R-RESOURCE-ID(WS-R-IDX)
                          = WS-X-RESOURCE-ID(WS-X-IDX)
                           SET WS-BLOCKED TO TRUE
                           MOVE WS-X-RESOURCE-ID(WS-X-IDX)
                             TO WS-BLK-RESOURCE-ID
                           MOVE RIYO-CMP-CD      TO WS-BLK-RIYO-CMP-CD
                           MOVE WS-EXT-SYORI-YMD TO WS-BLK-SYORI-YMD
                           MOVE KIDOU-ID         TO WS-BLK-KIDOU-ID
                           MOVE JIKOU-START-TIME TO WS-BLK-START-TIME
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *---------- the wait in progress, if any: the first W row for
      *           this kidou and day since its last R row
       4000-FIND-OPEN-WAIT.
           MOVE SPACE TO WS-WAIT-START-TIME.
           OPEN INPUT WAIT-LOG.
           IF WS-RW-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ WAIT-LOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RW-RIYO-CMP-CD = WS-RIYO-CMP-CD
                          AND RW-KIDOU-ID = WS-KIDOU-ID
                          AND RW-SYORI-YMD = WS-SYORI-YMD
                           IF RW-EVENT = "R"
                               MOVE SPACE TO WS-WAIT-START-TIME
                           ELSE
                               IF WS-WAIT-START-TIME = SPACE
                                   MOVE RW-WAIT-START-TIME
                                     TO WS-WAIT-START-TIME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIT-LOG.

       5000-HOLD.
           IF WS-WAIT-START-TIME = SPACE
               MOVE WS-NOW-STAMP TO WS-WAIT-START-TIME
           END-IF.
           PERFORM 7000-COMPUTE-WAIT.
           MOVE "W" TO WS-RW-EVENT.
           PERFORM 8000-WRITE-WAIT-LOG.
           MOVE SPACE TO GATE-RPT-LINE.
           STRING "HOLD "                 DELIMITED BY SIZE
                  WS-RIYO-CMP-CD          DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-KIDOU-ID             DELIMITED BY SIZE
                  " RSC "                 DELIMITED BY SIZE
                  WS-BLK-RESOURCE-ID      DELIMITED BY SIZE
                  " BY "                  DELIMITED BY SIZE
                  WS-BLK-RIYO-CMP-CD      DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-BLK-KIDOU-ID         DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-BLK-SYORI-YMD        DELIMITED BY SIZE
                  " SINCE "               DELIMITED BY SIZE
                  WS-BLK-START-TIME       DELIMITED BY SIZE
                  " WAITED="              DELIMITED BY SIZE
                  WS-WAIT-MIN             DELIMITED BY SIZE
                  INTO GATE-RPT-LINE
           END-STRING.
           WRITE GATE-RPT-LINE.

       6000-RELEASE.
           IF WS-WAIT-START-TIME = SPACE
               MOVE SPACE TO GATE-RPT-LINE
               STRING "GO   "                 DELIMITED BY SIZE
                      WS-RIYO-CMP-CD          DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      WS-KIDOU-ID             DELIMITED BY SIZE
                      " NO CONFLICTING KIDOU RUNNING"
                                              DELIMITED BY SIZE
                      INTO GATE-RPT-LINE
               END-STRING
               WRITE GATE-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-COMPUTE-WAIT.
           MOVE SPACE TO WS-BLK-RESOURCE-ID WS-BLK-RIYO-CMP-CD
                         WS-BLK-KIDOU-ID.
           MOVE ZERO  TO WS-BLK-SYORI-YMD.
           MOVE "R" TO WS-RW-EVENT.
           PERFORM 8000-WRITE-WAIT-LOG.
           MOVE SPACE TO GATE-RPT-LINE.
           STRING "GO   "                 DELIMITED BY SIZE
                  WS-RIYO-CMP-CD          DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WS-KIDOU-ID             DELIMITED BY SIZE
                  " RELEASED, WAITED SINCE "
                                          DELIMITED BY SIZE
                  WS-WAIT-START-TIME      DELIMITED BY SIZE
                  " WAITED="              DELIMITED BY SIZE
                  WS-WAIT-MIN             DELIMITED BY SIZE
                  INTO GATE-RPT-LINE
           END-STRING.
           WRITE GATE-RPT-LINE.

       7000-COMPUTE-WAIT.
           MOVE WS-WAIT-START-TIME(1:8)  TO WS-T-YMD.
           MOVE WS-WAIT-START-TIME(9:2)  TO WS-T-HH.
           MOVE WS-WAIT-START-TIME(11:2) TO WS-T-MM.
           COMPUTE WS-FROM-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
           MOVE WS-NOW-STAMP(1:8)        TO WS-T-YMD.
           MOVE WS-NOW-STAMP(9:2)        TO WS-T-HH.
           MOVE WS-NOW-STAMP(11:2)       TO WS-T-MM.
           COMPUTE WS-TO-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
           IF WS-TO-INT > WS-FROM-INT
               COMPUTE WS-WAIT-MIN = WS-TO-INT - WS-FROM-INT
           ELSE
               MOVE ZERO TO WS-WAIT-MIN
           END-IF.

       8000-WRITE-WAIT-LOG.
           OPEN EXTEND WAIT-LOG.
           IF WS-RW-STS = "05" OR WS-RW-STS = "35"
               OPEN OUTPUT WAIT-LOG
           END-IF.
           MOVE WS-RW-EVENT           TO RW-EVENT.
           MOVE WS-NOW-STAMP          TO RW-LOG-TIME.
           MOVE WS-RIYO-CMP-CD        TO RW-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD          TO RW-SYORI-YMD.
           MOVE WS-KIDOU-ID           TO RW-KIDOU-ID.
           MOVE WS-BLK-RESOURCE-ID    TO RW-RESOURCE-ID.
           MOVE WS-BLK-RIYO-CMP-CD    TO RW-BLK-RIYO-CMP-CD.
           MOVE WS-BLK-SYORI-YMD      TO RW-BLK-SYORI-YMD.
           MOVE WS-BLK-KIDOU-ID       TO RW-BLK-KIDOU-ID.
           MOVE WS-WAIT-START-TIME    TO RW-WAIT-START-TIME.
           MOVE WS-WAIT-MIN           TO RW-WAIT-MIN.
           WRITE RSCWAITL-REC.
           CLOSE WAIT-LOG.
