      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB84
      *  Program name   : Resource-conflict overlap history report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Looks back over the TKDYAB27 KIDOUHIS duration history for
      *  runs of kidou that share an RSCCNFPM resource and were in
      *  flight at the same time - the nights the KIDOU-TIME spacing
      *  held only by luck, and any the TKDYAB83 gate let through.
      *  Runs whose SYORI-YMD falls in PR-FROM-YMD..PR-TO-YMD are
      *  compared (default: the whole history up to today); two
      *  runs overlap when each started before the other ended.
      *  Two runs of the same kidou count too.  One OVERLAP line
      *  per pair with the minutes both were running, a count per
      *  resource, and RC 4 when any overlap was found.  RC 8 when
      *  a parameter date is keyed but not a date.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB84.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB84PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CONFLICT-MSTR  ASSIGN TO "RSCCNFPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS RX-KEY
                  FILE STATUS    IS WS-RX-STS.
           SELECT HISTORY-FILE   ASSIGN TO "TKDYAB27HIS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HIS-STS.
           SELECT OVL-RPT        ASSIGN TO "TKDYAB84RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- SYORI-YMD range; zero = open end
           05  PR-FROM-YMD                PIC  9(08).
           05  PR-TO-YMD                  PIC  9(08).

       FD  CONFLICT-MSTR.
           COPY RSCCNFPM.

       FD  HISTORY-FILE.
           COPY KIDOUHIS.

       FD  OVL-RPT.
       01  OVL-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-RX-STS                      PIC  X(02).
       01  WS-HIS-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-TO-YMD                      PIC  9(08)  VALUE ZERO.
       01  WS-PARAM-OK-SW                 PIC  X(01)  VALUE "Y".
           88  WS-PARAM-OK                VALUE "Y".
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- every in-service master row
       01  WS-X-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-X-TBL.
           05  WS-X-ENTRY  OCCURS 2000.
               10  WS-X-RESOURCE-ID       PIC  X(20).
               10  WS-X-RIYO-CMP-CD       PIC  X(04).
               10  WS-X-KIDOU-ID          PIC  X(04).
       01  WS-X-IDX                       PIC  9(04).
       01  WS-MEMBER-SW                   PIC  X(01).
           88  WS-MEMBER                  VALUE "Y".

      *---------- the distinct resources, in key order
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-ENTRY  OCCURS 2000.
               10  WS-R-RESOURCE-ID       PIC  X(20).
               10  WS-R-OVL-CNT           PIC  9(05).
       01  WS-R-IDX                       PIC  9(04).

      *---------- the runs of member kidou in the range
       01  WS-H-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-H-TBL.
           05  WS-H-ENTRY  OCCURS 9999.
               10  WS-H-RIYO-CMP-CD       PIC  X(04).
               10  WS-H-KIDOU-ID          PIC  X(04).
               10  WS-H-START-TIME        PIC  X(14).
               10  WS-H-END-TIME          PIC  X(14).
       01  WS-H-IDX                       PIC  9(04).
       01  WS-H-JDX                       PIC  9(04).
       01  WS-H-FULL-SW                   PIC  X(01)  VALUE "N".

      *---------- the runs that belong to the resource in hand
       01  WS-L-CNT                       PIC  9(04).
       01  WS-L-TBL.
           05  WS-L-H-IDX  OCCURS 9999    PIC  9(04).
       01  WS-L-IDX                       PIC  9(04).
       01  WS-L-JDX                       PIC  9(04).

      *---------- overlap minutes of the pair in hand
       01  WS-OVL-FROM                    PIC  X(14).
       01  WS-OVL-TO                      PIC  X(14).
       01  WS-OVL-MIN                     PIC  9(05).
       01  WS-T-STAMP                     PIC  X(14).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).
       01  WS-T-INT                       PIC  S9(09) COMP-3.
       01  WS-FROM-INT                    PIC  S9(09) COMP-3.

       01  WS-ALL-OVL-CNT                 PIC  9(05)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           PERFORM 1000-READ-PARAM.
           IF NOT WS-PARAM-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-MASTER.
           PERFORM 3000-LOAD-RUNS.
           OPEN OUTPUT OVL-RPT.
           PERFORM 4000-PRINT-HEADING.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               PERFORM 5000-CHECK-RESOURCE
           END-PERFORM.
           PERFORM 6000-PRINT-TOTALS.
           CLOSE OVL-RPT.
           IF WS-ALL-OVL-CNT > ZERO
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
                       IF PR-FROM-YMD IS NUMERIC
                           MOVE PR-FROM-YMD TO WS-FROM-YMD
                       END-IF
                       IF PR-TO-YMD IS NUMERIC
                           MOVE PR-TO-YMD TO WS-TO-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-TO-YMD = ZERO
               MOVE WS-TODAY-YMD TO WS-TO-YMD
           END-IF.
           IF (WS-FROM-YMD NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-YMD) NOT = 0)
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-YMD) NOT = 0
              OR WS-TO-YMD < WS-FROM-YMD
               MOVE "N" TO WS-PARAM-OK-SW
           END-IF.

      *---------- the master is read in key order, so a resource's
      *           rows arrive together
       2000-LOAD-MASTER.
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
                           IF WS-R-CNT = ZERO
                              OR WS-R-RESOURCE-ID(WS-R-CNT)
                                 NOT = RX-RESOURCE-ID
                               ADD 1 TO WS-R-CNT
                               MOVE RX-RESOURCE-ID
                                 TO WS-R-RESOURCE-ID(WS-R-CNT)
                               MOVE ZERO TO WS-R-OVL-CNT(WS-R-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFLICT-MSTR.

      *---------- only runs of kidou under some resource are kept
       3000-LOAD-RUNS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE KH-SYORI-YMD TO WS-ROW-YMD
                       IF WS-ROW-YMD >= WS-FROM-YMD
                          AND WS-ROW-YMD <= WS-TO-YMD
                          AND KH-START-TIME NOT = SPACE
                          AND KH-END-TIME NOT = SPACE
                           PERFORM 3100-KEEP-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       3100-KEEP-RUN.
           MOVE "N" TO WS-MEMBER-SW.
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX > WS-X-CNT OR WS-MEMBER
               IF WS-X-RIYO-CMP-CD(WS-X-IDX) = KH-RIYO-CMP-CD
                  AND WS-X-KIDOU-ID(WS-X-IDX) = KH-KIDOU-ID
                   SET WS-MEMBER TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-MEMBER
               EXIT PARAGRAPH
           END-IF.
           IF WS-H-CNT >= 9999
               MOVE "Y" TO WS-H-FULL-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-H-CNT.
           MOVE KH-RIYO-CMP-CD  TO WS-H-RIYO-CMP-CD(WS-H-CNT).
           MOVE KH-KIDOU-ID     TO WS-H-KIDOU-ID(WS-H-CNT).
           MOVE KH-START-TIME   TO WS-H-START-TIME(WS-H-CNT).
           MOVE KH-END-TIME     TO WS-H-END-TIME(WS-H-CNT).

       4000-PRINT-HEADING.
           MOVE SPACE TO OVL-RPT-LINE.
           STRING "TKDYAB84  RESOURCE-CONFLICT OVERLAPS  SYORI-YMD "
                                  DELIMITED BY SIZE
                  WS-FROM-YMD     DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  WS-TO-YMD       DELIMITED BY SIZE
                  INTO OVL-RPT-LINE
           END-STRING.
           WRITE OVL-RPT-LINE.
           MOVE SPACE TO OVL-RPT-LINE.
           WRITE OVL-RPT-LINE.

      *---------- the runs of this resource's members, then every
      *           pair of them compared once
       5000-CHECK-RESOURCE.
           MOVE ZERO TO WS-L-CNT.
           PERFORM VARYING WS-H-IDX FROM 1 BY 1
                   UNTIL WS-H-IDX > WS-H-CNT
               MOVE "N" TO WS-MEMBER-SW
               PERFORM VARYING WS-X-IDX FROM 1 BY 1
                       UNTIL WS-X-IDX > WS-X-CNT OR WS-MEMBER
                   IF WS-X-RESOURCE-ID(WS-X-IDX)
                      = WS-R-RESOURCE-ID(WS-R-IDX)
                      AND WS-X-RIYO-CMP-CD(WS-X-IDX)
                          = WS-H-RIYO-CMP-CD(WS-H-IDX)
                      AND WS-X-KIDOU-ID(WS-X-IDX)
                          = WS-H-KIDOU-ID(WS-H-IDX)
                       SET WS-MEMBER TO TRUE
                   END-IF
               END-PERFORM
               IF WS-MEMBER
                   ADD 1 TO WS-L-CNT
                   MOVE WS-H-IDX TO WS-L-H-IDX(WS-L-CNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX >= WS-L-CNT
               COMPUTE WS-L-JDX = WS-L-IDX + 1
               PERFORM UNTIL WS-L-JDX > WS-L-CNT
                   MOVE WS-L-H-IDX(WS-L-IDX) TO WS-H-IDX
                   MOVE WS-L-H-IDX(WS-L-JDX) TO WS-H-JDX
                   IF WS-H-START-TIME(WS-H-IDX)
                      < WS-H-END-TIME(WS-H-JDX)
                      AND WS-H-START-TIME(WS-H-JDX)
                          < WS-H-END-TIME(WS-H-IDX)
                       PERFORM 5100-PRINT-OVERLAP
                   END-IF
                   ADD 1 TO WS-L-JDX
               END-PERFORM
           END-PERFORM.

       5100-PRINT-OVERLAP.
           IF WS-H-START-TIME(WS-H-IDX) > WS-H-START-TIME(WS-H-JDX)
               MOVE WS-H-START-TIME(WS-H-IDX) TO WS-OVL-FROM
           ELSE
               MOVE WS-H-START-TIME(WS-H-JDX) TO WS-OVL-FROM
           END-IF.
           IF WS-H-END-TIME(WS-H-IDX) < WS-H-END-TIME(WS-H-JDX)
               MOVE WS-H-END-TIME(WS-H-IDX)   TO WS-OVL-TO
           ELSE
               MOVE WS-H-END-TIME(WS-H-JDX)   TO WS-OVL-TO
           END-IF.
           MOVE WS-OVL-FROM TO WS-T-STAMP.
           PERFORM 5200-STAMP-TO-MIN.
           MOVE WS-T-INT    TO WS-FROM-INT.
           MOVE WS-OVL-TO   TO WS-T-STAMP.
           PERFORM 5200-STAMP-TO-MIN.
           IF WS-T-INT > WS-FROM-INT
               COMPUTE WS-OVL-MIN = WS-T-INT - WS-FROM-INT
           ELSE
               MOVE ZERO TO WS-OVL-MIN
           END-IF.
           ADD 1 TO WS-R-OVL-CNT(WS-R-IDX).
           ADD 1 TO WS-ALL-OVL-CNT.
           MOVE SPACE TO OVL-RPT-LINE.
           STRING "OVERLAP "                 DELIMITED BY SIZE
                  WS-R-RESOURCE-ID(WS-R-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-H-RIYO-CMP-CD(WS-H-IDX) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-H-KIDOU-ID(WS-H-IDX)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-H-START-TIME(WS-H-IDX)  DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-H-END-TIME(WS-H-IDX)    DELIMITED BY SIZE
                  " WITH "                   DELIMITED BY SIZE
                  WS-H-RIYO-CMP-CD(WS-H-JDX) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-H-KIDOU-ID(WS-H-JDX)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-H-START-TIME(WS-H-JDX)  DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  WS-H-END-TIME(WS-H-JDX)    DELIMITED BY SIZE
                  " MIN="                    DELIMITED BY SIZE
                  WS-OVL-MIN                 DELIMITED BY SIZE
                  INTO OVL-RPT-LINE
           END-STRING.
           WRITE OVL-RPT-LINE.

       5200-STAMP-TO-MIN.
           MOVE WS-T-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-T-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-T-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-T-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.

       6000-PRINT-TOTALS.
           MOVE SPACE TO OVL-RPT-LINE.
           WRITE OVL-RPT-LINE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               MOVE SPACE TO OVL-RPT-LINE
               STRING "RESOURCE "                DELIMITED BY SIZE
                      WS-R-RESOURCE-ID(WS-R-IDX) DELIMITED BY SIZE
                      " OVERLAPS="               DELIMITED BY SIZE
                      WS-R-OVL-CNT(WS-R-IDX)     DELIMITED BY SIZE
                      INTO OVL-RPT-LINE
               END-STRING
               WRITE OVL-RPT-LINE
           END-PERFORM.
           MOVE SPACE TO OVL-RPT-LINE.
           STRING "TOTAL OVERLAPS="    DELIMITED BY SIZE
                  WS-ALL-OVL-CNT       DELIMITED BY SIZE
                  " RUNS COMPARED="    DELIMITED BY SIZE
                  WS-H-CNT             DELIMITED BY SIZE
                  INTO OVL-RPT-LINE
           END-STRING.
           WRITE OVL-RPT-LINE.
           IF WS-H-FULL-SW = "Y"
               MOVE "RUN TABLE FULL AT 9999 - NARROW THE DATE RANGE"
                 TO OVL-RPT-LINE
               WRITE OVL-RPT-LINE
           END-IF.
