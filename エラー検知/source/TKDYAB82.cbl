      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB82
      *  Program name   : Post-freeze override report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Run after a change freeze ends: for every FREEZEPM freeze
      *  whose end date falls in PR-FROM-YMD..PR-TO-YMD (default:
      *  every freeze ended by yesterday) lists each emergency
      *  override CZCOAB18 logged on FRZOVRLG against it - when,
      *  which program and master row, the operator, the second
      *  approver and the reason - with a count per freeze.  RC 8
      *  when a parameter date is keyed but not a date; RC 4 when
      *  any override is listed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB82.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB82PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT FREEZE-MSTR    ASSIGN TO "FREEZEPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS FZ-KEY
                  FILE STATUS    IS WS-FZ-STS.
           SELECT OVERRIDE-LOG   ASSIGN TO "FRZOVRLG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-FO-STS.
           SELECT OVR-RPT        ASSIGN TO "TKDYAB82RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- freezes ending in this range; zero = open end
           05  PR-FROM-YMD                PIC  9(08).
           05  PR-TO-YMD                  PIC  9(08).

       FD  FREEZE-MSTR.
           COPY FREEZEPM.

       FD  OVERRIDE-LOG.
           COPY FRZOVRLG.

       FD  OVR-RPT.
       01  OVR-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-FZ-STS                      PIC  X(02).
       01  WS-FO-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-TO-YMD                      PIC  9(08)  VALUE ZERO.
       01  WS-PARAM-OK-SW                 PIC  X(01)  VALUE "Y".
           88  WS-PARAM-OK                VALUE "Y".

      *---------- the override log, held for matching per freeze
       01  WS-O-CNT                       PIC  9(05)  VALUE ZERO.
       01  WS-O-TBL.
           05  WS-O-ENTRY  OCCURS 5000.
               10  WS-O-FREEZE-KEY        PIC  X(16).
               10  WS-O-LOG-TIME          PIC  X(14).
               10  WS-O-PGM-ID            PIC  X(08).
               10  WS-O-MASTER-TYPE       PIC  X(04).
               10  WS-O-CHANGE-KEY        PIC  X(32).
               10  WS-O-OPR-SID           PIC  X(20).
               10  WS-O-APPR-SID          PIC  X(20).
               10  WS-O-REASON            PIC  X(60).
       01  WS-O-IDX                       PIC  9(05).

       01  WS-STATUS                      PIC  X(09).
       01  WS-FRZ-OVR-CNT                 PIC  9(05).
       01  WS-FRZ-CNT                     PIC  9(05)  VALUE ZERO.
       01  WS-ALL-OVR-CNT                 PIC  9(05)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           PERFORM 1000-READ-PARAM.
           IF NOT WS-PARAM-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-OVERRIDES.
           OPEN OUTPUT OVR-RPT.
           PERFORM 3000-PRINT-HEADING.
           PERFORM 4000-PRINT-FREEZES.
           PERFORM 5000-PRINT-TOTALS.
           CLOSE OVR-RPT.
           IF WS-ALL-OVR-CNT > ZERO
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
               COMPUTE WS-TO-YMD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) - 1)
           END-IF.
           IF (WS-FROM-YMD NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-YMD) NOT = 0)
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-YMD) NOT = 0
              OR WS-TO-YMD < WS-FROM-YMD
               MOVE "N" TO WS-PARAM-OK-SW
           END-IF.

       2000-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG.
           IF WS-FO-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ OVERRIDE-LOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-O-CNT < 5000
                           ADD 1 TO WS-O-CNT
                           MOVE FO-FREEZE-KEY  TO
                                WS-O-FREEZE-KEY(WS-O-CNT)
                           MOVE FO-LOG-TIME    TO
                                WS-O-LOG-TIME(WS-O-CNT)
                           MOVE FO-PGM-ID      TO
                                WS-O-PGM-ID(WS-O-CNT)
                           MOVE FO-MASTER-TYPE TO
                                WS-O-MASTER-TYPE(WS-O-CNT)
                           MOVE FO-CHANGE-KEY  TO
                                WS-O-CHANGE-KEY(WS-O-CNT)
                           MOVE FO-OPR-SID     TO
                                WS-O-OPR-SID(WS-O-CNT)
                           MOVE FO-APPR-SID    TO
                                WS-O-APPR-SID(WS-O-CNT)
                           MOVE FO-REASON      TO
                                WS-O-REASON(WS-O-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDE-LOG.

       3000-PRINT-HEADING.
           MOVE SPACE TO OVR-RPT-LINE.
           STRING "TKDYAB82  CHANGE-FREEZE OVERRIDES  FREEZES ENDED "
                                  DELIMITED BY SIZE
                  WS-FROM-YMD     DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  WS-TO-YMD       DELIMITED BY SIZE
                  INTO OVR-RPT-LINE
           END-STRING.
           WRITE OVR-RPT-LINE.
           MOVE SPACE TO OVR-RPT-LINE.
           WRITE OVR-RPT-LINE.

       4000-PRINT-FREEZES.
           OPEN INPUT FREEZE-MSTR.
           IF WS-FZ-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ FREEZE-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FZ-TO-YMD >= WS-FROM-YMD
                          AND FZ-TO-YMD <= WS-TO-YMD
                           PERFORM 4100-PRINT-ONE-FREEZE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREEZE-MSTR.

       4100-PRINT-ONE-FREEZE.
           ADD 1 TO WS-FRZ-CNT.
           MOVE "DECLARED"  TO WS-STATUS.
           IF FZ-DEL-KBN = "D"
               MOVE "WITHDRAWN" TO WS-STATUS
           END-IF.
           MOVE SPACE TO OVR-RPT-LINE.
           MOVE "FREEZE"            TO OVR-RPT-LINE(1:6).
           MOVE "TYPE="             TO OVR-RPT-LINE(8:5).
           MOVE FZ-MASTER-TYPE      TO OVR-RPT-LINE(13:4).
           MOVE "CMP="              TO OVR-RPT-LINE(18:4).
           MOVE FZ-RIYO-CMP-CD      TO OVR-RPT-LINE(22:4).
           MOVE FZ-FROM-YMD         TO OVR-RPT-LINE(27:8).
           MOVE "-"                 TO OVR-RPT-LINE(36:1).
           MOVE FZ-TO-YMD           TO OVR-RPT-LINE(38:8).
           MOVE WS-STATUS           TO OVR-RPT-LINE(47:9).
           MOVE FZ-REASON           TO OVR-RPT-LINE(57:40).
           MOVE "BY"                TO OVR-RPT-LINE(98:2).
           MOVE FZ-DECLARED-SID     TO OVR-RPT-LINE(101:20).
           WRITE OVR-RPT-LINE.
           MOVE ZERO TO WS-FRZ-OVR-CNT.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               IF WS-O-FREEZE-KEY(WS-O-IDX) = FZ-KEY
                   PERFORM 4200-PRINT-OVERRIDE
               END-IF
           END-PERFORM.
           MOVE SPACE TO OVR-RPT-LINE.
           STRING "       OVERRIDES TAKEN=" DELIMITED BY SIZE
                  WS-FRZ-OVR-CNT            DELIMITED BY SIZE
                  INTO OVR-RPT-LINE
           END-STRING.
           WRITE OVR-RPT-LINE.
           MOVE SPACE TO OVR-RPT-LINE.
           WRITE OVR-RPT-LINE.

       4200-PRINT-OVERRIDE.
           ADD 1 TO WS-FRZ-OVR-CNT WS-ALL-OVR-CNT.
           MOVE SPACE TO OVR-RPT-LINE.
           MOVE "OVERRIDE"                  TO OVR-RPT-LINE(3:8).
           MOVE WS-O-LOG-TIME(WS-O-IDX)     TO OVR-RPT-LINE(12:14).
           MOVE WS-O-PGM-ID(WS-O-IDX)       TO OVR-RPT-LINE(27:8).
           MOVE WS-O-MASTER-TYPE(WS-O-IDX)  TO OVR-RPT-LINE(36:4).
           MOVE WS-O-CHANGE-KEY(WS-O-IDX)   TO OVR-RPT-LINE(41:32).
           MOVE "OPR="                      TO OVR-RPT-LINE(74:4).
           MOVE WS-O-OPR-SID(WS-O-IDX)      TO OVR-RPT-LINE(78:20).
           MOVE "APPR="                     TO OVR-RPT-LINE(99:5).
           MOVE WS-O-APPR-SID(WS-O-IDX)     TO OVR-RPT-LINE(104:20).
           WRITE OVR-RPT-LINE.
           MOVE SPACE TO OVR-RPT-LINE.
           MOVE "REASON:"                   TO OVR-RPT-LINE(12:7).
           MOVE WS-O-REASON(WS-O-IDX)       TO OVR-RPT-LINE(20:60).
           WRITE OVR-RPT-LINE.

       5000-PRINT-TOTALS.
           MOVE SPACE TO OVR-RPT-LINE.
           STRING "FREEZES=" DELIMITED BY SIZE
                  WS-FRZ-CNT DELIMITED BY SIZE
                  "  OVERRIDES=" DELIMITED BY SIZE
                  WS-ALL-OVR-CNT DELIMITED BY SIZE
                  INTO OVR-RPT-LINE
           END-STRING.
           WRITE OVR-RPT-LINE.
