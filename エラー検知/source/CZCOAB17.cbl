      ******************************************************************
      *
      *  System ID      : CZCO
      *  System name    : Common control subsystem
      *  Program ID     : CZCOAB17
      *  Program name   : Legal-hold check routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One callable decision for every purge path: is this row
      *  under a LEGALHLD hold in force today?  The holds are read
      *  once on the first call of the run and kept.  Held rows are
      *  counted per hold and source file; function W appends the
      *  counts to the LEGALHSK skip log and function N hands them
      *  back one at a time, so the caller can print what it
      *  skipped.  Function R, issued by each caller after its last
      *  W/N, drops the counts and the hold table, so the next
      *  program in the same run unit logs only its own rows against
      *  the holds as they stand when it starts.  A field a row
      *  does not carry (spaces from the caller, e.g. the fund on a
      *  capture log) never excludes it: when in doubt the row is
      *  kept.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CZCOAB17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MSTR      ASSIGN TO "LEGALHLD"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS LH-KEY
                  FILE STATUS    IS WS-LH-STS.
           SELECT SKIP-LOG-FILE  ASSIGN TO "LEGALHSK"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HK-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MSTR.
           COPY LEGALHLD.

       FD  SKIP-LOG-FILE.
           COPY LEGALHSK.

       WORKING-STORAGE SECTION.
       01  WS-LH-STS                      PIC  X(02).
       01  WS-HK-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LOADED-SW                   PIC  X(01)  VALUE "N".
           88  WS-LOADED                  VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-TODAY-YMD                   PIC  9(08).

      *---------- the holds in force today
       01  WS-H-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-H-TBL.
           05  WS-H-ENTRY  OCCURS 1000.
               10  WS-H-KEY.
                   15  WS-H-RIYO-CMP-CD   PIC  X(04).
                   15  WS-H-FUND-CD       PIC  X(12).
                   15  WS-H-FILE-ID       PIC  X(12).
                   15  WS-H-FROM-YMD      PIC  9(08).
               10  WS-H-TO-YMD            PIC  9(08).
               10  WS-H-CASE-REF          PIC  X(20).
       01  WS-H-IDX                       PIC  9(04).
       01  WS-HIT-SW                      PIC  X(01).
           88  WS-HIT                     VALUE "Y".

      *---------- held-row counts for this run, per hold and file
       01  WS-T-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-T-TBL.
           05  WS-T-ENTRY  OCCURS 2000.
               10  WS-T-HOLD-IDX          PIC  9(04).
               10  WS-T-FILE-ID           PIC  X(12).
               10  WS-T-ROWS              PIC  9(09).
               10  WS-T-OLDEST-YMD        PIC  9(08).
               10  WS-T-NEWEST-YMD        PIC  9(08).
       01  WS-T-IDX                       PIC  9(04).
       01  WS-T-NEXT                      PIC  9(04)  VALUE ZERO.
       01  WS-T-FOUND-SW                  PIC  X(01).
           88  WS-T-FOUND                 VALUE "Y".

       LINKAGE SECTION.
           COPY CZCOAB17
               REPLACING ==05  PARM-CZCOAB17-ARG1==
                      BY ==01  PARM-CZCOAB17-ARG1==
                         ==05  PARM-CZCOAB17-ARG2==
                      BY ==01  PARM-CZCOAB17-ARG2==
                         ==05  PARM-CZCOAB17-ARG3==
                      BY ==01  PARM-CZCOAB17-ARG3==.

       PROCEDURE DIVISION USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.
       0000-MAIN.
           MOVE "00" TO LHC-RC.
           IF NOT WS-LOADED
              AND LHC-FUNCTION NOT = "R"
               PERFORM 1000-LOAD-HOLDS
           END-IF.
           EVALUATE LHC-FUNCTION
               WHEN "C"
                   PERFORM 2000-CHECK-ROW
               WHEN "W"
                   PERFORM 3000-WRITE-SKIP-LOG
               WHEN "N"
                   PERFORM 4000-NEXT-COUNT
               WHEN "R"
                   PERFORM 5000-RESET
               WHEN OTHER
                   MOVE "90" TO LHC-RC
           END-EVALUATE.
           GOBACK.

      *---------- a withdrawn hold, or one whose release day has
      *           come, protects nothing
       1000-LOAD-HOLDS.
           MOVE "Y" TO WS-LOADED-SW.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
           OPEN INPUT HOLD-MSTR.
           IF WS-LH-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ HOLD-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LH-DEL-KBN NOT = "D"
                          AND (LH-RELEASE-YMD = ZERO
                            OR LH-RELEASE-YMD > WS-TODAY-YMD)
                          AND WS-H-CNT < 1000
                           ADD 1 TO WS-H-CNT
                           MOVE LH-KEY      TO WS-H-KEY(WS-H-CNT)
                           MOVE LH-TO-YMD   TO WS-H-TO-YMD(WS-H-CNT)
                           MOVE LH-CASE-REF TO WS-H-CASE-REF(WS-H-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-MSTR.

       2000-CHECK-ROW.
           MOVE "N"   TO LHC-HELD-IND.
           MOVE SPACE TO LHC-HOLD-KEY LHC-CASE-REF.
           MOVE "N"   TO WS-HIT-SW.
           PERFORM VARYING WS-H-IDX FROM 1 BY 1
                   UNTIL WS-H-IDX > WS-H-CNT
                      OR WS-HIT
               IF LHC-ROW-YMD >= WS-H-FROM-YMD(WS-H-IDX)
                  AND LHC-ROW-YMD <= WS-H-TO-YMD(WS-H-IDX)
                  AND (WS-H-FILE-ID(WS-H-IDX) = SPACE
                    OR WS-H-FILE-ID(WS-H-IDX) = LHC-FILE-ID)
                  AND (WS-H-RIYO-CMP-CD(WS-H-IDX) = SPACE
                    OR LHC-RIYO-CMP-CD = SPACE
                    OR WS-H-RIYO-CMP-CD(WS-H-IDX) = LHC-RIYO-CMP-CD)
                  AND (WS-H-FUND-CD(WS-H-IDX) = SPACE
                    OR LHC-FUND-CD = SPACE
                    OR WS-H-FUND-CD(WS-H-IDX) = LHC-FUND-CD)
                   MOVE "Y" TO WS-HIT-SW
               END-IF
           END-PERFORM.
           IF NOT WS-HIT
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-H-IDX.
           MOVE "Y"                     TO LHC-HELD-IND.
           MOVE WS-H-KEY(WS-H-IDX)      TO LHC-HOLD-KEY.
           MOVE WS-H-CASE-REF(WS-H-IDX) TO LHC-CASE-REF.
           PERFORM 2100-COUNT-HELD-ROW.

       2100-COUNT-HELD-ROW.
           MOVE "N" TO WS-T-FOUND-SW.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
                      OR WS-T-FOUND
               IF WS-T-HOLD-IDX(WS-T-IDX) = WS-H-IDX
                  AND WS-T-FILE-ID(WS-T-IDX) = LHC-FILE-ID
                   MOVE "Y" TO WS-T-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-T-FOUND
               SUBTRACT 1 FROM WS-T-IDX
           ELSE
               IF WS-T-CNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-T-CNT
               MOVE WS-T-CNT    TO WS-T-IDX
               MOVE WS-H-IDX    TO WS-T-HOLD-IDX(WS-T-IDX)
               MOVE LHC-FILE-ID TO WS-T-FILE-ID(WS-T-IDX)
               MOVE ZERO        TO WS-T-ROWS(WS-T-IDX)
               MOVE LHC-ROW-YMD TO WS-T-OLDEST-YMD(WS-T-IDX)
                                   WS-T-NEWEST-YMD(WS-T-IDX)
           END-IF.
           ADD 1 TO WS-T-ROWS(WS-T-IDX).
           IF LHC-ROW-YMD < WS-T-OLDEST-YMD(WS-T-IDX)
               MOVE LHC-ROW-YMD TO WS-T-OLDEST-YMD(WS-T-IDX)
           END-IF.
           IF LHC-ROW-YMD > WS-T-NEWEST-YMD(WS-T-IDX)
               MOVE LHC-ROW-YMD TO WS-T-NEWEST-YMD(WS-T-IDX)
           END-IF.

      *---------- a run that skipped nothing still logs a zero row
      *           per hold in force, so the inventory can tell "kept
      *           nothing" from "never ran"
       3000-WRITE-SKIP-LOG.
           MOVE ZERO TO WS-T-NEXT.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           OPEN EXTEND SKIP-LOG-FILE.
           IF WS-HK-STS = "05" OR WS-HK-STS = "35"
               OPEN OUTPUT SKIP-LOG-FILE
           END-IF.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-T-CNT
               MOVE WS-NOW-STAMP              TO HK-RUN-TIME
               MOVE LHC-PGM-ID                TO HK-PGM-ID
               MOVE WS-H-KEY(WS-T-HOLD-IDX(WS-T-IDX))
                                              TO HK-HOLD-KEY
               MOVE WS-T-FILE-ID(WS-T-IDX)    TO HK-FILE-ID
               MOVE WS-T-ROWS(WS-T-IDX)       TO HK-ROW-CNT
               MOVE WS-T-OLDEST-YMD(WS-T-IDX) TO HK-OLDEST-YMD
               MOVE WS-T-NEWEST-YMD(WS-T-IDX) TO HK-NEWEST-YMD
               WRITE LEGALHSK-REC
           END-PERFORM.
           PERFORM VARYING WS-H-IDX FROM 1 BY 1
                   UNTIL WS-H-IDX > WS-H-CNT
               MOVE "N" TO WS-T-FOUND-SW
               PERFORM VARYING WS-T-IDX FROM 1 BY 1
                       UNTIL WS-T-IDX > WS-T-CNT
                   IF WS-T-HOLD-IDX(WS-T-IDX) = WS-H-IDX
                       MOVE "Y" TO WS-T-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-T-FOUND
                   MOVE WS-NOW-STAMP         TO HK-RUN-TIME
                   MOVE LHC-PGM-ID           TO HK-PGM-ID
                   MOVE WS-H-KEY(WS-H-IDX)   TO HK-HOLD-KEY
                   MOVE SPACE                TO HK-FILE-ID
                   MOVE ZERO                 TO HK-ROW-CNT
                                                HK-OLDEST-YMD
                                                HK-NEWEST-YMD
                   WRITE LEGALHSK-REC
               END-IF
           END-PERFORM.
           CLOSE SKIP-LOG-FILE.

       4000-NEXT-COUNT.
           ADD 1 TO WS-T-NEXT.
           IF WS-T-NEXT > WS-T-CNT
               MOVE "10" TO LHC-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-T-HOLD-IDX(WS-T-NEXT) TO WS-H-IDX.
           MOVE WS-H-KEY(WS-H-IDX)       TO LHC-HOLD-KEY.
           MOVE WS-H-CASE-REF(WS-H-IDX)  TO LHC-CASE-REF.
           MOVE WS-T-FILE-ID(WS-T-NEXT)  TO LHC-CNT-FILE-ID.
           MOVE WS-T-ROWS(WS-T-NEXT)     TO LHC-CNT-ROWS.

      *---------- back to the state of a first call: the holds are
      *           read afresh and counting starts from nothing
       5000-RESET.
           MOVE ZERO TO WS-H-CNT WS-T-CNT WS-T-NEXT.
           MOVE "N"  TO WS-LOADED-SW.
