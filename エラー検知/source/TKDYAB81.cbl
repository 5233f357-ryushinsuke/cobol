      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB81
      *  Program name   : Legal-hold inventory report
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Lists every LEGALHLD hold - in force, released or withdrawn
      *  - with what it is currently keeping alive: for each purge
      *  program that consulted it (CZCOAB04, TKDYAB12, WOMAB05) the
      *  LEGALHSK counts of that program's latest run, per source
      *  file, with the oldest and newest business date kept.  A
      *  hold no purge run has reported on yet is flagged so, and a
      *  released hold whose latest runs still show rows means the
      *  release has not reached a purge run yet.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB81.
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
           SELECT INVENT-RPT     ASSIGN TO "TKDYAB81RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MSTR.
           COPY LEGALHLD.

       FD  SKIP-LOG-FILE.
           COPY LEGALHSK.

       FD  INVENT-RPT.
       01  INVENT-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-LH-STS                      PIC  X(02).
       01  WS-HK-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).

      *---------- latest run per hold and purge program
       01  WS-L-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-L-TBL.
           05  WS-L-ENTRY  OCCURS 3000.
               10  WS-L-HOLD-KEY          PIC  X(36).
               10  WS-L-PGM-ID            PIC  X(08).
               10  WS-L-RUN-TIME          PIC  X(14).
       01  WS-L-IDX                       PIC  9(04).

      *---------- rows kept by those latest runs, per source file
       01  WS-D-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-D-TBL.
           05  WS-D-ENTRY  OCCURS 3000.
               10  WS-D-HOLD-KEY          PIC  X(36).
               10  WS-D-PGM-ID            PIC  X(08).
               10  WS-D-RUN-TIME          PIC  X(14).
               10  WS-D-FILE-ID           PIC  X(12).
               10  WS-D-ROWS              PIC  9(09).
               10  WS-D-OLDEST-YMD        PIC  9(08).
               10  WS-D-NEWEST-YMD        PIC  9(08).
       01  WS-D-IDX                       PIC  9(04).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".

       01  WS-CUR-HOLD-KEY                PIC  X(36).
       01  WS-STATUS                      PIC  X(10).
       01  WS-HOLD-ROWS                   PIC  9(10).
       01  WS-HOLD-RUNS                   PIC  9(04).
       01  WS-HOLD-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-FORCE-CNT                   PIC  9(05)  VALUE ZERO.
       01  WS-ALL-ROWS                    PIC  9(11)  VALUE ZERO.
       01  WS-ROWS-DSP                    PIC  ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.

           PERFORM 1000-FIND-LATEST-RUNS.
           PERFORM 2000-LOAD-LATEST-COUNTS.
           OPEN OUTPUT INVENT-RPT.
           PERFORM 3000-PRINT-HEADING.
           PERFORM 4000-PRINT-HOLDS.
           PERFORM 5000-PRINT-TOTALS.
           CLOSE INVENT-RPT.
           GOBACK.

      *---------- pass 1 over the skip log: the newest run time each
      *           purge program logged against each hold
       1000-FIND-LATEST-RUNS.
           OPEN INPUT SKIP-LOG-FILE.
           IF WS-HK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SKIP-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-NOTE-RUN
               END-READ
           END-PERFORM.
           CLOSE SKIP-LOG-FILE.

       1100-NOTE-RUN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-L-CNT
                      OR WS-FOUND
               IF WS-L-HOLD-KEY(WS-L-IDX) = HK-HOLD-KEY
                  AND WS-L-PGM-ID(WS-L-IDX) = HK-PGM-ID
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-L-IDX
               IF HK-RUN-TIME > WS-L-RUN-TIME(WS-L-IDX)
                   MOVE HK-RUN-TIME TO WS-L-RUN-TIME(WS-L-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-L-CNT >= 3000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-L-CNT.
           MOVE HK-HOLD-KEY TO WS-L-HOLD-KEY(WS-L-CNT).
           MOVE HK-PGM-ID   TO WS-L-PGM-ID(WS-L-CNT).
           MOVE HK-RUN-TIME TO WS-L-RUN-TIME(WS-L-CNT).

      *---------- pass 2: keep only the rows of those latest runs
       2000-LOAD-LATEST-COUNTS.
           OPEN INPUT SKIP-LOG-FILE.
           IF WS-HK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SKIP-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HK-ROW-CNT > ZERO
                           PERFORM 2100-KEEP-IF-LATEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SKIP-LOG-FILE.

       2100-KEEP-IF-LATEST.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-L-CNT
                      OR WS-FOUND
               IF WS-L-HOLD-KEY(WS-L-IDX) = HK-HOLD-KEY
                  AND WS-L-PGM-ID(WS-L-IDX) = HK-PGM-ID
                  AND WS-L-RUN-TIME(WS-L-IDX) = HK-RUN-TIME
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
              OR WS-D-CNT >= 3000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-D-CNT.
           MOVE HK-HOLD-KEY   TO WS-D-HOLD-KEY(WS-D-CNT).
           MOVE HK-PGM-ID     TO WS-D-PGM-ID(WS-D-CNT).
           MOVE HK-RUN-TIME   TO WS-D-RUN-TIME(WS-D-CNT).
           MOVE HK-FILE-ID    TO WS-D-FILE-ID(WS-D-CNT).
           MOVE HK-ROW-CNT    TO WS-D-ROWS(WS-D-CNT).
           MOVE HK-OLDEST-YMD TO WS-D-OLDEST-YMD(WS-D-CNT).
           MOVE HK-NEWEST-YMD TO WS-D-NEWEST-YMD(WS-D-CNT).

       3000-PRINT-HEADING.
           MOVE SPACE TO INVENT-RPT-LINE.
           STRING "TKDYAB81  LEGAL-HOLD INVENTORY  AS OF "
                                  DELIMITED BY SIZE
                  WS-TODAY-YMD    DELIMITED BY SIZE
                  INTO INVENT-RPT-LINE
           END-STRING.
           WRITE INVENT-RPT-LINE.
           MOVE SPACE TO INVENT-RPT-LINE.
           WRITE INVENT-RPT-LINE.

      *---------- one HOLD line per hold, then its KEEPS lines
       4000-PRINT-HOLDS.
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
                       PERFORM 4100-PRINT-ONE-HOLD
               END-READ
           END-PERFORM.
           CLOSE HOLD-MSTR.

       4100-PRINT-ONE-HOLD.
           ADD 1 TO WS-HOLD-CNT.
           EVALUATE TRUE
               WHEN LH-DEL-KBN = "D"
                   MOVE "WITHDRAWN" TO WS-STATUS
               WHEN LH-RELEASE-YMD NOT = ZERO
                AND LH-RELEASE-YMD <= WS-TODAY-YMD
                   MOVE "RELEASED"  TO WS-STATUS
               WHEN OTHER
                   MOVE "IN FORCE"  TO WS-STATUS
                   ADD 1 TO WS-FORCE-CNT
           END-EVALUATE.
           MOVE SPACE TO INVENT-RPT-LINE.
           MOVE "HOLD"               TO INVENT-RPT-LINE(1:4).
           MOVE LH-CASE-REF          TO INVENT-RPT-LINE(6:20).
           MOVE WS-STATUS            TO INVENT-RPT-LINE(27:10).
           MOVE "CMP="               TO INVENT-RPT-LINE(38:4).
           MOVE LH-RIYO-CMP-CD       TO INVENT-RPT-LINE(42:4).
           MOVE "FUND="              TO INVENT-RPT-LINE(47:5).
           MOVE LH-FUND-CD           TO INVENT-RPT-LINE(52:12).
           MOVE "FILE="              TO INVENT-RPT-LINE(65:5).
           MOVE LH-FILE-ID           TO INVENT-RPT-LINE(70:12).
           MOVE LH-FROM-YMD          TO INVENT-RPT-LINE(83:8).
           MOVE "-"                  TO INVENT-RPT-LINE(92:1).
           MOVE LH-TO-YMD            TO INVENT-RPT-LINE(94:8).
           MOVE "BY"                 TO INVENT-RPT-LINE(103:2).
           MOVE LH-REQUESTER         TO INVENT-RPT-LINE(106:20).
           WRITE INVENT-RPT-LINE.
           IF LH-RELEASE-YMD NOT = ZERO
               MOVE SPACE            TO INVENT-RPT-LINE
               MOVE "RELEASE YMD="   TO INVENT-RPT-LINE(6:12)
               MOVE LH-RELEASE-YMD   TO INVENT-RPT-LINE(18:8)
               WRITE INVENT-RPT-LINE
           END-IF.

           MOVE LH-KEY TO WS-CUR-HOLD-KEY.
           MOVE ZERO   TO WS-HOLD-ROWS WS-HOLD-RUNS.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-L-CNT
               IF WS-L-HOLD-KEY(WS-L-IDX) = WS-CUR-HOLD-KEY
                   ADD 1 TO WS-HOLD-RUNS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-HOLD-KEY(WS-D-IDX) = WS-CUR-HOLD-KEY
                   PERFORM 4200-PRINT-KEEPS
               END-IF
           END-PERFORM.
           MOVE SPACE TO INVENT-RPT-LINE.
           IF WS-HOLD-RUNS = ZERO
               MOVE "NO PURGE RUN HAS REPORTED ON THIS HOLD"
                                     TO INVENT-RPT-LINE(6:38)
           ELSE
               MOVE WS-HOLD-ROWS     TO WS-ROWS-DSP
               MOVE "ROWS KEPT ALIVE="
                                     TO INVENT-RPT-LINE(6:16)
               MOVE WS-ROWS-DSP      TO INVENT-RPT-LINE(22:11)
           END-IF.
           WRITE INVENT-RPT-LINE.
           MOVE SPACE TO INVENT-RPT-LINE.
           WRITE INVENT-RPT-LINE.

       4200-PRINT-KEEPS.
           ADD WS-D-ROWS(WS-D-IDX) TO WS-HOLD-ROWS WS-ALL-ROWS.
           MOVE WS-D-ROWS(WS-D-IDX)       TO WS-ROWS-DSP.
           MOVE SPACE TO INVENT-RPT-LINE.
           MOVE "KEEPS"                   TO INVENT-RPT-LINE(6:5).
           MOVE WS-D-PGM-ID(WS-D-IDX)     TO INVENT-RPT-LINE(12:8).
           MOVE WS-D-FILE-ID(WS-D-IDX)    TO INVENT-RPT-LINE(21:12).
           MOVE WS-ROWS-DSP               TO INVENT-RPT-LINE(34:11).
           MOVE "ROWS"                    TO INVENT-RPT-LINE(46:4).
           MOVE WS-D-OLDEST-YMD(WS-D-IDX) TO INVENT-RPT-LINE(51:8).
           MOVE "-"                       TO INVENT-RPT-LINE(60:1).
           MOVE WS-D-NEWEST-YMD(WS-D-IDX) TO INVENT-RPT-LINE(62:8).
           MOVE "RUN"                     TO INVENT-RPT-LINE(71:3).
           MOVE WS-D-RUN-TIME(WS-D-IDX)   TO INVENT-RPT-LINE(75:14).
           WRITE INVENT-RPT-LINE.

       5000-PRINT-TOTALS.
           MOVE SPACE TO INVENT-RPT-LINE.
           STRING "HOLDS="          DELIMITED BY SIZE
                  WS-HOLD-CNT       DELIMITED BY SIZE
                  "  IN FORCE="     DELIMITED BY SIZE
                  WS-FORCE-CNT      DELIMITED BY SIZE
                  "  ROWS KEPT ALIVE="
                                    DELIMITED BY SIZE
                  WS-ALL-ROWS       DELIMITED BY SIZE
                  INTO INVENT-RPT-LINE
           END-STRING.
           WRITE INVENT-RPT-LINE.
