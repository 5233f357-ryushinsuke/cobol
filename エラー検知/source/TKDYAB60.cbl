      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Sliced upload source gets a
      *                                trailer restated for the rows
      *                                kept, so the slice still
      *                                passes the upload gate
      *  20261015   SCS                FUNDPTFM slice widened for the
      *                                fund lifecycle dates
      *
      *  Pulls a consistent one-day slice for UAT: given a
      *  SYORI-YMD and a fund list on the parameter file, copies
       01  OUT-SRC-REC                    PIC  X(61).

       FD  OUT-FPM-FILE.
       01  OUT-FPM-REC                    PIC  X(97).

       FD  OUT-FCM-FILE.
       01  OUT-FCM-REC                    PIC  X(37).
       01  WS-SLICE-YMD-X                 PIC  X(08).
       01  WS-FUND-HIT-SW                 PIC  X(01).
       01  WS-CHECK-FUND-CD               PIC  X(12).
      *---------- control totals of the sliced upload source
       01  WS-SLICE-TRL-SW                PIC  X(01)  VALUE "N".
       01  WS-SLICE-ROW-CNT               PIC  9(07)  VALUE ZERO.
       01  WS-SLICE-VALUE-SUM             PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-SLICE-HASH-DSP              PIC  -(13)9.9(05).

      *---------- the fund list
       01  WS-F-CNT                       PIC  9(03)  VALUE ZERO.
           END-IF.
           PERFORM 5100-READ-SRC.
           PERFORM UNTIL WS-EOF
               EVALUATE US-REC-KBN
                   WHEN "H"
                       MOVE SPACE       TO OUT-SRC-REC
                       MOVE UPLDSRC-REC TO OUT-SRC-REC
                       WRITE OUT-SRC-REC
                   WHEN "T"
                       MOVE "Y" TO WS-SLICE-TRL-SW
                   WHEN OTHER
                       MOVE US-D-FUND-CD TO WS-CHECK-FUND-CD
                       PERFORM 1500-CHECK-FUND
                       IF WS-FUND-HIT-SW = "Y"
                           MOVE SPACE       TO OUT-SRC-REC
                           MOVE UPLDSRC-REC TO OUT-SRC-REC
                           WRITE OUT-SRC-REC
                           PERFORM 5200-ADD-SLICE-TOTALS
                       END-IF
               END-EVALUATE
               PERFORM 5100-READ-SRC
           END-PERFORM.
           IF WS-SLICE-TRL-SW = "Y"
               PERFORM 5300-WRITE-SLICE-TRAILER
           END-IF.
           CLOSE UPLOAD-SRC-FILE.
           CLOSE OUT-SRC-FILE.
           MOVE "N" TO WS-EOF-SW.
                   SET WS-EOF TO TRUE
           END-READ.

       5200-ADD-SLICE-TOTALS.
           ADD 1 TO WS-SLICE-ROW-CNT.
           IF FUNCTION TEST-NUMVAL(US-D-VALUE) = ZERO
               COMPUTE WS-SLICE-VALUE-SUM = WS-SLICE-VALUE-SUM
                   + FUNCTION NUMVAL(US-D-VALUE)
           END-IF.

      *---------- the source trailer counts rows the slice dropped;
      *           restate it for the rows kept
       5300-WRITE-SLICE-TRAILER.
           MOVE WS-SLICE-VALUE-SUM TO WS-SLICE-HASH-DSP.
           MOVE SPACE              TO UPLDSRC-REC.
           MOVE "T"                TO US-REC-KBN.
           MOVE WS-SLICE-ROW-CNT   TO US-T-DETAIL-CNT.
           MOVE WS-SLICE-HASH-DSP  TO US-T-HASH-TOTAL.
           MOVE UPLDSRC-REC        TO OUT-SRC-REC.
           WRITE OUT-SRC-REC.

       6000-SLICE-FUND-MASTERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT  FUNDPTFM-FILE.
