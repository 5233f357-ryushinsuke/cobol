      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY7057
      *  Program name   : Successor-fund resolution
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Resolves the FUNDPTFM successor links so a merged fund's
      *  history can be shown under the fund that carries it on:
      *  function "S" follows FPM-SUCC-FUND-CD from a fund to the
      *  last fund of the chain, function "P" lists every fund
      *  merged into a fund, directly or through an earlier merger.
      *  The lifecycle is fund-wide, so the first FUNDPTFM row of a
      *  fund speaks for the fund.  A chain is followed at most ten
      *  links and stops if it comes back to where it started, so
      *  a mis-keyed loop cannot hang the caller.  Same function-
      *  code dispatch convention as SCZY1020.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY7057.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDPTFM-FILE  ASSIGN TO "FUNDPTFM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS FPM-KEY
                  FILE STATUS    IS WS-FPM-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNDPTFM-FILE.
           COPY FUNDPTFM.

       WORKING-STORAGE SECTION.
       01  WS-FPM-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01).
           88  WS-EOF                     VALUE "Y".
       01  WS-FUND-FOUND-SW               PIC  X(01).
           88  WS-FUND-FOUND              VALUE "Y".
       01  WS-LOOK-FUND-CD                PIC  X(12).
       01  WS-HOP-CNT                     PIC  9(02).

      *---------- function P: one entry per merged fund on file
       01  WS-L-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-L-TBL.
           05  WS-L-ENTRY  OCCURS 2000.
               10  WS-L-FUND-CD           PIC  X(12).
               10  WS-L-SUCC-FUND-CD      PIC  X(12).
       01  WS-L-IDX                       PIC  9(04).
       01  WS-P-IDX                       PIC  9(02).
       01  WS-Q-IDX                       PIC  9(02).
       01  WS-LISTED-SW                   PIC  X(01).
       01  WS-PREV-FUND-CD                PIC  X(12).

       LINKAGE SECTION.
           COPY SCZY7057
               REPLACING ==05  PARM-SCZY7057-ARG1==
                      BY ==01  PARM-SCZY7057-ARG1==
                         ==05  PARM-SCZY7057-ARG2==
                      BY ==01  PARM-SCZY7057-ARG2==.

       PROCEDURE DIVISION USING PARM-SCZY7057-ARG1
                                 PARM-SCZY7057-ARG2.
       0000-MAIN.
           MOVE "N"          TO IXSF-FOUND-IND.
           MOVE IXSF-FUND-CD TO IXSF-SUCC-FUND-CD.
           MOVE ZERO         TO IXSF-MERGE-YMD.
           MOVE ZERO         TO IXSF-PRED-CNT.
           OPEN INPUT FUNDPTFM-FILE.
           IF WS-FPM-STS = "00"
               EVALUATE IXSF-FUNCTION
                   WHEN "S"
                       PERFORM 1000-RESOLVE-SUCCESSOR
                   WHEN "P"
                       PERFORM 2000-LIST-PREDECESSORS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE FUNDPTFM-FILE
           END-IF.
           GOBACK.

      *---------- from the fund along FPM-SUCC-FUND-CD while the
      *           fund on hand records a merger
       1000-RESOLVE-SUCCESSOR.
           MOVE IXSF-FUND-CD TO WS-LOOK-FUND-CD.
           PERFORM 3000-READ-FIRST-ROW.
           IF NOT WS-FUND-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y"           TO IXSF-FOUND-IND.
           MOVE FPM-MERGE-YMD TO IXSF-MERGE-YMD.
           MOVE ZERO          TO WS-HOP-CNT.
           PERFORM UNTIL NOT WS-FUND-FOUND
                      OR FPM-SUCC-FUND-CD = SPACE
                      OR FPM-MERGE-YMD = ZERO
                      OR FPM-SUCC-FUND-CD = IXSF-FUND-CD
                      OR WS-HOP-CNT >= 10
               ADD 1 TO WS-HOP-CNT
               MOVE FPM-SUCC-FUND-CD TO IXSF-SUCC-FUND-CD
               MOVE FPM-SUCC-FUND-CD TO WS-LOOK-FUND-CD
               PERFORM 3000-READ-FIRST-ROW
           END-PERFORM.

      *---------- every merged fund and its successor, then the
      *           funds reaching IXSF-FUND-CD, widened one link
      *           at a time until nothing new turns up
       2000-LIST-PREDECESSORS.
           MOVE ZERO  TO WS-L-CNT.
           MOVE SPACE TO WS-PREV-FUND-CD.
           MOVE LOW-VALUE TO FPM-KEY.
           MOVE "N" TO WS-EOF-SW.
           START FUNDPTFM-FILE KEY IS NOT LESS THAN FPM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ FUNDPTFM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FPM-KEY-FUND-CD = IXSF-FUND-CD
                           MOVE "Y" TO IXSF-FOUND-IND
                       END-IF
                       IF FPM-KEY-FUND-CD NOT = WS-PREV-FUND-CD
                          AND FPM-SUCC-FUND-CD NOT = SPACE
                          AND FPM-MERGE-YMD NOT = ZERO
                          AND WS-L-CNT < 2000
                           ADD 1 TO WS-L-CNT
                           MOVE FPM-KEY-FUND-CD
                             TO WS-L-FUND-CD(WS-L-CNT)
                           MOVE FPM-SUCC-FUND-CD
                             TO WS-L-SUCC-FUND-CD(WS-L-CNT)
                       END-IF
                       MOVE FPM-KEY-FUND-CD TO WS-PREV-FUND-CD
               END-READ
           END-PERFORM.

           MOVE ZERO TO WS-P-IDX.
           MOVE IXSF-FUND-CD TO WS-LOOK-FUND-CD.
           PERFORM UNTIL WS-P-IDX > IXSF-PRED-CNT
               PERFORM VARYING WS-L-IDX FROM 1 BY 1
                       UNTIL WS-L-IDX > WS-L-CNT
                   IF WS-L-SUCC-FUND-CD(WS-L-IDX) = WS-LOOK-FUND-CD
                       PERFORM 2100-ADD-PREDECESSOR
                   END-IF
               END-PERFORM
               ADD 1 TO WS-P-IDX
               IF WS-P-IDX <= IXSF-PRED-CNT
                   MOVE IXSF-PRED-FUND-CD(WS-P-IDX)
                     TO WS-LOOK-FUND-CD
               END-IF
           END-PERFORM.

       2100-ADD-PREDECESSOR.
           IF WS-L-FUND-CD(WS-L-IDX) = IXSF-FUND-CD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LISTED-SW.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > IXSF-PRED-CNT
               IF IXSF-PRED-FUND-CD(WS-Q-IDX)
                       = WS-L-FUND-CD(WS-L-IDX)
                   MOVE "Y" TO WS-LISTED-SW
               END-IF
           END-PERFORM.
           IF WS-LISTED-SW = "N" AND IXSF-PRED-CNT < 50
               ADD 1 TO IXSF-PRED-CNT
               MOVE WS-L-FUND-CD(WS-L-IDX)
                 TO IXSF-PRED-FUND-CD(IXSF-PRED-CNT)
           END-IF.

      *---------- the first FUNDPTFM row of WS-LOOK-FUND-CD
       3000-READ-FIRST-ROW.
           MOVE "N" TO WS-FUND-FOUND-SW.
           MOVE WS-LOOK-FUND-CD TO FPM-KEY-FUND-CD.
           MOVE LOW-VALUE       TO FPM-KEY-PTF-CD.
           MOVE LOW-VALUE       TO FPM-KEY-HYK-KRTU-CD.
           START FUNDPTFM-FILE KEY IS NOT LESS THAN FPM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ FUNDPTFM-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF FPM-KEY-FUND-CD = WS-LOOK-FUND-CD
               MOVE "Y" TO WS-FUND-FOUND-SW
           END-IF.
