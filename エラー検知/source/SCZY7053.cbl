      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260808   SCS                New - request 031
      *  20261015   SCS                A combination is only valid
      *                                for base dates inside its
      *                                launch/liquidation/merger
      *                                window; the reason is passed
      *                                back
      *
      *  Validates that a FUND-CD/PTF-CD/HYK-KRTU-CD combination is on
      *  file in FUNDPTFM and still in service, so a caller can reject
      *  same ITJYMSTR/CZCOAB02 cross-reference-check precedent as
      *  request 019.
      *
      *  With a base date in IXFP-CHECK-YMD the combination must
      *  also be live on that day: on or after FPM-LAUNCH-YMD and
      *  before FPM-LIQUID-YMD/FPM-MERGE-YMD.  IXFP-REASON-KBN says
      *  which check failed, and a merged fund's successor comes
      *  back in IXFP-SUCC-FUND-CD so the caller can point there.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY7053.
       PROCEDURE DIVISION USING PARM-SCZY7053-ARG1
                                 PARM-SCZY7053-ARG2.
       0000-MAIN.
           MOVE "N"   TO IXFP-VALID-IND.
           MOVE "N"   TO IXFP-REASON-KBN.
           MOVE SPACE TO IXFP-SUCC-FUND-CD.
           OPEN INPUT FUNDPTFM-FILE.
           IF WS-FPM-STS = "00"
               MOVE IXFP-FUND-CD       TO FPM-KEY-FUND-CD
                       CONTINUE
                   NOT INVALID KEY
                       IF FPM-DEL-KBN = SPACE
                           MOVE "Y"   TO IXFP-VALID-IND
                           MOVE SPACE TO IXFP-REASON-KBN
                           PERFORM 1000-CHECK-LIFECYCLE
                       ELSE
                           MOVE "D"   TO IXFP-REASON-KBN
                       END-IF
               END-READ
               CLOSE FUNDPTFM-FILE
           END-IF.
           GOBACK.

      *---------- zero dates on either side mean no bound
       1000-CHECK-LIFECYCLE.
           IF IXFP-CHECK-YMD IS NOT NUMERIC
              OR IXFP-CHECK-YMD = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF FPM-LAUNCH-YMD IS NUMERIC
              AND FPM-LAUNCH-YMD NOT = ZERO
              AND IXFP-CHECK-YMD < FPM-LAUNCH-YMD
               MOVE "N" TO IXFP-VALID-IND
               MOVE "L" TO IXFP-REASON-KBN
               EXIT PARAGRAPH
           END-IF.
           IF FPM-MERGE-YMD IS NUMERIC
              AND FPM-MERGE-YMD NOT = ZERO
              AND IXFP-CHECK-YMD NOT < FPM-MERGE-YMD
               MOVE "N" TO IXFP-VALID-IND
               MOVE "M" TO IXFP-REASON-KBN
               MOVE FPM-SUCC-FUND-CD TO IXFP-SUCC-FUND-CD
               EXIT PARAGRAPH
           END-IF.
           IF FPM-LIQUID-YMD IS NUMERIC
              AND FPM-LIQUID-YMD NOT = ZERO
              AND IXFP-CHECK-YMD NOT < FPM-LIQUID-YMD
               MOVE "N" TO IXFP-VALID-IND
               MOVE "Q" TO IXFP-REASON-KBN
           END-IF.
