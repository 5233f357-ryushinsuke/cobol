      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Repaired cancel/amend rows go
      *                                back out as their own kind,
      *                                not as plain details
      *  20261015   SCS                Rows for a base date outside
      *                                the fund's launch/liquidation
      *                                /merger window are rejected,
      *                                with the reason
      *
      *  Takes the corrected TKDYAB34 correction file, revalidates
      *  each row with the same checks as the TKDYAB19 gateway
               MOVE CR-D-FUND-CD      TO IXFP-FUND-CD
               MOVE CR-D-PTF-CD       TO IXFP-PTF-CD
               MOVE CR-D-HYK-KRTU-CD  TO IXFP-HYK-KRTU-CD
               MOVE CR-D-KJN-YMD      TO IXFP-CHECK-YMD
               CALL "SCZY7053" USING PARM-SCZY7053-ARG1
                                      PARM-SCZY7053-ARG2
               END-CALL
               IF IXFP-VALID-IND NOT = "Y"
                   PERFORM 2100-LIFECYCLE-REASON
                   MOVE "N" TO WS-ROW-OK-SW
               END-IF
           END-IF.

      *---------- the SCZY7053 reason in words; a merged fund
      *           names its successor
       2100-LIFECYCLE-REASON.
           EVALUATE IXFP-REASON-KBN
               WHEN "L"
                   MOVE "FUND NOT YET LAUNCHED ON THE BASE DATE"
                     TO WS-REJECT-REASON
               WHEN "Q"
                   MOVE "FUND LIQUIDATED ON OR BEFORE THE BASE DATE"
                     TO WS-REJECT-REASON
               WHEN "M"
                   MOVE SPACE TO WS-REJECT-REASON
                   STRING "FUND MERGED INTO "  DELIMITED BY SIZE
                          IXFP-SUCC-FUND-CD    DELIMITED BY SPACE
                          " ON OR BEFORE THE BASE DATE"
                                               DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "FUND/PORTFOLIO NOT ON FUNDPTFM"
                     TO WS-REJECT-REASON
           END-EVALUATE.

      *---------- append to the load and journal against the run
       3000-ACCEPT-ONE.
           MOVE SPACE     TO UPLDSRC-REC.
           MOVE "D"       TO US-REC-KBN.
           IF CR-D-REC-KBN = "C" OR CR-D-REC-KBN = "A"
               MOVE CR-D-REC-KBN TO US-REC-KBN
           END-IF.
           MOVE CR-DETAIL TO US-BODY.
           MOVE SPACE     TO US-BODY(49:12).
           WRITE UPLDSRC-REC.
           MOVE CR-RIYO-CMP-CD   TO RJ-RIYO-CMP-CD.
           MOVE CR-SYORI-YMD     TO RJ-SYORI-YMD.
