      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Partial sum of the detail
      *                                values on the summary row,
      *                                for the TKDYAB58 trailer hash
      *                                check
      *  20261015   SCS                Cancel (C) and amend (A) rows
      *                                take the detail checks, as in
      *                                TKDYAB19
      *  20261015   SCS                Rows for a base date outside
      *                                the fund's launch/liquidation
      *                                /merger window are rejected,
      *                                with the reason
      *
      *  One validation stream of the split-and-merge mode: takes
      *  its partition number on the parameter file, reads the
           05  S1-DETAIL-CNT              PIC  9(07).
           05  S1-ERROR-CNT               PIC  9(07).
           05  S1-CHECKSUM                PIC  9(12).
           05  S1-VALUE-SUM               PIC  S9(15)V9(05).
       FD  PART-SUM-2.
       01  PART-SUM-REC-2.
           05  S2-PART-NO                 PIC  9(01).
           05  S2-DETAIL-CNT              PIC  9(07).
           05  S2-ERROR-CNT               PIC  9(07).
           05  S2-CHECKSUM                PIC  9(12).
           05  S2-VALUE-SUM               PIC  S9(15)V9(05).
       FD  PART-SUM-3.
       01  PART-SUM-REC-3.
           05  S3-PART-NO                 PIC  9(01).
           05  S3-DETAIL-CNT              PIC  9(07).
           05  S3-ERROR-CNT               PIC  9(07).
           05  S3-CHECKSUM                PIC  9(12).
           05  S3-VALUE-SUM               PIC  S9(15)V9(05).
       FD  PART-SUM-4.
       01  PART-SUM-REC-4.
           05  S4-PART-NO                 PIC  9(01).
           05  S4-DETAIL-CNT              PIC  9(07).
           05  S4-ERROR-CNT               PIC  9(07).
           05  S4-CHECKSUM                PIC  9(12).
           05  S4-VALUE-SUM               PIC  S9(15)V9(05).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-DETAIL-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-ERROR-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-CHECKSUM                    PIC  9(12)  VALUE ZERO.
       01  WS-VALUE-SUM                   PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-HASH-BUF                    PIC  X(40).
       01  WS-HASH-POS                    PIC  9(02).
       01  WS-ROW-ERR-SW                  PIC  X(01).
                         ==US-D-PTF-CD==  BY ==CUR-D-PTF-CD==
                         ==US-D-HYK-KRTU-CD== BY ==CUR-D-HYK-KRTU-CD==
                         ==US-D-KJN-YMD== BY ==CUR-D-KJN-YMD==
                         ==US-D-VALUE==   BY ==CUR-D-VALUE==
                         ==US-TRL==       BY ==CUR-TRL==
                         ==US-T-DETAIL-CNT== BY ==CUR-T-DETAIL-CNT==
                         ==US-T-HASH-TOTAL== BY ==CUR-T-HASH-TOTAL==.

       01  SCZY7053-ARGS.
           COPY SCZY7053.
           ADD 1 TO WS-DETAIL-CNT.
           MOVE CUR-SRC-REC(1:40) TO WS-HASH-BUF.
           PERFORM 4800-FOLD-HASH.
           IF FUNCTION TEST-NUMVAL(CUR-D-VALUE) = ZERO
               COMPUTE WS-VALUE-SUM = WS-VALUE-SUM
                   + FUNCTION NUMVAL(CUR-D-VALUE)
           END-IF.
           MOVE "N"   TO WS-ROW-ERR-SW.
           MOVE SPACE TO WS-FIELD-NAME WS-REJECT-REASON.
           IF CUR-REC-KBN NOT = "D"
              AND CUR-REC-KBN NOT = "C"
              AND CUR-REC-KBN NOT = "A"
               MOVE "REC-KBN" TO WS-FIELD-NAME
               MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
               MOVE "Y" TO WS-ROW-ERR-SW
           MOVE CUR-D-FUND-CD     TO IXFP-FUND-CD.
           MOVE CUR-D-PTF-CD      TO IXFP-PTF-CD.
           MOVE CUR-D-HYK-KRTU-CD TO IXFP-HYK-KRTU-CD.
           MOVE CUR-D-KJN-YMD     TO IXFP-CHECK-YMD.
           CALL "SCZY7053" USING PARM-SCZY7053-ARG1
                                  PARM-SCZY7053-ARG2
           END-CALL.
           IF IXFP-VALID-IND NOT = "Y"
               MOVE "FUND-CD"  TO WS-FIELD-NAME
               PERFORM 4150-LIFECYCLE-REASON
               MOVE "Y"        TO WS-ROW-ERR-SW
           END-IF.

      *---------- the SCZY7053 reason in words; a merged fund
      *           names its successor
       4150-LIFECYCLE-REASON.
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

      *---------- the TKDYAB31 content hash, applied to this
      *           partition's rows only; contributions add across
      *           partitions
                   MOVE WS-DETAIL-CNT TO S1-DETAIL-CNT
                   MOVE WS-ERROR-CNT  TO S1-ERROR-CNT
                   MOVE WS-CHECKSUM   TO S1-CHECKSUM
                   MOVE WS-VALUE-SUM  TO S1-VALUE-SUM
                   WRITE PART-SUM-REC-1
               WHEN 2
                   MOVE WS-PART-NO    TO S2-PART-NO
                   MOVE WS-DETAIL-CNT TO S2-DETAIL-CNT
                   MOVE WS-ERROR-CNT  TO S2-ERROR-CNT
                   MOVE WS-CHECKSUM   TO S2-CHECKSUM
                   MOVE WS-VALUE-SUM  TO S2-VALUE-SUM
                   WRITE PART-SUM-REC-2
               WHEN 3
                   MOVE WS-PART-NO    TO S3-PART-NO
                   MOVE WS-DETAIL-CNT TO S3-DETAIL-CNT
                   MOVE WS-ERROR-CNT  TO S3-ERROR-CNT
                   MOVE WS-CHECKSUM   TO S3-CHECKSUM
                   MOVE WS-VALUE-SUM  TO S3-VALUE-SUM
                   WRITE PART-SUM-REC-3
               WHEN 4
                   MOVE WS-PART-NO    TO S4-PART-NO
                   MOVE WS-DETAIL-CNT TO S4-DETAIL-CNT
                   MOVE WS-ERROR-CNT  TO S4-ERROR-CNT
                   MOVE WS-CHECKSUM   TO S4-CHECKSUM
                   MOVE WS-VALUE-SUM  TO S4-VALUE-SUM
                   WRITE PART-SUM-REC-4
           END-EVALUATE.

