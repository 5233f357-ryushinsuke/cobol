      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Trailer check: the file is
      *                                rejected when the trailer is
      *                                missing (unless UPLDPRVM marks
      *                                the provider optional), not
      *                                last, or its count or hash
      *                                total disagrees; the reason
      *                                goes to the upload-error
      *                                detail
      *  20261015   SCS                Cancel (C) and amend (A) rows
      *                                take the detail checks
      *  20261015   SCS                Rows for a base date outside
      *                                the fund's launch/liquidation
      *                                /merger window are rejected,
      *                                with the reason
      *
      *  Reads the upload source file before the real upload starts
      *  and runs the same field checks that feed UE-FIELD-NAME /
           SELECT GATE-RPT-FILE   ASSIGN TO "TKDYAB19RPT"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-RPT-STS.
           SELECT PROVIDER-MSTR   ASSIGN TO "UPLDPRVM"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS UP-KEY
                  FILE STATUS     IS WS-UP-STS.
           SELECT UPLDERR-FILE    ASSIGN TO "TKDYAB07UEF"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-UE-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-RPT-FILE.
       01  GATE-RPT-LINE                  PIC  X(100).

       FD  PROVIDER-MSTR.
           COPY UPLDPRVM.

       FD  UPLDERR-FILE.
           COPY UPLDERR.

       WORKING-STORAGE SECTION.
       01  WS-SRC-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-UP-STS                      PIC  X(02).
       01  WS-UE-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-DETAIL-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-HDR-SEEN-SW                 PIC  X(01)  VALUE "N".
           88  WS-HDR-SEEN                VALUE "Y".
       01  WS-HDR-RIYO-CMP-CD             PIC  X(04).
       01  WS-HDR-SYORI-YMD               PIC  9(08)  VALUE ZERO.
       01  WS-HDR-KIDOU-ID                PIC  X(04).
       01  WS-HDR-GYOMU-TASK-ID           PIC  X(07).
       01  WS-ROW-ERR-SW                  PIC  X(01).
       01  WS-FIELD-NAME                  PIC  X(30).
       01  WS-REJECT-REASON               PIC  X(80).
      *---------- trailer control: what the trailer claims, what the
      *           file actually held, and why they failed to agree
       01  WS-TRL-SEEN-SW                 PIC  X(01)  VALUE "N".
           88  WS-TRL-SEEN                VALUE "Y".
       01  WS-AFTER-TRL-SW                PIC  X(01)  VALUE "N".
           88  WS-AFTER-TRL               VALUE "Y".
       01  WS-TRL-DETAIL-CNT              PIC  9(07)  VALUE ZERO.
       01  WS-TRL-HASH-TOTAL              PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-TRL-HASH-SW                 PIC  X(01)  VALUE "Y".
       01  WS-HASH-TOTAL                  PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-TRL-REASON                  PIC  X(80)  VALUE SPACE.

       01  SCZY7053-ARGS.
           COPY SCZY7053.

           PERFORM 2000-READ-SRC.
           PERFORM UNTIL WS-EOF
               IF WS-TRL-SEEN
                   SET WS-AFTER-TRL TO TRUE
               END-IF
               EVALUATE US-REC-KBN
                   WHEN "H"
                       PERFORM 3000-NOTE-HEADER
                   WHEN "T"
                       PERFORM 3500-NOTE-TRAILER
                   WHEN "D"
                   WHEN "C"
                   WHEN "A"
                       PERFORM 4000-CHECK-DETAIL
                   WHEN OTHER
                       PERFORM 4900-BAD-REC-KBN
           END-PERFORM.
           CLOSE UPLOAD-SRC-FILE.

           PERFORM 4950-CHECK-TRAILER.
           PERFORM 5000-DECIDE-GO-NOGO.
           CLOSE GATE-RPT-FILE.
           GOBACK.
       3000-NOTE-HEADER.
           SET WS-HDR-SEEN TO TRUE.
           MOVE US-H-RIYO-CMP-CD    TO WS-HDR-RIYO-CMP-CD.
           MOVE US-H-SYORI-YMD      TO WS-HDR-SYORI-YMD.
           MOVE US-H-KIDOU-ID       TO WS-HDR-KIDOU-ID.
           MOVE US-H-GYOMU-TASK-ID  TO WS-HDR-GYOMU-TASK-ID.

      *---------- a second trailer counts as a row after the first
       3500-NOTE-TRAILER.
           SET WS-TRL-SEEN TO TRUE.
           MOVE US-T-DETAIL-CNT     TO WS-TRL-DETAIL-CNT.
           IF FUNCTION TEST-NUMVAL(US-T-HASH-TOTAL) = ZERO
               COMPUTE WS-TRL-HASH-TOTAL =
                   FUNCTION NUMVAL(US-T-HASH-TOTAL)
               MOVE "Y" TO WS-TRL-HASH-SW
           ELSE
               MOVE "N" TO WS-TRL-HASH-SW
           END-IF.

      *---------- same field checks an upload run would report
      *           through TKDYAB07, run here before anything loads
       4000-CHECK-DETAIL.
           ADD 1 TO WS-DETAIL-CNT.
           ADD 1 TO WS-ROW-NO.
           PERFORM 4700-ADD-HASH.
           MOVE "N"   TO WS-ROW-ERR-SW.
           MOVE SPACE TO WS-FIELD-NAME WS-REJECT-REASON.
           IF US-D-FUND-CD = SPACE
           MOVE US-D-FUND-CD      TO IXFP-FUND-CD.
           MOVE US-D-PTF-CD       TO IXFP-PTF-CD.
           MOVE US-D-HYK-KRTU-CD  TO IXFP-HYK-KRTU-CD.
           MOVE US-D-KJN-YMD      TO IXFP-CHECK-YMD.
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

       4500-REPORT-ROW-ERROR.
           ADD 1 TO WS-ERROR-CNT.
           MOVE SPACE  TO GATE-RPT-LINE.
           END-STRING.
           WRITE GATE-RPT-LINE.

      *---------- hash total over every detail row whose value
      *           parses; an unparseable value adds nothing
       4700-ADD-HASH.
           IF FUNCTION TEST-NUMVAL(US-D-VALUE) = ZERO
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION NUMVAL(US-D-VALUE)
           END-IF.

       4900-BAD-REC-KBN.
           ADD 1 TO WS-DETAIL-CNT.
           ADD 1 TO WS-ROW-NO.
           ADD 1 TO WS-ERROR-CNT.
           PERFORM 4700-ADD-HASH.
           MOVE SPACE  TO GATE-RPT-LINE.
           STRING "ERR ROW="          DELIMITED BY SIZE
                  WS-ROW-NO           DELIMITED BY SIZE
           END-STRING.
           WRITE GATE-RPT-LINE.

      *---------- any reason left in WS-TRL-REASON rejects the
      *           whole file, whatever the row error rate
       4950-CHECK-TRAILER.
           MOVE SPACE TO WS-TRL-REASON.
           EVALUATE TRUE
               WHEN WS-AFTER-TRL
                   MOVE "TRAILER IS NOT THE LAST RECORD"
                     TO WS-TRL-REASON
               WHEN NOT WS-TRL-SEEN
                   PERFORM 4960-CHECK-TRAILER-OPTIONAL
               WHEN WS-TRL-DETAIL-CNT NOT = WS-DETAIL-CNT
                   STRING "TRAILER COUNT "      DELIMITED BY SIZE
                          WS-TRL-DETAIL-CNT     DELIMITED BY SIZE
                          " DISAGREES WITH ROWS READ "
                                                DELIMITED BY SIZE
                          WS-DETAIL-CNT         DELIMITED BY SIZE
                          INTO WS-TRL-REASON
                   END-STRING
               WHEN WS-TRL-HASH-SW NOT = "Y"
                   MOVE "TRAILER HASH TOTAL NOT NUMERIC"
                     TO WS-TRL-REASON
               WHEN WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
                   MOVE "TRAILER HASH TOTAL DISAGREES WITH DETAILS"
                     TO WS-TRL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------- no trailer: accepted only for a provider UPLDPRVM
      *           still has in the transition period
       4960-CHECK-TRAILER-OPTIONAL.
           MOVE "TRAILER RECORD MISSING" TO WS-TRL-REASON.
           OPEN INPUT PROVIDER-MSTR.
           IF WS-UP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HDR-RIYO-CMP-CD TO UP-RIYO-CMP-CD.
           MOVE WS-HDR-KIDOU-ID    TO UP-KIDOU-ID.
           READ PROVIDER-MSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UP-DEL-KBN = SPACE
                      AND UP-TRL-OPTIONAL
                       MOVE SPACE TO WS-TRL-REASON
                   END-IF
           END-READ.
           CLOSE PROVIDER-MSTR.

      *---------- file-level reject: row zero, the TKDYAB34 extract
      *           skips it since there is no single row to repair
       4970-WRITE-TRAILER-ERROR.
           OPEN EXTEND UPLDERR-FILE.
           IF WS-UE-STS = "05" OR WS-UE-STS = "35"
               OPEN OUTPUT UPLDERR-FILE
           END-IF.
           MOVE WS-HDR-RIYO-CMP-CD   TO UE-RIYO-CMP-CD.
           MOVE WS-HDR-SYORI-YMD     TO UE-SYORI-YMD.
           MOVE WS-HDR-KIDOU-ID      TO UE-KIDOU-ID.
           MOVE WS-HDR-GYOMU-TASK-ID TO UE-GYOMU-TASK-ID.
           MOVE ZERO                 TO UE-ROW-NO.
           MOVE "TRAILER"            TO UE-FIELD-NAME.
           MOVE WS-TRL-REASON        TO UE-REJECT-REASON.
           WRITE UPLDERR-REC.
           CLOSE UPLDERR-FILE.

       5000-DECIDE-GO-NOGO.
           IF WS-TRL-REASON NOT = SPACE
               MOVE SPACE  TO GATE-RPT-LINE
               STRING "NOGO KIDOU="      DELIMITED BY SIZE
                      WS-HDR-KIDOU-ID    DELIMITED BY SIZE
                      " TASK="           DELIMITED BY SIZE
                      WS-HDR-GYOMU-TASK-ID DELIMITED BY SIZE
                      " ROWS="           DELIMITED BY SIZE
                      WS-DETAIL-CNT      DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-TRL-REASON      DELIMITED BY SIZE
                      INTO GATE-RPT-LINE
               END-STRING
               WRITE GATE-RPT-LINE
               PERFORM 4970-WRITE-TRAILER-ERROR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DETAIL-CNT = ZERO OR NOT WS-HDR-SEEN
               MOVE 100 TO WS-ERR-RATE-PCT
           ELSE
