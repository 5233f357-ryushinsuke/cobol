      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Trailer check against the
      *                                TKDYAB56 control file and the
      *                                merged partial counts and
      *                                value sums, the TKDYAB19 rule
      *
      *  Last leg of the split-and-merge validation mode: collects
      *  the four TKDYAB57 partial-error files and partial
           SELECT MERGE-RPT      ASSIGN TO "TKDYAB58RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.
           SELECT TRAILER-CTL    ASSIGN TO "TKDYAB56TRL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TRL-STS.
           SELECT PROVIDER-MSTR  ASSIGN TO "UPLDPRVM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS UP-KEY
                  FILE STATUS    IS WS-UP-STS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  UPLDERR-FILE.
           COPY UPLDERR.
       FD  MERGE-RPT.
       01  MERGE-RPT-LINE                 PIC  X(100).

       FD  TRAILER-CTL.
       01  TRAILER-CTL-REC.
           05  TC-RIYO-CMP-CD             PIC  X(04).
           05  TC-SYORI-YMD               PIC  9(08).
           05  TC-KIDOU-ID                PIC  X(04).
           05  TC-GYOMU-TASK-ID           PIC  X(07).
           05  TC-TRL-CNT                 PIC  9(03).
           05  TC-AFTER-TRL-SW            PIC  X(01).
           05  TC-TRL-REC                 PIC  X(61).

       FD  PROVIDER-MSTR.
           COPY UPLDPRVM.

       WORKING-STORAGE SECTION.
       01  WS-ERR-STS                     PIC  X(02).
       01  WS-SUM-STS                     PIC  X(02).
       01  WS-UE-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-TRL-STS                     PIC  X(02).
       01  WS-UP-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-PART-NO                     PIC  9(01).
       01  WS-DETAIL-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-ERROR-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-CHECKSUM                    PIC  9(12)  VALUE ZERO.
       01  WS-VALUE-SUM                   PIC  S9(15)V9(05)
                                                      VALUE ZERO.
      *---------- the trailer as TKDYAB56 found it, and the reason
      *           it fails the TKDYAB19 rule (space = passes)
           COPY UPLDSRC.
       01  WS-TRL-HASH-TOTAL              PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-TRL-REASON                  PIC  X(80)  VALUE SPACE.
       01  WS-ERR-RATE-PCT                PIC  9(03)  VALUE ZERO.
      *---------- the TKDYAB19 file-rejection threshold, kept
      *           identical so the two modes decide alike
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-PART-ERRORS.
           PERFORM 3500-CHECK-TRAILER.
           PERFORM 3000-SORT-BY-ROW-NO.
           PERFORM 4000-APPEND-TO-DETAIL-FLOW.
           PERFORM 5000-REPORT-AND-DECIDE.
                       NOT AT END
                           ADD S1-DETAIL-CNT TO WS-DETAIL-CNT
                           ADD S1-ERROR-CNT  TO WS-ERROR-CNT
                           ADD S1-VALUE-SUM  TO WS-VALUE-SUM
                           COMPUTE WS-CHECKSUM = FUNCTION MOD(
                               WS-CHECKSUM + S1-CHECKSUM,
                               1000000000000)
                       NOT AT END
                           ADD S2-DETAIL-CNT TO WS-DETAIL-CNT
                           ADD S2-ERROR-CNT  TO WS-ERROR-CNT
                           ADD S2-VALUE-SUM  TO WS-VALUE-SUM
                           COMPUTE WS-CHECKSUM = FUNCTION MOD(
                               WS-CHECKSUM + S2-CHECKSUM,
                               1000000000000)
                       NOT AT END
                           ADD S3-DETAIL-CNT TO WS-DETAIL-CNT
                           ADD S3-ERROR-CNT  TO WS-ERROR-CNT
                           ADD S3-VALUE-SUM  TO WS-VALUE-SUM
                           COMPUTE WS-CHECKSUM = FUNCTION MOD(
                               WS-CHECKSUM + S3-CHECKSUM,
                               1000000000000)
                       NOT AT END
                           ADD S4-DETAIL-CNT TO WS-DETAIL-CNT
                           ADD S4-ERROR-CNT  TO WS-ERROR-CNT
                           ADD S4-VALUE-SUM  TO WS-VALUE-SUM
                           COMPUTE WS-CHECKSUM = FUNCTION MOD(
                               WS-CHECKSUM + S4-CHECKSUM,
                               1000000000000)
               END-PERFORM
           END-PERFORM.

      *---------- a missing control file means TKDYAB56 never saw
      *           the end of the source: treated as no trailer
       3500-CHECK-TRAILER.
           MOVE ZERO TO TC-TRL-CNT.
           MOVE "N"  TO TC-AFTER-TRL-SW.
           OPEN INPUT TRAILER-CTL.
           IF WS-TRL-STS = "00"
               READ TRAILER-CTL
                   AT END
                       MOVE ZERO TO TC-TRL-CNT
               END-READ
               CLOSE TRAILER-CTL
           END-IF.
           MOVE SPACE TO WS-TRL-REASON.
           MOVE TC-TRL-REC TO UPLDSRC-REC.
           EVALUATE TRUE
               WHEN TC-TRL-CNT > 1
                OR TC-AFTER-TRL-SW = "Y"
                   MOVE "TRAILER IS NOT THE LAST RECORD"
                     TO WS-TRL-REASON
               WHEN TC-TRL-CNT = ZERO
                   PERFORM 3600-CHECK-TRAILER-OPTIONAL
               WHEN US-T-DETAIL-CNT NOT = WS-DETAIL-CNT
                   STRING "TRAILER COUNT "      DELIMITED BY SIZE
                          US-T-DETAIL-CNT       DELIMITED BY SIZE
                          " DISAGREES WITH ROWS READ "
                                                DELIMITED BY SIZE
                          WS-DETAIL-CNT         DELIMITED BY SIZE
                          INTO WS-TRL-REASON
                   END-STRING
               WHEN FUNCTION TEST-NUMVAL(US-T-HASH-TOTAL) NOT = ZERO
                   MOVE "TRAILER HASH TOTAL NOT NUMERIC"
                     TO WS-TRL-REASON
               WHEN OTHER
                   COMPUTE WS-TRL-HASH-TOTAL =
                       FUNCTION NUMVAL(US-T-HASH-TOTAL)
                   IF WS-TRL-HASH-TOTAL NOT = WS-VALUE-SUM
                       MOVE "TRAILER HASH TOTAL DISAGREES WITH DETAILS"
                         TO WS-TRL-REASON
                   END-IF
           END-EVALUATE.
           IF WS-TRL-REASON NOT = SPACE
              AND WS-E-CNT < 9999
               PERFORM 3700-STASH-TRAILER-ERROR
           END-IF.

       3600-CHECK-TRAILER-OPTIONAL.
           MOVE "TRAILER RECORD MISSING" TO WS-TRL-REASON.
           OPEN INPUT PROVIDER-MSTR.
           IF WS-UP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-RIYO-CMP-CD TO UP-RIYO-CMP-CD.
           MOVE TC-KIDOU-ID    TO UP-KIDOU-ID.
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

      *---------- file-level reject, row zero: stashed before the
      *           sort, which puts it ahead of the row rejects, where
      *           TKDYAB19 would have nothing after it
       3700-STASH-TRAILER-ERROR.
           ADD 1 TO WS-E-CNT.
           MOVE TC-RIYO-CMP-CD   TO UE-RIYO-CMP-CD.
           MOVE TC-SYORI-YMD     TO UE-SYORI-YMD.
           MOVE TC-KIDOU-ID      TO UE-KIDOU-ID.
           MOVE TC-GYOMU-TASK-ID TO UE-GYOMU-TASK-ID.
           MOVE ZERO             TO UE-ROW-NO.
           MOVE "TRAILER"        TO UE-FIELD-NAME.
           MOVE WS-TRL-REASON    TO UE-REJECT-REASON.
           MOVE UPLDERR-REC      TO WS-E-ENTRY(WS-E-CNT).

       4000-APPEND-TO-DETAIL-FLOW.
           OPEN EXTEND UPLDERR-FILE.
           IF WS-UE-STS = "05" OR WS-UE-STS = "35"
           END-STRING.
           WRITE MERGE-RPT-LINE.
           MOVE SPACE TO MERGE-RPT-LINE.
           IF WS-TRL-REASON NOT = SPACE
               STRING "NOGO "          DELIMITED BY SIZE
                      WS-TRL-REASON    DELIMITED BY SIZE
                      INTO MERGE-RPT-LINE
               END-STRING
               WRITE MERGE-RPT-LINE
               CLOSE MERGE-RPT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ERR-RATE-PCT > WS-MAX-ERR-PCT
               STRING "NOGO RATE="     DELIMITED BY SIZE
                      WS-ERR-RATE-PCT  DELIMITED BY SIZE
