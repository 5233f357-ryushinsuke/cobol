      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB74
      *  Program name   : Cross-series consistency check
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  For the base date on the parameter file, compares the
      *  evaluation series of each fund that the SERRELM master
      *  says must agree, on the accepted-position snapshot (each
      *  key's current state, a cancelled key counting as absent).
      *  A pair disagrees when the checked series' value differs
      *  from the reference series' value - at all for an exact
      *  pair, by more than the band percent of the reference
      *  value for a band pair - or when only one of the two
      *  series is on the snapshot for the portfolio.  TKDYAB38
      *  only compares a series with its own prior day, so one
      *  wrong series among good ones is caught here instead.
      *  Every disagreement is listed on TKDYAB74RPT and inserted
      *  into the SCZY7080 portfolio-message store under the
      *  company and kidou that uploaded the checked series (the
      *  reference series when the checked one is missing), with
      *  the base date as the message day, so it reaches the
      *  client exception statement.  A rerun for the same base
      *  date is absorbed by the SCZY7080 checkpoint.  RC 8 when
      *  the base date is missing, RC 4 when any pair disagrees.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB74.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB74PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT SERRELM-FILE   ASSIGN TO "SERRELM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SR-KEY
                  FILE STATUS    IS WS-SR-STS.
           SELECT POSSNAP-FILE   ASSIGN TO "TKDYAB38SNP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SNP-STS.
           SELECT SERIES-RPT     ASSIGN TO "TKDYAB74RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-KJN-YMD                 PIC  9(08).

       FD  SERRELM-FILE.
           COPY SERRELM.

       FD  POSSNAP-FILE.
           COPY POSSNAP.

       FD  SERIES-RPT.
       01  SERIES-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SR-STS                      PIC  X(02).
       01  WS-SNP-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-KJN-YMD                     PIC  9(08)  VALUE ZERO.

      *---------- in-service series pairs
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-ENTRY  OCCURS 2000.
               10  WS-R-FUND-CD           PIC  X(12).
               10  WS-R-PTF-CD            PIC  X(04).
               10  WS-R-BASE-HYK-KRTU-CD  PIC  X(04).
               10  WS-R-CMP-HYK-KRTU-CD   PIC  X(04).
               10  WS-R-MATCH-KBN         PIC  X(01).
               10  WS-R-BAND-PCT          PIC  9(02)V9(04).
       01  WS-R-IDX                       PIC  9(04).
       01  WS-R-IDX2                      PIC  9(04).

      *---------- base-date snapshot keys, current state
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 9999.
               10  WS-S-FUND-CD           PIC  X(12).
               10  WS-S-PTF-CD            PIC  X(04).
               10  WS-S-HYK-KRTU-CD       PIC  X(04).
               10  WS-S-VALUE             PIC  S9(13)V9(05) COMP-3.
               10  WS-S-RIYO-CMP-CD       PIC  X(04).
               10  WS-S-KIDOU-ID          PIC  X(04).
               10  WS-S-CANCEL-SW         PIC  X(01).
       01  WS-S-OVER-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-S-IDX                       PIC  9(04).
       01  WS-BASE-IDX                    PIC  9(04).
       01  WS-CMP-IDX                     PIC  9(04).

      *---------- the lookup WS-FIND-* sets up for 3500
       01  WS-FIND-FUND-CD                PIC  X(12).
       01  WS-FIND-PTF-CD                 PIC  X(04).
       01  WS-FIND-HYK-KRTU-CD            PIC  X(04).
       01  WS-FIND-IDX                    PIC  9(04).
       01  WS-F-IDX                       PIC  9(04).

      *---------- disagreements, held for the report and the
      *           message inserts; D-KIND V = values disagree,
      *           B = reference series missing, C = checked series
      *           missing
       01  WS-D-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-D-TBL.
           05  WS-D-ENTRY  OCCURS 5000.
               10  WS-D-KIND              PIC  X(01).
               10  WS-D-FUND-CD           PIC  X(12).
               10  WS-D-PTF-CD            PIC  X(04).
               10  WS-D-BASE-HYK-KRTU-CD  PIC  X(04).
               10  WS-D-CMP-HYK-KRTU-CD   PIC  X(04).
               10  WS-D-BASE-VALUE        PIC  S9(13)V9(05) COMP-3.
               10  WS-D-CMP-VALUE         PIC  S9(13)V9(05) COMP-3.
               10  WS-D-MATCH-KBN         PIC  X(01).
               10  WS-D-BAND-PCT          PIC  9(02)V9(04).
               10  WS-D-RIYO-CMP-CD       PIC  X(04).
               10  WS-D-KIDOU-ID          PIC  X(04).
               10  WS-D-SENT-SW           PIC  X(01).
       01  WS-D-OVER-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-D-IDX                       PIC  9(04).
       01  WS-D-IDX2                      PIC  9(04).

       01  WS-KIND                        PIC  X(01).
       01  WS-DIFF-VALUE                  PIC  S9(13)V9(05) COMP-3.
       01  WS-BAND-VALUE                  PIC  S9(13)V9(05) COMP-3.
       01  WS-PAIR-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-AGREE-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-VALUE-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-MISSING-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-MSG-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".

       01  WS-ENTRY-IDX                   PIC  9(04).
       01  WS-CHAIN-SEQ                   PIC  9(03).
       01  WS-GRP-RIYO-CMP-CD             PIC  X(04).
       01  WS-GRP-KIDOU-ID                PIC  X(04).
       01  WS-VALUE-DSP                   PIC  -(13)9.9(05).
       01  WS-PCT-DSP                     PIC  Z9.9999.
       01  WS-RULE-DSP                    PIC  X(13).
       01  WS-RULE-IDX                    PIC  9(04).

       01  SCZY7080-ARGS.
           COPY SCZY7080.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-KJN-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-RELATIONS.
           PERFORM 2000-LOAD-SNAPSHOT.
           PERFORM 3000-CHECK-PAIRS.
           OPEN OUTPUT SERIES-RPT.
           PERFORM 5000-PRINT-REPORT.
           CLOSE SERIES-RPT.
           PERFORM 6000-INSERT-MESSAGES.
           IF WS-D-CNT > ZERO
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
                       IF PR-KJN-YMD IS NUMERIC
                           MOVE PR-KJN-YMD TO WS-KJN-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1100-LOAD-RELATIONS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SERRELM-FILE.
           IF WS-SR-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1200-READ-RELATION.
           PERFORM UNTIL WS-EOF
               IF SR-DEL-KBN = SPACE
                  AND WS-R-CNT < 2000
                   ADD 1 TO WS-R-CNT
                   MOVE SR-FUND-CD    TO WS-R-FUND-CD(WS-R-CNT)
                   MOVE SR-PTF-CD     TO WS-R-PTF-CD(WS-R-CNT)
                   MOVE SR-BASE-HYK-KRTU-CD
                     TO WS-R-BASE-HYK-KRTU-CD(WS-R-CNT)
                   MOVE SR-CMP-HYK-KRTU-CD
                     TO WS-R-CMP-HYK-KRTU-CD(WS-R-CNT)
                   MOVE SR-MATCH-KBN  TO WS-R-MATCH-KBN(WS-R-CNT)
                   IF SR-BAND-PCT IS NUMERIC
                       MOVE SR-BAND-PCT TO WS-R-BAND-PCT(WS-R-CNT)
                   ELSE
                       MOVE ZERO        TO WS-R-BAND-PCT(WS-R-CNT)
                   END-IF
               END-IF
               PERFORM 1200-READ-RELATION
           END-PERFORM.
           CLOSE SERRELM-FILE.
           MOVE "N" TO WS-EOF-SW.

       1200-READ-RELATION.
           READ SERRELM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- base-date keys, a key's later rows overwriting its
      *           earlier ones (the POSSNAP last-row rule)
       2000-LOAD-SNAPSHOT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT POSSNAP-FILE.
           IF WS-SNP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-SNP.
           PERFORM UNTIL WS-EOF
               IF PS-KJN-YMD = WS-KJN-YMD
                   PERFORM 2200-KEEP-SNAPSHOT
               END-IF
               PERFORM 2100-READ-SNP
           END-PERFORM.
           CLOSE POSSNAP-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-SNP.
           READ POSSNAP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-KEEP-SNAPSHOT.
           MOVE PS-FUND-CD     TO WS-FIND-FUND-CD.
           MOVE PS-PTF-CD      TO WS-FIND-PTF-CD.
           MOVE PS-HYK-KRTU-CD TO WS-FIND-HYK-KRTU-CD.
           PERFORM 3500-FIND-SERIES.
           IF WS-FIND-IDX = ZERO
               IF WS-S-CNT >= 9999
                   ADD 1 TO WS-S-OVER-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-S-CNT
               MOVE WS-S-CNT       TO WS-FIND-IDX
               MOVE PS-FUND-CD     TO WS-S-FUND-CD(WS-FIND-IDX)
               MOVE PS-PTF-CD      TO WS-S-PTF-CD(WS-FIND-IDX)
               MOVE PS-HYK-KRTU-CD TO WS-S-HYK-KRTU-CD(WS-FIND-IDX)
           END-IF.
           MOVE PS-VALUE       TO WS-S-VALUE(WS-FIND-IDX).
           MOVE PS-RIYO-CMP-CD TO WS-S-RIYO-CMP-CD(WS-FIND-IDX).
           MOVE PS-KIDOU-ID    TO WS-S-KIDOU-ID(WS-FIND-IDX).
           IF PS-CANCELLED
               MOVE "Y" TO WS-S-CANCEL-SW(WS-FIND-IDX)
           ELSE
               MOVE "N" TO WS-S-CANCEL-SW(WS-FIND-IDX)
           END-IF.

      *---------- each pair row drives off every portfolio of the
      *           fund holding either of its series: the reference
      *           series finds its partner, and the checked series
      *           only speaks up when its reference is missing
       3000-CHECK-PAIRS.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > WS-S-CNT
                   IF WS-S-FUND-CD(WS-S-IDX) = WS-R-FUND-CD(WS-R-IDX)
                      AND WS-S-CANCEL-SW(WS-S-IDX) = "N"
                      AND (WS-R-PTF-CD(WS-R-IDX) = SPACE
                        OR WS-R-PTF-CD(WS-R-IDX)
                             = WS-S-PTF-CD(WS-S-IDX))
                       PERFORM 3100-CHECK-ONE-PORTFOLIO
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-CHECK-ONE-PORTFOLIO.
           IF WS-S-HYK-KRTU-CD(WS-S-IDX)
                NOT = WS-R-BASE-HYK-KRTU-CD(WS-R-IDX)
              AND WS-S-HYK-KRTU-CD(WS-S-IDX)
                NOT = WS-R-CMP-HYK-KRTU-CD(WS-R-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-OVERRIDDEN-BY-PTF-ROW.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-S-FUND-CD(WS-S-IDX) TO WS-FIND-FUND-CD.
           MOVE WS-S-PTF-CD(WS-S-IDX)  TO WS-FIND-PTF-CD.
           IF WS-S-HYK-KRTU-CD(WS-S-IDX)
                = WS-R-BASE-HYK-KRTU-CD(WS-R-IDX)
               MOVE WS-S-IDX TO WS-BASE-IDX
               MOVE WS-R-CMP-HYK-KRTU-CD(WS-R-IDX)
                 TO WS-FIND-HYK-KRTU-CD
               PERFORM 3500-FIND-SERIES
               MOVE WS-FIND-IDX TO WS-CMP-IDX
           ELSE
               MOVE WS-S-IDX TO WS-CMP-IDX
               MOVE WS-R-BASE-HYK-KRTU-CD(WS-R-IDX)
                 TO WS-FIND-HYK-KRTU-CD
               PERFORM 3500-FIND-SERIES
               IF WS-FIND-IDX NOT = ZERO
                   IF WS-S-CANCEL-SW(WS-FIND-IDX) = "N"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE ZERO TO WS-BASE-IDX
           END-IF.
           IF WS-CMP-IDX NOT = ZERO
               IF WS-S-CANCEL-SW(WS-CMP-IDX) = "Y"
                   MOVE ZERO TO WS-CMP-IDX
               END-IF
           END-IF.
           ADD 1 TO WS-PAIR-CNT.
           EVALUATE TRUE
               WHEN WS-BASE-IDX = ZERO
                   MOVE "B" TO WS-KIND
               WHEN WS-CMP-IDX = ZERO
                   MOVE "C" TO WS-KIND
               WHEN OTHER
                   PERFORM 3300-COMPARE-VALUES
           END-EVALUATE.
           IF WS-KIND = SPACE
               ADD 1 TO WS-AGREE-CNT
           ELSE
               PERFORM 3400-HOLD-DISAGREEMENT
           END-IF.

      *---------- a generic (all-portfolio) pair row gives way to a
      *           row naming this portfolio for the same pair
       3200-OVERRIDDEN-BY-PTF-ROW.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-R-PTF-CD(WS-R-IDX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-R-IDX2 FROM 1 BY 1
                   UNTIL WS-R-IDX2 > WS-R-CNT
                      OR WS-FOUND
               IF WS-R-FUND-CD(WS-R-IDX2) = WS-R-FUND-CD(WS-R-IDX)
                  AND WS-R-PTF-CD(WS-R-IDX2) = WS-S-PTF-CD(WS-S-IDX)
                  AND WS-R-BASE-HYK-KRTU-CD(WS-R-IDX2)
                        = WS-R-BASE-HYK-KRTU-CD(WS-R-IDX)
                  AND WS-R-CMP-HYK-KRTU-CD(WS-R-IDX2)
                        = WS-R-CMP-HYK-KRTU-CD(WS-R-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.

       3300-COMPARE-VALUES.
           MOVE SPACE TO WS-KIND.
           COMPUTE WS-DIFF-VALUE = WS-S-VALUE(WS-CMP-IDX)
                                 - WS-S-VALUE(WS-BASE-IDX).
           IF WS-DIFF-VALUE < ZERO
               COMPUTE WS-DIFF-VALUE = ZERO - WS-DIFF-VALUE
           END-IF.
           IF WS-R-MATCH-KBN(WS-R-IDX) = "B"
               COMPUTE WS-BAND-VALUE ROUNDED =
                   WS-S-VALUE(WS-BASE-IDX)
                   * WS-R-BAND-PCT(WS-R-IDX) / 100
               IF WS-BAND-VALUE < ZERO
                   COMPUTE WS-BAND-VALUE = ZERO - WS-BAND-VALUE
               END-IF
           ELSE
               MOVE ZERO TO WS-BAND-VALUE
           END-IF.
           IF WS-DIFF-VALUE > WS-BAND-VALUE
               MOVE "V" TO WS-KIND
           END-IF.

       3400-HOLD-DISAGREEMENT.
           IF WS-KIND = "V"
               ADD 1 TO WS-VALUE-CNT
           ELSE
               ADD 1 TO WS-MISSING-CNT
           END-IF.
           IF WS-D-CNT >= 5000
               ADD 1 TO WS-D-OVER-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-D-CNT.
           MOVE WS-KIND                 TO WS-D-KIND(WS-D-CNT).
           MOVE WS-S-FUND-CD(WS-S-IDX)  TO WS-D-FUND-CD(WS-D-CNT).
           MOVE WS-S-PTF-CD(WS-S-IDX)   TO WS-D-PTF-CD(WS-D-CNT).
           MOVE WS-R-BASE-HYK-KRTU-CD(WS-R-IDX)
             TO WS-D-BASE-HYK-KRTU-CD(WS-D-CNT).
           MOVE WS-R-CMP-HYK-KRTU-CD(WS-R-IDX)
             TO WS-D-CMP-HYK-KRTU-CD(WS-D-CNT).
           MOVE WS-R-MATCH-KBN(WS-R-IDX) TO WS-D-MATCH-KBN(WS-D-CNT).
           MOVE WS-R-BAND-PCT(WS-R-IDX)  TO WS-D-BAND-PCT(WS-D-CNT).
           MOVE ZERO TO WS-D-BASE-VALUE(WS-D-CNT)
                        WS-D-CMP-VALUE(WS-D-CNT).
           IF WS-BASE-IDX NOT = ZERO
               MOVE WS-S-VALUE(WS-BASE-IDX)
                 TO WS-D-BASE-VALUE(WS-D-CNT)
           END-IF.
           IF WS-CMP-IDX NOT = ZERO
               MOVE WS-S-VALUE(WS-CMP-IDX)
                 TO WS-D-CMP-VALUE(WS-D-CNT)
               MOVE WS-S-RIYO-CMP-CD(WS-CMP-IDX)
                 TO WS-D-RIYO-CMP-CD(WS-D-CNT)
               MOVE WS-S-KIDOU-ID(WS-CMP-IDX)
                 TO WS-D-KIDOU-ID(WS-D-CNT)
           ELSE
               MOVE WS-S-RIYO-CMP-CD(WS-BASE-IDX)
                 TO WS-D-RIYO-CMP-CD(WS-D-CNT)
               MOVE WS-S-KIDOU-ID(WS-BASE-IDX)
                 TO WS-D-KIDOU-ID(WS-D-CNT)
           END-IF.
           MOVE "N" TO WS-D-SENT-SW(WS-D-CNT).

      *---------- WS-FIND-FUND-CD/PTF-CD/HYK-KRTU-CD in, the table
      *           index out in WS-FIND-IDX (zero = not held)
       3500-FIND-SERIES.
           MOVE ZERO TO WS-FIND-IDX.
           PERFORM VARYING WS-F-IDX FROM 1 BY 1
                   UNTIL WS-F-IDX > WS-S-CNT
                      OR WS-FIND-IDX NOT = ZERO
               IF WS-S-FUND-CD(WS-F-IDX) = WS-FIND-FUND-CD
                  AND WS-S-PTF-CD(WS-F-IDX) = WS-FIND-PTF-CD
                  AND WS-S-HYK-KRTU-CD(WS-F-IDX)
                        = WS-FIND-HYK-KRTU-CD
                   MOVE WS-F-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.

       5000-PRINT-REPORT.
           MOVE SPACE TO SERIES-RPT-LINE.
           STRING "CROSS-SERIES CONSISTENCY CHECK  KJN-YMD="
                                       DELIMITED BY SIZE
                  WS-KJN-YMD           DELIMITED BY SIZE
                  INTO SERIES-RPT-LINE
           END-STRING.
           WRITE SERIES-RPT-LINE.
           MOVE SPACE TO SERIES-RPT-LINE.
           WRITE SERIES-RPT-LINE.
           MOVE SPACE TO SERIES-RPT-LINE.
           MOVE "FUND-CD"         TO SERIES-RPT-LINE(1:7).
           MOVE "PTF"             TO SERIES-RPT-LINE(14:3).
           MOVE "REF"             TO SERIES-RPT-LINE(19:3).
           MOVE "REFERENCE VALUE" TO SERIES-RPT-LINE(29:15).
           MOVE "CHK"             TO SERIES-RPT-LINE(45:3).
           MOVE "CHECKED VALUE"   TO SERIES-RPT-LINE(57:13).
           MOVE "DIFFERENCE"      TO SERIES-RPT-LINE(81:10).
           MOVE "RULE"            TO SERIES-RPT-LINE(92:4).
           MOVE "FINDING"         TO SERIES-RPT-LINE(106:7).
           WRITE SERIES-RPT-LINE.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               PERFORM 5100-PRINT-ONE
           END-PERFORM.
           MOVE SPACE TO SERIES-RPT-LINE.
           WRITE SERIES-RPT-LINE.
           MOVE SPACE TO SERIES-RPT-LINE.
           STRING "PAIRS CHECKED="     DELIMITED BY SIZE
                  WS-PAIR-CNT          DELIMITED BY SIZE
                  "  AGREE="           DELIMITED BY SIZE
                  WS-AGREE-CNT         DELIMITED BY SIZE
                  "  VALUES DISAGREE=" DELIMITED BY SIZE
                  WS-VALUE-CNT         DELIMITED BY SIZE
                  "  SERIES MISSING="  DELIMITED BY SIZE
                  WS-MISSING-CNT       DELIMITED BY SIZE
                  INTO SERIES-RPT-LINE
           END-STRING.
           WRITE SERIES-RPT-LINE.
           IF WS-S-OVER-CNT > ZERO
              OR WS-D-OVER-CNT > ZERO
               MOVE SPACE TO SERIES-RPT-LINE
               STRING "  ** NOT CHECKED OR NOT LISTED (TABLE FULL) "
                                       DELIMITED BY SIZE
                      "SNAPSHOT="      DELIMITED BY SIZE
                      WS-S-OVER-CNT    DELIMITED BY SIZE
                      " DISAGREEMENTS=" DELIMITED BY SIZE
                      WS-D-OVER-CNT    DELIMITED BY SIZE
                      INTO SERIES-RPT-LINE
               END-STRING
               WRITE SERIES-RPT-LINE
           END-IF.

       5100-PRINT-ONE.
           MOVE SPACE TO SERIES-RPT-LINE.
           MOVE WS-D-FUND-CD(WS-D-IDX)  TO SERIES-RPT-LINE(1:12).
           MOVE WS-D-PTF-CD(WS-D-IDX)   TO SERIES-RPT-LINE(14:4).
           MOVE WS-D-BASE-HYK-KRTU-CD(WS-D-IDX)
             TO SERIES-RPT-LINE(19:4).
           IF WS-D-KIND(WS-D-IDX) NOT = "B"
               MOVE WS-D-BASE-VALUE(WS-D-IDX) TO WS-VALUE-DSP
               MOVE WS-VALUE-DSP       TO SERIES-RPT-LINE(24:20)
           END-IF.
           MOVE WS-D-CMP-HYK-KRTU-CD(WS-D-IDX)
             TO SERIES-RPT-LINE(45:4).
           IF WS-D-KIND(WS-D-IDX) NOT = "C"
               MOVE WS-D-CMP-VALUE(WS-D-IDX) TO WS-VALUE-DSP
               MOVE WS-VALUE-DSP       TO SERIES-RPT-LINE(50:20)
           END-IF.
           IF WS-D-KIND(WS-D-IDX) = "V"
               COMPUTE WS-DIFF-VALUE = WS-D-CMP-VALUE(WS-D-IDX)
                                     - WS-D-BASE-VALUE(WS-D-IDX)
               MOVE WS-DIFF-VALUE      TO WS-VALUE-DSP
               MOVE WS-VALUE-DSP       TO SERIES-RPT-LINE(71:20)
           END-IF.
           MOVE WS-D-IDX TO WS-RULE-IDX.
           PERFORM 5200-RULE-TEXT.
           MOVE WS-RULE-DSP            TO SERIES-RPT-LINE(92:13).
           EVALUATE WS-D-KIND(WS-D-IDX)
               WHEN "V"
                   MOVE "VALUES DISAGREE"  TO SERIES-RPT-LINE(106:15)
               WHEN "B"
                   MOVE "REFERENCE MISSING" TO SERIES-RPT-LINE(106:17)
               WHEN OTHER
                   MOVE "CHECKED MISSING"  TO SERIES-RPT-LINE(106:15)
           END-EVALUATE.
           WRITE SERIES-RPT-LINE.

      *---------- WS-RULE-IDX names the disagreement
       5200-RULE-TEXT.
           MOVE SPACE TO WS-RULE-DSP.
           IF WS-D-MATCH-KBN(WS-RULE-IDX) = "B"
               MOVE WS-D-BAND-PCT(WS-RULE-IDX) TO WS-PCT-DSP
               STRING "BAND "          DELIMITED BY SIZE
                      WS-PCT-DSP       DELIMITED BY SIZE
                      "%"              DELIMITED BY SIZE
                      INTO WS-RULE-DSP
               END-STRING
           ELSE
               MOVE "EXACT" TO WS-RULE-DSP
           END-IF.

      *---------- one SCZY7080 chain per company/kidou, the base
      *           date as the message day; entries for the group
      *           are packed 999 to a call
       6000-INSERT-MESSAGES.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-D-CNT
               IF WS-D-SENT-SW(WS-D-IDX) = "N"
                   MOVE WS-D-RIYO-CMP-CD(WS-D-IDX)
                     TO WS-GRP-RIYO-CMP-CD
                   MOVE WS-D-KIDOU-ID(WS-D-IDX)
                     TO WS-GRP-KIDOU-ID
                   PERFORM 6100-INSERT-GROUP
               END-IF
           END-PERFORM.

       6100-INSERT-GROUP.
           MOVE ZERO  TO WS-CHAIN-SEQ.
           MOVE ZERO  TO WS-ENTRY-IDX.
           MOVE SPACE TO MSG-AREA.
           PERFORM VARYING WS-D-IDX2 FROM WS-D-IDX BY 1
                   UNTIL WS-D-IDX2 > WS-D-CNT
               IF WS-D-SENT-SW(WS-D-IDX2) = "N"
                  AND WS-D-RIYO-CMP-CD(WS-D-IDX2) = WS-GRP-RIYO-CMP-CD
                  AND WS-D-KIDOU-ID(WS-D-IDX2) = WS-GRP-KIDOU-ID
                   ADD 1 TO WS-ENTRY-IDX
                   PERFORM 6200-BUILD-ENTRY
                   MOVE "Y" TO WS-D-SENT-SW(WS-D-IDX2)
                   IF WS-ENTRY-IDX >= 999
                       PERFORM 6300-CALL-SCZY7080
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENTRY-IDX > ZERO
               PERFORM 6300-CALL-SCZY7080
           END-IF.

       6200-BUILD-ENTRY.
           MOVE WS-D-FUND-CD(WS-D-IDX2)  TO FUND-CD(WS-ENTRY-IDX).
           MOVE WS-D-PTF-CD(WS-D-IDX2)   TO PTF-CD(WS-ENTRY-IDX).
           MOVE WS-D-CMP-HYK-KRTU-CD(WS-D-IDX2)
             TO HYK-KRTU-CD(WS-ENTRY-IDX).
           MOVE WS-KJN-YMD               TO KJN-YMD-FROM(WS-ENTRY-IDX).
           MOVE WS-KJN-YMD               TO KJN-YMD-TO(WS-ENTRY-IDX).
           MOVE "SERDIFF"                TO MSG-ID(WS-ENTRY-IDX).
           MOVE WS-D-BASE-HYK-KRTU-CD(WS-D-IDX2)
             TO TK-MOJI(WS-ENTRY-IDX, 1).
           MOVE WS-D-CMP-HYK-KRTU-CD(WS-D-IDX2)
             TO TK-MOJI(WS-ENTRY-IDX, 3).
           MOVE WS-KJN-YMD               TO TK-MOJI(WS-ENTRY-IDX, 5).
           MOVE WS-D-IDX2 TO WS-RULE-IDX.
           PERFORM 5200-RULE-TEXT.
           MOVE WS-RULE-DSP              TO TK-MOJI(WS-ENTRY-IDX, 6).
           EVALUATE WS-D-KIND(WS-D-IDX2)
               WHEN "V"
                   MOVE WS-D-BASE-VALUE(WS-D-IDX2) TO WS-VALUE-DSP
                   MOVE WS-VALUE-DSP   TO TK-MOJI(WS-ENTRY-IDX, 2)
                   MOVE WS-D-CMP-VALUE(WS-D-IDX2) TO WS-VALUE-DSP
                   MOVE WS-VALUE-DSP   TO TK-MOJI(WS-ENTRY-IDX, 4)
                   STRING "Valuation series "       DELIMITED BY SIZE
                          WS-D-CMP-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          " disagrees with series " DELIMITED BY SIZE
                          WS-D-BASE-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          " on the same base date"  DELIMITED BY SIZE
                          INTO FREE-MSG(WS-ENTRY-IDX)
                   END-STRING
               WHEN "B"
                   MOVE WS-D-CMP-VALUE(WS-D-IDX2) TO WS-VALUE-DSP
                   MOVE WS-VALUE-DSP   TO TK-MOJI(WS-ENTRY-IDX, 4)
                   STRING "Valuation series "       DELIMITED BY SIZE
                          WS-D-BASE-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          " missing; series "       DELIMITED BY SIZE
                          WS-D-CMP-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          " cannot be confirmed"    DELIMITED BY SIZE
                          INTO FREE-MSG(WS-ENTRY-IDX)
                   END-STRING
               WHEN OTHER
                   MOVE WS-D-BASE-VALUE(WS-D-IDX2) TO WS-VALUE-DSP
                   MOVE WS-VALUE-DSP   TO TK-MOJI(WS-ENTRY-IDX, 2)
                   STRING "Valuation series "       DELIMITED BY SIZE
                          WS-D-CMP-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          " missing; it should agree with series "
                                                    DELIMITED BY SIZE
                          WS-D-BASE-HYK-KRTU-CD(WS-D-IDX2)
                                                    DELIMITED BY SIZE
                          INTO FREE-MSG(WS-ENTRY-IDX)
                   END-STRING
           END-EVALUATE.

       6300-CALL-SCZY7080.
           ADD 1 TO WS-CHAIN-SEQ.
           MOVE WS-GRP-RIYO-CMP-CD TO RIYO-CMP-CD OF PARM-SCZY7080-ARG1.
           MOVE WS-KJN-YMD         TO SYORI-YMD OF PARM-SCZY7080-ARG1.
           MOVE WS-GRP-KIDOU-ID    TO KIDOU-ID OF PARM-SCZY7080-ARG1.
           MOVE SPACE              TO GYOMU-TASK-ID
                                          OF PARM-SCZY7080-ARG1.
           MOVE WS-CHAIN-SEQ       TO SCZY7080-CHAIN-SEQ.
           MOVE "TKDYAB74"         TO SCZY7080-CHAIN-PGM.
           CALL "SCZY7080" USING PARM-SCZY7080-ARG1
                                  PARM-SCZY7080-ARG2
                                  PARM-SCZY7080-ARG3
           END-CALL.
           ADD SCZY7080-INSERTED-CNT TO WS-MSG-CNT.
           MOVE ZERO  TO WS-ENTRY-IDX.
           MOVE SPACE TO MSG-AREA.
