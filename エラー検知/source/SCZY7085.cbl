      *                                S5-KEY so TKDYAB63's keyed
      *                                statement lookup and this
      *                                writer share one organization
      *  20261015   SCS                A merged fund's messages are
      *                                shown in its successor's
      *                                section, marked with the fund
      *                                they were raised for
      *  20261015   SCS                Statement rendered in the
      *                                company's CMPLANGPM language
      *                                from the MSGTMPLLNG variant,
      *                                default wording where none
      *  20261015   SCS                Suppressed known exceptions
      *                                left off the statement
      *
      *  Client-ready monthly statement from the portfolio-message
      *  store: for the RIYO-CMP-CD and month (YYYYMM of
      *  by MSG-ID - the recurring trustor deliverable that was
      *  assembled by hand from inquiry screens.  A message whose
      *  MSG-ID has no template falls back to its stored FREE-MSG so
      *  the statement is complete either way.  Messages of a fund
      *  merged into another (FUNDPTFM successor link, resolved
      *  through SCZY7057) print in the section of the fund that
      *  carries its history today, each marked FROM the fund it
      *  was raised for, so the statement shows no orphaned funds.
      *  The statement is written in the company's preferred
      *  language (CMPLANGPM, or PM-LANG-CD when the parameter
      *  names one): each message uses its MSGTMPLLNG variant in
      *  that language when one is in service, and the default
      *  wording otherwise, with the same TK-MOJI substitution.
      *  Rows stored suppressed under a MSGSUPPM known-exception
      *  rule are left off the statement and its counts.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MT-TEMPLATE-MSG-ID
                  FILE STATUS    IS WS-TMPL-STS.
           SELECT LANG-FILE      ASSIGN TO "MSGTMPLLNG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS ML-KEY
                  FILE STATUS    IS WS-LNG-STS.
           SELECT CMPLANG-FILE   ASSIGN TO "CMPLANGPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CL-RIYO-CMP-CD
                  FILE STATUS    IS WS-CL-STS.
           SELECT STMT-RPT-FILE  ASSIGN TO "SCZY7085RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.
       01  PARAM-REC.
           05  PM-RIYO-CMP-CD             PIC  X(04).
           05  PM-MONTH                   PIC  X(06).
      *---------- space = the company's CMPLANGPM language
           05  PM-LANG-CD                 PIC  X(02).

       FD  MSG-TABLE-FILE.
           COPY SCZY7080MSG.
       FD  MSGTMPL-MSTR.
           COPY MSGTMPL.

       FD  LANG-FILE.
           COPY MSGTMPLLNG.

       FD  CMPLANG-FILE.
           COPY CMPLANGPM.

       FD  STMT-RPT-FILE.
       01  STMT-RPT-LINE                  PIC  X(132).

       01  WS-CKP-STS                     PIC  X(02).
       01  WS-PRM-RIYO-CMP-CD             PIC  X(04).
       01  WS-PRM-MONTH                   PIC  X(06).
       01  WS-LNG-STS                     PIC  X(02).
       01  WS-CL-STS                      PIC  X(02).
       01  WS-LNG-OPEN-SW                 PIC  X(01)  VALUE "N".
      *---------- the statement language, space = the default (JA)
       01  WS-STMT-LANG-CD                PIC  X(02)  VALUE SPACE.
       01  WS-COVER-LANG-CD               PIC  X(02).
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-RESUMED-CNT                 PIC  9(04)  VALUE ZERO.
                                          PIC  X(30).
               10  WS-M-FREE-MSG          PIC  X(200).
               10  WS-M-DONE-SW           PIC  X(01).
      *---------- the fund the message was raised for, when a
      *           merger put it under WS-M-FUND-CD
               10  WS-M-ORIG-FUND-CD      PIC  X(12).
       01  WS-M-IDX                       PIC  9(04).
       01  WS-M-IDX2                      PIC  9(04).
       01  WS-CUR-FUND-CD                 PIC  X(12).

      *---------- successor per fund met this run, so each fund is
      *           resolved through SCZY7057 once
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-ENTRY  OCCURS 2000.
               10  WS-R-FUND-CD           PIC  X(12).
               10  WS-R-SUCC-FUND-CD      PIC  X(12).
       01  WS-R-IDX                       PIC  9(04).
       01  WS-SUCC-FUND-CD                PIC  X(12).

       01  SCZY7057-ARGS.
           COPY SCZY7057.

      *---------- cover summary counts by MSG-ID
       01  WS-C-MAX                       PIC  9(03)  VALUE ZERO.
       01  WS-C-IDX                       PIC  9(03).
               NOT AT END
                   MOVE PM-RIYO-CMP-CD TO WS-PRM-RIYO-CMP-CD
                   MOVE PM-MONTH       TO WS-PRM-MONTH
                   MOVE PM-LANG-CD     TO WS-STMT-LANG-CD
           END-READ.
           CLOSE PARAM-FILE.
           IF WS-PRM-STS NOT = "00" AND WS-PRM-STS NOT = "10"
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1800-FIND-LANGUAGE.
           PERFORM 1000-LOAD-MONTH-ROWS.
           PERFORM 1500-LOAD-CHECKPOINTS.
      *---------- a resumed run appends after the completed funds;
           IF WS-TMPL-STS = "00"
               MOVE "Y" TO WS-TMPL-OPEN-SW
           END-IF.
           IF WS-STMT-LANG-CD NOT = SPACE
               OPEN INPUT LANG-FILE
               IF WS-LNG-STS = "00"
                   MOVE "Y" TO WS-LNG-OPEN-SW
               END-IF
           END-IF.
           IF WS-K-CNT = ZERO
               PERFORM 2000-PRINT-COVER
           END-IF.
           IF WS-TMPL-OPEN-SW = "Y"
               CLOSE MSGTMPL-MSTR
           END-IF.
           IF WS-LNG-OPEN-SW = "Y"
               CLOSE LANG-FILE
           END-IF.
           CLOSE STMT-RPT-FILE.
           GOBACK.

           PERFORM UNTIL WS-EOF
               IF MT-RIYO-CMP-CD = WS-PRM-RIYO-CMP-CD
                  AND MT-SYORI-YMD(1:6) = WS-PRM-MONTH
                  AND NOT MT-SUPPRESSED
                  AND WS-M-CNT < 9999
                   ADD 1 TO WS-M-CNT
                   PERFORM 1300-RESOLVE-SUCCESSOR
                   MOVE WS-SUCC-FUND-CD TO WS-M-FUND-CD(WS-M-CNT)
                   MOVE SPACE        TO WS-M-ORIG-FUND-CD(WS-M-CNT)
                   IF WS-SUCC-FUND-CD NOT = MT-FUND-CD
                       MOVE MT-FUND-CD TO WS-M-ORIG-FUND-CD(WS-M-CNT)
                   END-IF
                   MOVE MT-PTF-CD    TO WS-M-PTF-CD(WS-M-CNT)
                   MOVE MT-SYORI-YMD TO WS-M-SYORI-YMD(WS-M-CNT)
                   MOVE MT-MSG-ID    TO WS-M-MSG-ID(WS-M-CNT)
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- the fund carrying MT-FUND-CD's history, into
      *           WS-SUCC-FUND-CD
       1300-RESOLVE-SUCCESSOR.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT
               IF WS-R-FUND-CD(WS-R-IDX) = MT-FUND-CD
                   MOVE WS-R-SUCC-FUND-CD(WS-R-IDX) TO WS-SUCC-FUND-CD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE "S"        TO IXSF-FUNCTION.
           MOVE MT-FUND-CD TO IXSF-FUND-CD.
           CALL "SCZY7057" USING PARM-SCZY7057-ARG1
                                  PARM-SCZY7057-ARG2
           END-CALL.
           MOVE IXSF-SUCC-FUND-CD TO WS-SUCC-FUND-CD.
           IF WS-R-CNT < 2000
               ADD 1 TO WS-R-CNT
               MOVE MT-FUND-CD      TO WS-R-FUND-CD(WS-R-CNT)
               MOVE WS-SUCC-FUND-CD TO WS-R-SUCC-FUND-CD(WS-R-CNT)
           END-IF.

      *---------- funds already completed for this company/month -
      *           the rerun resumes at the first fund not on here
       1500-LOAD-CHECKPOINTS.
           END-WRITE.
           CLOSE CKP-FILE.

      *---------- the company's preferred language unless the
      *           parameter named one; JA is the default wording
       1800-FIND-LANGUAGE.
           IF WS-STMT-LANG-CD = SPACE
               OPEN INPUT CMPLANG-FILE
               IF WS-CL-STS = "00"
                   MOVE WS-PRM-RIYO-CMP-CD TO CL-RIYO-CMP-CD
                   READ CMPLANG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-DEL-KBN = SPACE
                               MOVE CL-LANG-CD TO WS-STMT-LANG-CD
                           END-IF
                   END-READ
                   CLOSE CMPLANG-FILE
               END-IF
           END-IF.
           IF WS-STMT-LANG-CD = "JA"
               MOVE SPACE TO WS-STMT-LANG-CD
           END-IF.

       1200-COUNT-MSG-ID.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
           END-IF.

       2000-PRINT-COVER.
           MOVE WS-STMT-LANG-CD TO WS-COVER-LANG-CD.
           IF WS-STMT-LANG-CD = SPACE
               MOVE "JA"        TO WS-COVER-LANG-CD
           END-IF.
           MOVE SPACE TO STMT-RPT-LINE.
           STRING "MONTHLY EXCEPTION STATEMENT  COMPANY="
                                      DELIMITED BY SIZE
                  WS-PRM-MONTH        DELIMITED BY SIZE
                  " TOTAL="           DELIMITED BY SIZE
                  WS-M-CNT            DELIMITED BY SIZE
                  " LANG="            DELIMITED BY SIZE
                  WS-COVER-LANG-CD    DELIMITED BY SIZE
                  INTO STMT-RPT-LINE
           END-STRING.
           WRITE STMT-RPT-LINE.
               END-IF
           END-PERFORM.

      *---------- the statement language's variant when one is in
      *           service, else the default template text when the
      *           registry has one, the stored free message otherwise
       3200-RENDER-ONE-MESSAGE.
           MOVE "N" TO WS-TMPL-FOUND-SW.
           IF WS-LNG-OPEN-SW = "Y"
               MOVE WS-M-MSG-ID(WS-M-IDX2) TO ML-MSG-ID
               MOVE WS-STMT-LANG-CD        TO ML-LANG-CD
               READ LANG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ML-DEL-KBN = SPACE
                           MOVE "L" TO WS-TMPL-FOUND-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-TMPL-OPEN-SW = "Y" AND WS-TMPL-FOUND-SW = "N"
               MOVE WS-M-MSG-ID(WS-M-IDX2) TO MT-TEMPLATE-MSG-ID
               READ MSGTMPL-MSTR
                   INVALID KEY
                       MOVE "Y" TO WS-TMPL-FOUND-SW
               END-READ
           END-IF.
           EVALUATE WS-TMPL-FOUND-SW
               WHEN "L"
                   MOVE ML-TEMPLATE-TEXT TO WS-RENDER-SRC
               WHEN "Y"
                   MOVE MT-TEMPLATE-TEXT TO WS-RENDER-SRC
               WHEN OTHER
                   MOVE WS-M-FREE-MSG(WS-M-IDX2) TO WS-RENDER-SRC
           END-EVALUATE.
           PERFORM 4000-RENDER-MESSAGE.
           MOVE SPACE TO STMT-RPT-LINE.
           IF WS-M-ORIG-FUND-CD(WS-M-IDX2) = SPACE
               STRING "  "               DELIMITED BY SIZE
                      WS-M-SYORI-YMD(WS-M-IDX2)  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-M-PTF-CD(WS-M-IDX2)     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-M-MSG-ID(WS-M-IDX2)     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-RENDERED-MSG    DELIMITED BY SIZE
                      INTO STMT-RPT-LINE
               END-STRING
           ELSE
               STRING "  "               DELIMITED BY SIZE
                      WS-M-SYORI-YMD(WS-M-IDX2)  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-M-PTF-CD(WS-M-IDX2)     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-M-MSG-ID(WS-M-IDX2)     DELIMITED BY SIZE
                      " FROM "           DELIMITED BY SIZE
                      WS-M-ORIG-FUND-CD(WS-M-IDX2)
                                         DELIMITED BY SPACE
                      " "                DELIMITED BY SIZE
                      WS-RENDERED-MSG    DELIMITED BY SIZE
                      INTO STMT-RPT-LINE
               END-STRING
           END-IF.
           WRITE STMT-RPT-LINE.

      *---------- expand %01% through %10% in WS-RENDER-SRC using
