      *                                just that fund's rows through
      *                                the MT-FUND-CD alternate key
      *                                instead of scanning the file
      *  20261015   SCS                A fund filter also brings up
      *                                the history of every fund
      *                                merged into that fund
      *  20261015   SCS                Text shown in the reader's
      *                                language: the MSGTMPLLNG
      *                                variant for the language keyed
      *                                or the home company's
      *                                CMPLANGPM language, the stored
      *                                wording where none
      *  20261015   SCS                Open-critical view leaves out
      *                                rows suppressed under a
      *                                MSGSUPPM known-exception rule
      *
      *  Operator-facing inquiry over the table SCZY7080 writes.
      *  Filters by fund/portfolio/report ID and KJN-YMD date range,
      *  substitutes MT-TK-MOJI into MT-FREE-MSG the same way the
      *  downstream report writers do, and displays the rendered text
      *  instead of the raw placeholder tokens.  A fund filter
      *  takes in the funds merged into that fund (FUNDPTFM successor
      *  links, through SCZY7057), so a successor's inquiry shows
      *  the history it inherited, each row under its own fund code.
      *  Text is rendered in the reader's language - the one keyed
      *  on the screen, else the home company's CMPLANGPM language -
      *  from the MSG-ID's MSGTMPLLNG variant when one is in
      *  service, and from the stored wording otherwise.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ALTERNATE RECORD KEY IS MT-MSG-ID
                      WITH DUPLICATES
                  FILE STATUS    IS WS-MSG-STS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-TABLE-FILE.
           COPY SCZY7080MSG.

       FD  LANG-FILE.
           COPY MSGTMPLLNG.

       FD  CMPLANG-FILE.
           COPY CMPLANGPM.

       WORKING-STORAGE SECTION.
       01  WS-MSG-STS                     PIC  X(02).
       01  WS-LNG-STS                     PIC  X(02).
       01  WS-CL-STS                      PIC  X(02).
       01  WS-LNG-OPEN-SW                 PIC  X(01)  VALUE "N".
      *---------- the reader's language, space = the default (JA)
       01  WS-E-LANG-CD                   PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-HIT-COUNT                   PIC  9(05)  VALUE ZERO.
       01  CZCOAB16-ARGS.
           COPY CZCOAB16.

      *---------- the filter fund and the funds merged into it
       01  WS-FL-CNT                      PIC  9(02)  VALUE ZERO.
       01  WS-FL-TBL.
           05  WS-FL-FUND-CD  OCCURS 51   PIC  X(12).
       01  WS-FL-IDX                      PIC  9(02).
       01  WS-FL-IDX2                     PIC  9(02).
       01  WS-FL-HIT-SW                   PIC  X(01).

       01  SCZY7057-ARGS.
           COPY SCZY7057.

       01  WS-RENDER-SRC                  PIC  X(200).
       01  WS-RENDERED-MSG                PIC  X(200).
       01  WS-OUT-POS                     PIC  9(03).
       01  WS-SCAN-POS                    PIC  9(03).
           05  LINE 9  COLUMN 14  PIC  X(40) USING WS-E-USER-NAME.
           05  LINE 10 COLUMN 1   VALUE "MY COMPANY  :".
           05  LINE 10 COLUMN 14  PIC  X(04) USING WS-E-HOME-CMP.
           05  LINE 11 COLUMN 1   VALUE "LANGUAGE    :".
           05  LINE 11 COLUMN 14  PIC  X(02) USING WS-E-LANG-CD.

       01  SCR-RESULT-LINE.
           05  LINE 12 COLUMN 1   PIC  X(12) FROM MT-FUND-CD.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE  TO WS-FILTER WS-E-USER-NAME WS-E-HOME-CMP
                          WS-E-LANG-CD.
           DISPLAY SCR-SEARCH.
           ACCEPT SCR-SEARCH.
           PERFORM 0700-FIND-LANGUAGE.

           IF WS-F-FUND-CD NOT = SPACE
               PERFORM 0500-LIST-FUNDS
           END-IF.

           OPEN INPUT MSG-TABLE-FILE.
      *---------- a keyed fund filter positions on the MT-FUND-CD
      *           alternate key and stops when the fund changes -
      *           the lookup that took minutes mid-month; the
      *           carry-forward view and unkeyed searches still
      *           walk the whole store.  Each merged-in fund is
      *           positioned on in turn after the filter fund
           IF WS-F-FUND-CD NOT = SPACE
              AND WS-F-OPEN-CRIT-SW NOT = "Y"
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-CNT
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 1000-POSITION-ON-FUND
                   PERFORM 0600-SHOW-ROWS
               END-PERFORM
           ELSE
               PERFORM 3000-READ-MSG
               PERFORM 0600-SHOW-ROWS
           END-IF.
           CLOSE MSG-TABLE-FILE.
           IF WS-LNG-OPEN-SW = "Y"
               CLOSE LANG-FILE
           END-IF.
           GOBACK.

      *---------- the filter fund first, then every fund merged
      *           into it
       0500-LIST-FUNDS.
           MOVE 1            TO WS-FL-CNT.
           MOVE WS-F-FUND-CD TO WS-FL-FUND-CD(1).
           MOVE "P"          TO IXSF-FUNCTION.
           MOVE WS-F-FUND-CD TO IXSF-FUND-CD.
           CALL "SCZY7057" USING PARM-SCZY7057-ARG1
                                  PARM-SCZY7057-ARG2
           END-CALL.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > IXSF-PRED-CNT
               ADD 1 TO WS-FL-CNT
               MOVE IXSF-PRED-FUND-CD(WS-FL-IDX)
                 TO WS-FL-FUND-CD(WS-FL-CNT)
           END-PERFORM.

       0600-SHOW-ROWS.
           PERFORM UNTIL WS-EOF
               PERFORM 2000-CHECK-FILTER
               IF WS-FILTER-OK
                   PERFORM 4100-PICK-WORDING
                   PERFORM 4000-RENDER-MESSAGE
                   DISPLAY SCR-RESULT-LINE
                   ADD 1 TO WS-HIT-COUNT
               IF NOT WS-EOF
                  AND WS-F-FUND-CD NOT = SPACE
                  AND WS-F-OPEN-CRIT-SW NOT = "Y"
                  AND MT-FUND-CD NOT = WS-FL-FUND-CD(WS-FL-IDX)
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM.

      *---------- the language keyed, else the home company's;
      *           JA is the default wording and needs no variant
       0700-FIND-LANGUAGE.
           IF WS-E-LANG-CD = SPACE AND WS-E-HOME-CMP NOT = SPACE
               OPEN INPUT CMPLANG-FILE
               IF WS-CL-STS = "00"
                   MOVE WS-E-HOME-CMP TO CL-RIYO-CMP-CD
                   READ CMPLANG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-DEL-KBN = SPACE
                               MOVE CL-LANG-CD TO WS-E-LANG-CD
                           END-IF
                   END-READ
                   CLOSE CMPLANG-FILE
               END-IF
           END-IF.
           IF WS-E-LANG-CD = "JA"
               MOVE SPACE TO WS-E-LANG-CD
           END-IF.
           IF WS-E-LANG-CD NOT = SPACE
               OPEN INPUT LANG-FILE
               IF WS-LNG-STS = "00"
                   MOVE "Y" TO WS-LNG-OPEN-SW
               END-IF
           END-IF.

       1000-POSITION-ON-FUND.
           MOVE WS-FL-FUND-CD(WS-FL-IDX) TO MT-FUND-CD.
           START MSG-TABLE-FILE KEY IS EQUAL TO MT-FUND-CD
               INVALID KEY
                   SET WS-EOF TO TRUE
           IF WS-F-OPEN-CRIT-SW = "Y"
               IF MT-SEVERITY NOT = "C"
                  OR MT-DISPOSITIONED
                  OR MT-SUPPRESSED
                   MOVE "N" TO WS-FILTER-OK-SW
               END-IF
           END-IF.
           IF WS-F-FUND-CD NOT = SPACE
               MOVE "N" TO WS-FL-HIT-SW
               PERFORM VARYING WS-FL-IDX2 FROM 1 BY 1
                       UNTIL WS-FL-IDX2 > WS-FL-CNT
                   IF WS-FL-FUND-CD(WS-FL-IDX2) = MT-FUND-CD
                       MOVE "Y" TO WS-FL-HIT-SW
                   END-IF
               END-PERFORM
               IF WS-FL-HIT-SW = "N"
                   MOVE "N" TO WS-FILTER-OK-SW
               END-IF
           END-IF.
           IF WS-F-PTF-CD NOT = SPACE AND WS-F-PTF-CD NOT = MT-PTF-CD
               MOVE "N" TO WS-FILTER-OK-SW
               MOVE WS-SCOPE-OK-SW TO WS-SC-ALLOW(WS-SC-CNT)
           END-IF.

      *---------- the reader's-language variant of the MSG-ID when
      *           one is in service, the stored wording otherwise
       4100-PICK-WORDING.
           MOVE MT-FREE-MSG TO WS-RENDER-SRC.
           IF WS-LNG-OPEN-SW = "Y"
               MOVE MT-MSG-ID    TO ML-MSG-ID
               MOVE WS-E-LANG-CD TO ML-LANG-CD
               READ LANG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ML-DEL-KBN = SPACE
                           MOVE ML-TEMPLATE-TEXT TO WS-RENDER-SRC
                       END-IF
               END-READ
           END-IF.

      *---------- expand %01% through %10% in WS-RENDER-SRC using the
      *           corresponding MT-TK-MOJI slot, copying one output
      *           character (or one substituted token) at a time
       4000-RENDER-MESSAGE.
           MOVE 1      TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > 200 OR WS-OUT-POS > 200
               COMPUTE WS-TAG-END-POS = WS-SCAN-POS + 3
               IF WS-RENDER-SRC(WS-SCAN-POS:1) = "%"
                       AND WS-TAG-END-POS <= 200
                       AND WS-OUT-POS < 171
                       AND WS-RENDER-SRC(WS-SCAN-POS + 1:2) IS NUMERIC
                       AND WS-RENDER-SRC(WS-TAG-END-POS:1) = "%"
                       AND WS-RENDER-SRC(WS-SCAN-POS + 1:2) >= "01"
                       AND WS-RENDER-SRC(WS-SCAN-POS + 1:2) <= "10"
                   MOVE WS-RENDER-SRC(WS-SCAN-POS + 1:2) TO WS-SLOT-NUM
                   MOVE MT-TK-MOJI(WS-SLOT-NUM)
                     TO WS-RENDERED-MSG(WS-OUT-POS:30)
                   ADD 30 TO WS-OUT-POS
                   ADD 4  TO WS-SCAN-POS
               ELSE
                   MOVE WS-RENDER-SRC(WS-SCAN-POS:1)
                     TO WS-RENDERED-MSG(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
                   ADD 1 TO WS-SCAN-POS
