      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB78
      *  Program name   : Known-exception suppression rule review
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Lists every in-service MSGSUPPM rule that is active on the
      *  as-of date or starts later, with its reason and approver,
      *  flagging EXPIRING those ending within the warning window
      *  and EXPIRED those that ended within it, so each muted
      *  message is either renewed on purpose through SCZY1029 or
      *  allowed to lapse.  Also shows how many messages each rule
      *  has suppressed on SCZY7080MSG.
      *  Parameter TKDYAB78PRM: as-of date (required, RC 8 if
      *  missing) and warning days (default 14).  RC 4 when any
      *  rule is EXPIRING.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB78.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB78PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT MSGSUPPM-FILE  ASSIGN TO "MSGSUPPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SP-KEY
                  FILE STATUS    IS WS-SP-STS.
           SELECT MSG-TABLE-FILE ASSIGN TO "SCZY7080MSG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS MT-MSG-KEY
                  ALTERNATE RECORD KEY IS MT-FUND-CD
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS MT-MSG-ID
                      WITH DUPLICATES
                  FILE STATUS    IS WS-MSG-STS.
           SELECT SUPP-RPT       ASSIGN TO "TKDYAB78RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-ASOF-YMD                PIC  9(08).
      *---------- zero = 14
           05  PR-WARN-DAYS               PIC  9(03).

       FD  MSGSUPPM-FILE.
           COPY MSGSUPPM.

       FD  MSG-TABLE-FILE.
           COPY SCZY7080MSG.

       FD  SUPP-RPT.
       01  SUPP-RPT-LINE                  PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SP-STS                      PIC  X(02).
       01  WS-MSG-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-ASOF-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-WARN-DAYS                   PIC  9(03)  VALUE 14.
       01  WS-DAYS-LEFT                   PIC  S9(07).
       01  WS-DAYS-DSP                    PIC  -(6)9.
       01  WS-STATE                       PIC  X(10).

      *---------- the rules to list, with their suppressed counts
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 2000.
               10  WS-S-KEY.
                   15  WS-S-MSG-ID        PIC  X(07).
                   15  WS-S-FUND-CD       PIC  X(12).
                   15  WS-S-PTF-CD        PIC  X(04).
                   15  WS-S-REP-ID        PIC  X(08).
                   15  WS-S-FROM-YMD      PIC  9(08).
               10  WS-S-TO-YMD            PIC  9(08).
               10  WS-S-REASON            PIC  X(60).
               10  WS-S-APPROVER-SID      PIC  X(20).
               10  WS-S-MSG-CNT           PIC  9(07).
       01  WS-S-IDX                       PIC  9(04).

       01  WS-ACTIVE-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-FUTURE-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-EXPIRING-CNT                PIC  9(05)  VALUE ZERO.
       01  WS-EXPIRED-CNT                 PIC  9(05)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-ASOF-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-RULES.
           PERFORM 3000-COUNT-SUPPRESSED.
           OPEN OUTPUT SUPP-RPT.
           PERFORM 4000-PRINT-HEADING.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               PERFORM 4100-PRINT-ONE-RULE
           END-PERFORM.
           PERFORM 4200-PRINT-TOTALS.
           CLOSE SUPP-RPT.
           IF WS-EXPIRING-CNT > ZERO
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
                       MOVE PR-ASOF-YMD TO WS-ASOF-YMD
                       IF PR-WARN-DAYS IS NUMERIC
                          AND PR-WARN-DAYS > ZERO
                           MOVE PR-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      *---------- in-service rules not yet past the warning window
       2000-LOAD-RULES.
           OPEN INPUT MSGSUPPM-FILE.
           IF WS-SP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ MSGSUPPM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SP-DEL-KBN = SPACE
                          AND WS-S-CNT < 2000
                           PERFORM 2100-KEEP-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSGSUPPM-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-KEEP-RULE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SP-TO-YMD)
               - FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD).
           IF WS-DAYS-LEFT < ZERO - WS-WARN-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-S-CNT.
           MOVE SP-KEY          TO WS-S-KEY(WS-S-CNT).
           MOVE SP-TO-YMD       TO WS-S-TO-YMD(WS-S-CNT).
           MOVE SP-REASON       TO WS-S-REASON(WS-S-CNT).
           MOVE SP-APPROVER-SID TO WS-S-APPROVER-SID(WS-S-CNT).
           MOVE ZERO            TO WS-S-MSG-CNT(WS-S-CNT).

      *---------- each suppressed row counted against the first
      *           listed rule that covers it
       3000-COUNT-SUPPRESSED.
           IF WS-S-CNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MSG-TABLE-FILE.
           IF WS-MSG-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ MSG-TABLE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MT-SUPPRESSED
                           PERFORM 3100-MATCH-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSG-TABLE-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-MATCH-RULE.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               IF WS-S-MSG-ID(WS-S-IDX) = MT-MSG-ID
                  AND WS-S-FUND-CD(WS-S-IDX) = MT-FUND-CD
                  AND (WS-S-PTF-CD(WS-S-IDX) = SPACE
                       OR WS-S-PTF-CD(WS-S-IDX) = MT-PTF-CD)
                  AND (WS-S-REP-ID(WS-S-IDX) = SPACE
                       OR WS-S-REP-ID(WS-S-IDX) = MT-REP-ID)
                  AND WS-S-FROM-YMD(WS-S-IDX) <= MT-SYORI-YMD
                  AND WS-S-TO-YMD(WS-S-IDX) >= MT-SYORI-YMD
                   ADD 1 TO WS-S-MSG-CNT(WS-S-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       4000-PRINT-HEADING.
           MOVE SPACE TO SUPP-RPT-LINE.
           STRING "KNOWN-EXCEPTION SUPPRESSION RULES AS OF "
                                    DELIMITED BY SIZE
                  WS-ASOF-YMD       DELIMITED BY SIZE
                  "  WARNING DAYS=" DELIMITED BY SIZE
                  WS-WARN-DAYS      DELIMITED BY SIZE
                  INTO SUPP-RPT-LINE
           END-STRING.
           WRITE SUPP-RPT-LINE.
           MOVE SPACE TO SUPP-RPT-LINE.
           WRITE SUPP-RPT-LINE.
           MOVE SPACE TO SUPP-RPT-LINE.
           MOVE "STATE"          TO SUPP-RPT-LINE(1:5).
           MOVE "MSG-ID"         TO SUPP-RPT-LINE(12:6).
           MOVE "FUND-CD"        TO SUPP-RPT-LINE(20:7).
           MOVE "PTF"            TO SUPP-RPT-LINE(33:3).
           MOVE "REP-ID"         TO SUPP-RPT-LINE(38:6).
           MOVE "FROM"           TO SUPP-RPT-LINE(47:4).
           MOVE "TO"             TO SUPP-RPT-LINE(56:2).
           MOVE "DAYS"           TO SUPP-RPT-LINE(65:4).
           MOVE "MSGS"           TO SUPP-RPT-LINE(73:4).
           MOVE "APPROVER"       TO SUPP-RPT-LINE(81:8).
           MOVE "REASON"         TO SUPP-RPT-LINE(102:6).
           WRITE SUPP-RPT-LINE.

       4100-PRINT-ONE-RULE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-S-TO-YMD(WS-S-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD).
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "EXPIRED"   TO WS-STATE
                   ADD 1 TO WS-EXPIRED-CNT
               WHEN WS-S-FROM-YMD(WS-S-IDX) > WS-ASOF-YMD
                   MOVE "NOT YET"   TO WS-STATE
                   ADD 1 TO WS-FUTURE-CNT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "EXPIRING"  TO WS-STATE
                   ADD 1 TO WS-EXPIRING-CNT
               WHEN OTHER
                   MOVE "ACTIVE"    TO WS-STATE
                   ADD 1 TO WS-ACTIVE-CNT
           END-EVALUATE.
           MOVE WS-DAYS-LEFT TO WS-DAYS-DSP.
           MOVE SPACE TO SUPP-RPT-LINE.
           MOVE WS-STATE                    TO SUPP-RPT-LINE(1:10).
           MOVE WS-S-MSG-ID(WS-S-IDX)       TO SUPP-RPT-LINE(12:7).
           MOVE WS-S-FUND-CD(WS-S-IDX)      TO SUPP-RPT-LINE(20:12).
           MOVE WS-S-PTF-CD(WS-S-IDX)       TO SUPP-RPT-LINE(33:4).
           MOVE WS-S-REP-ID(WS-S-IDX)       TO SUPP-RPT-LINE(38:8).
           MOVE WS-S-FROM-YMD(WS-S-IDX)     TO SUPP-RPT-LINE(47:8).
           MOVE WS-S-TO-YMD(WS-S-IDX)       TO SUPP-RPT-LINE(56:8).
           MOVE WS-DAYS-DSP                 TO SUPP-RPT-LINE(65:7).
           MOVE WS-S-MSG-CNT(WS-S-IDX)      TO SUPP-RPT-LINE(73:7).
           MOVE WS-S-APPROVER-SID(WS-S-IDX) TO SUPP-RPT-LINE(81:20).
           MOVE WS-S-REASON(WS-S-IDX)(1:31) TO SUPP-RPT-LINE(102:31).
           WRITE SUPP-RPT-LINE.

       4200-PRINT-TOTALS.
           MOVE SPACE TO SUPP-RPT-LINE.
           WRITE SUPP-RPT-LINE.
           MOVE SPACE TO SUPP-RPT-LINE.
           STRING "ACTIVE="           DELIMITED BY SIZE
                  WS-ACTIVE-CNT       DELIMITED BY SIZE
                  "  EXPIRING="       DELIMITED BY SIZE
                  WS-EXPIRING-CNT     DELIMITED BY SIZE
                  "  NOT YET EFFECTIVE=" DELIMITED BY SIZE
                  WS-FUTURE-CNT       DELIMITED BY SIZE
                  "  RECENTLY EXPIRED=" DELIMITED BY SIZE
                  WS-EXPIRED-CNT      DELIMITED BY SIZE
                  INTO SUPP-RPT-LINE
           END-STRING.
           WRITE SUPP-RPT-LINE.
