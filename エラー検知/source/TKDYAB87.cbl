      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB87
      *  Program name   : Incident-ticket request builder
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Outbound half of the interface to the corporate incident
      *  system.  Every OPRWORKQ item not yet closed, and every
      *  failed kidou of the parameter day on the TKDYAA31 extract
      *  (JIKOU-STS other than blank, "000" or "RUN" - the TKDYAB18
      *  reading, with its KIDOUCAU cause when TKDYAB65 has stamped
      *  one), is tried against the ITSMSEVPM severity rules in
      *  rule order; the first match raises a ticket request on
      *  TKDYAB87REQ at that rule's severity and an ITSMTKT link row
      *  keyed by the item, which also stops the item being
      *  requested again on later runs.  The parameter day defaults
      *  to today; RC 8 when it is not a date.  Each request is
      *  listed on TKDYAB87RPT.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB87.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB87PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT RULE-MSTR      ASSIGN TO "ITSMSEVPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS IR-RULE-SEQ
                  FILE STATUS    IS WS-IR-STS.
           SELECT WORKQ-FILE     ASSIGN TO "OPRWORKQ"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS WQ-SEQ
                  FILE STATUS    IS WS-WQ-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT CAUSE-FILE     ASSIGN TO "KIDOUCAU"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS KC-KEY
                  FILE STATUS    IS WS-KC-STS.
           SELECT TICKET-FILE    ASSIGN TO "ITSMTKT"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS TK-KEY
                  FILE STATUS    IS WS-TK-STS.
           SELECT REQUEST-FILE   ASSIGN TO "TKDYAB87REQ"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-REQ-STS.
           SELECT REQ-RPT        ASSIGN TO "TKDYAB87RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- day whose failed kidou are considered; zero = today
           05  PR-SYORI-YMD               PIC  9(08).

       FD  RULE-MSTR.
           COPY ITSMSEVPM.

       FD  WORKQ-FILE.
           COPY OPRWORKQ.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  CAUSE-FILE.
           COPY KIDOUCAU.

       FD  TICKET-FILE.
           COPY ITSMTKT.

       FD  REQUEST-FILE.
           COPY ITSMREQ.

       FD  REQ-RPT.
       01  REQ-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-IR-STS                      PIC  X(02).
       01  WS-WQ-STS                      PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-KC-STS                      PIC  X(02).
       01  WS-TK-STS                      PIC  X(02).
       01  WS-REQ-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-KC-OPEN-SW                  PIC  X(01)  VALUE "N".
           88  WS-KC-OPEN                 VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-ROW-YMD                     PIC  9(08).

      *---------- in-service rules in evaluation order
       01  WS-R-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-R-TBL.
           05  WS-R-ENTRY  OCCURS 500.
               10  WS-R-SEQ               PIC  9(04).
               10  WS-R-LINK-KBN          PIC  X(01).
               10  WS-R-RIYO-CMP-CD       PIC  X(04).
               10  WS-R-WQ-SOURCE         PIC  X(11).
               10  WS-R-WQ-MAX-PRIORITY   PIC  9(01).
               10  WS-R-MIN-OPEN-MIN      PIC  9(05).
               10  WS-R-GRP-CD            PIC  X(10).
               10  WS-R-CAUSE-CD          PIC  X(04).
               10  WS-R-SEVERITY          PIC  X(01).
       01  WS-R-IDX                       PIC  9(04).
       01  WS-HIT-IDX                     PIC  9(04).

      *---------- the item in hand
       01  WS-OPEN-MIN                    PIC  9(09).
       01  WS-CAUSE-CD                    PIC  X(04).
       01  WS-T-STAMP                     PIC  X(14).
       01  WS-T-YMD                       PIC  9(08).
       01  WS-T-HH                        PIC  9(02).
       01  WS-T-MM                        PIC  9(02).
       01  WS-T-INT                       PIC  S9(09) COMP-3.
       01  WS-NOW-INT                     PIC  S9(09) COMP-3.

       01  WS-WQ-CNT                      PIC  9(07)  VALUE ZERO.
       01  WS-KIDOU-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-REQ-CNT                     PIC  9(07)  VALUE ZERO.
       01  WS-DUP-CNT                     PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP TO WS-T-STAMP.
           PERFORM 8000-STAMP-TO-MIN.
           MOVE WS-T-INT     TO WS-NOW-INT.

           PERFORM 1000-READ-PARAM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SYORI-YMD) NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-RULES.

           OPEN I-O TICKET-FILE.
           IF WS-TK-STS = "05" OR WS-TK-STS = "35"
               OPEN OUTPUT TICKET-FILE
               CLOSE TICKET-FILE
               OPEN I-O TICKET-FILE
           END-IF.
           OPEN EXTEND REQUEST-FILE.
           IF WS-REQ-STS = "05" OR WS-REQ-STS = "35"
               OPEN OUTPUT REQUEST-FILE
           END-IF.
           OPEN OUTPUT REQ-RPT.
           MOVE SPACE TO REQ-RPT-LINE.
           STRING "TKDYAB87  INCIDENT-TICKET REQUESTS  KIDOU DAY "
                                  DELIMITED BY SIZE
                  WS-SYORI-YMD    DELIMITED BY SIZE
                  "  RUN "        DELIMITED BY SIZE
                  WS-NOW-STAMP    DELIMITED BY SIZE
                  INTO REQ-RPT-LINE
           END-STRING.
           WRITE REQ-RPT-LINE.
           MOVE SPACE TO REQ-RPT-LINE.
           WRITE REQ-RPT-LINE.

           PERFORM 3000-SCAN-WORKQ.
           PERFORM 4000-SCAN-KIDOU.

           MOVE SPACE TO REQ-RPT-LINE.
           WRITE REQ-RPT-LINE.
           MOVE SPACE TO REQ-RPT-LINE.
           STRING "OPEN ITEMS="       DELIMITED BY SIZE
                  WS-WQ-CNT           DELIMITED BY SIZE
                  " FAILED KIDOU="    DELIMITED BY SIZE
                  WS-KIDOU-CNT        DELIMITED BY SIZE
                  " REQUESTED="       DELIMITED BY SIZE
                  WS-REQ-CNT          DELIMITED BY SIZE
                  " ALREADY TICKETED="
                                      DELIMITED BY SIZE
                  WS-DUP-CNT          DELIMITED BY SIZE
                  INTO REQ-RPT-LINE
           END-STRING.
           WRITE REQ-RPT-LINE.
           CLOSE REQ-RPT REQUEST-FILE TICKET-FILE.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-SYORI-YMD IS NUMERIC
                           MOVE PR-SYORI-YMD TO WS-SYORI-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-SYORI-YMD = ZERO
               MOVE WS-NOW-STAMP(1:8) TO WS-SYORI-YMD
           END-IF.

       2000-LOAD-RULES.
           OPEN INPUT RULE-MSTR.
           IF WS-IR-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RULE-MSTR
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IR-DEL-KBN = SPACE
                          AND (IR-LINK-WORKQ OR IR-LINK-KIDOU)
                          AND WS-R-CNT < 500
                           PERFORM 2100-KEEP-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULE-MSTR.

       2100-KEEP-RULE.
           ADD 1 TO WS-R-CNT.
           MOVE IR-RULE-SEQ        TO WS-R-SEQ(WS-R-CNT).
           MOVE IR-LINK-KBN        TO WS-R-LINK-KBN(WS-R-CNT).
           MOVE IR-RIYO-CMP-CD     TO WS-R-RIYO-CMP-CD(WS-R-CNT).
           MOVE IR-WQ-SOURCE       TO WS-R-WQ-SOURCE(WS-R-CNT).
           MOVE IR-WQ-MAX-PRIORITY TO WS-R-WQ-MAX-PRIORITY(WS-R-CNT).
           MOVE IR-MIN-OPEN-MIN    TO WS-R-MIN-OPEN-MIN(WS-R-CNT).
           MOVE IR-GRP-CD          TO WS-R-GRP-CD(WS-R-CNT).
           MOVE IR-CAUSE-CD        TO WS-R-CAUSE-CD(WS-R-CNT).
           MOVE IR-SEVERITY        TO WS-R-SEVERITY(WS-R-CNT).

      *---------- every item not yet closed, held ones included
       3000-SCAN-WORKQ.
           OPEN INPUT WORKQ-FILE.
           IF WS-WQ-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ WORKQ-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WQ-STATUS NOT = "C"
                           ADD 1 TO WS-WQ-CNT
                           PERFORM 3100-CHECK-WORKQ-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORKQ-FILE.

       3100-CHECK-WORKQ-ITEM.
           MOVE ZERO TO WS-OPEN-MIN.
           IF WQ-CREATE-TIME(1:12) IS NUMERIC
               MOVE WQ-CREATE-TIME(1:8) TO WS-T-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-T-YMD) = 0
                   MOVE WQ-CREATE-TIME TO WS-T-STAMP
                   PERFORM 8000-STAMP-TO-MIN
                   IF WS-NOW-INT > WS-T-INT
                       COMPUTE WS-OPEN-MIN = WS-NOW-INT - WS-T-INT
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT OR WS-HIT-IDX NOT = ZERO
               IF WS-R-LINK-KBN(WS-R-IDX) = "W"
                  AND (WS-R-RIYO-CMP-CD(WS-R-IDX) = SPACE
                       OR WS-R-RIYO-CMP-CD(WS-R-IDX) = WQ-RIYO-CMP-CD)
                  AND (WS-R-WQ-SOURCE(WS-R-IDX) = SPACE
                       OR WS-R-WQ-SOURCE(WS-R-IDX) = WQ-SOURCE)
                  AND (WS-R-WQ-MAX-PRIORITY(WS-R-IDX) = ZERO
                       OR WQ-PRIORITY
                          <= WS-R-WQ-MAX-PRIORITY(WS-R-IDX))
                  AND WS-OPEN-MIN >= WS-R-MIN-OPEN-MIN(WS-R-IDX)
                   MOVE WS-R-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE          TO TK-KEY.
           MOVE "W"            TO TK-LINK-KBN.
           MOVE WQ-SEQ         TO TK-WQ-SEQ.
           READ TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACE          TO ITSMREQ-REC.
           MOVE WQ-RIYO-CMP-CD TO IQ-RIYO-CMP-CD.
           MOVE WQ-SOURCE      TO IQ-CATEGORY.
           STRING "WORK QUEUE ITEM " DELIMITED BY SIZE
                  WQ-SEQ             DELIMITED BY SIZE
                  " PRIORITY "       DELIMITED BY SIZE
                  WQ-PRIORITY        DELIMITED BY SIZE
                  " STATUS "         DELIMITED BY SIZE
                  WQ-STATUS          DELIMITED BY SIZE
                  " OPEN SINCE "     DELIMITED BY SIZE
                  WQ-CREATE-TIME     DELIMITED BY SIZE
                  INTO IQ-SUMMARY
           END-STRING.
           MOVE WQ-TEXT        TO IQ-DETAIL.
           PERFORM 5000-RAISE-REQUEST.

       4000-SCAN-KIDOU.
           OPEN INPUT CAUSE-FILE.
           IF WS-KC-STS = "00"
               SET WS-KC-OPEN TO TRUE
           END-IF.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               IF WS-KC-OPEN
                   CLOSE CAUSE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SYORI-YMD TO WS-ROW-YMD
                       IF WS-ROW-YMD = WS-SYORI-YMD
                          AND DEL-KBN = SPACE
                          AND JIKOU-STS NOT = SPACE
                          AND JIKOU-STS NOT = "000"
                          AND JIKOU-STS NOT = "RUN"
                           ADD 1 TO WS-KIDOU-CNT
                           PERFORM 4100-CHECK-KIDOU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           IF WS-KC-OPEN
               CLOSE CAUSE-FILE
           END-IF.

       4100-CHECK-KIDOU.
           MOVE SPACE TO WS-CAUSE-CD.
           IF WS-KC-OPEN
               MOVE RIYO-CMP-CD   TO KC-RIYO-CMP-CD
               MOVE WS-ROW-YMD    TO KC-SYORI-YMD
               MOVE KIDOU-ID      TO KC-KIDOU-ID
               MOVE GYOMU-TASK-ID TO KC-GYOMU-TASK-ID
               READ CAUSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KC-CAUSE-CD TO WS-CAUSE-CD
               END-READ
           END-IF.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-R-CNT OR WS-HIT-IDX NOT = ZERO
               IF WS-R-LINK-KBN(WS-R-IDX) = "K"
                  AND (WS-R-RIYO-CMP-CD(WS-R-IDX) = SPACE
                       OR WS-R-RIYO-CMP-CD(WS-R-IDX) = RIYO-CMP-CD)
                  AND (WS-R-GRP-CD(WS-R-IDX) = SPACE
                       OR WS-R-GRP-CD(WS-R-IDX) = KIDOU-GYOMU-GRP-CD)
                  AND (WS-R-CAUSE-CD(WS-R-IDX) = SPACE
                       OR WS-R-CAUSE-CD(WS-R-IDX) = WS-CAUSE-CD)
                   MOVE WS-R-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE          TO TK-KEY.
           MOVE "K"            TO TK-LINK-KBN.
           MOVE RIYO-CMP-CD    TO TK-RIYO-CMP-CD.
           MOVE WS-ROW-YMD     TO TK-SYORI-YMD.
           MOVE KIDOU-ID       TO TK-KIDOU-ID.
           MOVE GYOMU-TASK-ID  TO TK-GYOMU-TASK-ID.
           READ TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACE              TO ITSMREQ-REC.
           MOVE RIYO-CMP-CD        TO IQ-RIYO-CMP-CD.
           MOVE KIDOU-GYOMU-GRP-CD TO IQ-CATEGORY.
           STRING "KIDOU "         DELIMITED BY SIZE
                  RIYO-CMP-CD      DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  KIDOU-ID         DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  GYOMU-TASK-ID    DELIMITED BY SIZE
                  " DAY "          DELIMITED BY SIZE
                  WS-ROW-YMD       DELIMITED BY SIZE
                  " FAILED STS "   DELIMITED BY SIZE
                  JIKOU-STS        DELIMITED BY SIZE
                  " CAUSE "        DELIMITED BY SIZE
                  WS-CAUSE-CD      DELIMITED BY SIZE
                  INTO IQ-SUMMARY
           END-STRING.
           MOVE AQ-MSG(1:132)      TO IQ-DETAIL.
           PERFORM 5000-RAISE-REQUEST.

      *---------- TK-KEY is set by the caller; the link row goes on
      *           with the request so the item is asked for once
       5000-RAISE-REQUEST.
           MOVE TK-KEY                    TO IQ-REQ-ID.
           MOVE WS-NOW-STAMP              TO IQ-REQ-TIME.
           MOVE WS-R-SEVERITY(WS-HIT-IDX) TO IQ-SEVERITY.
           WRITE ITSMREQ-REC.
           MOVE WS-R-SEQ(WS-HIT-IDX)      TO TK-RULE-SEQ.
           MOVE WS-R-SEVERITY(WS-HIT-IDX) TO TK-SEVERITY.
           MOVE WS-NOW-STAMP              TO TK-REQ-TIME.
           MOVE SPACE                     TO TK-TICKET-NO TK-ASSIGNEE
                                             TK-TICKET-STS
                                             TK-TICKET-UPD-TIME
                                             TK-POST-TIME.
           WRITE ITSMTKT-REC.
           ADD 1 TO WS-REQ-CNT.
           MOVE SPACE TO REQ-RPT-LINE.
           STRING "REQUEST SEV "  DELIMITED BY SIZE
                  IQ-SEVERITY     DELIMITED BY SIZE
                  " RULE "        DELIMITED BY SIZE
                  TK-RULE-SEQ     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IQ-REQ-ID       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IQ-SUMMARY      DELIMITED BY SIZE
                  INTO REQ-RPT-LINE
           END-STRING.
           WRITE REQ-RPT-LINE.

       8000-STAMP-TO-MIN.
           MOVE WS-T-STAMP(1:8)  TO WS-T-YMD.
           MOVE WS-T-STAMP(9:2)  TO WS-T-HH.
           MOVE WS-T-STAMP(11:2) TO WS-T-MM.
           COMPUTE WS-T-INT =
               (FUNCTION INTEGER-OF-DATE(WS-T-YMD) * 1440)
               + (WS-T-HH * 60) + WS-T-MM.
