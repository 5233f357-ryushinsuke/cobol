      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Program ID     : WOQAB10
      *  Program name   : WOQSDCNS idempotency-key routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Gives every WOQSDCNS request an idempotency key - its
      *  CON-PGM-NAME and CON-MSG-CODE with two independent
      *  checksums of the payload bytes - and keeps the registry of
      *  keys already processed successfully.  The MQ caller calls
      *  it with R when a request comes back clean, which registers
      *  the key the first time; WOQAB02 and WOQAB06 call it with C
      *  before resending a captured failure, and skip anything
      *  already registered, since a request can reach its target
      *  and still come back to the caller as an error.  Every hit
      *  is appended to the duplicate-attempt log with its reason
      *  for the WOQAB11 daily report.  WOQAB01 calls it with K to
      *  stamp the key on the captured payload row.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOQAB10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE  ASSIGN TO "WOQAB10IDK"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-IK-STS.
           SELECT DUP-LOG-FILE   ASSIGN TO "WOQAB10DUP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ID-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
           COPY WOQIDEM.

       FD  DUP-LOG-FILE.
           COPY WOQIDDUP.

       WORKING-STORAGE SECTION.
       01  WS-IK-STS                      PIC  X(02).
       01  WS-ID-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01).
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

      *---------- the key being derived or looked up
       01  WS-KEY.
           05  WS-KEY-PGM-NAME            PIC  X(16).
           05  WS-KEY-MSG-CODE            PIC  X(07).
           05  WS-KEY-SUM1                PIC  9(10).
           05  WS-KEY-SUM2                PIC  9(10).
       01  WS-PLD-IDX                     PIC  9(03).
       01  WS-BYTE-ORD                    PIC  9(03).
       01  WS-SUM-WORK                    PIC  9(15).

       LINKAGE SECTION.
           COPY WOQAB10
               REPLACING ==05  PARM-WOQAB10-ARG1==
                      BY ==01  PARM-WOQAB10-ARG1==
                         ==05  PARM-WOQAB10-ARG2==
                      BY ==01  PARM-WOQAB10-ARG2==
                         ==05  PARM-WOQAB10-ARG3==
                      BY ==01  PARM-WOQAB10-ARG3==.

       PROCEDURE DIVISION USING PARM-WOQAB10-ARG1
                                 PARM-WOQAB10-ARG2
                                 PARM-WOQAB10-ARG3.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE "N"   TO OXIK-DONE-IND.
           MOVE SPACE TO OXIK-FIRST-TIME.

           IF IXIK-IDEM-KEY NOT = SPACE
               MOVE IXIK-IDEM-KEY TO WS-KEY
           ELSE
               PERFORM 1000-DERIVE-KEY
           END-IF.
           MOVE WS-KEY TO OXIK-IDEM-KEY.
           IF IXIK-FUNCTION = "K"
               GOBACK
           END-IF.

           PERFORM 2000-FIND-KEY.
           IF OXIK-DONE-IND = "Y"
               PERFORM 4000-LOG-DUPLICATE
           ELSE
               IF IXIK-FUNCTION = "R"
                   PERFORM 3000-REGISTER-KEY
               END-IF
           END-IF.
           GOBACK.

      *---------- two running checksums over all 512 payload bytes,
      *           with different multipliers and moduli, so two
      *           different payloads colliding on both is remote
       1000-DERIVE-KEY.
           MOVE IXIK-PGM-NAME TO WS-KEY-PGM-NAME.
           MOVE IXIK-MSG-CODE TO WS-KEY-MSG-CODE.
           MOVE ZERO TO WS-KEY-SUM1 WS-KEY-SUM2.
           PERFORM VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > 512
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(IXIK-PAYLOAD(WS-PLD-IDX:1))
               COMPUTE WS-SUM-WORK =
                   WS-KEY-SUM1 * 31 + WS-BYTE-ORD
               COMPUTE WS-KEY-SUM1 =
                   FUNCTION MOD(WS-SUM-WORK, 2147483647)
               COMPUTE WS-SUM-WORK =
                   WS-KEY-SUM2 * 131 + WS-BYTE-ORD
               COMPUTE WS-KEY-SUM2 =
                   FUNCTION MOD(WS-SUM-WORK, 999999937)
           END-PERFORM.

       2000-FIND-KEY.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REGISTRY-FILE.
           IF WS-IK-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ REGISTRY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IK-IDEM-KEY = WS-KEY
                           MOVE "Y"           TO OXIK-DONE-IND
                           MOVE IK-FIRST-TIME TO OXIK-FIRST-TIME
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       3000-REGISTER-KEY.
           OPEN EXTEND REGISTRY-FILE.
           IF WS-IK-STS = "05" OR WS-IK-STS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF.
           MOVE WS-KEY         TO IK-IDEM-KEY.
           MOVE IXIK-GETQ-NAME TO IK-GETQ-NAME.
           MOVE WS-NOW-STAMP   TO IK-FIRST-TIME.
           WRITE WOQIDEM-REC.
           CLOSE REGISTRY-FILE.

      *---------- the reason says what was skipped, or that the
      *           request got through a second time
       4000-LOG-DUPLICATE.
           OPEN EXTEND DUP-LOG-FILE.
           IF WS-ID-STS = "05" OR WS-ID-STS = "35"
               OPEN OUTPUT DUP-LOG-FILE
           END-IF.
           MOVE WS-NOW-STAMP    TO ID-ATTEMPT-TIME.
           MOVE IXIK-SOURCE     TO ID-SOURCE.
           MOVE WS-KEY          TO ID-IDEM-KEY.
           MOVE IXIK-GETQ-NAME  TO ID-GETQ-NAME.
           MOVE IXIK-REF-TIME   TO ID-REF-TIME.
           MOVE OXIK-FIRST-TIME TO ID-FIRST-TIME.
           MOVE SPACE           TO ID-REASON.
           IF IXIK-FUNCTION = "R"
               STRING "PROCESSED AGAIN - FIRST SUCCESS "
                                         DELIMITED BY SIZE
                      OXIK-FIRST-TIME    DELIMITED BY SIZE
                      INTO ID-REASON
               END-STRING
           ELSE
               STRING "ALREADY PROCESSED "  DELIMITED BY SIZE
                      OXIK-FIRST-TIME       DELIMITED BY SIZE
                      " - "                 DELIMITED BY SIZE
                      IXIK-SOURCE           DELIMITED BY SPACE
                      " SKIPPED"            DELIMITED BY SIZE
                      INTO ID-REASON
               END-STRING
           END-IF.
           WRITE WOQIDDUP-REC.
           CLOSE DUP-LOG-FILE.
