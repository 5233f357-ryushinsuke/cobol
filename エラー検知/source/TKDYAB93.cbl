      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB93
      *  Program name   : Dormant-definition retirement apply
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Reads back the TKDYAB92 proposal rows after the owners
      *  have signed them off (DP-DECISION R = retire, K = keep,
      *  blank = not yet decided, with the owner's SID) and lands
      *  each approved retirement on the parameter day's TKDYAA31
      *  master row as a logical delete (DEL-KBN "1"), journalled
      *  through TKDYAB20 like every other master change.  Before
      *  touching the master each retirement passes the CZCOAB18
      *  change-freeze check for the schedule master; a frozen
      *  one is held for the next run.  A retirement is refused
      *  when the proposal said KEEP or no owner signed it.  RC 8
      *  without a day, RC 4 when anything was refused, held or
      *  not found on the master.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB93.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB93PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT SIGNOFF-FILE   ASSIGN TO "TKDYAB93SGN"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SGN-STS.
           SELECT TKDYAA31-MSTR  ASSIGN TO "TKDYAA31"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MSTR-KEY
                  FILE STATUS    IS WS-MSTR-STS.
           SELECT RETIRE-RPT     ASSIGN TO "TKDYAB93RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-SYORI-YMD               PIC  9(08).

       FD  SIGNOFF-FILE.
           COPY DORMPRP.
       FD  TKDYAA31-MSTR.
       01  TKDYAA31-MSTR-REC.
           05  MSTR-KEY.
               10  MSTR-KEY-RIYO-CMP-CD   PIC  X(04).
               10  MSTR-KEY-SYORI-YMD     PIC  9(08).
               10  MSTR-KEY-KIDOU-ID      PIC  X(04).
               10  MSTR-KEY-GYOMU-TASK-ID PIC  X(07).
           05  MSTR-BODY.
               COPY TKDYAA31
                   REPLACING ==RIYO-CMP-CD==
                   BY ==MSTR-RIYO-CMP-CD==
                   ==SYORI-YMD==
                   BY ==MSTR-SYORI-YMD==
                   ==KIDOU-ID==
                   BY ==MSTR-KIDOU-ID==
                   ==ACC-TIME==
                   BY ==MSTR-ACC-TIME==
                   ==ACC-IP==
                   BY ==MSTR-ACC-IP==
                   ==KIDOU-LOGIN-CMP-CD==
                   BY ==MSTR-KIDOU-LOGIN-CMP-CD==
                   ==KIDOU-SID==
                   BY ==MSTR-KIDOU-SID==
                   ==KIDOU-GYOMU-GRP-CD==
                   BY ==MSTR-KIDOU-GYOMU-GRP-CD==
                   ==TSK-SCHE-KIDOU-ID==
                   BY ==MSTR-TSK-SCHE-KIDOU-ID==
                   ==TSK-SCHE-ID==
                   BY ==MSTR-TSK-SCHE-ID==
                   ==TSK-SCHE-MS-ID==
                   BY ==MSTR-TSK-SCHE-MS-ID==
                   ==GYOMU-TASK-ID==
                   BY ==MSTR-GYOMU-TASK-ID==
                   ==SK-TSK-SCHE-MS-ID1==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID1==
                   ==SK-TSK-SCHE-MS-ID2==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID2==
                   ==SK-TSK-SCHE-MS-ID3==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID3==
                   ==SK-TSK-SCHE-MS-ID4==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID4==
                   ==SK-TSK-SCHE-MS-ID5==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID5==
                   ==SK-TSK-SCHE-MS-ID6==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID6==
                   ==SK-TSK-SCHE-MS-ID7==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID7==
                   ==SK-TSK-SCHE-MS-ID8==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID8==
                   ==SK-TSK-SCHE-MS-ID9==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID9==
                   ==SK-TSK-SCHE-MS-ID10==
                   BY ==MSTR-SK-TSK-SCHE-MS-ID10==
                   ==KIDOU-TIME==
                   BY ==MSTR-KIDOU-TIME==
                   ==KIDOU-KEIRO==
                   BY ==MSTR-KIDOU-KEIRO==
                   ==TAIKI-FILE-KBN==
                   BY ==MSTR-TAIKI-FILE-KBN==
                   ==TIMEOUT-MINUTES==
                   BY ==MSTR-TIMEOUT-MINUTES==
                   ==SYUSIN-KBN==
                   BY ==MSTR-SYUSIN-KBN==
                   ==SYUTOKUSAKI-KBN==
                   BY ==MSTR-SYUTOKUSAKI-KBN==
                   ==SYUTOKU-HOUSIKI==
                   BY ==MSTR-SYUTOKU-HOUSIKI==
                   ==SYUTOKU-FILE-KBN==
                   BY ==MSTR-SYUTOKU-FILE-KBN==
                   ==KIDOU-SYORI-BUNRUI==
                   BY ==MSTR-KIDOU-SYORI-BUNRUI==
                   ==JIKOU-STS==
                   BY ==MSTR-JIKOU-STS==
                   ==SYUSIN-STS==
                   BY ==MSTR-SYUSIN-STS==
                   ==SYUSIN-RETRY-NUM==
                   BY ==MSTR-SYUSIN-RETRY-NUM==
                   ==SYUSIN-MAX-NUM==
                   BY ==MSTR-SYUSIN-MAX-NUM==
                   ==SYUSIN-END-TIME==
                   BY ==MSTR-SYUSIN-END-TIME==
                   ==ITIJI-TEISHI-KBN==
                   BY ==MSTR-ITIJI-TEISHI-KBN==
                   ==JIKOU-START-TIME==
                   BY ==MSTR-JIKOU-START-TIME==
                   ==JIKOU-END-TIME==
                   BY ==MSTR-JIKOU-END-TIME==
                   ==SHELL-END-TIME==
                   BY ==MSTR-SHELL-END-TIME==
                   ==DL-FILE-NAME==
                   BY ==MSTR-DL-FILE-NAME==
                   ==DL-FILE-KBN==
                   BY ==MSTR-DL-FILE-KBN==
                   ==AQ-TOUNYU-STS==
                   BY ==MSTR-AQ-TOUNYU-STS==
                   ==AQ-MSG==
                   BY ==MSTR-AQ-MSG==
                   ==UPLOAD-FILE-KENSU==
                   BY ==MSTR-UPLOAD-FILE-KENSU==
                   ==UPLOAD-ERR-KENSU==
                   BY ==MSTR-UPLOAD-ERR-KENSU==
                   ==REP-CREATE-TANI==
                   BY ==MSTR-REP-CREATE-TANI==
                   ==REP-OUT-KBN==
                   BY ==MSTR-REP-OUT-KBN==
                   ==PRINTER-ID==
                   BY ==MSTR-PRINTER-ID==
                   ==SYUUYAKU-KBN==
                   BY ==MSTR-SYUUYAKU-KBN==
                   ==OYA-KIDOU-ID==
                   BY ==MSTR-OYA-KIDOU-ID==
                   ==DEL-KBN==
                   BY ==MSTR-DEL-KBN==
                   ==UPD-DATE==
                   BY ==MSTR-UPD-DATE==
                   ==UPD-LOGIN-CMP-CD==
                   BY ==MSTR-UPD-LOGIN-CMP-CD==
                   ==UPD-SID==
                   BY ==MSTR-UPD-SID==
                   ==UPD-PGMID==
                   BY ==MSTR-UPD-PGMID==
                   ==AUTO-CAL-ID==
                   BY ==MSTR-AUTO-CAL-ID==
                   ==TSK-SCHE-NO==
                   BY ==MSTR-TSK-SCHE-NO==
                   ==SK-TSK-SCHE-NO1==
                   BY ==MSTR-SK-TSK-SCHE-NO1==
                   ==SK-TSK-SCHE-NO2==
                   BY ==MSTR-SK-TSK-SCHE-NO2==
                   ==SK-TSK-SCHE-NO3==
                   BY ==MSTR-SK-TSK-SCHE-NO3==
                   ==SK-TSK-SCHE-NO4==
                   BY ==MSTR-SK-TSK-SCHE-NO4==
                   ==SK-TSK-SCHE-NO5==
                   BY ==MSTR-SK-TSK-SCHE-NO5==
                   ==SK-TSK-SCHE-NO6==
                   BY ==MSTR-SK-TSK-SCHE-NO6==
                   ==SK-TSK-SCHE-NO7==
                   BY ==MSTR-SK-TSK-SCHE-NO7==
                   ==SK-TSK-SCHE-NO8==
                   BY ==MSTR-SK-TSK-SCHE-NO8==
                   ==SK-TSK-SCHE-NO9==
                   BY ==MSTR-SK-TSK-SCHE-NO9==
                   ==SK-TSK-SCHE-NO10==
                   BY ==MSTR-SK-TSK-SCHE-NO10==
                   ==AQ-TOUNYU-TIME==
                   BY ==MSTR-AQ-TOUNYU-TIME==
                   ==AQ-SAITOUNYU-TIME==
                   BY ==MSTR-AQ-SAITOUNYU-TIME==
                   ==JIKOU-RESTART-TIME==
                   BY ==MSTR-JIKOU-RESTART-TIME==
                   ==TEISHI-UKETSUKE-TIME==
                   BY ==MSTR-TEISHI-UKETSUKE-TIME==
                   ==TEISHI-KANRYOU-TIME==
                   BY ==MSTR-TEISHI-KANRYOU-TIME==
                   ==OYA-TSK-END-TIME==
                   BY ==MSTR-OYA-TSK-END-TIME==.

       FD  RETIRE-RPT.
       01  RETIRE-RPT-LINE                PIC  X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-SGN-STS                     PIC  X(02).
       01  WS-MSTR-STS                    PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-OUTCOME                     PIC  X(16).
       01  WS-RETIRED-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-REFUSED-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-HELD-CNT                    PIC  9(04)  VALUE ZERO.
       01  WS-MISSED-CNT                  PIC  9(04)  VALUE ZERO.
       01  WS-ALREADY-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-KEPT-CNT                    PIC  9(04)  VALUE ZERO.
       01  WS-OPEN-CNT                    PIC  9(04)  VALUE ZERO.

       01  TKDYAB20-ARGS.
           COPY TKDYAB20.

      *---------- change-freeze check through CZCOAB18
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF WS-SYORI-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RETIRE-RPT.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SGN-STS NOT = "00"
      *---------- no signed-off proposals means nothing to land
               CLOSE RETIRE-RPT
               GOBACK
           END-IF.
           OPEN I-O TKDYAA31-MSTR.

           PERFORM 2000-READ-SIGNOFF.
           PERFORM UNTIL WS-EOF
               EVALUATE DP-DECISION
                   WHEN "R"
                       PERFORM 3000-RETIRE-ONE
                   WHEN "K"
                       ADD 1 TO WS-KEPT-CNT
                   WHEN OTHER
                       ADD 1 TO WS-OPEN-CNT
               END-EVALUATE
               PERFORM 2000-READ-SIGNOFF
           END-PERFORM.

           CLOSE TKDYAA31-MSTR.
           CLOSE SIGNOFF-FILE.
           MOVE SPACE TO RETIRE-RPT-LINE.
           STRING "RETIRED="          DELIMITED BY SIZE
                  WS-RETIRED-CNT      DELIMITED BY SIZE
                  " ALREADY="         DELIMITED BY SIZE
                  WS-ALREADY-CNT      DELIMITED BY SIZE
                  " REFUSED="         DELIMITED BY SIZE
                  WS-REFUSED-CNT      DELIMITED BY SIZE
                  " HELD="            DELIMITED BY SIZE
                  WS-HELD-CNT         DELIMITED BY SIZE
                  " MISSING="         DELIMITED BY SIZE
                  WS-MISSED-CNT       DELIMITED BY SIZE
                  " KEPT="            DELIMITED BY SIZE
                  WS-KEPT-CNT         DELIMITED BY SIZE
                  " UNDECIDED="       DELIMITED BY SIZE
                  WS-OPEN-CNT         DELIMITED BY SIZE
                  INTO RETIRE-RPT-LINE
           END-STRING.
           WRITE RETIRE-RPT-LINE.
           CLOSE RETIRE-RPT.
           IF WS-REFUSED-CNT > ZERO
              OR WS-HELD-CNT > ZERO
              OR WS-MISSED-CNT > ZERO
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
                       MOVE PR-SYORI-YMD TO WS-SYORI-YMD
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-READ-SIGNOFF.
           READ SIGNOFF-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-RETIRE-ONE.
           IF DP-ACTION-KEEP
              OR DP-OWNER-SID = SPACE
               MOVE "REFUSED"         TO WS-OUTCOME
               ADD 1 TO WS-REFUSED-CNT
               PERFORM 5000-REPORT-ONE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8500-FREEZE-CHECK.
           IF FZC-RC NOT = "00"
               MOVE "HELD (FREEZE)"   TO WS-OUTCOME
               ADD 1 TO WS-HELD-CNT
               PERFORM 5000-REPORT-ONE
               EXIT PARAGRAPH
           END-IF.
           MOVE DP-RIYO-CMP-CD    TO MSTR-KEY-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD      TO MSTR-KEY-SYORI-YMD.
           MOVE DP-KIDOU-ID       TO MSTR-KEY-KIDOU-ID.
           MOVE DP-GYOMU-TASK-ID  TO MSTR-KEY-GYOMU-TASK-ID.
           READ TKDYAA31-MSTR
               INVALID KEY
                   MOVE "MISSING"     TO WS-OUTCOME
                   ADD 1 TO WS-MISSED-CNT
                   PERFORM 5000-REPORT-ONE
                   EXIT PARAGRAPH
           END-READ.
           IF MSTR-DEL-KBN NOT = SPACE
               MOVE "ALREADY RETIRED" TO WS-OUTCOME
               ADD 1 TO WS-ALREADY-CNT
               PERFORM 5000-REPORT-ONE
               EXIT PARAGRAPH
           END-IF.
           MOVE TKDYAA31-MSTR-REC TO JNP-BEFORE-IMAGE.
           MOVE "1"               TO MSTR-DEL-KBN.
           MOVE WS-NOW-STAMP      TO MSTR-UPD-DATE.
           MOVE DP-OWNER-SID      TO MSTR-UPD-SID.
           MOVE "TKDYAB93"        TO MSTR-UPD-PGMID.
           REWRITE TKDYAA31-MSTR-REC.
           MOVE TKDYAA31-MSTR-REC TO JNP-AFTER-IMAGE.
           MOVE "TKDYAB93"        TO JNP-UPD-PGMID.
           MOVE DP-OWNER-SID      TO JNP-UPD-SID.
           CALL "TKDYAB20" USING PARM-TKDYAB20-ARG1
                                  PARM-TKDYAB20-ARG2
                                  PARM-TKDYAB20-ARG3
           END-CALL.
           MOVE "RETIRED"         TO WS-OUTCOME.
           ADD 1 TO WS-RETIRED-CNT.
           PERFORM 5000-REPORT-ONE.

       5000-REPORT-ONE.
           MOVE SPACE TO RETIRE-RPT-LINE.
           STRING WS-OUTCOME          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  DP-RIYO-CMP-CD      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  DP-KIDOU-ID         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  DP-GYOMU-TASK-ID    DELIMITED BY SIZE
                  " DAY="             DELIMITED BY SIZE
                  WS-SYORI-YMD        DELIMITED BY SIZE
                  " PROPOSED="        DELIMITED BY SIZE
                  DP-ACTION           DELIMITED BY SIZE
                  " OWNER="           DELIMITED BY SIZE
                  DP-OWNER-SID        DELIMITED BY SIZE
                  INTO RETIRE-RPT-LINE
           END-STRING.
           WRITE RETIRE-RPT-LINE.

      *---------- change-freeze check through CZCOAB18: a batch
      *           retirement has no override, a frozen one waits
       8500-FREEZE-CHECK.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "TKDYAB93"      TO FZC-PGM-ID.
           MOVE "SCHD"          TO FZC-MASTER-TYPE.
           MOVE DP-RIYO-CMP-CD  TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING DP-RIYO-CMP-CD     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  DP-KIDOU-ID        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  DP-GYOMU-TASK-ID   DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-SYORI-YMD       DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE DP-OWNER-SID    TO FZC-OPR-SID.
           MOVE SPACE           TO FZC-APPR-SID FZC-REASON.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
