      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                A change whose effective day
      *                                falls in a FREEZEPM freeze is
      *                                left pending (CZCOAB18) unless
      *                                it was keyed under an
      *                                emergency override of that
      *                                freeze
      *
      *  Runs in the morning start-up before the day's kidou
      *  launch: every TKDYAB53 pending row still P whose effective
      *  reported and left pending so the next morning retries.
      *  Cancelling through TKDYAB53 any time before this runs
      *  makes the change reversible right up to the day it lands.
      *  A change keyed before a SCHD freeze but effective inside it
      *  is held pending while CZCOAB18 reports the freeze, as the
      *  TKDYAB93 retirements are; one TKDYAB53 keyed under an
      *  emergency override of that same freeze (on FRZOVRLG) lands
      *  as approved.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MSTR-KEY
                  FILE STATUS    IS WS-MSTR-STS.
           SELECT OVERRIDE-LOG   ASSIGN TO "FRZOVRLG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-FO-STS.
           SELECT APPLY-RPT      ASSIGN TO "TKDYAB54RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.
                   ==OYA-TSK-END-TIME==
                   BY ==MSTR-OYA-TSK-END-TIME==.

       FD  OVERRIDE-LOG.
           COPY FRZOVRLG.

       FD  APPLY-RPT.
       01  APPLY-RPT-LINE                 PIC  X(100).

       01  WS-PND-STS                     PIC  X(02).
       01  WS-MSTR-STS                    PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-FO-STS                      PIC  X(02).
       01  WS-FO-EOF-SW                   PIC  X(01).
           88  WS-FO-EOF                  VALUE "Y".
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-APPLIED-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-MISSED-CNT                  PIC  9(04)  VALUE ZERO.
       01  WS-APPLY-OK-SW                 PIC  X(01).
       01  WS-HELD-CNT                    PIC  9(04)  VALUE ZERO.
       01  WS-OVERRIDDEN-SW               PIC  X(01).
           88  WS-OVERRIDDEN              VALUE "Y".

      *---------- change-freeze check through CZCOAB18
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       01  TKDYAB20-ARGS.
           COPY TKDYAB20.
                  WS-APPLIED-CNT DELIMITED BY SIZE
                  " STILL-PENDING=" DELIMITED BY SIZE
                  WS-MISSED-CNT  DELIMITED BY SIZE
                  " HELD-FREEZE="   DELIMITED BY SIZE
                  WS-HELD-CNT    DELIMITED BY SIZE
                  INTO APPLY-RPT-LINE
           END-STRING.
           WRITE APPLY-RPT-LINE.
           CLOSE APPLY-RPT.
           IF WS-MISSED-CNT > ZERO OR WS-HELD-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       3000-APPLY-ONE.
           MOVE "N" TO WS-APPLY-OK-SW.
           PERFORM 8500-FREEZE-CHECK.
           IF FZC-RC NOT = "00"
               PERFORM 8600-FIND-OVERRIDE
               IF NOT WS-OVERRIDDEN
                   ADD 1 TO WS-HELD-CNT
                   PERFORM 5500-REPORT-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SP-RIYO-CMP-CD    TO MSTR-KEY-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD      TO MSTR-KEY-SYORI-YMD.
           MOVE SP-KIDOU-ID       TO MSTR-KEY-KIDOU-ID.
           END-STRING.
           WRITE APPLY-RPT-LINE.

       5500-REPORT-HELD.
           MOVE SPACE TO APPLY-RPT-LINE.
           STRING "HELD (FREEZE) KIDOU=" DELIMITED BY SIZE
                  SP-KIDOU-ID            DELIMITED BY SIZE
                  " TASK="               DELIMITED BY SIZE
                  SP-GYOMU-TASK-ID       DELIMITED BY SIZE
                  " EFF="                DELIMITED BY SIZE
                  SP-EFF-YMD             DELIMITED BY SIZE
                  " FIELD="              DELIMITED BY SIZE
                  SP-FIELD-KBN           DELIMITED BY SIZE
                  " FREEZE FROM "        DELIMITED BY SIZE
                  FZC-FRZ-FROM-YMD       DELIMITED BY SIZE
                  " TO "                 DELIMITED BY SIZE
                  FZC-FRZ-TO-YMD         DELIMITED BY SIZE
                  INTO APPLY-RPT-LINE
           END-STRING.
           WRITE APPLY-RPT-LINE.

       6000-REPORT-APPLIED.
           MOVE SPACE TO APPLY-RPT-LINE.
           STRING "APPLIED KIDOU="       DELIMITED BY SIZE
                  INTO APPLY-RPT-LINE
           END-STRING.
           WRITE APPLY-RPT-LINE.

      *---------- change-freeze check through CZCOAB18 on the apply
      *           morning, with the change key TKDYAB53 keyed it under
       8500-FREEZE-CHECK.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "TKDYAB54"      TO FZC-PGM-ID.
           MOVE "SCHD"          TO FZC-MASTER-TYPE.
           MOVE SP-RIYO-CMP-CD  TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING SP-RIYO-CMP-CD     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  SP-KIDOU-ID        DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  SP-GYOMU-TASK-ID   DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  SP-EFF-YMD         DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE SP-MAKER-SID    TO FZC-OPR-SID.
           MOVE SPACE           TO FZC-APPR-SID FZC-REASON.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.

      *---------- an emergency override TKDYAB53 took for this very
      *           change under this very freeze already approved it
       8600-FIND-OVERRIDE.
           MOVE "N" TO WS-OVERRIDDEN-SW.
           MOVE "N" TO WS-FO-EOF-SW.
           OPEN INPUT OVERRIDE-LOG.
           IF WS-FO-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FO-EOF OR WS-OVERRIDDEN
               READ OVERRIDE-LOG
                   AT END
                       SET WS-FO-EOF TO TRUE
                   NOT AT END
                       IF FO-PGM-ID = "TKDYAB53"
                          AND FO-FREEZE-KEY = FZC-FREEZE-KEY
                          AND FO-CHANGE-KEY = FZC-CHANGE-KEY
                           SET WS-OVERRIDDEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDE-LOG.
