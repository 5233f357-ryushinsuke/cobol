      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Maker SID carried onto the
      *                                applied registry row
      *  20261015   SCS                Approval refused during a
      *                                FREEZEPM change freeze unless
      *                                an emergency override with a
      *                                second approver and reason is
      *                                keyed (CZCOAB18)
      *
      *  Maker-checker maintenance for the RUNBOOKPM registry, the
      *  SCZY7056 pattern: mode M records a pending add/replace or
      *  to the live registry and journals the change through the
      *  CZCOAB12 unified master-change journal; mode R rejects.
      *  One pending change per registry key at a time.
      *  While a FREEZEPM change freeze covers master type RUNB, an
      *  approval is refused unless an emergency override with a
      *  second approver and a reason is taken through CZCOAB18;
      *  maker entry and reject change nothing live and stay open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.
      *---------- change-freeze check through CZCOAB18
       01  WS-FREEZE-OK-SW                PIC  X(01)  VALUE "Y".
           88  WS-FREEZE-OK               VALUE "Y".
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       SCREEN SECTION.
       01  SCR-MODE.
       01  SCR-MSG-NO-MASTER.
           05  LINE 14 COLUMN 1
               VALUE "REGISTRY ROW NOT FOUND - CANNOT RETIRE IT".
       01  SCR-FREEZE-OVR.
           05  LINE 16 COLUMN 1   VALUE "CHANGE FREEZE:".
           05  LINE 16 COLUMN 16  PIC  X(40) FROM FZC-FRZ-REASON.
           05  LINE 17 COLUMN 1   VALUE "OVERRIDE APPR:".
           05  LINE 17 COLUMN 16  PIC  X(20) USING FZC-APPR-SID.
           05  LINE 18 COLUMN 1   VALUE "OVERRIDE RSN :".
           05  LINE 18 COLUMN 16  PIC  X(60) USING FZC-REASON.
       01  SCR-MSG-FROZEN.
           05  LINE 19 COLUMN 1
               VALUE "FROZEN - OVERRIDE NEEDS 2ND APPROVER AND REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
               DISPLAY SCR-MSG-SAME-SID
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8500-FREEZE-CHECK.
           IF NOT WS-FREEZE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-APPLY-TO-REGISTRY.
           IF WS-APPLY-OK
               DELETE PENDING-FILE RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE RBP-MAKER-SID TO RB-MAKER-SID.
           IF WS-MSTR-FOUND
               REWRITE RUNBOOKPM-REC
           ELSE
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

      *---------- change-freeze check through CZCOAB18: during a
      *           freeze the change goes ahead only on an emergency
      *           override keyed with a second approver and a reason
       8500-FREEZE-CHECK.
           MOVE "Y"             TO WS-FREEZE-OK-SW.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "CZCOAB15"      TO FZC-PGM-ID.
           MOVE "RUNB"          TO FZC-MASTER-TYPE.
           MOVE SPACE           TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING RBP-KEY-KBN       DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  RBP-KEY-VALUE     DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE WS-OPR-SID      TO FZC-OPR-SID.
           MOVE SPACE           TO FZC-APPR-SID FZC-REASON.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCR-FREEZE-OVR.
           ACCEPT SCR-FREEZE-OVR.
           MOVE "O"             TO FZC-FUNCTION.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC NOT = "00"
               MOVE "N" TO WS-FREEZE-OK-SW
               DISPLAY SCR-MSG-FROZEN
           END-IF.
