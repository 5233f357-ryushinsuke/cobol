      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Refuses changes during a
      *                                FREEZEPM change freeze unless
      *                                an emergency override with a
      *                                second approver and reason is
      *                                keyed (CZCOAB18)
      *
      *  Mandate transitions are planned weeks out; this lets the
      *  change be keyed when it is decided.  Mode A enters an
      *  store; mode X cancels a pending row (same key fields and
      *  field kind) before the TKDYAB54 morning apply lands it.
      *  Nothing here touches the live TKDYAA31 master.
      *  Mode A is refused while a FREEZEPM change freeze covers
      *  master type SCHD for the company keyed, unless an emergency
      *  override (second approver and reason) is taken through
      *  CZCOAB18; cancelling a pending change stays open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-E-SK-MS-ID                  PIC  S9(03).
       01  WS-E-SK-NO                     PIC  S9(02).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- change-freeze check through CZCOAB18
       01  WS-FREEZE-OK-SW                PIC  X(01)  VALUE "Y".
           88  WS-FREEZE-OK               VALUE "Y".
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       SCREEN SECTION.
       01  SCR-ENTRY.
       01  SCR-MSG-BAD-ENTRY.
           05  LINE 17 COLUMN 1
               VALUE "CHECK MODE, FIELD KIND AND EFFECTIVE DATE".
       01  SCR-FREEZE-OVR.
           05  LINE 19 COLUMN 1   VALUE "CHANGE FREEZE:".
           05  LINE 19 COLUMN 16  PIC  X(40) FROM FZC-FRZ-REASON.
           05  LINE 20 COLUMN 1   VALUE "OVERRIDE APPR:".
           05  LINE 20 COLUMN 16  PIC  X(20) USING FZC-APPR-SID.
           05  LINE 21 COLUMN 1   VALUE "OVERRIDE RSN :".
           05  LINE 21 COLUMN 16  PIC  X(60) USING FZC-REASON.
       01  SCR-MSG-FROZEN.
           05  LINE 22 COLUMN 1
               VALUE "FROZEN - OVERRIDE NEEDS 2ND APPROVER AND REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
               GOBACK
           END-IF.

           IF WS-E-MODE = "A"
               PERFORM 8500-FREEZE-CHECK
               IF NOT WS-FREEZE-OK
                   GOBACK
               END-IF
           END-IF.

           IF WS-E-MODE = "A"
               PERFORM 2000-APPEND-PENDING
               DISPLAY SCR-MSG-ADDED
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- change-freeze check through CZCOAB18: during a
      *           freeze the change goes ahead only on an emergency
      *           override keyed with a second approver and a reason
       8500-FREEZE-CHECK.
           MOVE "Y"             TO WS-FREEZE-OK-SW.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "TKDYAB53"      TO FZC-PGM-ID.
           MOVE "SCHD"          TO FZC-MASTER-TYPE.
           MOVE WS-E-RIYO-CMP-CD TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING WS-E-RIYO-CMP-CD   DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-E-KIDOU-ID      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-E-GYOMU-TASK-ID DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-E-EFF-YMD       DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE WS-E-OPR-SID    TO FZC-OPR-SID.
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
