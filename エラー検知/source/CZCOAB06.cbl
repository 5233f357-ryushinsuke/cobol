      *                                journal through CZCOAB12,
      *                                with the operator SID keyed
      *                                on the screen
      *  20261015   SCS                Refuses changes during a
      *                                FREEZEPM change freeze unless
      *                                an emergency override with a
      *                                second approver and reason is
      *                                keyed (CZCOAB18)
      *
      *  Registers and maintains the effective-dated ITJYMSTR rows
      *  CZCOAB02 evaluates, so a custody mandate moving to a new
      *  a midnight alarm.  Add writes a new dated row; update
      *  rewrites the effective-to and delete flag of an existing
      *  one.
      *  Neither add nor update goes through while a FREEZEPM
      *  change freeze covers master type ITJY without an emergency
      *  override (second approver and reason) through CZCOAB18.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).
      *---------- change-freeze check through CZCOAB18
       01  WS-FREEZE-OK-SW                PIC  X(01)  VALUE "Y".
           88  WS-FREEZE-OK               VALUE "Y".
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.
           05  LINE 11 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 11 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-FREEZE-OVR.
           05  LINE 13 COLUMN 1   VALUE "CHANGE FREEZE:".
           05  LINE 13 COLUMN 16  PIC  X(40) FROM FZC-FRZ-REASON.
           05  LINE 14 COLUMN 1   VALUE "OVERRIDE APPR:".
           05  LINE 14 COLUMN 16  PIC  X(20) USING FZC-APPR-SID.
           05  LINE 15 COLUMN 1   VALUE "OVERRIDE RSN :".
           05  LINE 15 COLUMN 16  PIC  X(60) USING FZC-REASON.
       01  SCR-MSG-FROZEN.
           05  LINE 16 COLUMN 1
               VALUE "FROZEN - OVERRIDE NEEDS 2ND APPROVER AND REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-MODE-KBN = "A" OR WS-MODE-KBN = "U"
               PERFORM 8500-FREEZE-CHECK
               IF NOT WS-FREEZE-OK
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O ITJYMSTR-FILE.
           IF WS-ITJY-STS = "05" OR WS-ITJY-STS = "35"
               OPEN OUTPUT ITJYMSTR-FILE
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.

      *---------- change-freeze check through CZCOAB18: during a
      *           freeze the change goes ahead only on an emergency
      *           override keyed with a second approver and a reason
       8500-FREEZE-CHECK.
           MOVE "Y"             TO WS-FREEZE-OK-SW.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "CZCOAB06"      TO FZC-PGM-ID.
           MOVE "ITJY"          TO FZC-MASTER-TYPE.
           MOVE SPACE           TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING WS-E-ITAKU-CODE   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-E-JYUTAKU-CODE DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-E-EFF-FROM-YMD DELIMITED BY SIZE
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
