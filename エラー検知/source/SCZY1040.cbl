      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1040
      *  Program name   : Capacity-threshold maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the CAPTHRPM capacity thresholds the
      *  TKDYAB94 forecast flags against: add a ceiling, or update
      *  its record and byte limits and delete flag - the same
      *  add/update screen shape as SCZY1033, every change
      *  journalled through CZCOAB12.  Object type K, C or F, at
      *  least one non-zero limit and the operator keying it are
      *  required; a blank company / object id makes the row a
      *  default as described on CAPTHRPM.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1040.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTHRPM-FILE  ASSIGN TO "CAPTHRPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CT-KEY
                  FILE STATUS    IS WS-CT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTHRPM-FILE.
           COPY CAPTHRPM.

       WORKING-STORAGE SECTION.
       01  WS-CT-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-OBJ-TYPE                  PIC  X(01).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-OBJ-ID                    PIC  X(12).
       01  WS-E-MAX-RECORDS               PIC  9(11).
       01  WS-E-MAX-BYTES                 PIC  9(13).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1040 - CAPTHRPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "TYPE K/C/F   :".
           05  LINE 5  COLUMN 16  PIC  X(01) USING WS-E-OBJ-TYPE.
           05  LINE 6  COLUMN 1   VALUE "COMPANY      :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 7  COLUMN 1   VALUE "KIDOU / FILE :".
           05  LINE 7  COLUMN 16  PIC  X(12) USING WS-E-OBJ-ID.
           05  LINE 8  COLUMN 1   VALUE "MAX RECORDS  :".
           05  LINE 8  COLUMN 16  PIC  9(11) USING WS-E-MAX-RECORDS.
           05  LINE 9  COLUMN 1   VALUE "MAX BYTES    :".
           05  LINE 9  COLUMN 16  PIC  9(13) USING WS-E-MAX-BYTES.
           05  LINE 10 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 10 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 11 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 11 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 13 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 13 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 13 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 13 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 13 COLUMN 1
               VALUE "TYPE K/C/F, A LIMIT AND OPERATOR REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-OBJ-TYPE WS-E-RIYO-CMP-CD
                         WS-E-OBJ-ID WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-MAX-RECORDS WS-E-MAX-BYTES.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF (WS-E-OBJ-TYPE NOT = "K"
               AND WS-E-OBJ-TYPE NOT = "C"
               AND WS-E-OBJ-TYPE NOT = "F")
              OR (WS-E-MAX-RECORDS = ZERO AND WS-E-MAX-BYTES = ZERO)
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O CAPTHRPM-FILE.
           IF WS-CT-STS = "05" OR WS-CT-STS = "35"
               OPEN OUTPUT CAPTHRPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE CAPTHRPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-OBJ-TYPE         TO CT-OBJ-TYPE.
           MOVE WS-E-RIYO-CMP-CD      TO CT-RIYO-CMP-CD.
           MOVE WS-E-OBJ-ID           TO CT-OBJ-ID.
           MOVE WS-E-MAX-RECORDS      TO CT-MAX-RECORDS.
           MOVE WS-E-MAX-BYTES        TO CT-MAX-BYTES.
           MOVE WS-E-OPR-SID          TO CT-ENTRY-SID.
           MOVE WS-E-DEL-KBN          TO CT-DEL-KBN.
           WRITE CAPTHRPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-OBJ-TYPE         TO CT-OBJ-TYPE.
           MOVE WS-E-RIYO-CMP-CD      TO CT-RIYO-CMP-CD.
           MOVE WS-E-OBJ-ID           TO CT-OBJ-ID.
           READ CAPTHRPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE CAPTHRPM-REC       TO WS-BEFORE-SAVE
                   MOVE WS-E-MAX-RECORDS   TO CT-MAX-RECORDS
                   MOVE WS-E-MAX-BYTES     TO CT-MAX-BYTES
                   MOVE WS-E-DEL-KBN       TO CT-DEL-KBN
                   REWRITE CAPTHRPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "CAPTHRPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE CT-KEY          TO MCJ-KEY.
           MOVE "SCZY1040"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE CAPTHRPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
