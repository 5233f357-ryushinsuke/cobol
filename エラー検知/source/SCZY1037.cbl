      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1037
      *  Program name   : Incident-ticket severity rule maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the ITSMSEVPM severity rules the TKDYAB87
      *  ticket request builder applies: add a rule, or update its
      *  conditions, severity and delete flag - the same add/update
      *  screen shape as SCZY1033, every change journalled through
      *  CZCOAB12.  Rule sequence, a kind of W or K, a severity of
      *  1 to 4 and the operator keying it are all required.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1037.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITSMSEVPM-FILE ASSIGN TO "ITSMSEVPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS IR-RULE-SEQ
                  FILE STATUS    IS WS-IR-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITSMSEVPM-FILE.
           COPY ITSMSEVPM.

       WORKING-STORAGE SECTION.
       01  WS-IR-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-RULE-SEQ                  PIC  9(04).
       01  WS-E-LINK-KBN                  PIC  X(01).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-WQ-SOURCE                 PIC  X(11).
       01  WS-E-WQ-MAX-PRIORITY           PIC  9(01).
       01  WS-E-MIN-OPEN-MIN              PIC  9(05).
       01  WS-E-GRP-CD                    PIC  X(10).
       01  WS-E-CAUSE-CD                  PIC  X(04).
       01  WS-E-SEVERITY                  PIC  X(01).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1037 - ITSMSEVPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "RULE SEQ     :".
           05  LINE 5  COLUMN 16  PIC  9(04) USING WS-E-RULE-SEQ.
           05  LINE 6  COLUMN 1   VALUE "KIND (W/K)   :".
           05  LINE 6  COLUMN 16  PIC  X(01) USING WS-E-LINK-KBN.
           05  LINE 7  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 7  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 8  COLUMN 1   VALUE "WQ SOURCE    :".
           05  LINE 8  COLUMN 16  PIC  X(11) USING WS-E-WQ-SOURCE.
           05  LINE 9  COLUMN 1   VALUE "WQ MAX PRIO  :".
           05  LINE 9  COLUMN 16  PIC  9(01) USING WS-E-WQ-MAX-PRIORITY.
           05  LINE 10 COLUMN 1   VALUE "MIN OPEN MIN :".
           05  LINE 10 COLUMN 16  PIC  9(05) USING WS-E-MIN-OPEN-MIN.
           05  LINE 11 COLUMN 1   VALUE "GYOMU GRP CD :".
           05  LINE 11 COLUMN 16  PIC  X(10) USING WS-E-GRP-CD.
           05  LINE 12 COLUMN 1   VALUE "CAUSE CD     :".
           05  LINE 12 COLUMN 16  PIC  X(04) USING WS-E-CAUSE-CD.
           05  LINE 13 COLUMN 1   VALUE "SEVERITY 1-4 :".
           05  LINE 13 COLUMN 16  PIC  X(01) USING WS-E-SEVERITY.
           05  LINE 14 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 14 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 15 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 15 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 17 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 17 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 17 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 17 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 17 COLUMN 1
               VALUE "RULE SEQ, KIND W/K, SEVERITY 1-4 AND OPERATOR REQU
      -              "IRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-LINK-KBN WS-E-RIYO-CMP-CD
                         WS-E-WQ-SOURCE WS-E-GRP-CD WS-E-CAUSE-CD
                         WS-E-SEVERITY WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-RULE-SEQ WS-E-WQ-MAX-PRIORITY
                         WS-E-MIN-OPEN-MIN.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-RULE-SEQ = ZERO
              OR (WS-E-LINK-KBN NOT = "W" AND WS-E-LINK-KBN NOT = "K")
              OR WS-E-SEVERITY < "1" OR WS-E-SEVERITY > "4"
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O ITSMSEVPM-FILE.
           IF WS-IR-STS = "05" OR WS-IR-STS = "35"
               OPEN OUTPUT ITSMSEVPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE ITSMSEVPM-FILE.
           GOBACK.

       0200-MOVE-FIELDS.
           MOVE WS-E-LINK-KBN         TO IR-LINK-KBN.
           MOVE WS-E-RIYO-CMP-CD      TO IR-RIYO-CMP-CD.
           MOVE WS-E-WQ-SOURCE        TO IR-WQ-SOURCE.
           MOVE WS-E-WQ-MAX-PRIORITY  TO IR-WQ-MAX-PRIORITY.
           MOVE WS-E-MIN-OPEN-MIN     TO IR-MIN-OPEN-MIN.
           MOVE WS-E-GRP-CD           TO IR-GRP-CD.
           MOVE WS-E-CAUSE-CD         TO IR-CAUSE-CD.
           MOVE WS-E-SEVERITY         TO IR-SEVERITY.
           MOVE WS-E-DEL-KBN          TO IR-DEL-KBN.

       1000-ADD-ROW.
           MOVE WS-E-RULE-SEQ         TO IR-RULE-SEQ.
           PERFORM 0200-MOVE-FIELDS.
           MOVE WS-E-OPR-SID          TO IR-ENTRY-SID.
           WRITE ITSMSEVPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-RULE-SEQ         TO IR-RULE-SEQ.
           READ ITSMSEVPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE ITSMSEVPM-REC      TO WS-BEFORE-SAVE
                   PERFORM 0200-MOVE-FIELDS
                   REWRITE ITSMSEVPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "ITSMSEVPM"     TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE IR-RULE-SEQ     TO MCJ-KEY.
           MOVE "SCZY1037"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE ITSMSEVPM-REC   TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
