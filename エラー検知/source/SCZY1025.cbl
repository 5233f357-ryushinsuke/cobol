      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1025
      *  Program name   : Evaluation-series relationship maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the SERRELM relationship master TKDYAB74
      *  reads: add a series pair for a fund (optionally one
      *  portfolio), or update an existing pair's match rule, band
      *  and delete flag - the same add/update screen shape as
      *  SCZY1023, every change journalled through CZCOAB12.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1025.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERRELM-FILE   ASSIGN TO "SERRELM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SR-KEY
                  FILE STATUS    IS WS-SR-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERRELM-FILE.
           COPY SERRELM.

       WORKING-STORAGE SECTION.
       01  WS-SR-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-FUND-CD                   PIC  X(12).
       01  WS-E-PTF-CD                    PIC  X(04).
       01  WS-E-BASE-HYK-KRTU-CD          PIC  X(04).
       01  WS-E-CMP-HYK-KRTU-CD           PIC  X(04).
       01  WS-E-MATCH-KBN                 PIC  X(01).
       01  WS-E-BAND-PCT                  PIC  9(02)V9(04).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1025 - SERRELM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "FUND CD      :".
           05  LINE 5  COLUMN 16  PIC  X(12) USING WS-E-FUND-CD.
           05  LINE 6  COLUMN 1   VALUE "PTF CD       :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-PTF-CD.
           05  LINE 7  COLUMN 1   VALUE "BASE SERIES  :".
           05  LINE 7  COLUMN 16  PIC  X(04)
                                   USING WS-E-BASE-HYK-KRTU-CD.
           05  LINE 8  COLUMN 1   VALUE "CHECK SERIES :".
           05  LINE 8  COLUMN 16  PIC  X(04)
                                   USING WS-E-CMP-HYK-KRTU-CD.
           05  LINE 9  COLUMN 1   VALUE "MATCH (E/B)  :".
           05  LINE 9  COLUMN 16  PIC  X(01) USING WS-E-MATCH-KBN.
           05  LINE 10 COLUMN 1   VALUE "BAND PCT     :".
           05  LINE 10 COLUMN 16  PIC  99.9999 USING WS-E-BAND-PCT.
           05  LINE 11 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 11 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 12 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 12 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 13 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 13 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT SERIES PAIR".
       01  SCR-MSG-UPDATED.
           05  LINE 13 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 13 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 13 COLUMN 1
               VALUE "MATCH MUST BE E, OR B WITH A BAND OVER ZERO".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-FUND-CD WS-E-PTF-CD
                         WS-E-BASE-HYK-KRTU-CD WS-E-CMP-HYK-KRTU-CD
                         WS-E-MATCH-KBN WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-BAND-PCT.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

      *---------- an exact pair carries no band; a band pair needs
      *           one, or it would demand exact agreement unawares
           IF WS-MODE-KBN = "A" OR WS-MODE-KBN = "U"
               IF NOT (WS-E-MATCH-KBN = "E"
                       OR (WS-E-MATCH-KBN = "B"
                           AND WS-E-BAND-PCT > ZERO))
                   DISPLAY SCR-MSG-INVALID
                   GOBACK
               END-IF
               IF WS-E-MATCH-KBN = "E"
                   MOVE ZERO TO WS-E-BAND-PCT
               END-IF
           END-IF.

           OPEN I-O SERRELM-FILE.
           IF WS-SR-STS = "05" OR WS-SR-STS = "35"
               OPEN OUTPUT SERRELM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE SERRELM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-FUND-CD          TO SR-FUND-CD.
           MOVE WS-E-PTF-CD           TO SR-PTF-CD.
           MOVE WS-E-BASE-HYK-KRTU-CD TO SR-BASE-HYK-KRTU-CD.
           MOVE WS-E-CMP-HYK-KRTU-CD  TO SR-CMP-HYK-KRTU-CD.
           MOVE WS-E-MATCH-KBN        TO SR-MATCH-KBN.
           MOVE WS-E-BAND-PCT         TO SR-BAND-PCT.
           MOVE WS-E-DEL-KBN          TO SR-DEL-KBN.
           WRITE SERRELM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-FUND-CD          TO SR-FUND-CD.
           MOVE WS-E-PTF-CD           TO SR-PTF-CD.
           MOVE WS-E-BASE-HYK-KRTU-CD TO SR-BASE-HYK-KRTU-CD.
           MOVE WS-E-CMP-HYK-KRTU-CD  TO SR-CMP-HYK-KRTU-CD.
           READ SERRELM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE           TO WS-BEFORE-SAVE
                   MOVE SERRELM-REC     TO WS-BEFORE-SAVE
                   MOVE WS-E-MATCH-KBN  TO SR-MATCH-KBN
                   MOVE WS-E-BAND-PCT   TO SR-BAND-PCT
                   MOVE WS-E-DEL-KBN    TO SR-DEL-KBN
                   REWRITE SERRELM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "SERRELM"       TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           STRING WS-E-FUND-CD          DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-E-PTF-CD           DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-E-BASE-HYK-KRTU-CD DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-E-CMP-HYK-KRTU-CD  DELIMITED BY SIZE
                  INTO MCJ-KEY
           END-STRING.
           MOVE "SCZY1025"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE SERRELM-REC     TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
