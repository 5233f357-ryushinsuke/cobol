      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1030
      *  Program name   : Segregation-of-duties rule maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the SODRULM conflict pairs the TKDYAB80
      *  duties review enforces: add a pair, or update its
      *  description and delete flag - the same add/update screen
      *  shape as SCZY1023, every change journalled through
      *  CZCOAB12.  Both duty codes must be ones the review knows,
      *  and a pair needs two different duties.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1030.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODRULM-FILE   ASSIGN TO "SODRULM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SR-KEY
                  FILE STATUS    IS WS-SR-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRULM-FILE.
           COPY SODRULM.

       WORKING-STORAGE SECTION.
       01  WS-SR-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-DUTY-A                    PIC  X(04).
           88  WS-E-DUTY-A-KNOWN          VALUE "FPMK" "FPCK" "STMK"
                                                "STCK" "SCMK" "SCCX"
                                                "RBMK" "RBCK" "CSSG".
       01  WS-E-DUTY-B                    PIC  X(04).
           88  WS-E-DUTY-B-KNOWN          VALUE "FPMK" "FPCK" "STMK"
                                                "STCK" "SCMK" "SCCX"
                                                "RBMK" "RBCK" "CSSG".
       01  WS-E-RULE-DESC                 PIC  X(60).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1030 - SODRULM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "DUTY A       :".
           05  LINE 5  COLUMN 16  PIC  X(04) USING WS-E-DUTY-A.
           05  LINE 6  COLUMN 1   VALUE "DUTY B       :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-DUTY-B.
           05  LINE 7  COLUMN 1   VALUE "DESCRIPTION  :".
           05  LINE 7  COLUMN 16  PIC  X(60) USING WS-E-RULE-DESC.
           05  LINE 8  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 8  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 9  COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 9  COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.
           05  LINE 11 COLUMN 1
               VALUE "DUTIES: FPMK FPCK STMK STCK SCMK SCCX RBMK RBCK".
           05  LINE 11 COLUMN 50  VALUE "CSSG".

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
               VALUE "TWO DIFFERENT KNOWN DUTIES AND A DESCRIPTION".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-DUTY-A WS-E-DUTY-B
                         WS-E-RULE-DESC WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF NOT WS-E-DUTY-A-KNOWN
              OR NOT WS-E-DUTY-B-KNOWN
              OR WS-E-DUTY-A = WS-E-DUTY-B
              OR WS-E-RULE-DESC = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O SODRULM-FILE.
           IF WS-SR-STS = "05" OR WS-SR-STS = "35"
               OPEN OUTPUT SODRULM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE SODRULM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-DUTY-A           TO SR-DUTY-A.
           MOVE WS-E-DUTY-B           TO SR-DUTY-B.
           MOVE WS-E-RULE-DESC        TO SR-RULE-DESC.
           MOVE WS-E-DEL-KBN          TO SR-DEL-KBN.
           WRITE SODRULM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-DUTY-A           TO SR-DUTY-A.
           MOVE WS-E-DUTY-B           TO SR-DUTY-B.
           READ SODRULM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE SODRULM-REC       TO WS-BEFORE-SAVE
                   MOVE WS-E-RULE-DESC    TO SR-RULE-DESC
                   MOVE WS-E-DEL-KBN      TO SR-DEL-KBN
                   REWRITE SODRULM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "SODRULM"       TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE SR-KEY          TO MCJ-KEY.
           MOVE "SCZY1030"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE SODRULM-REC     TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
