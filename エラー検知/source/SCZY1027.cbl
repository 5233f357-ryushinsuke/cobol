      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1027
      *  Program name   : Execution-status override authority
      *                    maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the STSOVRM list of operators SCZY7051
      *  lets force a status move past the STSTRNM rules: add an
      *  operator, or update an operator's name and delete flag -
      *  the same add/update screen shape as SCZY1023, every change
      *  journalled through CZCOAB12.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1027.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STSOVRM-FILE   ASSIGN TO "STSOVRM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS OA-OPR-SID
                  FILE STATUS    IS WS-OA-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  STSOVRM-FILE.
           COPY STSOVRM.

       WORKING-STORAGE SECTION.
       01  WS-OA-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-AUTH-SID                  PIC  X(20).
       01  WS-E-AUTH-NAME                 PIC  X(40).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1027 - STSOVRM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "OVERRIDE SID :".
           05  LINE 5  COLUMN 16  PIC  X(20) USING WS-E-AUTH-SID.
           05  LINE 6  COLUMN 1   VALUE "NAME         :".
           05  LINE 6  COLUMN 16  PIC  X(40) USING WS-E-AUTH-NAME.
           05  LINE 7  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 7  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 8  COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 8  COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 10 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 10 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT OPERATOR".
       01  SCR-MSG-UPDATED.
           05  LINE 10 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 10 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 10 COLUMN 1
               VALUE "OVERRIDE SID IS REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-AUTH-SID WS-E-AUTH-NAME
                         WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-AUTH-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O STSOVRM-FILE.
           IF WS-OA-STS = "05" OR WS-OA-STS = "35"
               OPEN OUTPUT STSOVRM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE STSOVRM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-AUTH-SID         TO OA-OPR-SID.
           MOVE WS-E-AUTH-NAME        TO OA-OPR-NAME.
           MOVE WS-E-DEL-KBN          TO OA-DEL-KBN.
           WRITE STSOVRM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-AUTH-SID         TO OA-OPR-SID.
           READ STSOVRM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE           TO WS-BEFORE-SAVE
                   MOVE STSOVRM-REC     TO WS-BEFORE-SAVE
                   MOVE WS-E-AUTH-NAME  TO OA-OPR-NAME
                   MOVE WS-E-DEL-KBN    TO OA-DEL-KBN
                   REWRITE STSOVRM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "STSOVRM"       TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE WS-E-AUTH-SID   TO MCJ-KEY.
           MOVE "SCZY1027"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE STSOVRM-REC     TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
