      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1031
      *  Program name   : Operator SID to person maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the SODIDM rows naming the person and
      *  company behind each operator SID: add a SID, or update its
      *  person, company, name and delete flag - the same add/update
      *  screen shape as SCZY1023, every change journalled through
      *  CZCOAB12.  A retired SID keeps its row so the TKDYAB80
      *  review can still attribute its past acts.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1031.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODIDM-FILE    ASSIGN TO "SODIDM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SI-SID
                  FILE STATUS    IS WS-SI-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SODIDM-FILE.
           COPY SODIDM.

       WORKING-STORAGE SECTION.
       01  WS-SI-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-SID                       PIC  X(20).
       01  WS-E-PERSON-ID                 PIC  X(10).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-PERSON-NAME               PIC  X(30).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1031 - SODIDM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "SID          :".
           05  LINE 5  COLUMN 16  PIC  X(20) USING WS-E-SID.
           05  LINE 6  COLUMN 1   VALUE "PERSON ID    :".
           05  LINE 6  COLUMN 16  PIC  X(10) USING WS-E-PERSON-ID.
           05  LINE 7  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 7  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 8  COLUMN 1   VALUE "PERSON NAME  :".
           05  LINE 8  COLUMN 16  PIC  X(30) USING WS-E-PERSON-NAME.
           05  LINE 9  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 9  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 10 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 10 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 12 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 12 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 12 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 12 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 12 COLUMN 1
               VALUE "SID, PERSON ID AND RIYO CMP CD REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-SID WS-E-PERSON-ID
                         WS-E-RIYO-CMP-CD WS-E-PERSON-NAME
                         WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-SID = SPACE
              OR WS-E-PERSON-ID = SPACE
              OR WS-E-RIYO-CMP-CD = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O SODIDM-FILE.
           IF WS-SI-STS = "05" OR WS-SI-STS = "35"
               OPEN OUTPUT SODIDM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE SODIDM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-SID              TO SI-SID.
           MOVE WS-E-PERSON-ID        TO SI-PERSON-ID.
           MOVE WS-E-RIYO-CMP-CD      TO SI-RIYO-CMP-CD.
           MOVE WS-E-PERSON-NAME      TO SI-PERSON-NAME.
           MOVE WS-E-DEL-KBN          TO SI-DEL-KBN.
           WRITE SODIDM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-SID              TO SI-SID.
           READ SODIDM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE SODIDM-REC        TO WS-BEFORE-SAVE
                   MOVE WS-E-PERSON-ID    TO SI-PERSON-ID
                   MOVE WS-E-RIYO-CMP-CD  TO SI-RIYO-CMP-CD
                   MOVE WS-E-PERSON-NAME  TO SI-PERSON-NAME
                   MOVE WS-E-DEL-KBN      TO SI-DEL-KBN
                   REWRITE SODIDM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "SODIDM"        TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE SI-SID          TO MCJ-KEY.
           MOVE "SCZY1031"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE SODIDM-REC      TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
