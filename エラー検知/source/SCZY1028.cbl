      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1028
      *  Program name   : Company statement-language maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over CMPLANGPM, the language each company's
      *  SCZY7085 statements and SCZY7081 inquiry text are rendered
      *  in: add a company, or update its language and delete flag -
      *  the same add/update screen shape as SCZY1023, every change
      *  journalled through CZCOAB12.  JA is the default language
      *  and needs no row.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1028.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPLANGPM-FILE ASSIGN TO "CMPLANGPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CL-RIYO-CMP-CD
                  FILE STATUS    IS WS-CL-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMPLANGPM-FILE.
           COPY CMPLANGPM.

       WORKING-STORAGE SECTION.
       01  WS-CL-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-LANG-CD                   PIC  X(02).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1028 - CMPLANGPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "COMPANY CD   :".
           05  LINE 5  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 6  COLUMN 1   VALUE "LANGUAGE     :".
           05  LINE 6  COLUMN 16  PIC  X(02) USING WS-E-LANG-CD.
           05  LINE 7  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 7  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 8  COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 8  COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 10 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 10 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT COMPANY".
       01  SCR-MSG-UPDATED.
           05  LINE 10 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 10 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 10 COLUMN 1
               VALUE "COMPANY CD AND A 2-LETTER LANGUAGE ARE REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-RIYO-CMP-CD WS-E-LANG-CD
                         WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-RIYO-CMP-CD = SPACE
              OR WS-E-LANG-CD NOT ALPHABETIC-UPPER
              OR WS-E-LANG-CD(1:1) = SPACE
              OR WS-E-LANG-CD(2:1) = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O CMPLANGPM-FILE.
           IF WS-CL-STS = "05" OR WS-CL-STS = "35"
               OPEN OUTPUT CMPLANGPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE CMPLANGPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO CL-RIYO-CMP-CD.
           MOVE WS-E-LANG-CD          TO CL-LANG-CD.
           MOVE WS-E-DEL-KBN          TO CL-DEL-KBN.
           WRITE CMPLANGPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO CL-RIYO-CMP-CD.
           READ CMPLANGPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE           TO WS-BEFORE-SAVE
                   MOVE CMPLANGPM-REC   TO WS-BEFORE-SAVE
                   MOVE WS-E-LANG-CD    TO CL-LANG-CD
                   MOVE WS-E-DEL-KBN    TO CL-DEL-KBN
                   REWRITE CMPLANGPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "CMPLANGPM"     TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE WS-E-RIYO-CMP-CD TO MCJ-KEY.
           MOVE "SCZY1028"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE CMPLANGPM-REC   TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
