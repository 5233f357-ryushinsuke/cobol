      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1026
      *  Program name   : Execution-status transition rules maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the STSTRNM transition rules SCZY7051
      *  enforces: add a legal from/to status move, or update an
      *  existing move's description and delete flag - the same
      *  add/update screen shape as SCZY1023, every change
      *  journalled through CZCOAB12.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STSTRNM-FILE   ASSIGN TO "STSTRNM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS TN-KEY
                  FILE STATUS    IS WS-TN-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  STSTRNM-FILE.
           COPY STSTRNM.

       WORKING-STORAGE SECTION.
       01  WS-TN-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-FROM-STATUS-CD            PIC  X(01).
       01  WS-E-TO-STATUS-CD              PIC  X(01).
       01  WS-E-DESC                      PIC  X(40).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1026 - STSTRNM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "FROM STATUS  :".
           05  LINE 5  COLUMN 16  PIC  X(01)
                                   USING WS-E-FROM-STATUS-CD.
           05  LINE 6  COLUMN 1   VALUE "TO STATUS    :".
           05  LINE 6  COLUMN 16  PIC  X(01)
                                   USING WS-E-TO-STATUS-CD.
           05  LINE 7  COLUMN 1   VALUE "DESCRIPTION  :".
           05  LINE 7  COLUMN 16  PIC  X(40) USING WS-E-DESC.
           05  LINE 8  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 8  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 9  COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 9  COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 11 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 11 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT MOVE".
       01  SCR-MSG-UPDATED.
           05  LINE 11 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 11 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 11 COLUMN 1
               VALUE "STATUSES MUST BE 0, 1, 2 OR 9 AND DIFFER".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-FROM-STATUS-CD
                         WS-E-TO-STATUS-CD WS-E-DESC WS-E-DEL-KBN
                         WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

      *---------- only the four EXST-STATUS-CD values, and a move
      *           to the same status needs no rule
           IF WS-MODE-KBN = "A" OR WS-MODE-KBN = "U"
               IF NOT (WS-E-FROM-STATUS-CD = "0" OR "1" OR "2" OR "9")
                  OR NOT (WS-E-TO-STATUS-CD = "0" OR "1" OR "2" OR "9")
                  OR WS-E-FROM-STATUS-CD = WS-E-TO-STATUS-CD
                   DISPLAY SCR-MSG-INVALID
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O STSTRNM-FILE.
           IF WS-TN-STS = "05" OR WS-TN-STS = "35"
               OPEN OUTPUT STSTRNM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE STSTRNM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-FROM-STATUS-CD   TO TN-FROM-STATUS-CD.
           MOVE WS-E-TO-STATUS-CD     TO TN-TO-STATUS-CD.
           MOVE WS-E-DESC             TO TN-DESC.
           MOVE WS-E-DEL-KBN          TO TN-DEL-KBN.
           WRITE STSTRNM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-FROM-STATUS-CD   TO TN-FROM-STATUS-CD.
           MOVE WS-E-TO-STATUS-CD     TO TN-TO-STATUS-CD.
           READ STSTRNM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE           TO WS-BEFORE-SAVE
                   MOVE STSTRNM-REC     TO WS-BEFORE-SAVE
                   MOVE WS-E-DESC       TO TN-DESC
                   MOVE WS-E-DEL-KBN    TO TN-DEL-KBN
                   REWRITE STSTRNM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "STSTRNM"       TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           STRING WS-E-FROM-STATUS-CD   DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-E-TO-STATUS-CD     DELIMITED BY SIZE
                  INTO MCJ-KEY
           END-STRING.
           MOVE "SCZY1026"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE STSTRNM-REC     TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
