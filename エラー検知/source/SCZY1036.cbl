      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1036
      *  Program name   : Job-stream step master maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the STRMSTPM step master the TKDYAB85
      *  stream driver runs from and the TKDYAB86 completion report
      *  lists: add a step to a stream, or update its program,
      *  description, prerequisites, skip flag, acceptable RC and
      *  delete flag - the same add/update screen shape as
      *  SCZY1033, every change journalled through CZCOAB12.
      *  Stream, a nonzero step sequence, the program and the
      *  operator keying it are all required; a step cannot name
      *  itself or a later step as a prerequisite.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1036.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRMSTPM-FILE  ASSIGN TO "STRMSTPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS ST-KEY
                  FILE STATUS    IS WS-ST-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRMSTPM-FILE.
           COPY STRMSTPM.

       WORKING-STORAGE SECTION.
       01  WS-ST-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-STREAM-ID                 PIC  X(08).
       01  WS-E-STEP-SEQ                  PIC  9(03).
       01  WS-E-PGM-ID                    PIC  X(08).
       01  WS-E-STEP-DESC                 PIC  X(40).
       01  WS-E-PREREQ-1                  PIC  9(03).
       01  WS-E-PREREQ-2                  PIC  9(03).
       01  WS-E-PREREQ-3                  PIC  9(03).
       01  WS-E-PREREQ-4                  PIC  9(03).
       01  WS-E-PREREQ-5                  PIC  9(03).
       01  WS-E-SKIP-OK-SW                PIC  X(01).
       01  WS-E-MAX-OK-RC                 PIC  9(02).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
       01  WS-ENTRY-OK-SW                 PIC  X(01).
           88  WS-ENTRY-OK                VALUE "Y".
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1036 - STRMSTPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "STREAM ID    :".
           05  LINE 5  COLUMN 16  PIC  X(08) USING WS-E-STREAM-ID.
           05  LINE 6  COLUMN 1   VALUE "STEP SEQ     :".
           05  LINE 6  COLUMN 16  PIC  9(03) USING WS-E-STEP-SEQ.
           05  LINE 7  COLUMN 1   VALUE "PROGRAM ID   :".
           05  LINE 7  COLUMN 16  PIC  X(08) USING WS-E-PGM-ID.
           05  LINE 8  COLUMN 1   VALUE "DESCRIPTION  :".
           05  LINE 8  COLUMN 16  PIC  X(40) USING WS-E-STEP-DESC.
           05  LINE 9  COLUMN 1   VALUE "PREREQ SEQS  :".
           05  LINE 9  COLUMN 16  PIC  9(03) USING WS-E-PREREQ-1.
           05  LINE 9  COLUMN 20  PIC  9(03) USING WS-E-PREREQ-2.
           05  LINE 9  COLUMN 24  PIC  9(03) USING WS-E-PREREQ-3.
           05  LINE 9  COLUMN 28  PIC  9(03) USING WS-E-PREREQ-4.
           05  LINE 9  COLUMN 32  PIC  9(03) USING WS-E-PREREQ-5.
           05  LINE 10 COLUMN 1   VALUE "SKIP OK (Y)  :".
           05  LINE 10 COLUMN 16  PIC  X(01) USING WS-E-SKIP-OK-SW.
           05  LINE 11 COLUMN 1   VALUE "MAX OK RC    :".
           05  LINE 11 COLUMN 16  PIC  9(02) USING WS-E-MAX-OK-RC.
           05  LINE 12 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 12 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 13 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 13 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 15 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 15 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 15 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 15 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 15 COLUMN 1
               VALUE "STREAM, STEP SEQ, PROGRAM AND OPERATOR REQUIRED".
       01  SCR-MSG-BAD-PREREQ.
           05  LINE 15 COLUMN 1
               VALUE "PREREQUISITES MUST BE EARLIER STEPS".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-STREAM-ID WS-E-PGM-ID
                         WS-E-STEP-DESC WS-E-SKIP-OK-SW
                         WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-STEP-SEQ WS-E-PREREQ-1 WS-E-PREREQ-2
                         WS-E-PREREQ-3 WS-E-PREREQ-4 WS-E-PREREQ-5
                         WS-E-MAX-OK-RC.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-STREAM-ID = SPACE
              OR WS-E-STEP-SEQ = ZERO
              OR WS-E-PGM-ID = SPACE
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           PERFORM 0100-CHECK-PREREQS.
           IF NOT WS-ENTRY-OK
               DISPLAY SCR-MSG-BAD-PREREQ
               GOBACK
           END-IF.

           OPEN I-O STRMSTPM-FILE.
           IF WS-ST-STS = "05" OR WS-ST-STS = "35"
               OPEN OUTPUT STRMSTPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE STRMSTPM-FILE.
           GOBACK.

      *---------- steps run in sequence order, so a prerequisite at
      *           or after this step could never be met
       0100-CHECK-PREREQS.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF WS-E-PREREQ-1 >= WS-E-STEP-SEQ
              OR WS-E-PREREQ-2 >= WS-E-STEP-SEQ
              OR WS-E-PREREQ-3 >= WS-E-STEP-SEQ
              OR WS-E-PREREQ-4 >= WS-E-STEP-SEQ
              OR WS-E-PREREQ-5 >= WS-E-STEP-SEQ
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       0200-MOVE-FIELDS.
           MOVE WS-E-PGM-ID           TO ST-PGM-ID.
           MOVE WS-E-STEP-DESC        TO ST-STEP-DESC.
           MOVE WS-E-PREREQ-1         TO ST-PREREQ-SEQ(1).
           MOVE WS-E-PREREQ-2         TO ST-PREREQ-SEQ(2).
           MOVE WS-E-PREREQ-3         TO ST-PREREQ-SEQ(3).
           MOVE WS-E-PREREQ-4         TO ST-PREREQ-SEQ(4).
           MOVE WS-E-PREREQ-5         TO ST-PREREQ-SEQ(5).
           IF WS-E-SKIP-OK-SW = "Y"
               MOVE "Y"               TO ST-SKIP-OK-SW
           ELSE
               MOVE "N"               TO ST-SKIP-OK-SW
           END-IF.
           MOVE WS-E-MAX-OK-RC        TO ST-MAX-OK-RC.
           MOVE WS-E-DEL-KBN          TO ST-DEL-KBN.

       1000-ADD-ROW.
           MOVE WS-E-STREAM-ID        TO ST-STREAM-ID.
           MOVE WS-E-STEP-SEQ         TO ST-STEP-SEQ.
           PERFORM 0200-MOVE-FIELDS.
           WRITE STRMSTPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-STREAM-ID        TO ST-STREAM-ID.
           MOVE WS-E-STEP-SEQ         TO ST-STEP-SEQ.
           READ STRMSTPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE STRMSTPM-REC       TO WS-BEFORE-SAVE
                   PERFORM 0200-MOVE-FIELDS
                   REWRITE STRMSTPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "STRMSTPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE ST-KEY          TO MCJ-KEY.
           MOVE "SCZY1036"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE STRMSTPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
