      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1034
      *  Program name   : Maintenance-window master maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the MNTWINM planned maintenance windows
      *  CZCOAB19 reads for the timeout monitor, the page router
      *  and the SLA reporting: declare a window, or update its
      *  end time, scope, description and delete flag - the same
      *  add/update screen shape as SCZY1033, every change
      *  journalled through CZCOAB12.  A window needs a change
      *  reference, a real start and end (YYYYMMDDHHMMSS, end after
      *  start) and the operator keying it; company, group and the
      *  five queue names may be left blank for "any".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1034.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTWINM-FILE   ASSIGN TO "MNTWINM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MW-KEY
                  FILE STATUS    IS WS-MW-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTWINM-FILE.
           COPY MNTWINM.

       WORKING-STORAGE SECTION.
       01  WS-MW-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-CHANGE-REF                PIC  X(16).
       01  WS-E-FROM-TIME                 PIC  9(14).
       01  WS-E-FROM-R  REDEFINES WS-E-FROM-TIME.
           05  WS-E-FROM-YMD              PIC  9(08).
           05  WS-E-FROM-HH               PIC  9(02).
           05  WS-E-FROM-MI               PIC  9(02).
           05  WS-E-FROM-SS               PIC  9(02).
       01  WS-E-TO-TIME                   PIC  9(14).
       01  WS-E-TO-R  REDEFINES WS-E-TO-TIME.
           05  WS-E-TO-YMD                PIC  9(08).
           05  WS-E-TO-HH                 PIC  9(02).
           05  WS-E-TO-MI                 PIC  9(02).
           05  WS-E-TO-SS                 PIC  9(02).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-GRP-CD                    PIC  X(10).
       01  WS-E-QUEUE-1                   PIC  X(16).
       01  WS-E-QUEUE-2                   PIC  X(16).
       01  WS-E-QUEUE-3                   PIC  X(16).
       01  WS-E-QUEUE-4                   PIC  X(16).
       01  WS-E-QUEUE-5                   PIC  X(16).
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
           05  LINE 1  COLUMN 1   VALUE "SCZY1034 - MNTWINM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "CHANGE REF   :".
           05  LINE 5  COLUMN 16  PIC  X(16) USING WS-E-CHANGE-REF.
           05  LINE 6  COLUMN 1   VALUE "FROM TIME    :".
           05  LINE 6  COLUMN 16  PIC  9(14) USING WS-E-FROM-TIME.
           05  LINE 7  COLUMN 1   VALUE "TO TIME      :".
           05  LINE 7  COLUMN 16  PIC  9(14) USING WS-E-TO-TIME.
           05  LINE 8  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 8  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 9  COLUMN 1   VALUE "GYOMU GRP CD :".
           05  LINE 9  COLUMN 16  PIC  X(10) USING WS-E-GRP-CD.
           05  LINE 10 COLUMN 1   VALUE "QUEUE NAME 1 :".
           05  LINE 10 COLUMN 16  PIC  X(16) USING WS-E-QUEUE-1.
           05  LINE 11 COLUMN 1   VALUE "QUEUE NAME 2 :".
           05  LINE 11 COLUMN 16  PIC  X(16) USING WS-E-QUEUE-2.
           05  LINE 12 COLUMN 1   VALUE "QUEUE NAME 3 :".
           05  LINE 12 COLUMN 16  PIC  X(16) USING WS-E-QUEUE-3.
           05  LINE 13 COLUMN 1   VALUE "QUEUE NAME 4 :".
           05  LINE 13 COLUMN 16  PIC  X(16) USING WS-E-QUEUE-4.
           05  LINE 14 COLUMN 1   VALUE "QUEUE NAME 5 :".
           05  LINE 14 COLUMN 16  PIC  X(16) USING WS-E-QUEUE-5.
           05  LINE 15 COLUMN 1   VALUE "DESCRIPTION  :".
           05  LINE 15 COLUMN 16  PIC  X(40) USING WS-E-DESC.
           05  LINE 16 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 16 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 17 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 17 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 19 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 19 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 19 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 19 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 19 COLUMN 1
               VALUE "CHANGE REF, OPERATOR AND VALID FROM/TO REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-CHANGE-REF WS-E-RIYO-CMP-CD
                         WS-E-GRP-CD WS-E-QUEUE-1 WS-E-QUEUE-2
                         WS-E-QUEUE-3 WS-E-QUEUE-4 WS-E-QUEUE-5
                         WS-E-DESC WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-FROM-TIME WS-E-TO-TIME.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-CHANGE-REF = SPACE
              OR WS-E-OPR-SID = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-TO-YMD) NOT = 0
              OR WS-E-FROM-HH > 23 OR WS-E-FROM-MI > 59
              OR WS-E-FROM-SS > 59
              OR WS-E-TO-HH > 23 OR WS-E-TO-MI > 59
              OR WS-E-TO-SS > 59
              OR WS-E-TO-TIME <= WS-E-FROM-TIME
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O MNTWINM-FILE.
           IF WS-MW-STS = "05" OR WS-MW-STS = "35"
               OPEN OUTPUT MNTWINM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE MNTWINM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-CHANGE-REF       TO MW-CHANGE-REF.
           MOVE WS-E-FROM-TIME        TO MW-FROM-TIME.
           PERFORM 1100-MOVE-SCOPE.
           MOVE WS-E-OPR-SID          TO MW-ENTRY-SID.
           WRITE MNTWINM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       1100-MOVE-SCOPE.
           MOVE WS-E-TO-TIME          TO MW-TO-TIME.
           MOVE WS-E-RIYO-CMP-CD      TO MW-RIYO-CMP-CD.
           MOVE WS-E-GRP-CD           TO MW-GRP-CD.
           MOVE WS-E-QUEUE-1          TO MW-QUEUE-NAME(1).
           MOVE WS-E-QUEUE-2          TO MW-QUEUE-NAME(2).
           MOVE WS-E-QUEUE-3          TO MW-QUEUE-NAME(3).
           MOVE WS-E-QUEUE-4          TO MW-QUEUE-NAME(4).
           MOVE WS-E-QUEUE-5          TO MW-QUEUE-NAME(5).
           MOVE WS-E-DESC             TO MW-DESC.
           MOVE WS-E-DEL-KBN          TO MW-DEL-KBN.

       2000-UPDATE-ROW.
           MOVE WS-E-CHANGE-REF       TO MW-CHANGE-REF.
           MOVE WS-E-FROM-TIME        TO MW-FROM-TIME.
           READ MNTWINM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE MNTWINM-REC       TO WS-BEFORE-SAVE
                   PERFORM 1100-MOVE-SCOPE
                   REWRITE MNTWINM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "MNTWINM"       TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE MW-KEY          TO MCJ-KEY.
           MOVE "SCZY1034"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE MNTWINM-REC     TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
