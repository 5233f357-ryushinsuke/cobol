      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1032
      *  Program name   : Legal-hold registry maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the LEGALHLD preservation orders the purge
      *  paths honour through CZCOAB17: add a hold, or update its end
      *  date, case reference, requester, release date and delete
      *  flag - the same add/update screen shape as SCZY1023, every
      *  change journalled through CZCOAB12.  Company, fund and file
      *  ID may be left blank to mean any; a hold needs a real date
      *  range, a case reference and a requester.  Releasing a hold
      *  is done by keying its release date, never by deleting the
      *  row, so the TKDYAB81 inventory keeps its history.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1032.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALHLD-FILE  ASSIGN TO "LEGALHLD"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS LH-KEY
                  FILE STATUS    IS WS-LH-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALHLD-FILE.
           COPY LEGALHLD.

       WORKING-STORAGE SECTION.
       01  WS-LH-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-FUND-CD                   PIC  X(12).
       01  WS-E-FILE-ID                   PIC  X(12).
       01  WS-E-FROM-YMD                  PIC  9(08).
       01  WS-E-TO-YMD                    PIC  9(08).
       01  WS-E-CASE-REF                  PIC  X(20).
       01  WS-E-REQUESTER                 PIC  X(20).
       01  WS-E-RELEASE-YMD               PIC  9(08).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1032 - LEGALHLD MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 5  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 6  COLUMN 1   VALUE "FUND CD      :".
           05  LINE 6  COLUMN 16  PIC  X(12) USING WS-E-FUND-CD.
           05  LINE 7  COLUMN 1   VALUE "FILE ID      :".
           05  LINE 7  COLUMN 16  PIC  X(12) USING WS-E-FILE-ID.
           05  LINE 8  COLUMN 1   VALUE "FROM YMD     :".
           05  LINE 8  COLUMN 16  PIC  9(08) USING WS-E-FROM-YMD.
           05  LINE 9  COLUMN 1   VALUE "TO YMD       :".
           05  LINE 9  COLUMN 16  PIC  9(08) USING WS-E-TO-YMD.
           05  LINE 10 COLUMN 1   VALUE "CASE REF     :".
           05  LINE 10 COLUMN 16  PIC  X(20) USING WS-E-CASE-REF.
           05  LINE 11 COLUMN 1   VALUE "REQUESTER    :".
           05  LINE 11 COLUMN 16  PIC  X(20) USING WS-E-REQUESTER.
           05  LINE 12 COLUMN 1   VALUE "RELEASE YMD  :".
           05  LINE 12 COLUMN 16  PIC  9(08) USING WS-E-RELEASE-YMD.
           05  LINE 13 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 13 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 14 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 14 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 16 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 16 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 16 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 16 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 16 COLUMN 1
               VALUE "VALID FROM/TO, CASE REF, REQUESTER REQUIRED".
       01  SCR-MSG-BAD-RELEASE.
           05  LINE 16 COLUMN 1
               VALUE "RELEASE YMD MUST BE ZERO OR A VALID DATE".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-RIYO-CMP-CD WS-E-FUND-CD
                         WS-E-FILE-ID WS-E-CASE-REF WS-E-REQUESTER
                         WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-FROM-YMD WS-E-TO-YMD WS-E-RELEASE-YMD.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-CASE-REF = SPACE
              OR WS-E-REQUESTER = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-TO-YMD) NOT = 0
              OR WS-E-TO-YMD < WS-E-FROM-YMD
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.
           IF WS-E-RELEASE-YMD NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-E-RELEASE-YMD) NOT = 0
               DISPLAY SCR-MSG-BAD-RELEASE
               GOBACK
           END-IF.

           OPEN I-O LEGALHLD-FILE.
           IF WS-LH-STS = "05" OR WS-LH-STS = "35"
               OPEN OUTPUT LEGALHLD-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE LEGALHLD-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO LH-RIYO-CMP-CD.
           MOVE WS-E-FUND-CD          TO LH-FUND-CD.
           MOVE WS-E-FILE-ID          TO LH-FILE-ID.
           MOVE WS-E-FROM-YMD         TO LH-FROM-YMD.
           MOVE WS-E-TO-YMD           TO LH-TO-YMD.
           MOVE WS-E-CASE-REF         TO LH-CASE-REF.
           MOVE WS-E-REQUESTER        TO LH-REQUESTER.
           MOVE WS-E-RELEASE-YMD      TO LH-RELEASE-YMD.
           MOVE WS-E-OPR-SID          TO LH-ENTRY-SID.
           MOVE WS-E-DEL-KBN          TO LH-DEL-KBN.
           WRITE LEGALHLD-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO LH-RIYO-CMP-CD.
           MOVE WS-E-FUND-CD          TO LH-FUND-CD.
           MOVE WS-E-FILE-ID          TO LH-FILE-ID.
           MOVE WS-E-FROM-YMD         TO LH-FROM-YMD.
           READ LEGALHLD-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE LEGALHLD-REC      TO WS-BEFORE-SAVE
                   MOVE WS-E-TO-YMD       TO LH-TO-YMD
                   MOVE WS-E-CASE-REF     TO LH-CASE-REF
                   MOVE WS-E-REQUESTER    TO LH-REQUESTER
                   MOVE WS-E-RELEASE-YMD  TO LH-RELEASE-YMD
                   MOVE WS-E-DEL-KBN      TO LH-DEL-KBN
                   REWRITE LEGALHLD-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12; LH-KEY is wider
      *           than MCJ-KEY, so the journal key carries only the
      *           first 8 bytes of the file ID (unique across the
      *           purge-path names), the images carry the rest
       3000-JOURNAL-CHANGE.
           MOVE "LEGALHLD"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE LH-RIYO-CMP-CD  TO MCJ-KEY(1:4).
           MOVE LH-FUND-CD      TO MCJ-KEY(5:12).
           MOVE LH-FILE-ID(1:8) TO MCJ-KEY(17:8).
           MOVE LH-FROM-YMD     TO MCJ-KEY(25:8).
           MOVE "SCZY1032"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE LEGALHLD-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
