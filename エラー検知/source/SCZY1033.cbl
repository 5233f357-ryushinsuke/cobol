      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1033
      *  Program name   : Change-freeze calendar maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the FREEZEPM freeze periods CZCOAB18
      *  enforces: declare a freeze, or update its end date, reason
      *  and delete flag - the same add/update screen shape as
      *  SCZY1023, every change journalled through CZCOAB12.  Master
      *  type must be one of FUND, TMPL, SCHD, FCAL, ITJY, RUNB or
      *  blank (all masters); company may be blank (all companies).
      *  A freeze needs a real date range and a reason; the
      *  operator keying it is recorded as the declarer.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1033.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZEPM-FILE  ASSIGN TO "FREEZEPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS FZ-KEY
                  FILE STATUS    IS WS-FZ-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZEPM-FILE.
           COPY FREEZEPM.

       WORKING-STORAGE SECTION.
       01  WS-FZ-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-MASTER-TYPE               PIC  X(04).
           88  WS-E-MASTER-TYPE-OK        VALUE "FUND" "TMPL" "SCHD"
                                                "FCAL" "ITJY" "RUNB"
                                                SPACE.
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-FROM-YMD                  PIC  9(08).
       01  WS-E-TO-YMD                    PIC  9(08).
       01  WS-E-REASON                    PIC  X(40).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1033 - FREEZEPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "MASTER TYPE  :".
           05  LINE 5  COLUMN 16  PIC  X(04) USING WS-E-MASTER-TYPE.
           05  LINE 6  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 7  COLUMN 1   VALUE "FROM YMD     :".
           05  LINE 7  COLUMN 16  PIC  9(08) USING WS-E-FROM-YMD.
           05  LINE 8  COLUMN 1   VALUE "TO YMD       :".
           05  LINE 8  COLUMN 16  PIC  9(08) USING WS-E-TO-YMD.
           05  LINE 9  COLUMN 1   VALUE "REASON       :".
           05  LINE 9  COLUMN 16  PIC  X(40) USING WS-E-REASON.
           05  LINE 10 COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 10 COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 11 COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 11 COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

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
               VALUE "VALID FROM/TO, REASON AND OPERATOR REQUIRED".
       01  SCR-MSG-BAD-TYPE.
           05  LINE 13 COLUMN 1
               VALUE "MASTER TYPE FUND/TMPL/SCHD/FCAL/ITJY/RUNB/BLANK".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-MASTER-TYPE WS-E-RIYO-CMP-CD
                         WS-E-REASON WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-FROM-YMD WS-E-TO-YMD.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-REASON = SPACE
              OR WS-E-OPR-SID = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-TO-YMD) NOT = 0
              OR WS-E-TO-YMD < WS-E-FROM-YMD
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.
           IF NOT WS-E-MASTER-TYPE-OK
               DISPLAY SCR-MSG-BAD-TYPE
               GOBACK
           END-IF.

           OPEN I-O FREEZEPM-FILE.
           IF WS-FZ-STS = "05" OR WS-FZ-STS = "35"
               OPEN OUTPUT FREEZEPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE FREEZEPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-MASTER-TYPE      TO FZ-MASTER-TYPE.
           MOVE WS-E-RIYO-CMP-CD      TO FZ-RIYO-CMP-CD.
           MOVE WS-E-FROM-YMD         TO FZ-FROM-YMD.
           MOVE WS-E-TO-YMD           TO FZ-TO-YMD.
           MOVE WS-E-REASON           TO FZ-REASON.
           MOVE WS-E-OPR-SID          TO FZ-DECLARED-SID.
           MOVE WS-E-DEL-KBN          TO FZ-DEL-KBN.
           WRITE FREEZEPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-MASTER-TYPE      TO FZ-MASTER-TYPE.
           MOVE WS-E-RIYO-CMP-CD      TO FZ-RIYO-CMP-CD.
           MOVE WS-E-FROM-YMD         TO FZ-FROM-YMD.
           READ FREEZEPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE FREEZEPM-REC      TO WS-BEFORE-SAVE
                   MOVE WS-E-TO-YMD       TO FZ-TO-YMD
                   MOVE WS-E-REASON       TO FZ-REASON
                   MOVE WS-E-DEL-KBN      TO FZ-DEL-KBN
                   REWRITE FREEZEPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "FREEZEPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE FZ-KEY          TO MCJ-KEY.
           MOVE "SCZY1033"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE FREEZEPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
