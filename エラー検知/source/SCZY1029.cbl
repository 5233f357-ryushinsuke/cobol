      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1029
      *  Program name   : Known-exception suppression rule
      *                    maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the MSGSUPPM rules SCZY7080 marks matching
      *  portfolio messages suppressed by: add a rule, or update its
      *  end date, reason, approver and delete flag - the same
      *  add/update screen shape as SCZY1023, every change journalled
      *  through CZCOAB12.  A rule needs a MSG-ID, a fund, a real end
      *  date on or after its start, a reason, and an approver who
      *  is not the operator keying it, so no one mutes a message on
      *  their own say-so and nothing is muted open-ended.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1029.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGSUPPM-FILE  ASSIGN TO "MSGSUPPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SP-KEY
                  FILE STATUS    IS WS-SP-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGSUPPM-FILE.
           COPY MSGSUPPM.

       WORKING-STORAGE SECTION.
       01  WS-SP-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-MSG-ID                    PIC  X(07).
       01  WS-E-FUND-CD                   PIC  X(12).
       01  WS-E-PTF-CD                    PIC  X(04).
       01  WS-E-REP-ID                    PIC  X(08).
       01  WS-E-FROM-YMD                  PIC  9(08).
       01  WS-E-TO-YMD                    PIC  9(08).
       01  WS-E-REASON                    PIC  X(60).
       01  WS-E-APPROVER-SID              PIC  X(20).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1029 - MSGSUPPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "MSG ID       :".
           05  LINE 5  COLUMN 16  PIC  X(07) USING WS-E-MSG-ID.
           05  LINE 6  COLUMN 1   VALUE "FUND CD      :".
           05  LINE 6  COLUMN 16  PIC  X(12) USING WS-E-FUND-CD.
           05  LINE 7  COLUMN 1   VALUE "PTF CD       :".
           05  LINE 7  COLUMN 16  PIC  X(04) USING WS-E-PTF-CD.
           05  LINE 8  COLUMN 1   VALUE "REP ID       :".
           05  LINE 8  COLUMN 16  PIC  X(08) USING WS-E-REP-ID.
           05  LINE 9  COLUMN 1   VALUE "FROM YMD     :".
           05  LINE 9  COLUMN 16  PIC  9(08) USING WS-E-FROM-YMD.
           05  LINE 10 COLUMN 1   VALUE "TO YMD       :".
           05  LINE 10 COLUMN 16  PIC  9(08) USING WS-E-TO-YMD.
           05  LINE 11 COLUMN 1   VALUE "REASON       :".
           05  LINE 11 COLUMN 16  PIC  X(60) USING WS-E-REASON.
           05  LINE 12 COLUMN 1   VALUE "APPROVER SID :".
           05  LINE 12 COLUMN 16  PIC  X(20) USING WS-E-APPROVER-SID.
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
               VALUE "MSG ID, FUND, VALID FROM/TO AND REASON REQUIRED".
       01  SCR-MSG-APPROVER.
           05  LINE 16 COLUMN 1
               VALUE "APPROVER REQUIRED AND MUST NOT BE THE OPERATOR".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-MSG-ID WS-E-FUND-CD
                         WS-E-PTF-CD WS-E-REP-ID WS-E-REASON
                         WS-E-APPROVER-SID WS-E-DEL-KBN
                         WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-FROM-YMD WS-E-TO-YMD.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-MSG-ID = SPACE
              OR WS-E-FUND-CD = SPACE
              OR WS-E-REASON = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-FROM-YMD) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-E-TO-YMD) NOT = 0
              OR WS-E-TO-YMD < WS-E-FROM-YMD
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.
           IF WS-E-APPROVER-SID = SPACE
              OR WS-E-APPROVER-SID = WS-E-OPR-SID
               DISPLAY SCR-MSG-APPROVER
               GOBACK
           END-IF.

           OPEN I-O MSGSUPPM-FILE.
           IF WS-SP-STS = "05" OR WS-SP-STS = "35"
               OPEN OUTPUT MSGSUPPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE MSGSUPPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           PERFORM 1100-MOVE-KEY.
           MOVE WS-E-TO-YMD           TO SP-TO-YMD.
           MOVE WS-E-REASON           TO SP-REASON.
           MOVE WS-E-OPR-SID          TO SP-ENTRY-SID.
           MOVE WS-E-APPROVER-SID     TO SP-APPROVER-SID.
           MOVE WS-E-DEL-KBN          TO SP-DEL-KBN.
           WRITE MSGSUPPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       1100-MOVE-KEY.
           MOVE WS-E-MSG-ID           TO SP-MSG-ID.
           MOVE WS-E-FUND-CD          TO SP-FUND-CD.
           MOVE WS-E-PTF-CD           TO SP-PTF-CD.
           MOVE WS-E-REP-ID           TO SP-REP-ID.
           MOVE WS-E-FROM-YMD         TO SP-FROM-YMD.

      *---------- the operator keying an update is the entry SID
      *           of record from then on
       2000-UPDATE-ROW.
           PERFORM 1100-MOVE-KEY.
           READ MSGSUPPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE             TO WS-BEFORE-SAVE
                   MOVE MSGSUPPM-REC      TO WS-BEFORE-SAVE
                   MOVE WS-E-TO-YMD       TO SP-TO-YMD
                   MOVE WS-E-REASON       TO SP-REASON
                   MOVE WS-E-OPR-SID      TO SP-ENTRY-SID
                   MOVE WS-E-APPROVER-SID TO SP-APPROVER-SID
                   MOVE WS-E-DEL-KBN      TO SP-DEL-KBN
                   REWRITE MSGSUPPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12; SP-KEY is wider
      *           than MCJ-KEY, so the journal key leaves out the
      *           REP-ID, which the before/after images still carry
       3000-JOURNAL-CHANGE.
           MOVE "MSGSUPPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE SP-MSG-ID       TO MCJ-KEY(1:7).
           MOVE SP-FUND-CD      TO MCJ-KEY(8:12).
           MOVE SP-PTF-CD       TO MCJ-KEY(20:4).
           MOVE SP-FROM-YMD     TO MCJ-KEY(24:8).
           MOVE "SCZY1029"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE MSGSUPPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
