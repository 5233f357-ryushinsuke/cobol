      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1035
      *  Program name   : Resource-conflict master maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the RSCCNFPM resource-conflict master the
      *  TKDYAB83 launch gate and the TKDYAB84 overlap report read:
      *  add a kidou to a shared resource, or update the resource
      *  description and delete flag of a membership - the same
      *  add/update screen shape as SCZY1033, every change
      *  journalled through CZCOAB12.  Resource, company, kidou and
      *  the operator keying it are all required.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1035.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSCCNFPM-FILE  ASSIGN TO "RSCCNFPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS RX-KEY
                  FILE STATUS    IS WS-RX-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSCCNFPM-FILE.
           COPY RSCCNFPM.

       WORKING-STORAGE SECTION.
       01  WS-RX-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-RESOURCE-ID               PIC  X(20).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-KIDOU-ID                  PIC  X(04).
       01  WS-E-RESOURCE-DESC             PIC  X(40).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1035 - RSCCNFPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "RESOURCE ID  :".
           05  LINE 5  COLUMN 16  PIC  X(20) USING WS-E-RESOURCE-ID.
           05  LINE 6  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 7  COLUMN 1   VALUE "KIDOU ID     :".
           05  LINE 7  COLUMN 16  PIC  X(04) USING WS-E-KIDOU-ID.
           05  LINE 8  COLUMN 1   VALUE "DESCRIPTION  :".
           05  LINE 8  COLUMN 16  PIC  X(40) USING WS-E-RESOURCE-DESC.
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
               VALUE "RESOURCE, CMP CD, KIDOU AND OPERATOR REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-RESOURCE-ID WS-E-RIYO-CMP-CD
                         WS-E-KIDOU-ID WS-E-RESOURCE-DESC
                         WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-RESOURCE-ID = SPACE
              OR WS-E-RIYO-CMP-CD = SPACE
              OR WS-E-KIDOU-ID = SPACE
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O RSCCNFPM-FILE.
           IF WS-RX-STS = "05" OR WS-RX-STS = "35"
               OPEN OUTPUT RSCCNFPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE RSCCNFPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-RESOURCE-ID      TO RX-RESOURCE-ID.
           MOVE WS-E-RIYO-CMP-CD      TO RX-RIYO-CMP-CD.
           MOVE WS-E-KIDOU-ID         TO RX-KIDOU-ID.
           MOVE WS-E-RESOURCE-DESC    TO RX-RESOURCE-DESC.
           MOVE WS-E-OPR-SID          TO RX-ENTRY-SID.
           MOVE WS-E-DEL-KBN          TO RX-DEL-KBN.
           WRITE RSCCNFPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-RESOURCE-ID      TO RX-RESOURCE-ID.
           MOVE WS-E-RIYO-CMP-CD      TO RX-RIYO-CMP-CD.
           MOVE WS-E-KIDOU-ID         TO RX-KIDOU-ID.
           READ RSCCNFPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE RSCCNFPM-REC       TO WS-BEFORE-SAVE
                   MOVE WS-E-RESOURCE-DESC TO RX-RESOURCE-DESC
                   MOVE WS-E-DEL-KBN       TO RX-DEL-KBN
                   REWRITE RSCCNFPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "RSCCNFPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE RX-KEY          TO MCJ-KEY.
           MOVE "SCZY1035"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE RSCCNFPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
