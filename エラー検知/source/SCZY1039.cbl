      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1039
      *  Program name   : Business-service membership maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the SVCMBRPM master that places a kidou
      *  in a SVCCATPM business service: add a membership, or move
      *  it to another service or withdraw it - the same add/update
      *  screen shape as SCZY1033, every change journalled through
      *  CZCOAB12.  Kidou, service and the operator keying it are
      *  required; the company may be left blank to cover the
      *  kidou for every company.  The service must already be on
      *  the catalog.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1039.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCMBRPM-FILE  ASSIGN TO "SVCMBRPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SM-KEY
                  FILE STATUS    IS WS-SM-STS.
           SELECT SVCCATPM-FILE  ASSIGN TO "SVCCATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SV-SERVICE-ID
                  FILE STATUS    IS WS-SV-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCMBRPM-FILE.
           COPY SVCMBRPM.

       FD  SVCCATPM-FILE.
           COPY SVCCATPM.

       WORKING-STORAGE SECTION.
       01  WS-SM-STS                      PIC  X(02).
       01  WS-SV-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-RIYO-CMP-CD               PIC  X(04).
       01  WS-E-KIDOU-ID                  PIC  X(04).
       01  WS-E-SERVICE-ID                PIC  X(08).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
       01  WS-SV-FOUND-SW                 PIC  X(01).
           88  WS-SV-FOUND                VALUE "Y".
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1039 - SVCMBRPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "RIYO CMP CD  :".
           05  LINE 5  COLUMN 16  PIC  X(04) USING WS-E-RIYO-CMP-CD.
           05  LINE 6  COLUMN 1   VALUE "KIDOU ID     :".
           05  LINE 6  COLUMN 16  PIC  X(04) USING WS-E-KIDOU-ID.
           05  LINE 7  COLUMN 1   VALUE "SERVICE ID   :".
           05  LINE 7  COLUMN 16  PIC  X(08) USING WS-E-SERVICE-ID.
           05  LINE 8  COLUMN 1   VALUE "DEL KBN      :".
           05  LINE 8  COLUMN 16  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 9  COLUMN 1   VALUE "OPERATOR SID :".
           05  LINE 9  COLUMN 16  PIC  X(20) USING WS-E-OPR-SID.

       01  SCR-MSG-ADDED.
           05  LINE 11 COLUMN 1   VALUE "ROW ADDED".
       01  SCR-MSG-DUP.
           05  LINE 11 COLUMN 1
               VALUE "ROW ALREADY EXISTS FOR THAT KEY".
       01  SCR-MSG-UPDATED.
           05  LINE 11 COLUMN 1   VALUE "ROW UPDATED".
       01  SCR-MSG-NOT-FOUND.
           05  LINE 11 COLUMN 1   VALUE "NO SUCH ROW".
       01  SCR-MSG-INVALID.
           05  LINE 11 COLUMN 1
               VALUE "KIDOU, SERVICE AND OPERATOR REQUIRED".
       01  SCR-MSG-NO-SERVICE.
           05  LINE 11 COLUMN 1
               VALUE "SERVICE NOT ON SVCCATPM".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-RIYO-CMP-CD WS-E-KIDOU-ID
                         WS-E-SERVICE-ID WS-E-DEL-KBN WS-E-OPR-SID.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-KIDOU-ID = SPACE
              OR WS-E-SERVICE-ID = SPACE
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           PERFORM 4000-CHECK-SERVICE.
           IF NOT WS-SV-FOUND
               DISPLAY SCR-MSG-NO-SERVICE
               GOBACK
           END-IF.

           OPEN I-O SVCMBRPM-FILE.
           IF WS-SM-STS = "05" OR WS-SM-STS = "35"
               OPEN OUTPUT SVCMBRPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE SVCMBRPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO SM-RIYO-CMP-CD.
           MOVE WS-E-KIDOU-ID         TO SM-KIDOU-ID.
           MOVE WS-E-SERVICE-ID       TO SM-SERVICE-ID.
           MOVE WS-E-OPR-SID          TO SM-ENTRY-SID.
           MOVE WS-E-DEL-KBN          TO SM-DEL-KBN.
           WRITE SVCMBRPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-RIYO-CMP-CD      TO SM-RIYO-CMP-CD.
           MOVE WS-E-KIDOU-ID         TO SM-KIDOU-ID.
           READ SVCMBRPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE SVCMBRPM-REC       TO WS-BEFORE-SAVE
                   MOVE WS-E-SERVICE-ID    TO SM-SERVICE-ID
                   MOVE WS-E-DEL-KBN       TO SM-DEL-KBN
                   REWRITE SVCMBRPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "SVCMBRPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE SM-KEY          TO MCJ-KEY.
           MOVE "SCZY1039"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE SVCMBRPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.

      *---------- a withdrawn service still counts as on the
      *           catalog: its members are simply not looked up
       4000-CHECK-SERVICE.
           MOVE "N" TO WS-SV-FOUND-SW.
           OPEN INPUT SVCCATPM-FILE.
           IF WS-SV-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-SERVICE-ID TO SV-SERVICE-ID.
           READ SVCCATPM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SV-FOUND TO TRUE
           END-READ.
           CLOSE SVCCATPM-FILE.
