      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : SCZY1038
      *  Program name   : Business-service catalog maintenance
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Maintenance over the SVCCATPM business-service catalog:
      *  add a service, or update its name, business owner,
      *  support group, criticality tier and delete flag - the
      *  same add/update screen shape as SCZY1033, every change
      *  journalled through CZCOAB12.  Service id, name, a tier of
      *  1-4 and the operator keying it are all required.  Which
      *  kidou belong to the service is kept on SCZY1039.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY1038.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCCATPM-FILE  ASSIGN TO "SVCCATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS SV-SERVICE-ID
                  FILE STATUS    IS WS-SV-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SVCCATPM-FILE.
           COPY SVCCATPM.

       WORKING-STORAGE SECTION.
       01  WS-SV-STS                      PIC  X(02).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-E-SERVICE-ID                PIC  X(08).
       01  WS-E-SERVICE-NAME              PIC  X(40).
       01  WS-E-BUS-OWNER                 PIC  X(30).
       01  WS-E-SUPPORT-GRP               PIC  X(20).
       01  WS-E-TIER                      PIC  9(01).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-OPR-SID                   PIC  X(20).
      *---------- before image saved for the change journal
       01  WS-BEFORE-SAVE                 PIC  X(650).

       01  CZCOAB12-ARGS.
           COPY CZCOAB12.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SCZY1038 - SVCCATPM MAINT".
           05  LINE 3  COLUMN 1   VALUE "MODE (A=ADD U=UPDATE):".
           05  LINE 3  COLUMN 24  PIC  X(01) USING WS-MODE-KBN.
           05  LINE 5  COLUMN 1   VALUE "SERVICE ID   :".
           05  LINE 5  COLUMN 16  PIC  X(08) USING WS-E-SERVICE-ID.
           05  LINE 6  COLUMN 1   VALUE "SERVICE NAME :".
           05  LINE 6  COLUMN 16  PIC  X(40) USING WS-E-SERVICE-NAME.
           05  LINE 7  COLUMN 1   VALUE "BUS OWNER    :".
           05  LINE 7  COLUMN 16  PIC  X(30) USING WS-E-BUS-OWNER.
           05  LINE 8  COLUMN 1   VALUE "SUPPORT GRP  :".
           05  LINE 8  COLUMN 16  PIC  X(20) USING WS-E-SUPPORT-GRP.
           05  LINE 9  COLUMN 1   VALUE "TIER 1-4     :".
           05  LINE 9  COLUMN 16  PIC  9(01) USING WS-E-TIER.
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
               VALUE "SERVICE ID, NAME, TIER 1-4 AND OPERATOR REQUIRED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-E-SERVICE-ID WS-E-SERVICE-NAME
                         WS-E-BUS-OWNER WS-E-SUPPORT-GRP
                         WS-E-DEL-KBN WS-E-OPR-SID.
           MOVE ZERO  TO WS-E-TIER.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.

           IF WS-E-SERVICE-ID = SPACE
              OR WS-E-SERVICE-NAME = SPACE
              OR WS-E-TIER < 1 OR WS-E-TIER > 4
              OR WS-E-OPR-SID = SPACE
               DISPLAY SCR-MSG-INVALID
               GOBACK
           END-IF.

           OPEN I-O SVCCATPM-FILE.
           IF WS-SV-STS = "05" OR WS-SV-STS = "35"
               OPEN OUTPUT SVCCATPM-FILE
           END-IF.

           EVALUATE WS-MODE-KBN
               WHEN "A"
                   PERFORM 1000-ADD-ROW
               WHEN "U"
                   PERFORM 2000-UPDATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE SVCCATPM-FILE.
           GOBACK.

       1000-ADD-ROW.
           MOVE WS-E-SERVICE-ID       TO SV-SERVICE-ID.
           MOVE WS-E-SERVICE-NAME     TO SV-SERVICE-NAME.
           MOVE WS-E-BUS-OWNER        TO SV-BUS-OWNER.
           MOVE WS-E-SUPPORT-GRP      TO SV-SUPPORT-GRP.
           MOVE WS-E-TIER             TO SV-TIER.
           MOVE WS-E-OPR-SID          TO SV-ENTRY-SID.
           MOVE WS-E-DEL-KBN          TO SV-DEL-KBN.
           WRITE SVCCATPM-REC
               INVALID KEY
                   DISPLAY SCR-MSG-DUP
               NOT INVALID KEY
                   MOVE SPACE TO WS-BEFORE-SAVE
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-ADDED
           END-WRITE.

       2000-UPDATE-ROW.
           MOVE WS-E-SERVICE-ID       TO SV-SERVICE-ID.
           READ SVCCATPM-FILE
               INVALID KEY
                   DISPLAY SCR-MSG-NOT-FOUND
               NOT INVALID KEY
                   MOVE SPACE              TO WS-BEFORE-SAVE
                   MOVE SVCCATPM-REC       TO WS-BEFORE-SAVE
                   MOVE WS-E-SERVICE-NAME  TO SV-SERVICE-NAME
                   MOVE WS-E-BUS-OWNER     TO SV-BUS-OWNER
                   MOVE WS-E-SUPPORT-GRP   TO SV-SUPPORT-GRP
                   MOVE WS-E-TIER          TO SV-TIER
                   MOVE WS-E-DEL-KBN       TO SV-DEL-KBN
                   REWRITE SVCCATPM-REC
                   PERFORM 3000-JOURNAL-CHANGE
                   DISPLAY SCR-MSG-UPDATED
           END-READ.

      *---------- every add or rewrite lands on the unified master-
      *           change journal through CZCOAB12
       3000-JOURNAL-CHANGE.
           MOVE "SVCCATPM"      TO MCJ-FILE-ID.
           MOVE SPACE           TO MCJ-KEY.
           MOVE SV-SERVICE-ID   TO MCJ-KEY.
           MOVE "SCZY1038"      TO MCJ-UPD-PGMID.
           MOVE WS-E-OPR-SID    TO MCJ-UPD-SID.
           MOVE WS-BEFORE-SAVE  TO MCJ-BEFORE-IMAGE.
           MOVE SPACE           TO MCJ-AFTER-IMAGE.
           MOVE SVCCATPM-REC    TO MCJ-AFTER-IMAGE.
           CALL "CZCOAB12" USING PARM-CZCOAB12-ARG1
                                  PARM-CZCOAB12-ARG2
                                  PARM-CZCOAB12-ARG3
           END-CALL.
