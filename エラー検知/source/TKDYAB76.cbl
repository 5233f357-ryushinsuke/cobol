      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB76
      *  Program name   : Fund administrator feed to FUNDPTFM compare
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Compares the fund administrator's daily reference file
      *  (TKDYAB76ADM, FUNDADMF layout) with FUNDPTFM and posts
      *  every difference as a pending change on FUNDPTFPND, the
      *  SCZY7056 maker-checker queue - nothing is applied to the
      *  master here; a checker approves or rejects each posting
      *  through SCZY7056 as if a maker had keyed it:
      *    A - combination the administrator has and we do not
      *    C - fund name differs
      *    D - closed at the administrator and in service here
      *        (new DEL-KBN C), or open there and out of service
      *        here (new DEL-KBN space)
      *  The maker on the pending row is TKDYAB76, so any operator
      *  may check it.  A key that already has a pending change is
      *  left alone and listed.  Combinations in service on FUNDPTFM
      *  that the administrator no longer sends are listed as
      *  NOT ON FEED for follow-up, never closed automatically.
      *  An empty or missing feed stops the run with RC 8, so a
      *  failed delivery cannot read as every fund gone; RC 4 when
      *  anything is listed NOT ON FEED.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB76.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMIN-FEED     ASSIGN TO "TKDYAB76ADM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ADM-STS.
           SELECT FUNDPTFM-FILE  ASSIGN TO "FUNDPTFM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS FPM-KEY
                  FILE STATUS    IS WS-FPM-STS.
           SELECT PENDING-FILE   ASSIGN TO "FUNDPTFPND"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS PND-KEY
                  FILE STATUS    IS WS-PND-STS.
           SELECT CMP-RPT        ASSIGN TO "TKDYAB76RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMIN-FEED.
           COPY FUNDADMF.

       FD  FUNDPTFM-FILE.
           COPY FUNDPTFM.

       FD  PENDING-FILE.
           COPY FUNDPTFPND.

       FD  CMP-RPT.
       01  CMP-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-ADM-STS                     PIC  X(02).
       01  WS-FPM-STS                     PIC  X(02).
       01  WS-PND-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-FPM-OPEN-SW                 PIC  X(01)  VALUE "N".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

      *---------- the administrator's population
       01  WS-A-CNT                       PIC  9(05)  VALUE ZERO.
       01  WS-A-TBL.
           05  WS-A-ENTRY  OCCURS 20000.
               10  WS-A-KEY               PIC  X(20).
               10  WS-A-FUND-NAME         PIC  X(40).
               10  WS-A-STATUS-KBN        PIC  X(01).
       01  WS-A-IDX                       PIC  9(05).
       01  WS-A-FOUND-SW                  PIC  X(01).
           88  WS-A-FOUND                 VALUE "Y".

      *---------- the posting being built
       01  WS-P-ACTION                    PIC  X(01).
       01  WS-P-FUND-NAME                 PIC  X(40).
       01  WS-P-DEL-KBN                   PIC  X(01).
       01  WS-P-TEXT                      PIC  X(40).

       01  WS-FEED-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-MATCH-CNT                   PIC  9(05)  VALUE ZERO.
       01  WS-ADD-CNT                     PIC  9(05)  VALUE ZERO.
       01  WS-CHG-CNT                     PIC  9(05)  VALUE ZERO.
       01  WS-DEL-CNT                     PIC  9(05)  VALUE ZERO.
       01  WS-BUSY-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-GONE-CNT                    PIC  9(05)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-LOAD-FEED.
           OPEN OUTPUT CMP-RPT.
           PERFORM 1500-PRINT-HEADING.
           IF WS-A-CNT = ZERO
               MOVE SPACE TO CMP-RPT-LINE
               MOVE "ADMINISTRATOR FEED EMPTY OR MISSING - NOTHING COMPA
      -             "RED" TO CMP-RPT-LINE
               WRITE CMP-RPT-LINE
               CLOSE CMP-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FUNDPTFM-FILE.
           IF WS-FPM-STS = "00"
               MOVE "Y" TO WS-FPM-OPEN-SW
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WS-PND-STS = "05" OR WS-PND-STS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.

           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-A-CNT
               PERFORM 2000-COMPARE-ONE
           END-PERFORM.
           IF WS-FPM-OPEN-SW = "Y"
               PERFORM 3000-FIND-NOT-ON-FEED
               CLOSE FUNDPTFM-FILE
           END-IF.
           CLOSE PENDING-FILE.

           PERFORM 4000-PRINT-TOTALS.
           CLOSE CMP-RPT.
           IF WS-GONE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------- a key sent twice keeps its last row
       1000-LOAD-FEED.
           OPEN INPUT ADMIN-FEED.
           IF WS-ADM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1100-READ-FEED.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-FEED-CNT
               IF FA-FUND-CD NOT = SPACE
                   PERFORM 1200-FIND-FEED-KEY
                   IF NOT WS-A-FOUND AND WS-A-CNT < 20000
                       ADD 1 TO WS-A-CNT
                       MOVE WS-A-CNT TO WS-A-IDX
                   END-IF
                   IF WS-A-FOUND OR WS-A-IDX = WS-A-CNT
                       MOVE FA-KEY        TO WS-A-KEY(WS-A-IDX)
                       MOVE FA-FUND-NAME  TO WS-A-FUND-NAME(WS-A-IDX)
                       MOVE FA-STATUS-KBN TO WS-A-STATUS-KBN(WS-A-IDX)
                   END-IF
               END-IF
               PERFORM 1100-READ-FEED
           END-PERFORM.
           CLOSE ADMIN-FEED.
           MOVE "N" TO WS-EOF-SW.

       1100-READ-FEED.
           READ ADMIN-FEED
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-FIND-FEED-KEY.
           MOVE "N" TO WS-A-FOUND-SW.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-A-CNT
                      OR WS-A-FOUND
               IF WS-A-KEY(WS-A-IDX) = FA-KEY
                   MOVE "Y" TO WS-A-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-A-FOUND
               SUBTRACT 1 FROM WS-A-IDX
           END-IF.

       1500-PRINT-HEADING.
           MOVE SPACE TO CMP-RPT-LINE.
           STRING "FUND ADMINISTRATOR FEED COMPARE  RUN="
                                       DELIMITED BY SIZE
                  WS-NOW-STAMP(1:8)    DELIMITED BY SIZE
                  INTO CMP-RPT-LINE
           END-STRING.
           WRITE CMP-RPT-LINE.
           MOVE SPACE TO CMP-RPT-LINE.
           WRITE CMP-RPT-LINE.
           MOVE SPACE TO CMP-RPT-LINE.
           MOVE "RESULT"         TO CMP-RPT-LINE(1:6).
           MOVE "FUND-CD"        TO CMP-RPT-LINE(18:7).
           MOVE "PTF"            TO CMP-RPT-LINE(31:3).
           MOVE "HYK"            TO CMP-RPT-LINE(36:3).
           MOVE "DETAIL"         TO CMP-RPT-LINE(41:6).
           WRITE CMP-RPT-LINE.

      *---------- one feed row against its FUNDPTFM row
       2000-COMPARE-ONE.
           MOVE SPACE TO WS-P-ACTION.
           MOVE WS-A-KEY(WS-A-IDX) TO FPM-KEY.
           IF WS-FPM-OPEN-SW = "Y"
               READ FUNDPTFM-FILE
                   INVALID KEY
                       MOVE "23" TO WS-FPM-STS
               END-READ
           ELSE
               MOVE "23" TO WS-FPM-STS
           END-IF.
           IF WS-FPM-STS NOT = "00"
               IF WS-A-STATUS-KBN(WS-A-IDX) NOT = "C"
                   MOVE "A"   TO WS-P-ACTION
                   MOVE WS-A-FUND-NAME(WS-A-IDX) TO WS-P-FUND-NAME
                   MOVE SPACE TO WS-P-DEL-KBN
                   MOVE "NEW AT THE ADMINISTRATOR" TO WS-P-TEXT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-A-STATUS-KBN(WS-A-IDX) = "C"
                        AND FPM-DEL-KBN = SPACE
                       MOVE "D"   TO WS-P-ACTION
                       MOVE "C"   TO WS-P-DEL-KBN
                       MOVE "CLOSED AT THE ADMINISTRATOR"
                         TO WS-P-TEXT
                   WHEN WS-A-STATUS-KBN(WS-A-IDX) NOT = "C"
                        AND FPM-DEL-KBN NOT = SPACE
                       MOVE "D"   TO WS-P-ACTION
                       MOVE SPACE TO WS-P-DEL-KBN
                       MOVE "OPEN AT THE ADMINISTRATOR"
                         TO WS-P-TEXT
                   WHEN WS-A-STATUS-KBN(WS-A-IDX) NOT = "C"
                        AND WS-A-FUND-NAME(WS-A-IDX) NOT = SPACE
                        AND WS-A-FUND-NAME(WS-A-IDX)
                            NOT = FPM-FUND-NAME
                       MOVE "C"   TO WS-P-ACTION
                       MOVE FPM-DEL-KBN TO WS-P-DEL-KBN
                       MOVE "NAME CHANGED AT THE ADMINISTRATOR"
                         TO WS-P-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-A-FUND-NAME(WS-A-IDX) TO WS-P-FUND-NAME
               IF WS-P-ACTION = "D"
                   MOVE FPM-FUND-NAME TO WS-P-FUND-NAME
               END-IF
           END-IF.
           IF WS-P-ACTION = SPACE
               ADD 1 TO WS-MATCH-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-POST-PENDING.

      *---------- onto the maker-checker queue, as SCZY7056 mode M
      *           would record it
       2100-POST-PENDING.
           INITIALIZE FUNDPTFPND-REC.
           MOVE WS-A-KEY(WS-A-IDX) TO PND-KEY.
           MOVE WS-P-ACTION        TO PND-ACTION.
           MOVE WS-P-FUND-NAME     TO PND-NEW-FUND-NAME.
           MOVE WS-P-DEL-KBN       TO PND-NEW-DEL-KBN.
           MOVE "TKDYAB76"         TO PND-MAKER-SID.
           MOVE WS-NOW-STAMP       TO PND-ENTRY-TIME.
           MOVE ZERO               TO PND-NEW-LAUNCH-YMD
                                      PND-NEW-LIQUID-YMD
                                      PND-NEW-MERGE-YMD.
           MOVE SPACE              TO PND-NEW-SUCC-FUND-CD.
           WRITE FUNDPTFPND-REC
               INVALID KEY
                   ADD 1 TO WS-BUSY-CNT
                   MOVE "ALREADY PENDING - NOT POSTED" TO WS-P-TEXT
               NOT INVALID KEY
                   EVALUATE WS-P-ACTION
                       WHEN "A"
                           ADD 1 TO WS-ADD-CNT
                       WHEN "C"
                           ADD 1 TO WS-CHG-CNT
                       WHEN OTHER
                           ADD 1 TO WS-DEL-CNT
                   END-EVALUATE
           END-WRITE.
           MOVE SPACE TO CMP-RPT-LINE.
           IF WS-P-TEXT = "ALREADY PENDING - NOT POSTED"
               MOVE "PENDING EXISTS"  TO CMP-RPT-LINE(1:14)
           ELSE
               MOVE "POSTED "         TO CMP-RPT-LINE(1:7)
               MOVE WS-P-ACTION       TO CMP-RPT-LINE(8:1)
           END-IF.
           MOVE WS-A-KEY(WS-A-IDX)(1:12)  TO CMP-RPT-LINE(18:12).
           MOVE WS-A-KEY(WS-A-IDX)(13:4)  TO CMP-RPT-LINE(31:4).
           MOVE WS-A-KEY(WS-A-IDX)(17:4)  TO CMP-RPT-LINE(36:4).
           MOVE WS-P-TEXT                 TO CMP-RPT-LINE(41:40).
           MOVE WS-P-FUND-NAME            TO CMP-RPT-LINE(82:40).
           WRITE CMP-RPT-LINE.

      *---------- in service here and absent from the feed
       3000-FIND-NOT-ON-FEED.
           MOVE LOW-VALUE TO FPM-KEY.
           MOVE "N" TO WS-EOF-SW.
           START FUNDPTFM-FILE KEY IS NOT LESS THAN FPM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ FUNDPTFM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FPM-DEL-KBN = SPACE
                           PERFORM 3100-CHECK-ON-FEED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       3100-CHECK-ON-FEED.
           MOVE "N" TO WS-A-FOUND-SW.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-A-CNT
                      OR WS-A-FOUND
               IF WS-A-KEY(WS-A-IDX) = FPM-KEY
                   MOVE "Y" TO WS-A-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-A-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GONE-CNT.
           MOVE SPACE TO CMP-RPT-LINE.
           MOVE "NOT ON FEED"         TO CMP-RPT-LINE(1:11).
           MOVE FPM-KEY-FUND-CD       TO CMP-RPT-LINE(18:12).
           MOVE FPM-KEY-PTF-CD        TO CMP-RPT-LINE(31:4).
           MOVE FPM-KEY-HYK-KRTU-CD   TO CMP-RPT-LINE(36:4).
           MOVE "HELD HERE, NO LONGER SENT BY THE ADMINISTRATOR"
                                      TO CMP-RPT-LINE(41:46).
           MOVE FPM-FUND-NAME         TO CMP-RPT-LINE(88:40).
           WRITE CMP-RPT-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACE TO CMP-RPT-LINE.
           WRITE CMP-RPT-LINE.
           MOVE SPACE TO CMP-RPT-LINE.
           STRING "FEED ROWS="         DELIMITED BY SIZE
                  WS-FEED-CNT          DELIMITED BY SIZE
                  "  MATCHED="         DELIMITED BY SIZE
                  WS-MATCH-CNT         DELIMITED BY SIZE
                  "  POSTED ADD="      DELIMITED BY SIZE
                  WS-ADD-CNT           DELIMITED BY SIZE
                  " CHANGE="           DELIMITED BY SIZE
                  WS-CHG-CNT           DELIMITED BY SIZE
                  " DEL-KBN="          DELIMITED BY SIZE
                  WS-DEL-CNT           DELIMITED BY SIZE
                  "  ALREADY PENDING=" DELIMITED BY SIZE
                  WS-BUSY-CNT          DELIMITED BY SIZE
                  "  NOT ON FEED="     DELIMITED BY SIZE
                  WS-GONE-CNT          DELIMITED BY SIZE
                  INTO CMP-RPT-LINE
           END-STRING.
           WRITE CMP-RPT-LINE.
