      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260808   SCS                New - request 026
      *  20261015   SCS                Function "U" only makes the
      *                                status moves the STSTRNM
      *                                rules allow; an authorised
      *                                operator may force one with
      *                                a reason; refused and forced
      *                                moves are logged to STSVIOL
      *
      *  Companion to SCZY7050's INSERT routine: looks up a row by
      *  the same eight business fields and either updates its
      *  to back out and reprocess the whole batch, following the
      *  same EVALUATE/function-code dispatch convention as SCZY1020.
      *
      *  A status move is made only when STSTRNM holds an in-service
      *  row for it (a move to the status the row already has always
      *  passes; with no STSTRNM file at all every move passes, as
      *  before the rules existed).  Any other move is refused with
      *  IXST-RC 12, unless IXST-OVERRIDE-SW is "Y" from an operator
      *  in service on STSOVRM with a reason, when it is forced;
      *  an override that fails those checks gets IXST-RC 16.
      *  Every refused and forced move is appended to STSVIOL with
      *  the calling program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY7051.
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS EXST-KEY
                  FILE STATUS     IS WS-EXST-STS.
           SELECT STSTRNM-FILE    ASSIGN TO "STSTRNM"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS TN-KEY
                  FILE STATUS     IS WS-TN-STS.
           SELECT STSOVRM-FILE    ASSIGN TO "STSOVRM"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS OA-OPR-SID
                  FILE STATUS     IS WS-OA-STS.
           SELECT STSVIOL-FILE    ASSIGN TO "STSVIOL"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-SV-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCZY7050EX-FILE.
           COPY SCZY7050EX.

       FD  STSTRNM-FILE.
           COPY STSTRNM.

       FD  STSOVRM-FILE.
           COPY STSOVRM.

       FD  STSVIOL-FILE.
           COPY STSVIOL.

       WORKING-STORAGE SECTION.
       01  WS-EXST-STS                    PIC  X(02).
       01  WS-TN-STS                      PIC  X(02).
       01  WS-OA-STS                      PIC  X(02).
       01  WS-SV-STS                      PIC  X(02).
       01  WS-OPEN-SW                     PIC  X(01)  VALUE "N".
       01  WS-LEGAL-SW                    PIC  X(01).
           88  WS-LEGAL-MOVE              VALUE "Y".
       01  WS-AUTH-SW                     PIC  X(01).
           88  WS-AUTH-OK                 VALUE "Y".
       01  WS-OLD-STATUS-CD               PIC  X(01).
       01  WS-ACTION-KBN                  PIC  X(01).
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

       LINKAGE SECTION.
           COPY SCZY7051
       0000-MAIN.
           MOVE "N" TO IXST-FOUND-IND.
           MOVE SPACE TO IXST-OUT-STATUS-CD.
           MOVE 4     TO IXST-RC.

           OPEN I-O SCZY7050EX-FILE.
           IF WS-EXST-STS = "00"
               MOVE "Y" TO WS-OPEN-SW
               PERFORM 1000-FIND-ROW
               IF IXST-FOUND-IND = "Y"
                   MOVE ZERO TO IXST-RC
                   EVALUATE IXST-FUNCTION
                       WHEN "U"
                           PERFORM 2000-UPDATE-STATUS
           END-READ.

       2000-UPDATE-STATUS.
           MOVE EXST-STATUS-CD     TO WS-OLD-STATUS-CD.
           PERFORM 2100-CHECK-TRANSITION.
           IF NOT WS-LEGAL-MOVE
               IF IXST-OVERRIDE-SW NOT = "Y"
                   MOVE 12  TO IXST-RC
                   MOVE "R" TO WS-ACTION-KBN
                   PERFORM 2300-LOG-VIOLATION
                   MOVE EXST-STATUS-CD TO IXST-OUT-STATUS-CD
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2200-CHECK-OVERRIDE
               IF NOT WS-AUTH-OK
                   MOVE 16  TO IXST-RC
                   MOVE "X" TO WS-ACTION-KBN
                   PERFORM 2300-LOG-VIOLATION
                   MOVE EXST-STATUS-CD TO IXST-OUT-STATUS-CD
                   EXIT PARAGRAPH
               END-IF
               MOVE "F" TO WS-ACTION-KBN
               PERFORM 2300-LOG-VIOLATION
           END-IF.
           MOVE IXST-NEW-STATUS-CD TO EXST-STATUS-CD.
           REWRITE SCZY7050EX-REC.
           MOVE EXST-STATUS-CD     TO IXST-OUT-STATUS-CD.

      *---------- the move is legal when it changes nothing, when no
      *           rules have been set up, or when STSTRNM has an
      *           in-service row for it
       2100-CHECK-TRANSITION.
           MOVE "N" TO WS-LEGAL-SW.
           IF IXST-NEW-STATUS-CD = EXST-STATUS-CD
               MOVE "Y" TO WS-LEGAL-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STSTRNM-FILE.
           IF WS-TN-STS = "05" OR WS-TN-STS = "35"
               MOVE "Y" TO WS-LEGAL-SW
               IF WS-TN-STS = "05"
                   CLOSE STSTRNM-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-TN-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE EXST-STATUS-CD     TO TN-FROM-STATUS-CD.
           MOVE IXST-NEW-STATUS-CD TO TN-TO-STATUS-CD.
           READ STSTRNM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TN-DEL-KBN = SPACE
                       MOVE "Y" TO WS-LEGAL-SW
                   END-IF
           END-READ.
           CLOSE STSTRNM-FILE.

      *---------- an override needs a reason and an operator in
      *           service on STSOVRM
       2200-CHECK-OVERRIDE.
           MOVE "N" TO WS-AUTH-SW.
           IF IXST-OPR-SID = SPACE
              OR IXST-OVERRIDE-REASON = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STSOVRM-FILE.
           IF WS-OA-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE IXST-OPR-SID TO OA-OPR-SID.
           READ STSOVRM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OA-DEL-KBN = SPACE
                       MOVE "Y" TO WS-AUTH-SW
                   END-IF
           END-READ.
           CLOSE STSOVRM-FILE.

       2300-LOG-VIOLATION.
           OPEN EXTEND STSVIOL-FILE.
           IF WS-SV-STS = "05" OR WS-SV-STS = "35"
               OPEN OUTPUT STSVIOL-FILE
           END-IF.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP          TO SV-EVENT-TIME.
           MOVE EXST-RIYO-CMP-CD      TO SV-RIYO-CMP-CD.
           MOVE EXST-SYORI-YMD        TO SV-SYORI-YMD.
           MOVE EXST-KIDOU-ID         TO SV-KIDOU-ID.
           MOVE EXST-GYOMU-TASK-ID    TO SV-GYOMU-TASK-ID.
           MOVE EXST-FUND-CD          TO SV-FUND-CD.
           MOVE EXST-PTF-CD           TO SV-PTF-CD.
           MOVE EXST-HYK-KRTU-CD      TO SV-HYK-KRTU-CD.
           MOVE EXST-REP-ID           TO SV-REP-ID.
           MOVE WS-OLD-STATUS-CD      TO SV-OLD-STATUS-CD.
           MOVE IXST-NEW-STATUS-CD    TO SV-NEW-STATUS-CD.
           MOVE WS-ACTION-KBN         TO SV-ACTION-KBN.
           MOVE IXST-CALLER-PGMID     TO SV-CALLER-PGMID.
           IF IXST-OVERRIDE-SW = "Y"
               MOVE IXST-OPR-SID          TO SV-OPR-SID
               MOVE IXST-OVERRIDE-REASON  TO SV-REASON
           ELSE
               MOVE SPACE TO SV-OPR-SID SV-REASON
           END-IF.
           WRITE STSVIOL-REC.
           CLOSE STSVIOL-FILE.

       3000-CORRECT-KJN-YMD.
           MOVE IXST-NEW-KJN-YMD-FROM TO EXST-KJN-YMD-FROM.
           MOVE IXST-NEW-KJN-YMD-TO   TO EXST-KJN-YMD-TO.
