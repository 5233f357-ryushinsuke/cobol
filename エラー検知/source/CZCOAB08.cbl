      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Allow decisions logged to
      *                                CZCOAB08ALF with the granting
      *                                rank, for the WOMAB09 usage
      *                                analysis
      *
      *  One callable decision for the permission logic every screen
      *  used to hand-roll: takes the caller's WOMCMAIFA header and
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS JRP-JOB-RANK
                  FILE STATUS     IS WS-JRP-STS.
           SELECT ALLOW-LOG-FILE  ASSIGN TO "CZCOAB08ALF"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-AW-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBRANKPM-MSTR.
           COPY JOBRANKPM.

       FD  ALLOW-LOG-FILE.
           COPY CZCOALW.

       WORKING-STORAGE SECTION.
       01  WS-JRP-STS                     PIC  X(02).
       01  WS-AW-STS                      PIC  X(02).
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
      *---------- the held rank that carried the grant
       01  WS-GRANT-RANK                  PIC  X(02).
       01  WS-RANK-TBL.
           05  WS-RANK  OCCURS 10         PIC  X(02).
       01  WS-RANK-IDX                    PIC  9(02).
           MOVE "N" TO AUTH-ALLOW-IND.
           MOVE "N" TO WS-GRANT-SW.
           MOVE "N" TO WS-RESTRICT-SW.
           MOVE SPACE TO WS-GRANT-RANK.

           PERFORM 1000-CHECK-HEADER-FLAG.
           IF NOT WS-RESTRICTED

           IF NOT WS-RESTRICTED AND WS-GRANTED
               MOVE "Y" TO AUTH-ALLOW-IND
               PERFORM 6000-LOG-ALLOW
           ELSE
               PERFORM 5000-LOG-DENIAL
           END-IF.
                   END-EVALUATE
                   IF WS-USABLE-VAL = "1"
                       SET WS-GRANTED TO TRUE
                       MOVE WS-RANK(WS-RANK-IDX) TO WS-GRANT-RANK
                   END-IF
           END-READ.

           CALL "CZCOAB01" USING PARM-CZCOAB01-ARG1
                                  PARM-CZCOAB01-ARG2
           END-CALL.

       6000-LOG-ALLOW.
           OPEN EXTEND ALLOW-LOG-FILE.
           IF WS-AW-STS = "05" OR WS-AW-STS = "35"
               OPEN OUTPUT ALLOW-LOG-FILE
           END-IF.
           MOVE REQUEST-ID OF PARM-CZCOAB08-ARG2 TO AW-REQUEST-ID.
           MOVE JOB-USER-ID          TO AW-JOB-USER-ID.
           MOVE COMPANY-CODE         TO AW-COMPANY-CODE.
           MOVE USER-NAME OF PARM-CZCOAB08-ARG2 TO AW-USER-NAME.
           MOVE AUTH-RESOURCE-CLASS  TO AW-RESOURCE-CLASS.
           MOVE WS-GRANT-RANK        TO AW-JOB-RANK.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP         TO AW-ALLOW-TIME.
           WRITE ALLOW-LOG-REC.
           CLOSE ALLOW-LOG-FILE.
