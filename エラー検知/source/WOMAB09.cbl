      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Program ID     : WOMAB09
      *  Program name   : Least-privilege rank usage analysis
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  The evidence the WOMAB06 recertification pack lacks: not
      *  only which JOB-RANK-01..10 each user holds, but which of
      *  them they actually exercise.  Grants are the ranks a user
      *  was seen carrying anywhere on the WOMAB01 capture log (the
      *  WOMAB06 reading); activity is any capture or CZCOAB08
      *  decision inside the window; a rank counts as used when a
      *  CZCOAB08 allow decision inside the window names it as the
      *  rank that carried the grant (CZCOAB08ALF).
      *  Per user, one USER line then one RANK line per held rank
      *  not used in the window - each a removal candidate for the
      *  next recertification cycle - or, for a user with no
      *  activity at all, every held rank under a NO-ACTIVITY user
      *  line.  The window is the PR-WINDOW-DAYS days (default 90)
      *  ending on PR-ASOF-YMD (default today) on parameter file
      *  WOMAB09PRM.  RC 4 when any candidate is listed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WOMAB09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "WOMAB09PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT AIFALOG-FILE   ASSIGN TO "WOMAB01ALF"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-AL-STS.
           SELECT ALLOW-LOG-FILE ASSIGN TO "CZCOAB08ALF"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-AW-STS.
           SELECT JOBRANKPM-MSTR  ASSIGN TO "JOBRANKPMSTR"
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS JRP-JOB-RANK
                  FILE STATUS     IS WS-JRP-STS.
           SELECT USAGE-RPT      ASSIGN TO "WOMAB09RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-ASOF-YMD                PIC  9(08).
           05  PR-WINDOW-DAYS             PIC  9(03).

       FD  AIFALOG-FILE.
           COPY AIFALOG.

       FD  ALLOW-LOG-FILE.
           COPY CZCOALW.

       FD  JOBRANKPM-MSTR.
           COPY JOBRANKPM.

       FD  USAGE-RPT.
       01  USAGE-RPT-LINE                 PIC  X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-AL-STS                      PIC  X(02).
       01  WS-AW-STS                      PIC  X(02).
       01  WS-JRP-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-ASOF-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-WINDOW-DAYS                 PIC  9(03)  VALUE 90.
       01  WS-FROM-YMD                    PIC  9(08)  VALUE ZERO.
       01  WS-UNUSED-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-IDLE-CNT                    PIC  9(05)  VALUE ZERO.

      *---------- one entry per JOB-USER-ID seen on either log, with
      *           the ranks they carried and which of those were used
       01  WS-U-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-U-TBL.
           05  WS-U-ENTRY  OCCURS 2000.
               10  WS-U-USER-ID           PIC  X(08).
               10  WS-U-COMPANY-CODE      PIC  X(04).
      *---------- captures and allow decisions inside the window
               10  WS-U-WIN-CNT           PIC  9(07).
               10  WS-U-ALLOW-CNT         PIC  9(07).
               10  WS-U-LAST-YMD          PIC  X(08).
               10  WS-U-RANK-CNT          PIC  9(02).
               10  WS-U-RANK-ENTRY  OCCURS 10.
                   15  WS-U-RANK          PIC  X(02).
                   15  WS-U-RANK-USES     PIC  9(07).
       01  WS-U-IDX                       PIC  9(04).
       01  WS-CUR-U                       PIC  9(04).
       01  WS-R-IDX                       PIC  9(02).
       01  WS-S-IDX                       PIC  9(02).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-CUR-USER-ID                 PIC  X(08).
       01  WS-CUR-COMPANY-CODE            PIC  X(04).
       01  WS-CUR-YMD                     PIC  X(08).
       01  WS-CUR-RANK                    PIC  X(02).
       01  WS-VERDICT                     PIC  X(16).
       01  WS-GRANTS                      PIC  X(12).
       01  WS-USER-UNUSED                 PIC  9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           PERFORM 2000-AGGREGATE-CAPTURES.
           PERFORM 3000-FOLD-ALLOWS.
           PERFORM 4000-WRITE-ANALYSIS.
           IF WS-UNUSED-CNT > ZERO OR WS-IDLE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-ASOF-YMD IS NUMERIC
                           MOVE PR-ASOF-YMD    TO WS-ASOF-YMD
                       END-IF
                       IF PR-WINDOW-DAYS IS NUMERIC
                          AND PR-WINDOW-DAYS > ZERO
                           MOVE PR-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-YMD) NOT = 0
               ACCEPT WS-NOW FROM DATE YYYYMMDD
               MOVE WS-NOW(1:8) TO WS-ASOF-YMD
           END-IF.
           COMPUTE WS-FROM-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD)
                   - WS-WINDOW-DAYS + 1).

      *---------- grants off the whole log, activity off the window
       2000-AGGREGATE-CAPTURES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AIFALOG-FILE.
           IF WS-AL-STS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-AL
           END-IF.
           PERFORM UNTIL WS-EOF
               IF AL-JOB-USER-ID NOT = SPACE
                   MOVE AL-JOB-USER-ID  TO WS-CUR-USER-ID
                   MOVE AL-COMPANY-CODE TO WS-CUR-COMPANY-CODE
                   PERFORM 2200-FIND-USER
                   IF WS-CUR-U > ZERO
                       PERFORM 2300-FOLD-ONE-CAPTURE
                   END-IF
               END-IF
               PERFORM 2100-READ-AL
           END-PERFORM.
           CLOSE AIFALOG-FILE.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-AL.
           READ AIFALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-FIND-USER.
           MOVE "N"  TO WS-FOUND-SW.
           MOVE ZERO TO WS-CUR-U.
           PERFORM VARYING WS-U-IDX FROM 1 BY 1
                   UNTIL WS-U-IDX > WS-U-CNT
                      OR WS-FOUND
               IF WS-U-USER-ID(WS-U-IDX) = WS-CUR-USER-ID
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-U-IDX TO WS-CUR-U
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-U-CNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-U-CNT
               MOVE WS-U-CNT TO WS-CUR-U
               MOVE WS-CUR-USER-ID      TO WS-U-USER-ID(WS-CUR-U)
               MOVE WS-CUR-COMPANY-CODE TO WS-U-COMPANY-CODE(WS-CUR-U)
               MOVE SPACE TO WS-U-LAST-YMD(WS-CUR-U)
               MOVE ZERO  TO WS-U-WIN-CNT(WS-CUR-U)
                             WS-U-ALLOW-CNT(WS-CUR-U)
                             WS-U-RANK-CNT(WS-CUR-U)
           END-IF.

       2300-FOLD-ONE-CAPTURE.
           IF AL-PROC-DATE >= WS-FROM-YMD
              AND AL-PROC-DATE <= WS-ASOF-YMD
               ADD 1 TO WS-U-WIN-CNT(WS-CUR-U)
               MOVE AL-PROC-DATE TO WS-CUR-YMD
               PERFORM 2500-NOTE-ACTIVITY
           END-IF.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > 10
               IF AL-JOB-RANK(WS-S-IDX) NOT = SPACE
                   MOVE AL-JOB-RANK(WS-S-IDX) TO WS-CUR-RANK
                   PERFORM 2400-NOTE-RANK
               END-IF
           END-PERFORM.

      *---------- leaves WS-R-IDX on the rank's slot, or past the
      *           last slot when the table is full
       2400-NOTE-RANK.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-U-RANK-CNT(WS-CUR-U)
                      OR WS-FOUND
               IF WS-U-RANK(WS-CUR-U, WS-R-IDX) = WS-CUR-RANK
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-R-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-U-RANK-CNT(WS-CUR-U) < 10
               ADD 1 TO WS-U-RANK-CNT(WS-CUR-U)
               MOVE WS-U-RANK-CNT(WS-CUR-U) TO WS-R-IDX
               MOVE WS-CUR-RANK TO WS-U-RANK(WS-CUR-U, WS-R-IDX)
               MOVE ZERO        TO WS-U-RANK-USES(WS-CUR-U, WS-R-IDX)
           END-IF.

       2500-NOTE-ACTIVITY.
           IF WS-CUR-YMD > WS-U-LAST-YMD(WS-CUR-U)
               MOVE WS-CUR-YMD TO WS-U-LAST-YMD(WS-CUR-U)
           END-IF.

      *---------- an allow names the rank that carried it; a rank
      *           only ever seen here (no capture yet) is still held
       3000-FOLD-ALLOWS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ALLOW-LOG-FILE.
           IF WS-AW-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-AW.
           PERFORM UNTIL WS-EOF
               IF AW-JOB-USER-ID NOT = SPACE
                  AND AW-ALLOW-TIME(1:8) >= WS-FROM-YMD
                  AND AW-ALLOW-TIME(1:8) <= WS-ASOF-YMD
                   MOVE AW-JOB-USER-ID  TO WS-CUR-USER-ID
                   MOVE AW-COMPANY-CODE TO WS-CUR-COMPANY-CODE
                   PERFORM 2200-FIND-USER
                   IF WS-CUR-U > ZERO
                       PERFORM 3200-FOLD-ONE-ALLOW
                   END-IF
               END-IF
               PERFORM 3100-READ-AW
           END-PERFORM.
           CLOSE ALLOW-LOG-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-AW.
           READ ALLOW-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-FOLD-ONE-ALLOW.
           ADD 1 TO WS-U-ALLOW-CNT(WS-CUR-U).
           MOVE AW-ALLOW-TIME(1:8) TO WS-CUR-YMD.
           PERFORM 2500-NOTE-ACTIVITY.
           IF AW-JOB-RANK = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE AW-JOB-RANK TO WS-CUR-RANK.
           PERFORM 2400-NOTE-RANK.
           IF WS-R-IDX <= WS-U-RANK-CNT(WS-CUR-U)
               ADD 1 TO WS-U-RANK-USES(WS-CUR-U, WS-R-IDX)
           END-IF.

       4000-WRITE-ANALYSIS.
           OPEN INPUT JOBRANKPM-MSTR.
           OPEN OUTPUT USAGE-RPT.
           MOVE SPACE TO USAGE-RPT-LINE.
           STRING "RANK USAGE WINDOW="   DELIMITED BY SIZE
                  WS-FROM-YMD            DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-ASOF-YMD            DELIMITED BY SIZE
                  " DAYS="               DELIMITED BY SIZE
                  WS-WINDOW-DAYS         DELIMITED BY SIZE
                  INTO USAGE-RPT-LINE
           END-STRING.
           WRITE USAGE-RPT-LINE.
           PERFORM VARYING WS-U-IDX FROM 1 BY 1
                   UNTIL WS-U-IDX > WS-U-CNT
               PERFORM 4100-WRITE-ONE-USER
           END-PERFORM.
           MOVE SPACE TO USAGE-RPT-LINE.
           STRING "TOTALS USERS="        DELIMITED BY SIZE
                  WS-U-CNT               DELIMITED BY SIZE
                  " NO-ACTIVITY="        DELIMITED BY SIZE
                  WS-IDLE-CNT            DELIMITED BY SIZE
                  " UNUSED-GRANTS="      DELIMITED BY SIZE
                  WS-UNUSED-CNT          DELIMITED BY SIZE
                  INTO USAGE-RPT-LINE
           END-STRING.
           WRITE USAGE-RPT-LINE.
           CLOSE JOBRANKPM-MSTR.
           CLOSE USAGE-RPT.

      *---------- users using every rank they hold are left off
       4100-WRITE-ONE-USER.
           MOVE ZERO TO WS-USER-UNUSED.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-U-RANK-CNT(WS-U-IDX)
               IF WS-U-RANK-USES(WS-U-IDX, WS-R-IDX) = ZERO
                   ADD 1 TO WS-USER-UNUSED
               END-IF
           END-PERFORM.
           IF WS-U-WIN-CNT(WS-U-IDX) = ZERO
              AND WS-U-ALLOW-CNT(WS-U-IDX) = ZERO
               MOVE "NO-ACTIVITY"      TO WS-VERDICT
               ADD 1 TO WS-IDLE-CNT
           ELSE
               IF WS-USER-UNUSED = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE "UNUSED-GRANTS"    TO WS-VERDICT
           END-IF.
           MOVE SPACE TO USAGE-RPT-LINE.
           STRING "USER="          DELIMITED BY SIZE
                  WS-U-USER-ID(WS-U-IDX)      DELIMITED BY SIZE
                  " CMP="          DELIMITED BY SIZE
                  WS-U-COMPANY-CODE(WS-U-IDX) DELIMITED BY SIZE
                  " USES="         DELIMITED BY SIZE
                  WS-U-WIN-CNT(WS-U-IDX)      DELIMITED BY SIZE
                  " ALLOWS="       DELIMITED BY SIZE
                  WS-U-ALLOW-CNT(WS-U-IDX)    DELIMITED BY SIZE
                  " LAST="         DELIMITED BY SIZE
                  WS-U-LAST-YMD(WS-U-IDX)     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-VERDICT       DELIMITED BY SIZE
                  INTO USAGE-RPT-LINE
           END-STRING.
           WRITE USAGE-RPT-LINE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-U-RANK-CNT(WS-U-IDX)
               IF WS-U-RANK-USES(WS-U-IDX, WS-R-IDX) = ZERO
                   ADD 1 TO WS-UNUSED-CNT
                   PERFORM 4200-WRITE-ONE-RANK
               END-IF
           END-PERFORM.

       4200-WRITE-ONE-RANK.
           MOVE WS-U-RANK(WS-U-IDX, WS-R-IDX) TO JRP-JOB-RANK.
           MOVE SPACE TO WS-GRANTS.
           READ JOBRANKPM-MSTR
               INVALID KEY
                   MOVE "UNREGISTERED" TO WS-GRANTS
               NOT INVALID KEY
                   STRING "M=" DELIMITED BY SIZE
                          JRP-MENU-USABLE   DELIMITED BY SIZE
                          " T="             DELIMITED BY SIZE
                          JRP-TASK-USABLE   DELIMITED BY SIZE
                          " R="             DELIMITED BY SIZE
                          JRP-REPORT-USABLE DELIMITED BY SIZE
                          INTO WS-GRANTS
                   END-STRING
           END-READ.
           MOVE SPACE TO USAGE-RPT-LINE.
           STRING "  RANK="        DELIMITED BY SIZE
                  WS-U-RANK(WS-U-IDX, WS-R-IDX) DELIMITED BY SIZE
                  " GRANTS "       DELIMITED BY SIZE
                  WS-GRANTS        DELIMITED BY SIZE
                  " NOT USED IN WINDOW - REMOVE-CANDIDATE"
                                   DELIMITED BY SIZE
                  INTO USAGE-RPT-LINE
           END-STRING.
           WRITE USAGE-RPT-LINE.
