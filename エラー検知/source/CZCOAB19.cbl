      ******************************************************************
      *
      *  System ID      : CZCO
      *  System name    : Common control subsystem
      *  Program ID     : CZCOAB19
      *  Program name   : Maintenance-window check routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One callable answer to "was this planned downtime?" for
      *  the alerting and SLA paths.  The MNTWINM windows are read
      *  once on the first call of the run and kept.  Function T
      *  says whether a moment falls inside a window that applies
      *  to the caller's company, group and queue; function O
      *  gives the minutes of a start..end span spent inside such
      *  windows, never more than the span itself.  A window
      *  field of spaces covers everything; a window field that
      *  is set covers only a caller that carries the same value,
      *  so an alert that cannot say where it came from is never
      *  swallowed by a narrow window.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CZCOAB19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-MSTR    ASSIGN TO "MNTWINM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS MW-KEY
                  FILE STATUS    IS WS-MW-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-MSTR.
           COPY MNTWINM.

       WORKING-STORAGE SECTION.
       01  WS-MW-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LOADED-SW                   PIC  X(01)  VALUE "N".
           88  WS-LOADED                  VALUE "Y".

      *---------- the windows on file, start and end as minutes
       01  WS-W-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-W-TBL.
           05  WS-W-ENTRY  OCCURS 1000.
               10  WS-W-CHANGE-REF        PIC  X(16).
               10  WS-W-TO-TIME           PIC  X(14).
               10  WS-W-FROM-INT          PIC  9(11).
               10  WS-W-TO-INT            PIC  9(11).
               10  WS-W-RIYO-CMP-CD       PIC  X(04).
               10  WS-W-GRP-CD            PIC  X(10).
               10  WS-W-QUEUE-NAME        PIC  X(16)  OCCURS 5.
       01  WS-W-IDX                       PIC  9(04).
       01  WS-Q-IDX                       PIC  9(01).
       01  WS-APPLIES-SW                  PIC  X(01).
           88  WS-APPLIES                 VALUE "Y".
       01  WS-Q-SET-SW                    PIC  X(01).
           88  WS-Q-SET                   VALUE "Y".
       01  WS-Q-HIT-SW                    PIC  X(01).
           88  WS-Q-HIT                   VALUE "Y".

      *---------- timestamp to minutes
       01  WS-CNV-TIME                    PIC  X(14).
       01  WS-CNV-YMD                     PIC  9(08).
       01  WS-CNV-HH                      PIC  9(02).
       01  WS-CNV-MM                      PIC  9(02).
       01  WS-CNV-INT                     PIC  9(11).
       01  WS-CNV-OK-SW                   PIC  X(01).
           88  WS-CNV-OK                  VALUE "Y".

       01  WS-AT-INT                      PIC  9(11).
       01  WS-END-INT                     PIC  9(11).
       01  WS-LO-INT                      PIC  9(11).
       01  WS-HI-INT                      PIC  9(11).
       01  WS-SPAN-MIN                    PIC  9(07).

       LINKAGE SECTION.
           COPY CZCOAB19
               REPLACING ==05  PARM-CZCOAB19-ARG1==
                      BY ==01  PARM-CZCOAB19-ARG1==
                         ==05  PARM-CZCOAB19-ARG2==
                      BY ==01  PARM-CZCOAB19-ARG2==
                         ==05  PARM-CZCOAB19-ARG3==
                      BY ==01  PARM-CZCOAB19-ARG3==.

       PROCEDURE DIVISION USING PARM-CZCOAB19-ARG1
                                 PARM-CZCOAB19-ARG2
                                 PARM-CZCOAB19-ARG3.
       0000-MAIN.
           MOVE "00"  TO MWC-RC.
           MOVE "N"   TO MWC-IN-WINDOW-IND.
           MOVE SPACE TO MWC-CHANGE-REF MWC-WIN-TO-TIME.
           MOVE ZERO  TO MWC-OVERLAP-MIN.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-WINDOWS
           END-IF.
           EVALUATE MWC-FUNCTION
               WHEN "T"
                   PERFORM 2000-CHECK-TIME
               WHEN "O"
                   PERFORM 3000-OVERLAP-MIN
               WHEN OTHER
                   MOVE "90" TO MWC-RC
           END-EVALUATE.
           GOBACK.

      *---------- a withdrawn window, or one whose times do not
      *           read as dates, covers nothing
       1000-LOAD-WINDOWS.
           MOVE "Y" TO WS-LOADED-SW.
           OPEN INPUT WINDOW-MSTR.
           IF WS-MW-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ WINDOW-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MW-DEL-KBN NOT = "D"
                          AND WS-W-CNT < 1000
                           PERFORM 1100-KEEP-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINDOW-MSTR.

       1100-KEEP-WINDOW.
           MOVE MW-FROM-TIME TO WS-CNV-TIME.
           PERFORM 8000-TIME-TO-MIN.
           IF NOT WS-CNV-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNV-INT   TO WS-LO-INT.
           MOVE MW-TO-TIME   TO WS-CNV-TIME.
           PERFORM 8000-TIME-TO-MIN.
           IF NOT WS-CNV-OK OR WS-CNV-INT <= WS-LO-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-W-CNT.
           MOVE MW-CHANGE-REF  TO WS-W-CHANGE-REF(WS-W-CNT).
           MOVE MW-TO-TIME     TO WS-W-TO-TIME(WS-W-CNT).
           MOVE WS-LO-INT      TO WS-W-FROM-INT(WS-W-CNT).
           MOVE WS-CNV-INT     TO WS-W-TO-INT(WS-W-CNT).
           MOVE MW-RIYO-CMP-CD TO WS-W-RIYO-CMP-CD(WS-W-CNT).
           MOVE MW-GRP-CD      TO WS-W-GRP-CD(WS-W-CNT).
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 5
               MOVE MW-QUEUE-NAME(WS-Q-IDX)
                 TO WS-W-QUEUE-NAME(WS-W-CNT WS-Q-IDX)
           END-PERFORM.

       2000-CHECK-TIME.
           MOVE MWC-AT-TIME TO WS-CNV-TIME.
           PERFORM 8000-TIME-TO-MIN.
           IF NOT WS-CNV-OK
               MOVE "20" TO MWC-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNV-INT TO WS-AT-INT.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-W-CNT
                      OR MWC-IN-WINDOW-IND = "Y"
               IF WS-AT-INT >= WS-W-FROM-INT(WS-W-IDX)
                  AND WS-AT-INT < WS-W-TO-INT(WS-W-IDX)
                   PERFORM 7000-CHECK-APPLIES
                   IF WS-APPLIES
                       MOVE "Y" TO MWC-IN-WINDOW-IND
                       MOVE WS-W-CHANGE-REF(WS-W-IDX)
                         TO MWC-CHANGE-REF
                       MOVE WS-W-TO-TIME(WS-W-IDX)
                         TO MWC-WIN-TO-TIME
                   END-IF
               END-IF
           END-PERFORM.

      *---------- windows are added one by one; two windows over
      *           the same minutes would count them twice, hence
      *           the cap at the span
       3000-OVERLAP-MIN.
           MOVE MWC-AT-TIME  TO WS-CNV-TIME.
           PERFORM 8000-TIME-TO-MIN.
           IF NOT WS-CNV-OK
               MOVE "20" TO MWC-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNV-INT   TO WS-AT-INT.
           MOVE MWC-END-TIME TO WS-CNV-TIME.
           PERFORM 8000-TIME-TO-MIN.
           IF NOT WS-CNV-OK OR WS-CNV-INT <= WS-AT-INT
               MOVE "20" TO MWC-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNV-INT   TO WS-END-INT.
           COMPUTE WS-SPAN-MIN = WS-END-INT - WS-AT-INT.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-W-CNT
               IF WS-W-FROM-INT(WS-W-IDX) < WS-END-INT
                  AND WS-W-TO-INT(WS-W-IDX) > WS-AT-INT
                   PERFORM 7000-CHECK-APPLIES
                   IF WS-APPLIES
                       PERFORM 3100-ADD-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.
           IF MWC-OVERLAP-MIN > WS-SPAN-MIN
               MOVE WS-SPAN-MIN TO MWC-OVERLAP-MIN
           END-IF.

       3100-ADD-OVERLAP.
           IF WS-W-FROM-INT(WS-W-IDX) > WS-AT-INT
               MOVE WS-W-FROM-INT(WS-W-IDX) TO WS-LO-INT
           ELSE
               MOVE WS-AT-INT               TO WS-LO-INT
           END-IF.
           IF WS-W-TO-INT(WS-W-IDX) < WS-END-INT
               MOVE WS-W-TO-INT(WS-W-IDX)   TO WS-HI-INT
           ELSE
               MOVE WS-END-INT              TO WS-HI-INT
           END-IF.
           COMPUTE MWC-OVERLAP-MIN =
               MWC-OVERLAP-MIN + WS-HI-INT - WS-LO-INT.
           IF MWC-IN-WINDOW-IND NOT = "Y"
               MOVE "Y"                       TO MWC-IN-WINDOW-IND
               MOVE WS-W-CHANGE-REF(WS-W-IDX) TO MWC-CHANGE-REF
               MOVE WS-W-TO-TIME(WS-W-IDX)    TO MWC-WIN-TO-TIME
           END-IF.

       7000-CHECK-APPLIES.
           MOVE "N" TO WS-APPLIES-SW.
           IF WS-W-RIYO-CMP-CD(WS-W-IDX) NOT = SPACE
              AND WS-W-RIYO-CMP-CD(WS-W-IDX) NOT = MWC-RIYO-CMP-CD
               EXIT PARAGRAPH
           END-IF.
           IF WS-W-GRP-CD(WS-W-IDX) NOT = SPACE
              AND WS-W-GRP-CD(WS-W-IDX) NOT = MWC-GRP-CD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Q-SET-SW WS-Q-HIT-SW.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 5
               IF WS-W-QUEUE-NAME(WS-W-IDX WS-Q-IDX) NOT = SPACE
                   MOVE "Y" TO WS-Q-SET-SW
                   IF WS-W-QUEUE-NAME(WS-W-IDX WS-Q-IDX)
                      = MWC-QUEUE-NAME
                       MOVE "Y" TO WS-Q-HIT-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Q-SET AND NOT WS-Q-HIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APPLIES-SW.

       8000-TIME-TO-MIN.
           MOVE "N" TO WS-CNV-OK-SW.
           IF WS-CNV-TIME(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNV-TIME(1:8)  TO WS-CNV-YMD.
           MOVE WS-CNV-TIME(9:2)  TO WS-CNV-HH.
           MOVE WS-CNV-TIME(11:2) TO WS-CNV-MM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-YMD) NOT = ZERO
              OR WS-CNV-HH > 23 OR WS-CNV-MM > 59
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CNV-INT =
               (FUNCTION INTEGER-OF-DATE(WS-CNV-YMD) * 1440)
               + (WS-CNV-HH * 60) + WS-CNV-MM.
           MOVE "Y" TO WS-CNV-OK-SW.
