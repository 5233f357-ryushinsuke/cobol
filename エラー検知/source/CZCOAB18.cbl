      ******************************************************************
      *
      *  System ID      : CZCO
      *  System name    : Common control subsystem
      *  Program ID     : CZCOAB18
      *  Program name   : Change-freeze check routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  The one place the reference-master maintenance transactions
      *  ask whether a change freeze is on.  Function C looks for a
      *  FREEZEPM row, not withdrawn, whose FROM/TO covers today and
      *  whose master type and company are spaces or the caller's;
      *  a caller that cannot tell the company (spaces) is caught by
      *  a company-scoped freeze too.  Function O takes an emergency
      *  override of that freeze: it needs a second approver SID
      *  other than the operator's and a reason, and each accepted
      *  override is appended to FRZOVRLG for the TKDYAB82 report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CZCOAB18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-MSTR    ASSIGN TO "FREEZEPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS FZ-KEY
                  FILE STATUS    IS WS-FZ-STS.
           SELECT OVERRIDE-LOG   ASSIGN TO "FRZOVRLG"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-FO-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-MSTR.
           COPY FREEZEPM.

       FD  OVERRIDE-LOG.
           COPY FRZOVRLG.

       WORKING-STORAGE SECTION.
       01  WS-FZ-STS                      PIC  X(02).
       01  WS-FO-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01).
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-TODAY-YMD                   PIC  9(08).

       LINKAGE SECTION.
           COPY CZCOAB18
               REPLACING ==05  PARM-CZCOAB18-ARG1==
                      BY ==01  PARM-CZCOAB18-ARG1==
                         ==05  PARM-CZCOAB18-ARG2==
                      BY ==01  PARM-CZCOAB18-ARG2==
                         ==05  PARM-CZCOAB18-ARG3==
                      BY ==01  PARM-CZCOAB18-ARG3==.

       PROCEDURE DIVISION USING PARM-CZCOAB18-ARG1
                                 PARM-CZCOAB18-ARG2
                                 PARM-CZCOAB18-ARG3.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE "00"  TO FZC-RC.
           MOVE "N"   TO FZC-FROZEN-IND.
           MOVE SPACE TO FZC-FRZ-MASTER-TYPE FZC-FRZ-RIYO-CMP-CD
                         FZC-FRZ-REASON.
           MOVE ZERO  TO FZC-FRZ-FROM-YMD FZC-FRZ-TO-YMD.

           PERFORM 1000-FIND-FREEZE.
           IF FZC-FROZEN-IND = "N"
               GOBACK
           END-IF.
           EVALUATE FZC-FUNCTION
               WHEN "O"
                   PERFORM 2000-TAKE-OVERRIDE
               WHEN OTHER
                   MOVE "10" TO FZC-RC
           END-EVALUATE.
           GOBACK.

       1000-FIND-FREEZE.
           OPEN INPUT FREEZE-MSTR.
           IF WS-FZ-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ FREEZE-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FZ-DEL-KBN NOT = "D"
                          AND FZ-FROM-YMD <= WS-TODAY-YMD
                          AND FZ-TO-YMD   >= WS-TODAY-YMD
                          AND (FZ-MASTER-TYPE = SPACE
                            OR FZ-MASTER-TYPE = FZC-MASTER-TYPE)
                          AND (FZ-RIYO-CMP-CD = SPACE
                            OR FZC-RIYO-CMP-CD = SPACE
                            OR FZ-RIYO-CMP-CD = FZC-RIYO-CMP-CD)
                           MOVE "Y"            TO FZC-FROZEN-IND
                           MOVE FZ-MASTER-TYPE TO FZC-FRZ-MASTER-TYPE
                           MOVE FZ-RIYO-CMP-CD TO FZC-FRZ-RIYO-CMP-CD
                           MOVE FZ-FROM-YMD    TO FZC-FRZ-FROM-YMD
                           MOVE FZ-TO-YMD      TO FZC-FRZ-TO-YMD
                           MOVE FZ-REASON      TO FZC-FRZ-REASON
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREEZE-MSTR.

       2000-TAKE-OVERRIDE.
           IF FZC-APPR-SID = SPACE
              OR FZC-APPR-SID = FZC-OPR-SID
               MOVE "20" TO FZC-RC
               EXIT PARAGRAPH
           END-IF.
           IF FZC-REASON = SPACE
               MOVE "21" TO FZC-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND OVERRIDE-LOG.
           IF WS-FO-STS = "05" OR WS-FO-STS = "35"
               OPEN OUTPUT OVERRIDE-LOG
           END-IF.
           MOVE WS-NOW-STAMP       TO FO-LOG-TIME.
           MOVE FZC-PGM-ID         TO FO-PGM-ID.
           MOVE FZC-MASTER-TYPE    TO FO-MASTER-TYPE.
           MOVE FZC-RIYO-CMP-CD    TO FO-RIYO-CMP-CD.
           MOVE FZC-FREEZE-KEY     TO FO-FREEZE-KEY.
           MOVE FZC-CHANGE-KEY     TO FO-CHANGE-KEY.
           MOVE FZC-OPR-SID        TO FO-OPR-SID.
           MOVE FZC-APPR-SID       TO FO-APPR-SID.
           MOVE FZC-REASON         TO FO-REASON.
           WRITE FRZOVRLG-REC.
           CLOSE OVERRIDE-LOG.
