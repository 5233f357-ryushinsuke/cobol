      *                                CHANGE instead of exiting
      *                                silently on the unreadable
      *                                OUTPUT-mode file
      *  20261015   SCS                Lifecycle action L: launch,
      *                                liquidation and merger dates
      *                                and successor, keyed on the
      *                                fund and applied to every row
      *                                of the fund on approval
      *  20261015   SCS                Approval refused during a
      *                                FREEZEPM change freeze unless
      *                                an emergency override with a
      *                                second approver and reason is
      *                                keyed (CZCOAB18)
      *
      *  The FUNDPTFM rows SCZY7053 validates against finally get a
      *  maintenance transaction instead of one-off file edits.  A
      *  most common cause of next-morning incident tickets - a bad
      *  fund setup - is traceable to who keyed and who approved it.
      *
      *  A lifecycle change (action L) is keyed on the fund alone;
      *  the maker's PTF/HYK entries are ignored, and the checker
      *  calls the change up with PTF/HYK left blank.  The maker entry
      *  is refused unless the dates are real dates, a merger date
      *  comes with a successor (and a successor with a merger
      *  date), the fund is not both liquidated and merged, and the
      *  end date falls after the launch.  On approval the successor
      *  must be on FUNDPTFM and must not lead back to the fund;
      *  the change is then applied to every row of the fund with
      *  one audit row each.  A row added to a fund that already
      *  has a lifecycle takes the fund's dates.
      *
      *  While a FREEZEPM change freeze covers master type FUND, an
      *  approval (the step that changes the live master) is refused
      *  unless an emergency override with a second approver and a
      *  reason is taken through CZCOAB18; maker entry and reject
      *  change nothing live and stay open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY7056.
       FILE-CONTROL.
           SELECT FUNDPTFM-FILE  ASSIGN TO "FUNDPTFM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS FPM-KEY
                  FILE STATUS    IS WS-FPM-STS.
           SELECT PENDING-FILE   ASSIGN TO "FUNDPTFPND"
       01  WS-E-ACTION                    PIC  X(01).
       01  WS-E-FUND-NAME                 PIC  X(40).
       01  WS-E-DEL-KBN                   PIC  X(01).
       01  WS-E-LAUNCH-YMD                PIC  9(08).
       01  WS-E-LIQUID-YMD                PIC  9(08).
       01  WS-E-MERGE-YMD                 PIC  9(08).
       01  WS-E-SUCC-FUND-CD              PIC  X(12).
       01  WS-E-END-YMD                   PIC  9(08).
       01  WS-LIFE-OK-SW                  PIC  X(01).
           88  WS-LIFE-OK                 VALUE "Y".

      *---------- the fund's lifecycle, carried onto an added row
       01  WS-INH-LAUNCH-YMD              PIC  9(08).
       01  WS-INH-LIQUID-YMD              PIC  9(08).
       01  WS-INH-MERGE-YMD               PIC  9(08).
       01  WS-INH-SUCC-FUND-CD            PIC  X(12).
       01  WS-FUND-EOF-SW                 PIC  X(01).
           88  WS-FUND-EOF                VALUE "Y".
       01  WS-LIFE-ROW-CNT                PIC  9(05).

       01  SCZY7057-ARGS.
           COPY SCZY7057.
      *---------- change-freeze check through CZCOAB18
       01  WS-FREEZE-OK-SW                PIC  X(01)  VALUE "Y".
           88  WS-FREEZE-OK               VALUE "Y".
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       SCREEN SECTION.
       01  SCR-MODE.
           05  LINE 8  COLUMN 15  PIC  X(04) USING WS-E-HYK-KRTU-CD.

       01  SCR-MAKER.
           05  LINE 10 COLUMN 1   VALUE "ACTION (A/C/D/L):".
           05  LINE 10 COLUMN 19  PIC  X(01) USING WS-E-ACTION.
           05  LINE 11 COLUMN 1   VALUE "NEW FUND NAME :".
           05  LINE 11 COLUMN 17  PIC  X(40) USING WS-E-FUND-NAME.
           05  LINE 12 COLUMN 1   VALUE "NEW DEL KBN   :".
           05  LINE 12 COLUMN 17  PIC  X(01) USING WS-E-DEL-KBN.
           05  LINE 10 COLUMN 60  VALUE "LAUNCH YMD :".
           05  LINE 10 COLUMN 73  PIC  9(08) USING WS-E-LAUNCH-YMD.
           05  LINE 11 COLUMN 60  VALUE "LIQUID YMD :".
           05  LINE 11 COLUMN 73  PIC  9(08) USING WS-E-LIQUID-YMD.
           05  LINE 12 COLUMN 60  VALUE "MERGE YMD  :".
           05  LINE 12 COLUMN 73  PIC  9(08) USING WS-E-MERGE-YMD.
           05  LINE 13 COLUMN 60  VALUE "SUCCESSOR  :".
           05  LINE 13 COLUMN 73  PIC  X(12) USING WS-E-SUCC-FUND-CD.

       01  SCR-PENDING-SHOW.
           05  LINE 10 COLUMN 1   VALUE "PENDING ACTION:".
           05  LINE 12 COLUMN 17  PIC  X(01) FROM PND-NEW-DEL-KBN.
           05  LINE 13 COLUMN 1   VALUE "ENTERED BY    :".
           05  LINE 13 COLUMN 17  PIC  X(20) FROM PND-MAKER-SID.
           05  LINE 10 COLUMN 60  VALUE "LAUNCH YMD :".
           05  LINE 10 COLUMN 73  PIC  9(08) FROM PND-NEW-LAUNCH-YMD.
           05  LINE 11 COLUMN 60  VALUE "LIQUID YMD :".
           05  LINE 11 COLUMN 73  PIC  9(08) FROM PND-NEW-LIQUID-YMD.
           05  LINE 12 COLUMN 60  VALUE "MERGE YMD  :".
           05  LINE 12 COLUMN 73  PIC  9(08) FROM PND-NEW-MERGE-YMD.
           05  LINE 13 COLUMN 60  VALUE "SUCCESSOR  :".
           05  LINE 13 COLUMN 73  PIC  X(12)
                                   FROM PND-NEW-SUCC-FUND-CD.

       01  SCR-MSG-PENDING-WRITTEN.
           05  LINE 15 COLUMN 1
       01  SCR-MSG-NO-MASTER.
           05  LINE 15 COLUMN 1
               VALUE "MASTER ROW NOT FOUND - ONLY ADD MAY CREATE ONE".
       01  SCR-MSG-BAD-LIFECYCLE.
           05  LINE 15 COLUMN 1
               VALUE "LIFECYCLE DATES OR SUCCESSOR INCONSISTENT".
       01  SCR-MSG-BAD-SUCCESSOR.
           05  LINE 15 COLUMN 1
               VALUE "SUCCESSOR NOT ON FILE OR LEADS BACK - REFUSED".
       01  SCR-FREEZE-OVR.
           05  LINE 17 COLUMN 1   VALUE "CHANGE FREEZE:".
           05  LINE 17 COLUMN 16  PIC  X(40) FROM FZC-FRZ-REASON.
           05  LINE 18 COLUMN 1   VALUE "OVERRIDE APPR:".
           05  LINE 18 COLUMN 16  PIC  X(20) USING FZC-APPR-SID.
           05  LINE 19 COLUMN 1   VALUE "OVERRIDE RSN :".
           05  LINE 19 COLUMN 16  PIC  X(60) USING FZC-REASON.
       01  SCR-MSG-FROZEN.
           05  LINE 20 COLUMN 1
               VALUE "FROZEN - OVERRIDE NEEDS 2ND APPROVER AND REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-OPR-SID
                         WS-E-FUND-CD WS-E-PTF-CD WS-E-HYK-KRTU-CD
                         WS-E-ACTION WS-E-FUND-NAME WS-E-DEL-KBN
                         WS-E-SUCC-FUND-CD.
           MOVE ZERO  TO WS-E-LAUNCH-YMD WS-E-LIQUID-YMD
                         WS-E-MERGE-YMD.
           DISPLAY SCR-MODE.
           ACCEPT SCR-MODE.

       1000-MAKER-ENTRY.
           DISPLAY SCR-MAKER.
           ACCEPT SCR-MAKER.
           IF WS-E-ACTION = "L"
               PERFORM 1100-CHECK-LIFECYCLE
               IF NOT WS-LIFE-OK
                   DISPLAY SCR-MSG-BAD-LIFECYCLE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO WS-E-PTF-CD WS-E-HYK-KRTU-CD
           ELSE
               MOVE ZERO  TO WS-E-LAUNCH-YMD WS-E-LIQUID-YMD
                             WS-E-MERGE-YMD
               MOVE SPACE TO WS-E-SUCC-FUND-CD
           END-IF.
           MOVE WS-E-FUND-CD      TO PND-FUND-CD.
           MOVE WS-E-PTF-CD       TO PND-PTF-CD.
           MOVE WS-E-HYK-KRTU-CD  TO PND-HYK-KRTU-CD.
           MOVE WS-E-ACTION       TO PND-ACTION.
           MOVE WS-E-FUND-NAME    TO PND-NEW-FUND-NAME.
           MOVE WS-E-DEL-KBN      TO PND-NEW-DEL-KBN.
           MOVE WS-E-LAUNCH-YMD   TO PND-NEW-LAUNCH-YMD.
           MOVE WS-E-LIQUID-YMD   TO PND-NEW-LIQUID-YMD.
           MOVE WS-E-MERGE-YMD    TO PND-NEW-MERGE-YMD.
           MOVE WS-E-SUCC-FUND-CD TO PND-NEW-SUCC-FUND-CD.
           MOVE WS-OPR-SID        TO PND-MAKER-SID.
           PERFORM 8000-STAMP-NOW.
           MOVE WS-NOW-STAMP      TO PND-ENTRY-TIME.
                   DISPLAY SCR-MSG-PENDING-WRITTEN
           END-WRITE.

      *---------- the lifecycle as keyed must hang together; zero
      *           dates are not set
       1100-CHECK-LIFECYCLE.
           MOVE "Y" TO WS-LIFE-OK-SW.
           IF (WS-E-LAUNCH-YMD NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-E-LAUNCH-YMD)
                   NOT = ZERO)
              OR (WS-E-LIQUID-YMD NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-E-LIQUID-YMD)
                   NOT = ZERO)
              OR (WS-E-MERGE-YMD NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-E-MERGE-YMD)
                   NOT = ZERO)
               MOVE "N" TO WS-LIFE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF (WS-E-MERGE-YMD = ZERO
               AND WS-E-SUCC-FUND-CD NOT = SPACE)
              OR (WS-E-MERGE-YMD NOT = ZERO
               AND WS-E-SUCC-FUND-CD = SPACE)
              OR WS-E-SUCC-FUND-CD = WS-E-FUND-CD
              OR (WS-E-MERGE-YMD NOT = ZERO
               AND WS-E-LIQUID-YMD NOT = ZERO)
               MOVE "N" TO WS-LIFE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-E-MERGE-YMD TO WS-E-END-YMD.
           IF WS-E-LIQUID-YMD NOT = ZERO
               MOVE WS-E-LIQUID-YMD TO WS-E-END-YMD
           END-IF.
           IF WS-E-LAUNCH-YMD NOT = ZERO
              AND WS-E-END-YMD NOT = ZERO
              AND WS-E-END-YMD NOT > WS-E-LAUNCH-YMD
               MOVE "N" TO WS-LIFE-OK-SW
           END-IF.

      *---------- checker: fetch the pending row, enforce the
      *           different-KIDOU-SID rule, apply to the master,
      *           audit with before/after, clear the pending row
               DISPLAY SCR-MSG-SAME-SID
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8500-FREEZE-CHECK.
           IF NOT WS-FREEZE-OK
               EXIT PARAGRAPH
           END-IF.
           IF PND-ACTION = "L"
               PERFORM 2500-APPLY-LIFECYCLE
           ELSE
               PERFORM 2200-APPLY-TO-MASTER
           END-IF.
           IF WS-APPLY-OK
               DELETE PENDING-FILE RECORD
               DISPLAY SCR-MSG-APPLIED

       2200-APPLY-TO-MASTER.
           MOVE "Y" TO WS-APPLY-OK-SW.
           IF PND-ACTION = "A"
               PERFORM 2300-FUND-LIFECYCLE
           END-IF.
           OPEN I-O FUNDPTFM-FILE.
           IF WS-FPM-STS = "05" OR WS-FPM-STS = "35"
               OPEN OUTPUT FUNDPTFM-FILE
           IF WS-MSTR-FOUND
               MOVE FPM-FUND-NAME TO AU-BEFORE-FUND-NAME
               MOVE FPM-DEL-KBN   TO AU-BEFORE-DEL-KBN
               PERFORM 8200-BEFORE-LIFECYCLE
           ELSE
               MOVE SPACE         TO AU-BEFORE-FUND-NAME
               MOVE SPACE         TO AU-BEFORE-DEL-KBN
               MOVE ZERO          TO AU-BEFORE-LAUNCH-YMD
                                     AU-BEFORE-LIQUID-YMD
                                     AU-BEFORE-MERGE-YMD
               MOVE SPACE         TO AU-BEFORE-SUCC-FUND-CD
           END-IF.

      *---------- only an add may create a row - a change or del-kbn
           IF NOT WS-MSTR-FOUND
               MOVE SPACE TO FPM-FUND-NAME
               MOVE SPACE TO FPM-DEL-KBN
               MOVE WS-INH-LAUNCH-YMD   TO FPM-LAUNCH-YMD
               MOVE WS-INH-LIQUID-YMD   TO FPM-LIQUID-YMD
               MOVE WS-INH-MERGE-YMD    TO FPM-MERGE-YMD
               MOVE WS-INH-SUCC-FUND-CD TO FPM-SUCC-FUND-CD
           END-IF.

           EVALUATE PND-ACTION
           MOVE PND-ACTION        TO AU-ACTION.
           MOVE FPM-FUND-NAME     TO AU-AFTER-FUND-NAME.
           MOVE FPM-DEL-KBN       TO AU-AFTER-DEL-KBN.
           PERFORM 8300-AFTER-LIFECYCLE.
           PERFORM 8100-WRITE-AUDIT.

      *---------- the lifecycle the fund already has, from its
      *           first row, for a row being added to it
       2300-FUND-LIFECYCLE.
           MOVE ZERO  TO WS-INH-LAUNCH-YMD WS-INH-LIQUID-YMD
                         WS-INH-MERGE-YMD.
           MOVE SPACE TO WS-INH-SUCC-FUND-CD.
           OPEN INPUT FUNDPTFM-FILE.
           IF WS-FPM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE PND-FUND-CD       TO FPM-KEY-FUND-CD.
           MOVE LOW-VALUE         TO FPM-KEY-PTF-CD.
           MOVE LOW-VALUE         TO FPM-KEY-HYK-KRTU-CD.
           START FUNDPTFM-FILE KEY IS NOT LESS THAN FPM-KEY
               INVALID KEY
                   CLOSE FUNDPTFM-FILE
                   EXIT PARAGRAPH
           END-START.
           READ FUNDPTFM-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FPM-KEY-FUND-CD = PND-FUND-CD
                       MOVE FPM-LAUNCH-YMD   TO WS-INH-LAUNCH-YMD
                       MOVE FPM-LIQUID-YMD   TO WS-INH-LIQUID-YMD
                       MOVE FPM-MERGE-YMD    TO WS-INH-MERGE-YMD
                       MOVE FPM-SUCC-FUND-CD TO WS-INH-SUCC-FUND-CD
                   END-IF
           END-READ.
           CLOSE FUNDPTFM-FILE.

      *---------- lifecycle: the successor must exist and must not
      *           lead back here, then every row of the fund takes
      *           the new dates, one audit row each
       2500-APPLY-LIFECYCLE.
           MOVE "Y" TO WS-APPLY-OK-SW.
           IF PND-NEW-SUCC-FUND-CD NOT = SPACE
               MOVE "S"                  TO IXSF-FUNCTION
               MOVE PND-NEW-SUCC-FUND-CD TO IXSF-FUND-CD
               CALL "SCZY7057" USING PARM-SCZY7057-ARG1
                                      PARM-SCZY7057-ARG2
               END-CALL
               IF IXSF-FOUND-IND NOT = "Y"
                  OR IXSF-SUCC-FUND-CD = PND-FUND-CD
                   MOVE "N" TO WS-APPLY-OK-SW
                   DISPLAY SCR-MSG-BAD-SUCCESSOR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN I-O FUNDPTFM-FILE.
           IF WS-FPM-STS NOT = "00"
               MOVE "N" TO WS-APPLY-OK-SW
               DISPLAY SCR-MSG-NO-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LIFE-ROW-CNT.
           MOVE "N"  TO WS-FUND-EOF-SW.
           MOVE PND-FUND-CD       TO FPM-KEY-FUND-CD.
           MOVE LOW-VALUE         TO FPM-KEY-PTF-CD.
           MOVE LOW-VALUE         TO FPM-KEY-HYK-KRTU-CD.
           START FUNDPTFM-FILE KEY IS NOT LESS THAN FPM-KEY
               INVALID KEY
                   SET WS-FUND-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-FUND-EOF
               READ FUNDPTFM-FILE NEXT RECORD
                   AT END
                       SET WS-FUND-EOF TO TRUE
               END-READ
               IF NOT WS-FUND-EOF
                   IF FPM-KEY-FUND-CD NOT = PND-FUND-CD
                       SET WS-FUND-EOF TO TRUE
                   ELSE
                       PERFORM 2600-APPLY-ONE-ROW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FUNDPTFM-FILE.
           IF WS-LIFE-ROW-CNT = ZERO
               MOVE "N" TO WS-APPLY-OK-SW
               DISPLAY SCR-MSG-NO-MASTER
           END-IF.

       2600-APPLY-ONE-ROW.
           MOVE FPM-FUND-NAME        TO AU-BEFORE-FUND-NAME.
           MOVE FPM-DEL-KBN          TO AU-BEFORE-DEL-KBN.
           PERFORM 8200-BEFORE-LIFECYCLE.
           MOVE PND-NEW-LAUNCH-YMD   TO FPM-LAUNCH-YMD.
           MOVE PND-NEW-LIQUID-YMD   TO FPM-LIQUID-YMD.
           MOVE PND-NEW-MERGE-YMD    TO FPM-MERGE-YMD.
           MOVE PND-NEW-SUCC-FUND-CD TO FPM-SUCC-FUND-CD.
           REWRITE FUNDPTFM-REC.
           ADD 1 TO WS-LIFE-ROW-CNT.
           MOVE "L"                  TO AU-ACTION.
           MOVE FPM-FUND-NAME        TO AU-AFTER-FUND-NAME.
           MOVE FPM-DEL-KBN          TO AU-AFTER-DEL-KBN.
           PERFORM 8300-AFTER-LIFECYCLE.
           MOVE FPM-KEY-PTF-CD       TO AU-PTF-CD.
           MOVE FPM-KEY-HYK-KRTU-CD  TO AU-HYK-KRTU-CD.
           PERFORM 8100-WRITE-AUDIT.

      *---------- checker: reject - the pending row is removed and
           MOVE SPACE TO AU-BEFORE-DEL-KBN.
           MOVE PND-NEW-FUND-NAME TO AU-AFTER-FUND-NAME.
           MOVE PND-NEW-DEL-KBN   TO AU-AFTER-DEL-KBN.
           MOVE ZERO  TO AU-BEFORE-LAUNCH-YMD AU-BEFORE-LIQUID-YMD
                         AU-BEFORE-MERGE-YMD.
           MOVE SPACE TO AU-BEFORE-SUCC-FUND-CD.
           MOVE PND-NEW-LAUNCH-YMD   TO AU-AFTER-LAUNCH-YMD.
           MOVE PND-NEW-LIQUID-YMD   TO AU-AFTER-LIQUID-YMD.
           MOVE PND-NEW-MERGE-YMD    TO AU-AFTER-MERGE-YMD.
           MOVE PND-NEW-SUCC-FUND-CD TO AU-AFTER-SUCC-FUND-CD.
           PERFORM 8100-WRITE-AUDIT.
           DELETE PENDING-FILE RECORD.
           DISPLAY SCR-MSG-REJECTED.
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE PND-FUND-CD      TO AU-FUND-CD.
      *---------- an applied lifecycle row names its own row, set
      *           by the caller
           IF AU-ACTION NOT = "L"
               MOVE PND-PTF-CD       TO AU-PTF-CD
               MOVE PND-HYK-KRTU-CD  TO AU-HYK-KRTU-CD
           END-IF.
           MOVE PND-MAKER-SID    TO AU-MAKER-SID.
           MOVE WS-OPR-SID       TO AU-CHECKER-SID.
           PERFORM 8000-STAMP-NOW.
           MOVE WS-NOW-STAMP     TO AU-ACTION-TIME.
           WRITE FUNDPTFAUD-REC.
           CLOSE AUDIT-FILE.

       8200-BEFORE-LIFECYCLE.
           MOVE FPM-LAUNCH-YMD       TO AU-BEFORE-LAUNCH-YMD.
           MOVE FPM-LIQUID-YMD       TO AU-BEFORE-LIQUID-YMD.
           MOVE FPM-MERGE-YMD        TO AU-BEFORE-MERGE-YMD.
           MOVE FPM-SUCC-FUND-CD     TO AU-BEFORE-SUCC-FUND-CD.

       8300-AFTER-LIFECYCLE.
           MOVE FPM-LAUNCH-YMD       TO AU-AFTER-LAUNCH-YMD.
           MOVE FPM-LIQUID-YMD       TO AU-AFTER-LIQUID-YMD.
           MOVE FPM-MERGE-YMD        TO AU-AFTER-MERGE-YMD.
           MOVE FPM-SUCC-FUND-CD     TO AU-AFTER-SUCC-FUND-CD.

      *---------- change-freeze check through CZCOAB18: during a
      *           freeze the change goes ahead only on an emergency
      *           override keyed with a second approver and a reason
       8500-FREEZE-CHECK.
           MOVE "Y"             TO WS-FREEZE-OK-SW.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "SCZY7056"      TO FZC-PGM-ID.
           MOVE "FUND"          TO FZC-MASTER-TYPE.
           MOVE SPACE           TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING PND-FUND-CD       DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  PND-PTF-CD        DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  PND-HYK-KRTU-CD   DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE WS-OPR-SID      TO FZC-OPR-SID.
           MOVE SPACE           TO FZC-APPR-SID FZC-REASON.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCR-FREEZE-OVR.
           ACCEPT SCR-FREEZE-OVR.
           MOVE "O"             TO FZC-FUNCTION.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC NOT = "00"
               MOVE "N" TO WS-FREEZE-OK-SW
               DISPLAY SCR-MSG-FROZEN
           END-IF.
