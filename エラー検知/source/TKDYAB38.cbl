      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Cancel and amend rows applied
      *                                to the snapshot and journalled
      *                                to TKDYAB38ADJ; row numbers
      *                                count every detail row, the
      *                                TKDYAB19 counting
      *
      *  Runs after the TKDYAB19 gate passes a file: persists every
      *  accepted UPLDSRC detail row into the position snapshot
      *  convention), and rows whose value does not parse are left
      *  to the field checks that already reject them.
      *
      *  Cancel (C) and amend (A) rows name a key already on the
      *  snapshot.  Each is appended as a further snapshot row for
      *  that key - a cancel carrying the reversal, an amend the
      *  replacing value - so the superseded value stays on file
      *  as history and the key's last row is its current state.
      *  A key that was never accepted, or an amend of a cancelled
      *  key, is rejected into the TKDYAB07 detail flow; a cancel
      *  or amend already in force (a repeat run) is passed over.
      *  Every one is journalled to TKDYAB38ADJ for the TKDYAB72
      *  control report.  A file carrying more cancel/amend rows
      *  than the 2000 the run can track has the excess rejected
      *  (TOO MANY ADJUSTMENTS) and journalled, never silently
      *  passed over, and the run ends RC 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB38.
           SELECT FUNDTOL-MSTR    ASSIGN TO "FUNDTOLPM"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-TOL-STS.
           SELECT ADJ-JNL-FILE    ASSIGN TO "TKDYAB38ADJ"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-ADJ-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNDTOL-MSTR.
           COPY FUNDTOLPM.

       FD  ADJ-JNL-FILE.
           COPY UPLDADJ.

       WORKING-STORAGE SECTION.
       01  WS-SRC-STS                     PIC  X(02).
       01  WS-SNP-STS                     PIC  X(02).
       01  WS-TOL-STS                     PIC  X(02).
       01  WS-ADJ-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-HDR-RIYO-CMP-CD             PIC  X(04).
               10  WS-P-PTF-CD            PIC  X(04).
               10  WS-P-HYK-KRTU-CD       PIC  X(04).
               10  WS-P-VALUE             PIC  S9(13)V9(05) COMP-3.
               10  WS-P-CANCEL-SW         PIC  X(01).
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 9999.
               10  WS-T-FUND-CD           PIC  X(12).
               10  WS-T-TOL-PCT           PIC  9(03).

      *---------- the file's cancel/amend rows in file order, with
      *           the current state of the key each one targets:
      *           N = never on the snapshot, V = has a value,
      *           C = cancelled
       01  WS-A-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-A-NEXT                      PIC  9(04)  VALUE ZERO.
       01  WS-A-TBL.
           05  WS-A-ENTRY  OCCURS 2000.
               10  WS-A-FUND-CD           PIC  X(12).
               10  WS-A-PTF-CD            PIC  X(04).
               10  WS-A-HYK-KRTU-CD       PIC  X(04).
               10  WS-A-KJN-YMD           PIC  9(08).
               10  WS-A-STATE             PIC  X(01).
               10  WS-A-CUR-VALUE         PIC  S9(13)V9(05) COMP-3.
       01  WS-A-IDX                       PIC  9(04).
       01  WS-NEW-VALUE                   PIC  S9(13)V9(05) COMP-3.
       01  WS-ADJ-RESULT                  PIC  X(01).
       01  WS-ADJ-REASON                  PIC  X(30).
       01  WS-ADJ-APPLIED-CNT             PIC  9(07)  VALUE ZERO.
       01  WS-ADJ-REJECT-CNT              PIC  9(07)  VALUE ZERO.
      *---------- cancel/amend rows beyond the table, rejected
       01  WS-A-OVERFLOW-CNT              PIC  9(07)  VALUE ZERO.

       01  WS-IDX                         PIC  9(04).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
           PERFORM 1000-LOAD-TOLERANCES.
           PERFORM 2000-FIND-TARGET-YMD.
           IF WS-TARGET-YMD = ZERO
              AND WS-A-CNT = ZERO
               GOBACK
           END-IF.
           IF WS-TARGET-YMD NOT = ZERO
               PERFORM 3000-RESOLVE-PRIOR-DAY
           END-IF.
           PERFORM 4000-LOAD-SNAPSHOT.
           PERFORM 5000-CHECK-AND-APPEND.
           IF WS-A-OVERFLOW-CNT > ZERO
               DISPLAY "TKDYAB38 ADJUSTMENT TABLE FULL AT 2000 - "
                       WS-A-OVERFLOW-CNT
                       " CANCEL/AMEND ROWS REJECTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-TOLERANCES.
           END-READ.

      *---------- first pass: the upload day is the first parseable
      *           detail row's base date; the cancel/amend rows are
      *           collected so the snapshot pass can find their keys
       2000-FIND-TARGET-YMD.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT UPLOAD-SRC-FILE.
               PERFORM 2100-READ-SRC
           END-IF.
           PERFORM UNTIL WS-EOF
               EVALUATE US-REC-KBN
                   WHEN "D"
                       IF WS-TARGET-YMD = ZERO
                          AND US-D-KJN-YMD IS NUMERIC
                           MOVE US-D-KJN-YMD TO WS-TARGET-YMD
                       END-IF
                   WHEN "C"
                   WHEN "A"
                       PERFORM 2200-COLLECT-ADJUSTMENT
               END-EVALUATE
               PERFORM 2100-READ-SRC
           END-PERFORM.
           CLOSE UPLOAD-SRC-FILE.
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- every cancel/amend row takes a slot, in file
      *           order, so the apply pass can walk them in step;
      *           the state starts as never-on-snapshot; a row
      *           past the table is only counted, and the apply pass
      *           rejects it
       2200-COLLECT-ADJUSTMENT.
           IF WS-A-CNT >= 2000
               ADD 1 TO WS-A-OVERFLOW-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-A-CNT.
           MOVE US-D-FUND-CD     TO WS-A-FUND-CD(WS-A-CNT).
           MOVE US-D-PTF-CD      TO WS-A-PTF-CD(WS-A-CNT).
           MOVE US-D-HYK-KRTU-CD TO WS-A-HYK-KRTU-CD(WS-A-CNT).
           IF US-D-KJN-YMD IS NUMERIC
               MOVE US-D-KJN-YMD TO WS-A-KJN-YMD(WS-A-CNT)
           ELSE
               MOVE ZERO         TO WS-A-KJN-YMD(WS-A-CNT)
           END-IF.
           MOVE "N"              TO WS-A-STATE(WS-A-CNT).
           MOVE ZERO             TO WS-A-CUR-VALUE(WS-A-CNT).

      *---------- previous business day under the house calendar:
      *           back one calendar day, then back to a business day
       3000-RESOLVE-PRIOR-DAY.
           MOVE IXCAL-KJN-YMD-2 TO WS-PRIOR-YMD.

      *---------- prior-day values for the comparison, target-day
      *           keys for the repeat-run dedup, and the current
      *           state of each cancel/amend key, one sequential
      *           pass; a key's later rows overwrite its earlier ones
       4000-LOAD-SNAPSHOT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT POSSNAP-FILE.
           PERFORM 4100-READ-SNP.
           PERFORM UNTIL WS-EOF
               IF PS-KJN-YMD = WS-PRIOR-YMD
                   PERFORM 4200-KEEP-PRIOR
               END-IF
               IF WS-A-CNT > ZERO
                   PERFORM 4300-NOTE-ADJ-KEY-STATE
               END-IF
               IF PS-KJN-YMD = WS-TARGET-YMD
                  AND PS-ACCEPTED
                  AND WS-S-CNT < 9999
                   ADD 1 TO WS-S-CNT
                   MOVE PS-FUND-CD     TO WS-S-FUND-CD(WS-S-CNT)
                   SET WS-EOF TO TRUE
           END-READ.

       4200-KEEP-PRIOR.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-P-CNT
                      OR WS-FOUND
               IF WS-P-FUND-CD(WS-IDX) = PS-FUND-CD
                  AND WS-P-PTF-CD(WS-IDX) = PS-PTF-CD
                  AND WS-P-HYK-KRTU-CD(WS-IDX) = PS-HYK-KRTU-CD
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-P-CNT >= 9999
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-P-CNT
               MOVE WS-P-CNT       TO WS-IDX
               MOVE PS-FUND-CD     TO WS-P-FUND-CD(WS-IDX)
               MOVE PS-PTF-CD      TO WS-P-PTF-CD(WS-IDX)
               MOVE PS-HYK-KRTU-CD TO WS-P-HYK-KRTU-CD(WS-IDX)
           END-IF.
           MOVE PS-VALUE TO WS-P-VALUE(WS-IDX).
           IF PS-CANCELLED
               MOVE "Y" TO WS-P-CANCEL-SW(WS-IDX)
           ELSE
               MOVE "N" TO WS-P-CANCEL-SW(WS-IDX)
           END-IF.

       4300-NOTE-ADJ-KEY-STATE.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-A-CNT
               IF WS-A-FUND-CD(WS-A-IDX) = PS-FUND-CD
                  AND WS-A-PTF-CD(WS-A-IDX) = PS-PTF-CD
                  AND WS-A-HYK-KRTU-CD(WS-A-IDX) = PS-HYK-KRTU-CD
                  AND WS-A-KJN-YMD(WS-A-IDX) = PS-KJN-YMD
                   IF PS-CANCELLED
                       MOVE "C"  TO WS-A-STATE(WS-A-IDX)
                       MOVE ZERO TO WS-A-CUR-VALUE(WS-A-IDX)
                   ELSE
                       MOVE "V"  TO WS-A-STATE(WS-A-IDX)
                       MOVE PS-VALUE TO WS-A-CUR-VALUE(WS-A-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       5000-CHECK-AND-APPEND.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT UPLOAD-SRC-FILE.
           IF WS-SNP-STS = "05" OR WS-SNP-STS = "35"
               OPEN OUTPUT POSSNAP-FILE
           END-IF.
           IF WS-A-CNT > ZERO
               OPEN EXTEND ADJ-JNL-FILE
               IF WS-ADJ-STS = "05" OR WS-ADJ-STS = "35"
                   OPEN OUTPUT ADJ-JNL-FILE
               END-IF
           END-IF.
           PERFORM 2100-READ-SRC.
           PERFORM UNTIL WS-EOF
               EVALUATE US-REC-KBN
                       MOVE US-H-KIDOU-ID   TO WS-HDR-KIDOU-ID
                       MOVE US-H-GYOMU-TASK-ID
                         TO WS-HDR-GYOMU-TASK-ID
                   WHEN "T"
                       CONTINUE
                   WHEN "D"
                       ADD 1 TO WS-ROW-NO
                       PERFORM 5100-CHECK-ONE-DETAIL
                   WHEN "C"
                   WHEN "A"
                       ADD 1 TO WS-ROW-NO
                       ADD 1 TO WS-A-NEXT
                       PERFORM 6000-APPLY-ADJUSTMENT
                   WHEN OTHER
                       ADD 1 TO WS-ROW-NO
               END-EVALUATE
               PERFORM 2100-READ-SRC
           END-PERFORM.
           CLOSE UPLOAD-SRC-FILE.
           CLOSE POSSNAP-FILE.
           IF WS-A-CNT > ZERO
               CLOSE ADJ-JNL-FILE
           END-IF.

      *---------- unparseable values are the field checks' problem;
      *           this pass only judges values that made it through
               IF WS-P-FUND-CD(WS-IDX) = US-D-FUND-CD
                  AND WS-P-PTF-CD(WS-IDX) = US-D-PTF-CD
                  AND WS-P-HYK-KRTU-CD(WS-IDX) = US-D-HYK-KRTU-CD
                  AND WS-P-CANCEL-SW(WS-IDX) = "N"
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-P-VALUE(WS-IDX) TO WS-PRIOR-VALUE
               END-IF
           MOVE WS-HDR-RIYO-CMP-CD  TO PS-RIYO-CMP-CD.
           MOVE WS-HDR-KIDOU-ID     TO PS-KIDOU-ID.
           MOVE WS-NOW-STAMP        TO PS-STAMP.
           MOVE SPACE               TO PS-ROW-KBN.
           WRITE POSSNAP-REC.
           ADD 1 TO WS-APPEND-CNT.
           IF WS-S-CNT < 9999
           CALL "TKDYAB07" USING PARM-TKDYAB07-ARG1
                                  PARM-TKDYAB07-ARG2
           END-CALL.

      *---------- a row the field checks reject (no fund, no base
      *           date) is theirs to report, as for a plain detail;
      *           otherwise the key's current state decides.  A
      *           row with no table slot cannot be judged and is
      *           rejected
       6000-APPLY-ADJUSTMENT.
           IF US-D-FUND-CD = SPACE
              OR US-D-KJN-YMD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO  TO WS-NEW-VALUE.
           MOVE SPACE TO WS-ADJ-REASON.
           IF WS-A-NEXT > WS-A-CNT
               MOVE ZERO TO WS-PRIOR-VALUE
               MOVE "R"  TO WS-ADJ-RESULT
               MOVE "TOO MANY ADJUSTMENTS" TO WS-ADJ-REASON
               PERFORM 6300-REJECT-ADJUSTMENT
               PERFORM 6400-JOURNAL-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-A-NEXT TO WS-A-IDX.
           MOVE WS-A-CUR-VALUE(WS-A-IDX) TO WS-PRIOR-VALUE.
           EVALUATE TRUE
               WHEN WS-A-STATE(WS-A-IDX) = "N"
                   MOVE "R" TO WS-ADJ-RESULT
                   MOVE "KEY NOT ON SNAPSHOT" TO WS-ADJ-REASON
               WHEN US-REC-KBN = "C"
                AND WS-A-STATE(WS-A-IDX) = "C"
                   MOVE "S" TO WS-ADJ-RESULT
                   MOVE "ALREADY CANCELLED" TO WS-ADJ-REASON
               WHEN US-REC-KBN = "C"
                   MOVE "P" TO WS-ADJ-RESULT
               WHEN WS-A-STATE(WS-A-IDX) = "C"
                   MOVE "R" TO WS-ADJ-RESULT
                   MOVE "KEY IS CANCELLED" TO WS-ADJ-REASON
               WHEN FUNCTION TEST-NUMVAL(US-D-VALUE) NOT = ZERO
                   MOVE "R" TO WS-ADJ-RESULT
                   MOVE "AMEND VALUE NOT NUMERIC" TO WS-ADJ-REASON
               WHEN OTHER
                   COMPUTE WS-NEW-VALUE = FUNCTION NUMVAL(US-D-VALUE)
                   IF WS-NEW-VALUE = WS-PRIOR-VALUE
                       MOVE "S" TO WS-ADJ-RESULT
                       MOVE "VALUE ALREADY IN FORCE" TO WS-ADJ-REASON
                   ELSE
                       MOVE "P" TO WS-ADJ-RESULT
                   END-IF
           END-EVALUATE.
           IF WS-ADJ-RESULT = "P"
               PERFORM 6100-APPEND-ADJUSTMENT
           END-IF.
           IF WS-ADJ-RESULT = "R"
               PERFORM 6300-REJECT-ADJUSTMENT
           END-IF.
           PERFORM 6400-JOURNAL-ADJUSTMENT.

      *---------- the superseded row stays where it is; this one
      *           becomes the key's last row
       6100-APPEND-ADJUSTMENT.
           MOVE US-D-FUND-CD        TO PS-FUND-CD.
           MOVE US-D-PTF-CD         TO PS-PTF-CD.
           MOVE US-D-HYK-KRTU-CD    TO PS-HYK-KRTU-CD.
           MOVE US-D-KJN-YMD        TO PS-KJN-YMD.
           IF US-REC-KBN = "C"
               COMPUTE PS-VALUE = ZERO - WS-PRIOR-VALUE
               MOVE "C"             TO PS-ROW-KBN
           ELSE
               MOVE WS-NEW-VALUE    TO PS-VALUE
               MOVE "A"             TO PS-ROW-KBN
           END-IF.
           MOVE WS-HDR-RIYO-CMP-CD  TO PS-RIYO-CMP-CD.
           MOVE WS-HDR-KIDOU-ID     TO PS-KIDOU-ID.
           MOVE WS-NOW-STAMP        TO PS-STAMP.
           WRITE POSSNAP-REC.
           ADD 1 TO WS-ADJ-APPLIED-CNT.
           PERFORM 6200-CARRY-KEY-STATE.

      *---------- later rows of this file naming the same key see
      *           the state this one left
       6200-CARRY-KEY-STATE.
           PERFORM VARYING WS-IDX FROM WS-A-IDX BY 1
                   UNTIL WS-IDX > WS-A-CNT
               IF WS-A-FUND-CD(WS-IDX) = US-D-FUND-CD
                  AND WS-A-PTF-CD(WS-IDX) = US-D-PTF-CD
                  AND WS-A-HYK-KRTU-CD(WS-IDX) = US-D-HYK-KRTU-CD
                  AND WS-A-KJN-YMD(WS-IDX) = US-D-KJN-YMD
                   IF US-REC-KBN = "C"
                       MOVE "C"  TO WS-A-STATE(WS-IDX)
                       MOVE ZERO TO WS-A-CUR-VALUE(WS-IDX)
                   ELSE
                       MOVE "V"  TO WS-A-STATE(WS-IDX)
                       MOVE WS-NEW-VALUE TO WS-A-CUR-VALUE(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       6300-REJECT-ADJUSTMENT.
           ADD 1 TO WS-ADJ-REJECT-CNT.
           MOVE SPACE TO WS-REJECT-REASON.
           IF US-REC-KBN = "C"
               STRING "CANCEL REJECTED - " DELIMITED BY SIZE
                      WS-ADJ-REASON        DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-STRING
           ELSE
               STRING "AMEND REJECTED - "  DELIMITED BY SIZE
                      WS-ADJ-REASON        DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-STRING
           END-IF.
           MOVE WS-HDR-RIYO-CMP-CD   TO RIYO-CMP-CD.
           MOVE WS-HDR-SYORI-YMD     TO SYORI-YMD.
           MOVE WS-HDR-KIDOU-ID      TO KIDOU-ID.
           MOVE WS-HDR-GYOMU-TASK-ID TO GYOMU-TASK-ID.
           MOVE WS-ROW-NO            TO ROW-NO.
           IF WS-ADJ-REASON = "AMEND VALUE NOT NUMERIC"
               MOVE "VALUE"          TO FIELD-NAME
           ELSE
               MOVE "FUND-CD"        TO FIELD-NAME
           END-IF.
           MOVE WS-REJECT-REASON     TO REJECT-REASON.
           CALL "TKDYAB07" USING PARM-TKDYAB07-ARG1
                                  PARM-TKDYAB07-ARG2
           END-CALL.

       6400-JOURNAL-ADJUSTMENT.
           MOVE WS-HDR-RIYO-CMP-CD   TO UA-RIYO-CMP-CD.
           MOVE WS-HDR-SYORI-YMD     TO UA-SYORI-YMD.
           MOVE WS-HDR-KIDOU-ID      TO UA-KIDOU-ID.
           MOVE WS-HDR-GYOMU-TASK-ID TO UA-GYOMU-TASK-ID.
           MOVE WS-ROW-NO            TO UA-ROW-NO.
           MOVE US-REC-KBN           TO UA-ADJ-KBN.
           MOVE US-D-FUND-CD         TO UA-FUND-CD.
           MOVE US-D-PTF-CD          TO UA-PTF-CD.
           MOVE US-D-HYK-KRTU-CD     TO UA-HYK-KRTU-CD.
           MOVE US-D-KJN-YMD         TO UA-KJN-YMD.
           MOVE WS-PRIOR-VALUE       TO UA-OLD-VALUE.
           IF WS-ADJ-RESULT = "R"
               MOVE WS-PRIOR-VALUE   TO UA-NEW-VALUE
           ELSE
               MOVE WS-NEW-VALUE     TO UA-NEW-VALUE
           END-IF.
           IF US-REC-KBN = "C"
              AND WS-ADJ-RESULT NOT = "R"
               MOVE ZERO             TO UA-NEW-VALUE
           END-IF.
           MOVE WS-ADJ-RESULT        TO UA-RESULT-KBN.
           MOVE WS-ADJ-REASON        TO UA-REASON.
           MOVE WS-NOW-STAMP         TO UA-STAMP.
           WRITE UPLDADJ-REC.
