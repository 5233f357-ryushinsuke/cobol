      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB72
      *  Program name   : Daily upload cancel/amend report by provider
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Lists for the control team every cancel and amend row
      *  TKDYAB38 handled on the parameter day (the TKDYAB38ADJ
      *  journal, by stamp date), grouped by the data provider the
      *  company/kidou belongs to on UPLDPRVM, providers in code
      *  order.  Each row shows the snapshot key, the value in
      *  force before and after, and whether it was applied,
      *  rejected (key not on the snapshot, key cancelled, amend
      *  value unreadable) or passed over as already in force.  A
      *  subtotal follows each provider and a grand total closes
      *  the report.  Rows whose company/kidou has no UPLDPRVM row
      *  are grouped under NO PROVIDER.  RC 8 when the parameter
      *  day is missing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB72.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB72PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT PROVIDER-MSTR  ASSIGN TO "UPLDPRVM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS UP-KEY
                  FILE STATUS    IS WS-UP-STS.
           SELECT ADJ-JNL-FILE   ASSIGN TO "TKDYAB38ADJ"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-ADJ-STS.
           SELECT ADJ-RPT        ASSIGN TO "TKDYAB72RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-RPT-YMD                 PIC  9(08).

       FD  PROVIDER-MSTR.
           COPY UPLDPRVM.

       FD  ADJ-JNL-FILE.
           COPY UPLDADJ.

       FD  ADJ-RPT.
       01  ADJ-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-UP-STS                      PIC  X(02).
       01  WS-ADJ-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-RPT-YMD                     PIC  9(08)  VALUE ZERO.

      *---------- company/kidou to provider, in-service rows only
       01  WS-V-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-V-TBL.
           05  WS-V-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-V-IX.
               10  WS-V-RIYO-CMP-CD            PIC  X(04).
               10  WS-V-KIDOU-ID               PIC  X(04).
               10  WS-V-PROVIDER-CD            PIC  X(10).
               10  WS-V-PROVIDER-NAME          PIC  X(30).

      *---------- the day's journal rows in file order
       01  WS-J-MAX                       PIC  9(05)  VALUE ZERO.
       01  WS-J-IDX                       PIC  9(05).
       01  WS-J-TBL.
           05  WS-J-ENTRY                     OCCURS 5000.
               10  WS-J-P-IDX                  PIC  9(04).
               10  WS-J-RIYO-CMP-CD            PIC  X(04).
               10  WS-J-KIDOU-ID               PIC  X(04).
               10  WS-J-ROW-NO                 PIC  9(07).
               10  WS-J-ADJ-KBN                PIC  X(01).
               10  WS-J-FUND-CD                PIC  X(12).
               10  WS-J-PTF-CD                 PIC  X(04).
               10  WS-J-HYK-KRTU-CD            PIC  X(04).
               10  WS-J-KJN-YMD                PIC  9(08).
               10  WS-J-OLD-VALUE              PIC  S9(13)V9(05)
                                                        COMP-3.
               10  WS-J-NEW-VALUE              PIC  S9(13)V9(05)
                                                        COMP-3.
               10  WS-J-RESULT-KBN             PIC  X(01).
               10  WS-J-REASON                 PIC  X(30).
       01  WS-OVERFLOW-CNT                PIC  9(07)  VALUE ZERO.

      *---------- providers met in the journal, with their counts
       01  WS-P-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-P-IDX                       PIC  9(04).
       01  WS-P-TBL.
           05  WS-P-ENTRY                     OCCURS 500.
               10  WS-P-PROVIDER-CD            PIC  X(10).
               10  WS-P-PROVIDER-NAME          PIC  X(30).
               10  WS-P-CANCEL-CNT             PIC  9(05).
               10  WS-P-AMEND-CNT              PIC  9(05).
               10  WS-P-REJECT-CNT             PIC  9(05).
               10  WS-P-SKIP-CNT               PIC  9(05).
               10  WS-P-DONE-SW                PIC  X(01).

       01  WS-PROVIDER-CD                 PIC  X(10).
       01  WS-PROVIDER-NAME               PIC  X(30).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-MIN-IDX                     PIC  9(04).
       01  WS-PRINTED-CNT                 PIC  9(04).
       01  WS-TOT-CANCEL-CNT              PIC  9(07)  VALUE ZERO.
       01  WS-TOT-AMEND-CNT               PIC  9(07)  VALUE ZERO.
       01  WS-TOT-REJECT-CNT              PIC  9(07)  VALUE ZERO.
       01  WS-TOT-SKIP-CNT                PIC  9(07)  VALUE ZERO.
       01  WS-VALUE-DSP                   PIC  -(13)9.9(05).
       01  WS-CNT-DSP                     PIC  ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-RPT-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-PROVIDERS.
           PERFORM 3000-LOAD-JOURNAL.
           OPEN OUTPUT ADJ-RPT.
           PERFORM 5000-PRINT-REPORT.
           CLOSE ADJ-RPT.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-RPT-YMD IS NUMERIC
                           MOVE PR-RPT-YMD TO WS-RPT-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-LOAD-PROVIDERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PROVIDER-MSTR.
           IF WS-UP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-PROVIDER.
           PERFORM UNTIL WS-EOF
               IF UP-DEL-KBN = SPACE
                  AND WS-V-MAX < 2000
                   ADD 1 TO WS-V-MAX
                   MOVE UP-RIYO-CMP-CD   TO WS-V-RIYO-CMP-CD(WS-V-MAX)
                   MOVE UP-KIDOU-ID      TO WS-V-KIDOU-ID(WS-V-MAX)
                   MOVE UP-PROVIDER-CD   TO WS-V-PROVIDER-CD(WS-V-MAX)
                   MOVE UP-PROVIDER-NAME
                     TO WS-V-PROVIDER-NAME(WS-V-MAX)
               END-IF
               PERFORM 2100-READ-PROVIDER
           END-PERFORM.
           CLOSE PROVIDER-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-PROVIDER.
           READ PROVIDER-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-LOAD-JOURNAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ADJ-JNL-FILE.
           IF WS-ADJ-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-JOURNAL.
           PERFORM UNTIL WS-EOF
               IF UA-STAMP(1:8) = WS-RPT-YMD
                   PERFORM 3200-KEEP-ONE
               END-IF
               PERFORM 3100-READ-JOURNAL
           END-PERFORM.
           CLOSE ADJ-JNL-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-JOURNAL.
           READ ADJ-JNL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-KEEP-ONE.
           IF WS-J-MAX >= 5000
               ADD 1 TO WS-OVERFLOW-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7000-FIND-PROVIDER.
           PERFORM 7100-FIND-OR-ADD-P.
           IF WS-P-IDX = ZERO
               ADD 1 TO WS-OVERFLOW-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-J-MAX.
           MOVE WS-J-MAX TO WS-J-IDX.
           MOVE WS-P-IDX       TO WS-J-P-IDX(WS-J-IDX).
           MOVE UA-RIYO-CMP-CD TO WS-J-RIYO-CMP-CD(WS-J-IDX).
           MOVE UA-KIDOU-ID    TO WS-J-KIDOU-ID(WS-J-IDX).
           MOVE UA-ROW-NO      TO WS-J-ROW-NO(WS-J-IDX).
           MOVE UA-ADJ-KBN     TO WS-J-ADJ-KBN(WS-J-IDX).
           MOVE UA-FUND-CD     TO WS-J-FUND-CD(WS-J-IDX).
           MOVE UA-PTF-CD      TO WS-J-PTF-CD(WS-J-IDX).
           MOVE UA-HYK-KRTU-CD TO WS-J-HYK-KRTU-CD(WS-J-IDX).
           MOVE UA-KJN-YMD     TO WS-J-KJN-YMD(WS-J-IDX).
           MOVE UA-OLD-VALUE   TO WS-J-OLD-VALUE(WS-J-IDX).
           MOVE UA-NEW-VALUE   TO WS-J-NEW-VALUE(WS-J-IDX).
           MOVE UA-RESULT-KBN  TO WS-J-RESULT-KBN(WS-J-IDX).
           MOVE UA-REASON      TO WS-J-REASON(WS-J-IDX).
           EVALUATE TRUE
               WHEN UA-REJECTED
                   ADD 1 TO WS-P-REJECT-CNT(WS-P-IDX)
                   ADD 1 TO WS-TOT-REJECT-CNT
               WHEN UA-SKIPPED
                   ADD 1 TO WS-P-SKIP-CNT(WS-P-IDX)
                   ADD 1 TO WS-TOT-SKIP-CNT
               WHEN UA-CANCEL
                   ADD 1 TO WS-P-CANCEL-CNT(WS-P-IDX)
                   ADD 1 TO WS-TOT-CANCEL-CNT
               WHEN OTHER
                   ADD 1 TO WS-P-AMEND-CNT(WS-P-IDX)
                   ADD 1 TO WS-TOT-AMEND-CNT
           END-EVALUATE.

      *---------- providers in code order by repeated minimum
      *           selection, the CZCOAB10 ranking
       5000-PRINT-REPORT.
           MOVE SPACE TO ADJ-RPT-LINE.
           STRING "UPLOAD CANCEL/AMEND REPORT  DAY="
                                       DELIMITED BY SIZE
                  WS-RPT-YMD           DELIMITED BY SIZE
                  INTO ADJ-RPT-LINE
           END-STRING.
           WRITE ADJ-RPT-LINE.
           MOVE ZERO TO WS-PRINTED-CNT.
           PERFORM UNTIL WS-PRINTED-CNT >= WS-P-MAX
               MOVE ZERO TO WS-MIN-IDX
               PERFORM VARYING WS-P-IDX FROM 1 BY 1
                       UNTIL WS-P-IDX > WS-P-MAX
                   IF WS-P-DONE-SW(WS-P-IDX) = "N"
                       IF WS-MIN-IDX = ZERO
                           MOVE WS-P-IDX TO WS-MIN-IDX
                       ELSE
                           IF WS-P-PROVIDER-CD(WS-P-IDX)
                                < WS-P-PROVIDER-CD(WS-MIN-IDX)
                               MOVE WS-P-IDX TO WS-MIN-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-P-DONE-SW(WS-MIN-IDX)
               ADD 1 TO WS-PRINTED-CNT
               MOVE WS-MIN-IDX TO WS-P-IDX
               PERFORM 5100-PRINT-ONE-PROVIDER
           END-PERFORM.

           MOVE SPACE TO ADJ-RPT-LINE.
           WRITE ADJ-RPT-LINE.
           MOVE SPACE TO ADJ-RPT-LINE.
           STRING "TOTAL  CANCELLED="  DELIMITED BY SIZE
                  WS-TOT-CANCEL-CNT    DELIMITED BY SIZE
                  "  AMENDED="         DELIMITED BY SIZE
                  WS-TOT-AMEND-CNT     DELIMITED BY SIZE
                  "  REJECTED="        DELIMITED BY SIZE
                  WS-TOT-REJECT-CNT    DELIMITED BY SIZE
                  "  ALREADY IN FORCE=" DELIMITED BY SIZE
                  WS-TOT-SKIP-CNT      DELIMITED BY SIZE
                  INTO ADJ-RPT-LINE
           END-STRING.
           WRITE ADJ-RPT-LINE.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE SPACE TO ADJ-RPT-LINE
               STRING "  ** JOURNAL ROWS NOT LISTED (TABLE FULL)="
                                       DELIMITED BY SIZE
                      WS-OVERFLOW-CNT  DELIMITED BY SIZE
                      INTO ADJ-RPT-LINE
               END-STRING
               WRITE ADJ-RPT-LINE
           END-IF.

       5100-PRINT-ONE-PROVIDER.
           MOVE SPACE TO ADJ-RPT-LINE.
           WRITE ADJ-RPT-LINE.
           MOVE SPACE TO ADJ-RPT-LINE.
           STRING "PROVIDER "                  DELIMITED BY SIZE
                  WS-P-PROVIDER-CD(WS-P-IDX)   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-P-PROVIDER-NAME(WS-P-IDX) DELIMITED BY SIZE
                  INTO ADJ-RPT-LINE
           END-STRING.
           WRITE ADJ-RPT-LINE.
           MOVE SPACE TO ADJ-RPT-LINE.
           STRING "CMP  KIDOU ROW     KIND   FUND-CD      PTF  HYK  "
                                       DELIMITED BY SIZE
                  "KJN-YMD          VALUE BEFORE          VALUE AFTER"
                                       DELIMITED BY SIZE
                  " RESULT  REASON"    DELIMITED BY SIZE
                  INTO ADJ-RPT-LINE
           END-STRING.
           WRITE ADJ-RPT-LINE.
           PERFORM VARYING WS-J-IDX FROM 1 BY 1
                   UNTIL WS-J-IDX > WS-J-MAX
               IF WS-J-P-IDX(WS-J-IDX) = WS-P-IDX
                   PERFORM 5200-PRINT-ONE-ROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO ADJ-RPT-LINE.
           MOVE "  SUBTOTAL  CANCELLED=" TO ADJ-RPT-LINE(1:22).
           MOVE WS-P-CANCEL-CNT(WS-P-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP               TO ADJ-RPT-LINE(23:7).
           MOVE "  AMENDED="             TO ADJ-RPT-LINE(30:10).
           MOVE WS-P-AMEND-CNT(WS-P-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP               TO ADJ-RPT-LINE(40:7).
           MOVE "  REJECTED="            TO ADJ-RPT-LINE(47:11).
           MOVE WS-P-REJECT-CNT(WS-P-IDX) TO WS-CNT-DSP.
           MOVE WS-CNT-DSP               TO ADJ-RPT-LINE(58:7).
           MOVE "  ALREADY IN FORCE="    TO ADJ-RPT-LINE(65:19).
           MOVE WS-P-SKIP-CNT(WS-P-IDX)  TO WS-CNT-DSP.
           MOVE WS-CNT-DSP               TO ADJ-RPT-LINE(84:7).
           WRITE ADJ-RPT-LINE.

       5200-PRINT-ONE-ROW.
           MOVE SPACE TO ADJ-RPT-LINE.
           MOVE WS-J-RIYO-CMP-CD(WS-J-IDX) TO ADJ-RPT-LINE(1:4).
           MOVE WS-J-KIDOU-ID(WS-J-IDX)    TO ADJ-RPT-LINE(6:4).
           MOVE WS-J-ROW-NO(WS-J-IDX)      TO ADJ-RPT-LINE(11:7).
           IF WS-J-ADJ-KBN(WS-J-IDX) = "C"
               MOVE "CANCEL"               TO ADJ-RPT-LINE(19:6)
           ELSE
               MOVE "AMEND"                TO ADJ-RPT-LINE(19:6)
           END-IF.
           MOVE WS-J-FUND-CD(WS-J-IDX)     TO ADJ-RPT-LINE(26:12).
           MOVE WS-J-PTF-CD(WS-J-IDX)      TO ADJ-RPT-LINE(39:4).
           MOVE WS-J-HYK-KRTU-CD(WS-J-IDX) TO ADJ-RPT-LINE(44:4).
           MOVE WS-J-KJN-YMD(WS-J-IDX)     TO ADJ-RPT-LINE(49:8).
           MOVE WS-J-OLD-VALUE(WS-J-IDX)   TO WS-VALUE-DSP.
           MOVE WS-VALUE-DSP               TO ADJ-RPT-LINE(58:20).
           MOVE WS-J-NEW-VALUE(WS-J-IDX)   TO WS-VALUE-DSP.
           MOVE WS-VALUE-DSP               TO ADJ-RPT-LINE(79:20).
           EVALUATE WS-J-RESULT-KBN(WS-J-IDX)
               WHEN "P"
                   MOVE "APPLIED"          TO ADJ-RPT-LINE(100:7)
               WHEN "R"
                   MOVE "REJECT"           TO ADJ-RPT-LINE(100:7)
               WHEN OTHER
                   MOVE "SKIPPED"          TO ADJ-RPT-LINE(100:7)
           END-EVALUATE.
           MOVE WS-J-REASON(WS-J-IDX)      TO ADJ-RPT-LINE(108:25).
           WRITE ADJ-RPT-LINE.

      *---------- company/kidou to provider; none on UPLDPRVM
      *           groups under NO PROVIDER
       7000-FIND-PROVIDER.
           MOVE SPACE         TO WS-PROVIDER-CD.
           MOVE "NO PROVIDER" TO WS-PROVIDER-NAME.
           SET WS-V-IX TO 1.
           SEARCH WS-V-ENTRY
               AT END
                   CONTINUE
               WHEN WS-V-IX > WS-V-MAX
                   CONTINUE
               WHEN WS-V-RIYO-CMP-CD(WS-V-IX) = UA-RIYO-CMP-CD
                AND WS-V-KIDOU-ID(WS-V-IX) = UA-KIDOU-ID
                   MOVE WS-V-PROVIDER-CD(WS-V-IX)   TO WS-PROVIDER-CD
                   MOVE WS-V-PROVIDER-NAME(WS-V-IX) TO WS-PROVIDER-NAME
           END-SEARCH.

       7100-FIND-OR-ADD-P.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-P-MAX
                      OR WS-FOUND
               IF WS-P-PROVIDER-CD(WS-P-IDX) = WS-PROVIDER-CD
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-P-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-P-MAX >= 500
               MOVE ZERO TO WS-P-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-P-MAX.
           MOVE WS-P-MAX         TO WS-P-IDX.
           MOVE WS-PROVIDER-CD   TO WS-P-PROVIDER-CD(WS-P-IDX).
           MOVE WS-PROVIDER-NAME TO WS-P-PROVIDER-NAME(WS-P-IDX).
           MOVE ZERO TO WS-P-CANCEL-CNT(WS-P-IDX)
                        WS-P-AMEND-CNT(WS-P-IDX)
                        WS-P-REJECT-CNT(WS-P-IDX)
                        WS-P-SKIP-CNT(WS-P-IDX).
           MOVE "N" TO WS-P-DONE-SW(WS-P-IDX).
