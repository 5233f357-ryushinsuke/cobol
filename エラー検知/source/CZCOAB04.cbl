      *                                EV-SYS-DATE, so the central
      *                                repository doesn't become the
      *                                next file that grows forever
      *  20261015   SCS                Archive prune keeps rows under
      *                                a LEGALHLD legal hold (CZCOAB17)
      *                                and reports them per hold
      *
      *  Monthly engine over the capture/history files that otherwise
      *  accumulate forever: SCZY7080MSG, SCZY7050EX, WOMAB01ALF,
      *  (AR-ARCHIVED-YMD); the online file is rewritten without
      *  them through the CZCOAB04TMP work file, except SCZY7050EX
      *  which is indexed and purged in place with DELETE.  A final
      *  pass drops archive rows older than online + archive months,
      *  except rows a legal hold in force still covers: those stay
      *  in the archive, are counted as HELD and listed per hold.
      *  Moving a row online -> archive destroys nothing, so only the
      *  prune consults the holds.
      *  One report line per file shows kept/archived counts so the
      *  monthly run is auditable.
      *
           05  WS-CUT-DD                  PIC  9(02).
      *---------- record buffer shuttled through CZCOAB04TMP
       01  WS-REC-BUF                     PIC  X(700).
      *---------- legal-hold check for the archive prune
       01  WS-HELD-CNT                    PIC  9(07).
       01  CZCOAB17-ARGS.
           COPY CZCOAB17.

       PROCEDURE DIVISION.
       0000-MAIN.
      *           through the work file the same way as the online
      *           purges
       5000-PRUNE-ARCHIVE.
           MOVE ZERO TO WS-KEEP-CNT WS-ARCH-CNT WS-HELD-CNT.
           MOVE "N"  TO WS-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AR-STS NOT = "00"
           PERFORM UNTIL WS-EOF
               MOVE AR-FILE-ID TO WS-CUR-FILE-ID
               PERFORM 8000-FETCH-POLICY
               MOVE "N" TO LHC-HELD-IND
               IF WS-POLICY-FOUND
                  AND AR-ROW-YMD < WS-ARCHIVE-CUTOFF-YMD
                   PERFORM 5200-CHECK-HOLD
               END-IF
               EVALUATE TRUE
                   WHEN LHC-HELD-IND = "Y"
                       MOVE ARCHREC-REC TO WORK-TMP-REC
                       WRITE WORK-TMP-REC
                       ADD 1 TO WS-HELD-CNT
                   WHEN NOT WS-POLICY-FOUND
                   WHEN AR-ROW-YMD NOT < WS-ARCHIVE-CUTOFF-YMD
                       MOVE ARCHREC-REC TO WORK-TMP-REC
                       WRITE WORK-TMP-REC
                       ADD 1 TO WS-KEEP-CNT
                   WHEN OTHER
                       ADD 1 TO WS-ARCH-CNT
               END-EVALUATE
               PERFORM 5100-READ-ARCH
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
                  WS-KEEP-CNT               DELIMITED BY SIZE
                  " DROPPED="               DELIMITED BY SIZE
                  WS-ARCH-CNT               DELIMITED BY SIZE
                  " HELD="                  DELIMITED BY SIZE
                  WS-HELD-CNT               DELIMITED BY SIZE
                  INTO ARCH-RPT-LINE
           END-STRING.
           WRITE ARCH-RPT-LINE.
           MOVE "W"        TO LHC-FUNCTION.
           MOVE "CZCOAB04" TO LHC-PGM-ID.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.
           MOVE "N"        TO LHC-FUNCTION.
           MOVE "00"       TO LHC-RC.
           PERFORM UNTIL LHC-RC NOT = "00"
               CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                     PARM-CZCOAB17-ARG2
                                     PARM-CZCOAB17-ARG3
               IF LHC-RC = "00"
                   PERFORM 5300-REPORT-HOLD
               END-IF
           END-PERFORM.
           MOVE "R"        TO LHC-FUNCTION.
           MOVE "CZCOAB04" TO LHC-PGM-ID.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.

       5100-READ-ARCH.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- ask CZCOAB17 whether a hold covers the archive row
      *           due for the drop; company and fund are taken from
      *           the preserved record image where the source layout
      *           carries them, otherwise left blank (any)
       5200-CHECK-HOLD.
           MOVE "C"            TO LHC-FUNCTION.
           MOVE "CZCOAB04"     TO LHC-PGM-ID.
           MOVE AR-FILE-ID     TO LHC-FILE-ID.
           MOVE AR-ROW-YMD     TO LHC-ROW-YMD.
           MOVE SPACE          TO LHC-RIYO-CMP-CD LHC-FUND-CD.
           EVALUATE AR-FILE-ID
               WHEN "SCZY7080MSG"
                   MOVE AR-DATA(1:4)   TO LHC-RIYO-CMP-CD
                   MOVE AR-DATA(31:12) TO LHC-FUND-CD
               WHEN "SCZY7050EX"
                   MOVE AR-DATA(1:4)   TO LHC-RIYO-CMP-CD
                   MOVE AR-DATA(24:12) TO LHC-FUND-CD
               WHEN "TKDYAB07UEF"
                   MOVE AR-DATA(1:4)   TO LHC-RIYO-CMP-CD
               WHEN "WOMAB01ALF"
                   MOVE AR-DATA(93:4)  TO LHC-RIYO-CMP-CD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.

       5300-REPORT-HOLD.
           MOVE SPACE  TO ARCH-RPT-LINE.
           STRING "  HELD CASE="            DELIMITED BY SIZE
                  LHC-CASE-REF              DELIMITED BY SPACE
                  " FILE="                  DELIMITED BY SIZE
                  LHC-CNT-FILE-ID           DELIMITED BY SPACE
                  " FROM="                  DELIMITED BY SIZE
                  LHC-HOLD-FROM-YMD         DELIMITED BY SIZE
                  " ROWS="                  DELIMITED BY SIZE
                  LHC-CNT-ROWS              DELIMITED BY SIZE
                  INTO ARCH-RPT-LINE
           END-STRING.
           WRITE ARCH-RPT-LINE.
