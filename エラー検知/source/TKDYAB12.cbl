      *                                but an intended-actions report
      *                                is written instead of any
      *                                rewrite or request-file write
      *  20261015   SCS                Files under a LEGALHLD legal
      *                                hold (CZCOAB17, file ID
      *                                DOWNLOAD) are never actioned;
      *                                they go to the TKDYAB12HLD
      *                                report instead
      *
      *  Scans the day's TKDYAA31 extract for kidou that logged a
      *  download output (DL-FILE-NAME not blank), ages each one
      *  "2" = delete, anything else is left alone and flagged for
      *  manual review rather than guessed at.
      *
      *  Before any action is chosen the file is put to CZCOAB17
      *  under file ID DOWNLOAD with the kidou's company and
      *  processing date; a file a legal hold covers gets no
      *  request line whatever its DL-FILE-KBN, and is listed with
      *  its case reference on TKDYAB12HLD (in rehearsal, as a
      *  WOULD KEEP line on the rehearsal report).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB12.
           SELECT REHEARSAL-RPT   ASSIGN TO "TKDYAB12REH"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-REH-STS.
           SELECT HELD-RPT        ASSIGN TO "TKDYAB12HLD"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-HLD-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  REHEARSAL-RPT.
       01  REHEARSAL-LINE                 PIC  X(132).

       FD  HELD-RPT.
       01  HELD-LINE                      PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-REQ-STS                     PIC  X(02).
       01  WS-REH-STS                     PIC  X(02).
       01  WS-REHEARSAL-SW                PIC  X(01)  VALUE "N".
           88  WS-REHEARSAL               VALUE "Y".
       01  WS-HLD-STS                     PIC  X(02).
       01  WS-HELD-CNT                    PIC  9(07)  VALUE ZERO.
       01  CZCOAB17-ARGS.
           COPY CZCOAB17.

       PROCEDURE DIVISION.
       0000-MAIN.
               OPEN OUTPUT REHEARSAL-RPT
           ELSE
               OPEN OUTPUT RETAIN-REQ-FILE
               OPEN OUTPUT HELD-RPT
           END-IF.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-TODAY-YMD.
               CLOSE REHEARSAL-RPT
           ELSE
               CLOSE RETAIN-REQ-FILE
               MOVE "W"        TO LHC-FUNCTION
               MOVE "TKDYAB12" TO LHC-PGM-ID
               CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                     PARM-CZCOAB17-ARG2
                                     PARM-CZCOAB17-ARG3
               MOVE SPACE      TO HELD-LINE
               STRING "HELD FILES KEPT=" DELIMITED BY SIZE
                      WS-HELD-CNT        DELIMITED BY SIZE
                      INTO HELD-LINE
               END-STRING
               WRITE HELD-LINE
               CLOSE HELD-RPT
           END-IF.
           MOVE "R"        TO LHC-FUNCTION.
           MOVE "TKDYAB12" TO LHC-PGM-ID.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.
           GOBACK.

       2000-READ-EXT.
           COMPUTE WS-FILE-INT = FUNCTION INTEGER-OF-DATE(SYORI-YMD).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FILE-INT.
           IF WS-AGE-DAYS > WS-RETENTION-DAYS
               PERFORM 3100-CHECK-HOLD
               IF LHC-HELD-IND = "Y"
                   PERFORM 5000-WRITE-HELD
                   EXIT PARAGRAPH
               END-IF
               EVALUATE DL-FILE-KBN
                   WHEN "1"
                       MOVE "ARCHIVE" TO WS-ACTION-CODE
               PERFORM 4000-WRITE-REQUEST
           END-IF.

       3100-CHECK-HOLD.
           MOVE "C"            TO LHC-FUNCTION.
           MOVE "TKDYAB12"     TO LHC-PGM-ID.
           MOVE "DOWNLOAD"     TO LHC-FILE-ID.
           MOVE RIYO-CMP-CD    TO LHC-RIYO-CMP-CD.
           MOVE SPACE          TO LHC-FUND-CD.
           MOVE SYORI-YMD      TO LHC-ROW-YMD.
           CALL "CZCOAB17" USING PARM-CZCOAB17-ARG1
                                 PARM-CZCOAB17-ARG2
                                 PARM-CZCOAB17-ARG3.

       4000-WRITE-REQUEST.
           IF WS-REHEARSAL
               MOVE SPACE  TO REHEARSAL-LINE
                  INTO RETAIN-REQ-LINE
           END-STRING.
           WRITE RETAIN-REQ-LINE.

       5000-WRITE-HELD.
           ADD 1 TO WS-HELD-CNT.
           IF WS-REHEARSAL
               MOVE SPACE  TO REHEARSAL-LINE
               STRING "WOULD KEEP HELD CASE=" DELIMITED BY SIZE
                      LHC-CASE-REF     DELIMITED BY SPACE
                      " AGE-DAYS="     DELIMITED BY SIZE
                      WS-AGE-DAYS      DELIMITED BY SIZE
                      " FILE="         DELIMITED BY SIZE
                      DL-FILE-NAME     DELIMITED BY SIZE
                      INTO REHEARSAL-LINE
               END-STRING
               WRITE REHEARSAL-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE  TO HELD-LINE.
           STRING "HELD CASE="     DELIMITED BY SIZE
                  LHC-CASE-REF     DELIMITED BY SPACE
                  " CMP="          DELIMITED BY SIZE
                  RIYO-CMP-CD      DELIMITED BY SIZE
                  " YMD="          DELIMITED BY SIZE
                  LHC-ROW-YMD      DELIMITED BY SIZE
                  " AGE-DAYS="     DELIMITED BY SIZE
                  WS-AGE-DAYS      DELIMITED BY SIZE
                  " FILE="         DELIMITED BY SIZE
                  DL-FILE-NAME     DELIMITED BY SIZE
                  INTO HELD-LINE
           END-STRING.
           WRITE HELD-LINE.
