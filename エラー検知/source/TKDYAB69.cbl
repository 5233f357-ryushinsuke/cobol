      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB69
      *  Program name   : Wait-file arrival watcher
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Short-cycle watcher for kidou with TAIKI-FILE-KBN set.  The
      *  file-transfer side drops one TKDYAB69ARV notice per inbound
      *  file (time, size, record count); each is graded against the
      *  kidou's WAITARPM window - early, on time, late, after the
      *  cutoff - and appended to the WAITARVL arrival log, and the
      *  notice file is emptied once read.  Any waiting kidou in the
      *  TKDYAA31 extract (yesterday's and today's SYORI-YMD) with
      *  no file by its latest time is paged to on-call through the
      *  TKDYAB30 router, once, and paged again if the hard cutoff
      *  passes too; both escalations are logged so the next cycle
      *  doesn't repeat them.  A kidou that has already ended is
      *  not chased.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB69.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-MSTR    ASSIGN TO "WAITARPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS WA-KEY
                  FILE STATUS    IS WS-WA-STS.
           SELECT ARRIVAL-LOG    ASSIGN TO "WAITARVL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-WV-STS.
           SELECT NOTICE-FILE    ASSIGN TO "TKDYAB69ARV"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-AN-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT OPR-PAGE-FILE  ASSIGN TO "TKDYAB69PGE"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PG-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-MSTR.
           COPY WAITARPM.

       FD  ARRIVAL-LOG.
           COPY WAITARVL.

      *---------- one line per inbound file, written by the file
      *           transfer side as the file lands
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05  AN-RIYO-CMP-CD             PIC  X(04).
           05  AN-KIDOU-ID                PIC  X(04).
      *---------- zero when the sender doesn't know the processing
      *           day; the arrival date is used instead
           05  AN-SYORI-YMD               PIC  9(08).
           05  AN-ARRIVE-TIME             PIC  X(14).
           05  AN-FILE-NAME               PIC  X(100).
           05  AN-FILE-SIZE               PIC  9(12).
           05  AN-RECORD-CNT              PIC  9(09).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  OPR-PAGE-FILE.
       01  OPR-PAGE-LINE                  PIC  X(80).

       WORKING-STORAGE SECTION.
       01  WS-WA-STS                      PIC  X(02).
       01  WS-WV-STS                      PIC  X(02).
       01  WS-AN-STS                      PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-PG-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-NOW-MIN                     PIC  S9(11) COMP-3.
       01  WS-FROM-YMD                    PIC  9(08).
       01  WS-ARRIVED-CNT                 PIC  9(05)  VALUE ZERO.
       01  WS-PAGED-CNT                   PIC  9(05)  VALUE ZERO.
       01  WS-MISSED-CNT                  PIC  9(05)  VALUE ZERO.

      *---------- delivery windows from the master
       01  WS-A-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-A-TBL.
           05  WS-A-ENTRY                     OCCURS 2000
                                               INDEXED BY WS-A-IX.
               10  WS-A-RIYO-CMP-CD            PIC  X(04).
               10  WS-A-KIDOU-ID               PIC  X(04).
               10  WS-A-PROVIDER-CD            PIC  X(10).
               10  WS-A-EARLIEST-HHMM          PIC  9(04).
               10  WS-A-LATEST-HHMM            PIC  9(04).
               10  WS-A-CUTOFF-HHMM            PIC  9(04).
       01  WS-A-IDX                       PIC  9(04).

      *---------- waiting kidou by company/day/kidou, with what the
      *           arrival log already holds for each
       01  WS-W-MAX                       PIC  9(05)  VALUE ZERO.
       01  WS-W-IDX                       PIC  9(05).
       01  WS-W-TBL.
           05  WS-W-ENTRY                     OCCURS 5000
                                               INDEXED BY WS-W-IX.
               10  WS-W-RIYO-CMP-CD            PIC  X(04).
               10  WS-W-SYORI-YMD              PIC  9(08).
               10  WS-W-KIDOU-ID               PIC  X(04).
               10  WS-W-GYOMU-TASK-ID          PIC  X(07).
               10  WS-W-WAITING-SW             PIC  X(01).
               10  WS-W-ARRIVED-SW             PIC  X(01).
               10  WS-W-PAGED-SW               PIC  X(01).
               10  WS-W-MISSED-SW              PIC  X(01).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-KEY-CMP-CD                  PIC  X(04).
       01  WS-KEY-YMD                     PIC  9(08).
       01  WS-KEY-KIDOU-ID                PIC  X(04).

      *---------- window edges in minutes, for the current kidou
       01  WS-DAY-MIN                     PIC  S9(11) COMP-3.
       01  WS-EARLIEST-MIN                PIC  S9(11) COMP-3.
       01  WS-LATEST-MIN                  PIC  S9(11) COMP-3.
       01  WS-CUTOFF-MIN                  PIC  S9(11) COMP-3.
       01  WS-ARRIVE-MIN                  PIC  S9(11) COMP-3.
       01  WS-HHMM                        PIC  9(04).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH                 PIC  9(02).
           05  WS-HHMM-MM                 PIC  9(02).
       01  WS-HHMM-MIN                    PIC  S9(05) COMP-3.

      *---------- YYYYMMDDHHMMSS to minutes since day 1
       01  WS-TS-IN                       PIC  X(14).
       01  WS-TS-YMD                      PIC  9(08).
       01  WS-TS-HH                       PIC  9(02).
       01  WS-TS-MM                       PIC  9(02).
       01  WS-TS-MIN                      PIC  S9(11) COMP-3.
       01  WS-PAGE-WHAT                   PIC  X(24).
       01  WS-PAGE-HHMM                   PIC  9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP TO WS-TS-IN.
           PERFORM 8000-TO-MINUTES.
           MOVE WS-TS-MIN    TO WS-NOW-MIN.
           MOVE WS-NOW-STAMP(1:8) TO WS-TS-YMD.
           COMPUTE WS-FROM-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TS-YMD) - 1).

           PERFORM 1000-LOAD-WINDOWS.
           PERFORM 2000-LOAD-WAITING-KIDOU.
           PERFORM 2500-LOAD-ARRIVAL-LOG.

           OPEN EXTEND ARRIVAL-LOG.
           IF WS-WV-STS = "05" OR WS-WV-STS = "35"
               OPEN OUTPUT ARRIVAL-LOG
           END-IF.
           PERFORM 3000-TAKE-NOTICES.
           OPEN OUTPUT OPR-PAGE-FILE.
           PERFORM 4000-CHECK-OVERDUE.
           CLOSE OPR-PAGE-FILE.
           CLOSE ARRIVAL-LOG.

           IF WS-ARRIVED-CNT > ZERO
              OR WS-PAGED-CNT > ZERO
              OR WS-MISSED-CNT > ZERO
               DISPLAY "TKDYAB69 ARRIVED=" WS-ARRIVED-CNT
                       " PAGED=" WS-PAGED-CNT
                       " MISSED=" WS-MISSED-CNT
           END-IF.
           GOBACK.

       1000-LOAD-WINDOWS.
           OPEN INPUT WINDOW-MSTR.
           IF WS-WA-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1100-READ-WINDOW.
           PERFORM UNTIL WS-EOF
               IF WA-DEL-KBN = SPACE
                  AND WS-A-MAX < 2000
                   ADD 1 TO WS-A-MAX
                   MOVE WA-RIYO-CMP-CD   TO WS-A-RIYO-CMP-CD(WS-A-MAX)
                   MOVE WA-KIDOU-ID      TO WS-A-KIDOU-ID(WS-A-MAX)
                   MOVE WA-PROVIDER-CD   TO WS-A-PROVIDER-CD(WS-A-MAX)
                   MOVE WA-EARLIEST-HHMM
                     TO WS-A-EARLIEST-HHMM(WS-A-MAX)
                   MOVE WA-LATEST-HHMM   TO WS-A-LATEST-HHMM(WS-A-MAX)
                   MOVE WA-CUTOFF-HHMM   TO WS-A-CUTOFF-HHMM(WS-A-MAX)
               END-IF
               PERFORM 1100-READ-WINDOW
           END-PERFORM.
           CLOSE WINDOW-MSTR.
           MOVE "N" TO WS-EOF-SW.

       1100-READ-WINDOW.
           READ WINDOW-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- waiting kidou from the extract; only the ones with
      *           a window on the master can be watched
       2000-LOAD-WAITING-KIDOU.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-EXT.
           PERFORM UNTIL WS-EOF
               IF DEL-KBN = SPACE
                  AND TAIKI-FILE-KBN NOT = SPACE
                  AND TAIKI-FILE-KBN NOT = "0"
                  AND SYORI-YMD >= WS-FROM-YMD
                   MOVE RIYO-CMP-CD TO WS-KEY-CMP-CD
                   MOVE SYORI-YMD   TO WS-KEY-YMD
                   MOVE KIDOU-ID    TO WS-KEY-KIDOU-ID
                   PERFORM 7000-FIND-WINDOW
                   IF WS-FOUND
                       PERFORM 7100-FIND-WAITING
                       IF NOT WS-FOUND
                           PERFORM 7200-ADD-WAITING
                       END-IF
                       IF WS-W-IDX > ZERO
                           MOVE GYOMU-TASK-ID
                             TO WS-W-GYOMU-TASK-ID(WS-W-IDX)
      *---------- an ended kidou plainly had its file
                           IF JIKOU-END-TIME = SPACE
                               MOVE "Y" TO WS-W-WAITING-SW(WS-W-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-READ-EXT
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-EXT.
           READ TKDYAA31-EXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- what the log already says about those kidou
       2500-LOAD-ARRIVAL-LOG.
           OPEN INPUT ARRIVAL-LOG.
           IF WS-WV-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2600-READ-LOG.
           PERFORM UNTIL WS-EOF
               IF WV-SYORI-YMD >= WS-FROM-YMD
                   MOVE WV-RIYO-CMP-CD TO WS-KEY-CMP-CD
                   MOVE WV-SYORI-YMD   TO WS-KEY-YMD
                   MOVE WV-KIDOU-ID    TO WS-KEY-KIDOU-ID
                   PERFORM 7100-FIND-WAITING
                   IF WS-FOUND
                       EVALUATE TRUE
                           WHEN WV-ARRIVAL
                               MOVE "Y" TO WS-W-ARRIVED-SW(WS-W-IDX)
                           WHEN WV-PAGED
                               MOVE "Y" TO WS-W-PAGED-SW(WS-W-IDX)
                           WHEN WV-MISSED
                               MOVE "Y" TO WS-W-MISSED-SW(WS-W-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM 2600-READ-LOG
           END-PERFORM.
           CLOSE ARRIVAL-LOG.
           MOVE "N" TO WS-EOF-SW.

       2600-READ-LOG.
           READ ARRIVAL-LOG
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *---------- grade and log each notice, then empty the file so
      *           the next cycle only sees new arrivals
       3000-TAKE-NOTICES.
           OPEN INPUT NOTICE-FILE.
           IF WS-AN-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-NOTICE.
           PERFORM UNTIL WS-EOF
               IF NOTICE-REC NOT = SPACE
                   PERFORM 3200-LOG-ARRIVAL
               END-IF
               PERFORM 3100-READ-NOTICE
           END-PERFORM.
           CLOSE NOTICE-FILE.
           MOVE "N" TO WS-EOF-SW.
           OPEN OUTPUT NOTICE-FILE.
           CLOSE NOTICE-FILE.

       3100-READ-NOTICE.
           READ NOTICE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-LOG-ARRIVAL.
           MOVE SPACE TO WAITARVL-REC.
           MOVE AN-RIYO-CMP-CD TO WV-RIYO-CMP-CD.
           MOVE AN-KIDOU-ID    TO WV-KIDOU-ID.
           IF AN-SYORI-YMD IS NUMERIC
              AND AN-SYORI-YMD > ZERO
               MOVE AN-SYORI-YMD TO WV-SYORI-YMD
           ELSE
               MOVE AN-ARRIVE-TIME(1:8) TO WV-SYORI-YMD
           END-IF.
           MOVE AN-ARRIVE-TIME TO WV-ARRIVE-TIME.
           MOVE AN-FILE-NAME   TO WV-FILE-NAME.
           MOVE AN-FILE-SIZE   TO WV-FILE-SIZE.
           MOVE AN-RECORD-CNT  TO WV-RECORD-CNT.
           MOVE ZERO           TO WV-LATE-MIN.
      *---------- without a window the arrival is still logged, as
      *           on time, so the size and count history is kept
           MOVE "O"            TO WV-ARRIVE-KBN.

           MOVE WV-RIYO-CMP-CD TO WS-KEY-CMP-CD.
           MOVE WV-SYORI-YMD   TO WS-KEY-YMD.
           MOVE WV-KIDOU-ID    TO WS-KEY-KIDOU-ID.
           PERFORM 7100-FIND-WAITING.
           IF WS-FOUND
               MOVE WS-W-GYOMU-TASK-ID(WS-W-IDX) TO WV-GYOMU-TASK-ID
               MOVE "Y" TO WS-W-ARRIVED-SW(WS-W-IDX)
           END-IF.
           PERFORM 7000-FIND-WINDOW.
           IF WS-FOUND
               MOVE WS-A-PROVIDER-CD(WS-A-IDX) TO WV-PROVIDER-CD
               PERFORM 7300-WINDOW-MINUTES
               MOVE WV-ARRIVE-TIME TO WS-TS-IN
               PERFORM 8000-TO-MINUTES
               MOVE WS-TS-MIN TO WS-ARRIVE-MIN
               EVALUATE TRUE
                   WHEN WS-ARRIVE-MIN < WS-EARLIEST-MIN
                       MOVE "E" TO WV-ARRIVE-KBN
                   WHEN WS-ARRIVE-MIN <= WS-LATEST-MIN
                       MOVE "O" TO WV-ARRIVE-KBN
                   WHEN WS-ARRIVE-MIN <= WS-CUTOFF-MIN
                       MOVE "L" TO WV-ARRIVE-KBN
                   WHEN OTHER
                       MOVE "C" TO WV-ARRIVE-KBN
               END-EVALUATE
               IF WS-ARRIVE-MIN > WS-LATEST-MIN
                   COMPUTE WV-LATE-MIN = WS-ARRIVE-MIN - WS-LATEST-MIN
               END-IF
           END-IF.
           WRITE WAITARVL-REC.
           ADD 1 TO WS-ARRIVED-CNT.

      *---------- still waiting past the latest time: page once;
      *           past the hard cutoff: log the miss and page again
       4000-CHECK-OVERDUE.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-W-MAX
               IF WS-W-WAITING-SW(WS-W-IDX) = "Y"
                  AND WS-W-ARRIVED-SW(WS-W-IDX) NOT = "Y"
                  AND WS-W-MISSED-SW(WS-W-IDX) NOT = "Y"
                   PERFORM 4100-CHECK-ONE
               END-IF
           END-PERFORM.

       4100-CHECK-ONE.
           MOVE WS-W-RIYO-CMP-CD(WS-W-IDX) TO WS-KEY-CMP-CD.
           MOVE WS-W-SYORI-YMD(WS-W-IDX)   TO WS-KEY-YMD.
           MOVE WS-W-KIDOU-ID(WS-W-IDX)    TO WS-KEY-KIDOU-ID.
           PERFORM 7000-FIND-WINDOW.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM 7300-WINDOW-MINUTES.
           EVALUATE TRUE
               WHEN WS-NOW-MIN > WS-CUTOFF-MIN
                   MOVE "M" TO WV-ARRIVE-KBN
                   MOVE "Y" TO WS-W-MISSED-SW(WS-W-IDX)
                   MOVE "Y" TO WS-W-PAGED-SW(WS-W-IDX)
                   MOVE "WAIT FILE MISSED CUTOFF " TO WS-PAGE-WHAT
                   MOVE WS-A-CUTOFF-HHMM(WS-A-IDX) TO WS-PAGE-HHMM
                   ADD 1 TO WS-MISSED-CNT
               WHEN WS-NOW-MIN > WS-LATEST-MIN
                AND WS-W-PAGED-SW(WS-W-IDX) NOT = "Y"
                   MOVE "P" TO WV-ARRIVE-KBN
                   MOVE "Y" TO WS-W-PAGED-SW(WS-W-IDX)
                   MOVE "WAIT FILE LATE, LATEST  " TO WS-PAGE-WHAT
                   MOVE WS-A-LATEST-HHMM(WS-A-IDX) TO WS-PAGE-HHMM
                   ADD 1 TO WS-PAGED-CNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-W-RIYO-CMP-CD(WS-W-IDX)   TO WV-RIYO-CMP-CD.
           MOVE WS-W-SYORI-YMD(WS-W-IDX)     TO WV-SYORI-YMD.
           MOVE WS-W-KIDOU-ID(WS-W-IDX)      TO WV-KIDOU-ID.
           MOVE WS-W-GYOMU-TASK-ID(WS-W-IDX) TO WV-GYOMU-TASK-ID.
           MOVE WS-A-PROVIDER-CD(WS-A-IDX)   TO WV-PROVIDER-CD.
           MOVE WS-NOW-STAMP                 TO WV-ARRIVE-TIME.
           MOVE SPACE                        TO WV-FILE-NAME.
           MOVE ZERO                         TO WV-FILE-SIZE.
           MOVE ZERO                         TO WV-RECORD-CNT.
           COMPUTE WV-LATE-MIN = WS-NOW-MIN - WS-LATEST-MIN.
           WRITE WAITARVL-REC.

      *---------- fixed page-line layout: task in 15-21, kidou in
      *           29-32, the TKDYAB02/TKDYAB04 prefix
           MOVE SPACE TO OPR-PAGE-LINE.
           STRING "PAGE ON-CALL: "      DELIMITED BY SIZE
                  WS-W-GYOMU-TASK-ID(WS-W-IDX) DELIMITED BY SIZE
                  " KIDOU="             DELIMITED BY SIZE
                  WS-W-KIDOU-ID(WS-W-IDX) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-PAGE-WHAT          DELIMITED BY SIZE
                  WS-PAGE-HHMM          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-A-PROVIDER-CD(WS-A-IDX) DELIMITED BY SPACE
                  INTO OPR-PAGE-LINE
           END-STRING.
           WRITE OPR-PAGE-LINE.

      *---------- WS-KEY-CMP-CD/WS-KEY-KIDOU-ID to WS-A-IDX
       7000-FIND-WINDOW.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-A-IDX.
           PERFORM VARYING WS-A-IX FROM 1 BY 1
                   UNTIL WS-A-IX > WS-A-MAX
                      OR WS-FOUND
               IF WS-A-RIYO-CMP-CD(WS-A-IX) = WS-KEY-CMP-CD
                  AND WS-A-KIDOU-ID(WS-A-IX) = WS-KEY-KIDOU-ID
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-A-IDX TO WS-A-IX
               END-IF
           END-PERFORM.

      *---------- WS-KEY-* to WS-W-IDX
       7100-FIND-WAITING.
           MOVE "N" TO WS-FOUND-SW.
           MOVE ZERO TO WS-W-IDX.
           PERFORM VARYING WS-W-IX FROM 1 BY 1
                   UNTIL WS-W-IX > WS-W-MAX
                      OR WS-FOUND
               IF WS-W-RIYO-CMP-CD(WS-W-IX) = WS-KEY-CMP-CD
                  AND WS-W-SYORI-YMD(WS-W-IX) = WS-KEY-YMD
                  AND WS-W-KIDOU-ID(WS-W-IX) = WS-KEY-KIDOU-ID
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-W-IDX TO WS-W-IX
               END-IF
           END-PERFORM.

       7200-ADD-WAITING.
           IF WS-W-MAX >= 5000
               MOVE ZERO TO WS-W-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-W-MAX.
           MOVE WS-W-MAX        TO WS-W-IDX.
           MOVE WS-KEY-CMP-CD   TO WS-W-RIYO-CMP-CD(WS-W-IDX).
           MOVE WS-KEY-YMD      TO WS-W-SYORI-YMD(WS-W-IDX).
           MOVE WS-KEY-KIDOU-ID TO WS-W-KIDOU-ID(WS-W-IDX).
           MOVE SPACE           TO WS-W-GYOMU-TASK-ID(WS-W-IDX).
           MOVE "N"             TO WS-W-WAITING-SW(WS-W-IDX).
           MOVE "N"             TO WS-W-ARRIVED-SW(WS-W-IDX).
           MOVE "N"             TO WS-W-PAGED-SW(WS-W-IDX).
           MOVE "N"             TO WS-W-MISSED-SW(WS-W-IDX).

      *---------- window of WS-A-IDX on day WS-KEY-YMD in minutes;
      *           an edge lower than the one before it is next day
       7300-WINDOW-MINUTES.
           COMPUTE WS-DAY-MIN =
               FUNCTION INTEGER-OF-DATE(WS-KEY-YMD) * 1440.
           MOVE WS-A-EARLIEST-HHMM(WS-A-IDX) TO WS-HHMM.
           PERFORM 7310-HHMM-TO-MINUTES.
           COMPUTE WS-EARLIEST-MIN = WS-DAY-MIN + WS-HHMM-MIN.
           MOVE WS-A-LATEST-HHMM(WS-A-IDX) TO WS-HHMM.
           PERFORM 7310-HHMM-TO-MINUTES.
           COMPUTE WS-LATEST-MIN = WS-DAY-MIN + WS-HHMM-MIN.
           IF WS-LATEST-MIN < WS-EARLIEST-MIN
               ADD 1440 TO WS-LATEST-MIN
           END-IF.
           MOVE WS-A-CUTOFF-HHMM(WS-A-IDX) TO WS-HHMM.
           PERFORM 7310-HHMM-TO-MINUTES.
           COMPUTE WS-CUTOFF-MIN = WS-DAY-MIN + WS-HHMM-MIN.
           PERFORM UNTIL WS-CUTOFF-MIN >= WS-LATEST-MIN
               ADD 1440 TO WS-CUTOFF-MIN
           END-PERFORM.

       7310-HHMM-TO-MINUTES.
           IF WS-HHMM IS NOT NUMERIC
               MOVE ZERO TO WS-HHMM
           END-IF.
           COMPUTE WS-HHMM-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM.

      *---------- WS-TS-IN to WS-TS-MIN; seconds are dropped
       8000-TO-MINUTES.
           MOVE ZERO TO WS-TS-MIN.
           IF WS-TS-IN(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS-IN(1:8)  TO WS-TS-YMD.
           MOVE WS-TS-IN(9:2)  TO WS-TS-HH.
           MOVE WS-TS-IN(11:2) TO WS-TS-MM.
           COMPUTE WS-TS-MIN =
               FUNCTION INTEGER-OF-DATE(WS-TS-YMD) * 1440
             + WS-TS-HH * 60 + WS-TS-MM.
