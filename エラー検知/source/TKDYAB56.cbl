      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Trailer row kept out of the
      *                                partitions and written to the
      *                                TKDYAB56TRL control file for
      *                                the TKDYAB58 trailer check
      *
      *  First leg of the split-and-merge validation mode for the
      *  big upload runs: reads the upload source file once,
           SELECT WORK-FILE-4    ASSIGN TO "TKDYAB56W4"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-WRK-STS.
           SELECT TRAILER-CTL    ASSIGN TO "TKDYAB56TRL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TRL-STS.

       DATA DIVISION.
       FILE SECTION.
                         ==UW-ROW-NO==     BY ==W4-ROW-NO==
                         ==UW-SRC-REC==    BY ==W4-SRC-REC==.

      *---------- one row per run: the header key, how many trailer
      *           rows the file held, whether anything followed the
      *           first one, and the first trailer's image
       FD  TRAILER-CTL.
       01  TRAILER-CTL-REC.
           05  TC-RIYO-CMP-CD             PIC  X(04).
           05  TC-SYORI-YMD               PIC  9(08).
           05  TC-KIDOU-ID                PIC  X(04).
           05  TC-GYOMU-TASK-ID           PIC  X(07).
           05  TC-TRL-CNT                 PIC  9(03).
           05  TC-AFTER-TRL-SW            PIC  X(01).
           05  TC-TRL-REC                 PIC  X(61).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STS                     PIC  X(02).
       01  WS-WRK-STS                     PIC  X(02).
       01  WS-TRL-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-ROW-NO                      PIC  9(07)  VALUE ZERO.
       01  WS-PART-NO                     PIC  9(01)  VALUE ZERO.
       01  WS-OUT-ROW-NO                  PIC  9(07).
       01  WS-OUT-SRC-REC                 PIC  X(61).
       01  WS-TRL-CNT                     PIC  9(03)  VALUE ZERO.
       01  WS-AFTER-TRL-SW                PIC  X(01)  VALUE "N".
       01  WS-TRL-REC                     PIC  X(61)  VALUE SPACE.
       01  WS-HDR-RIYO-CMP-CD             PIC  X(04)  VALUE SPACE.
       01  WS-HDR-SYORI-YMD               PIC  9(08)  VALUE ZERO.
       01  WS-HDR-KIDOU-ID                PIC  X(04)  VALUE SPACE.
       01  WS-HDR-GYOMU-TASK-ID           PIC  X(07)  VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 2000-READ-SRC.
           PERFORM UNTIL WS-EOF
               IF WS-TRL-CNT > ZERO
                   MOVE "Y" TO WS-AFTER-TRL-SW
               END-IF
               EVALUATE US-REC-KBN
                   WHEN "H"
                       PERFORM 3000-DEAL-HEADER-TO-ALL
                   WHEN "T"
                       PERFORM 3500-HOLD-TRAILER
                   WHEN OTHER
                       PERFORM 4000-DEAL-DETAIL
               END-EVALUATE
               PERFORM 2000-READ-SRC
           END-PERFORM.
           PERFORM 6000-WRITE-TRAILER-CTL.

           CLOSE UPLOAD-SRC-FILE.
           CLOSE WORK-FILE-1.
           END-READ.

       3000-DEAL-HEADER-TO-ALL.
           MOVE US-H-RIYO-CMP-CD    TO WS-HDR-RIYO-CMP-CD.
           MOVE US-H-SYORI-YMD      TO WS-HDR-SYORI-YMD.
           MOVE US-H-KIDOU-ID       TO WS-HDR-KIDOU-ID.
           MOVE US-H-GYOMU-TASK-ID  TO WS-HDR-GYOMU-TASK-ID.
           MOVE ZERO        TO WS-OUT-ROW-NO.
           MOVE UPLDSRC-REC TO WS-OUT-SRC-REC.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
           END-PERFORM.
           MOVE ZERO TO WS-PART-NO.

      *---------- the trailer is a control row, not a detail: it
      *           takes no row number and goes to no partition
       3500-HOLD-TRAILER.
           IF WS-TRL-CNT = ZERO
               MOVE UPLDSRC-REC TO WS-TRL-REC
           END-IF.
           IF WS-TRL-CNT < 999
               ADD 1 TO WS-TRL-CNT
           END-IF.

      *---------- the row number advances over every non-header
      *           record, bad record kinds included, exactly the
      *           TKDYAB19 counting
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6000-WRITE-TRAILER-CTL.
           OPEN OUTPUT TRAILER-CTL.
           MOVE WS-HDR-RIYO-CMP-CD   TO TC-RIYO-CMP-CD.
           MOVE WS-HDR-SYORI-YMD     TO TC-SYORI-YMD.
           MOVE WS-HDR-KIDOU-ID      TO TC-KIDOU-ID.
           MOVE WS-HDR-GYOMU-TASK-ID TO TC-GYOMU-TASK-ID.
           MOVE WS-TRL-CNT           TO TC-TRL-CNT.
           MOVE WS-AFTER-TRL-SW      TO TC-AFTER-TRL-SW.
           MOVE WS-TRL-REC           TO TC-TRL-REC.
           WRITE TRAILER-CTL-REC.
           CLOSE TRAILER-CTL.
