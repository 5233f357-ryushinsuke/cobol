      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB94
      *  Program name   : Monthly volume growth forecast
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Monthly capacity run.  Builds a growth series per kidou,
      *  per company and per major file on the VOLHIS volume
      *  history (TKDYAB94VOL) and projects it 3, 6 and 12 months
      *  past the parameter month (default: last month):
      *    kidou / company  the month's summed KH-FILE-KENSU off
      *                     the TKDYAB27 KIDOUHIS history; every
      *                     month still on KIDOUHIS inside the
      *                     24-month window is rebuilt from it, so
      *                     the first run already has a series
      *    file             record count of SCZY7080MSG,
      *                     TKDYAB27HIS and the CZCOAB04ARC archive
      *                     as they stand on the run day, and the
      *                     size in bytes from the record length
      *  The trend is a least-squares straight line through the
      *  months present in the window; with fewer than 3 months the
      *  projection is held flat at the latest month.  Each
      *  projection is held against its CAPTHRPM ceiling (the
      *  object's own row, else the company default, else the
      *  type default) and the earliest horizon that passes it is
      *  flagged.  History older than 36 months is dropped on the
      *  rewrite through TKDYAB94TMP, the CZCOAB04 work-file way.
      *  RC 8 when the month is not a month, RC 4 when anything is
      *  projected over its ceiling.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB94.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB94PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT HISTORY-FILE   ASSIGN TO "TKDYAB27HIS"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HIS-STS.
           SELECT VOLHIS-FILE    ASSIGN TO "TKDYAB94VOL"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-VOL-STS.
           SELECT WORK-TMP-FILE  ASSIGN TO "TKDYAB94TMP"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-TMP-STS.
           SELECT MSG-TABLE-FILE ASSIGN TO "SCZY7080MSG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS MT-MSG-KEY
                  ALTERNATE RECORD KEY IS MT-FUND-CD
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS MT-MSG-ID
                      WITH DUPLICATES
                  FILE STATUS    IS WS-SRC-STS.
           SELECT ARCHIVE-FILE   ASSIGN TO "CZCOAB04ARC"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-SRC-STS.
           SELECT CAPTHR-MSTR    ASSIGN TO "CAPTHRPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CT-KEY
                  FILE STATUS    IS WS-CT-STS.
           SELECT CAPACITY-RPT   ASSIGN TO "TKDYAB94RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
      *---------- month to forecast from, YYYYMM; zero = last month
           05  PR-YM                      PIC  9(06).

       FD  HISTORY-FILE.
           COPY KIDOUHIS.

       FD  VOLHIS-FILE.
           COPY VOLHIS.

       FD  WORK-TMP-FILE.
       01  WORK-TMP-REC                   PIC  X(47).

       FD  MSG-TABLE-FILE.
           COPY SCZY7080MSG.

       FD  ARCHIVE-FILE.
           COPY ARCHREC.

       FD  CAPTHR-MSTR.
           COPY CAPTHRPM.

       FD  CAPACITY-RPT.
       01  CAPACITY-RPT-LINE              PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-HIS-STS                     PIC  X(02).
       01  WS-VOL-STS                     PIC  X(02).
       01  WS-TMP-STS                     PIC  X(02).
       01  WS-SRC-STS                     PIC  X(02).
       01  WS-CT-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-CT-OPEN-SW                  PIC  X(01)  VALUE "N".
       01  WS-NOW                         PIC  X(21).
       01  WS-TODAY-YMD                   PIC  9(08).
       01  WS-YM                          PIC  9(06)  VALUE ZERO.
       01  WS-YM-R  REDEFINES WS-YM.
           05  WS-YM-YYYY                 PIC  9(04).
           05  WS-YM-MM                   PIC  9(02).

      *---------- months are counted as YYYY * 12 + MM - 1 so a
      *           window is plain subtraction
       01  WS-CUR-MN                      PIC  9(06).
       01  WS-ROW-MN                      PIC S9(06).
       01  WS-ROW-YM                      PIC  9(06).
       01  WS-ROW-YYYY                    PIC  9(04).
       01  WS-ROW-MM                      PIC  9(02).
       01  WS-BKT                         PIC S9(04).
       01  WS-BKT-IDX                     PIC  9(02).
      *---------- 24-month fit window; history kept 36 months
       01  WS-WINDOW-MONTHS               PIC  9(02)  VALUE 24.
       01  WS-KEEP-MONTHS                 PIC  9(02)  VALUE 36.
      *---------- window months KIDOUHIS still covers; those are
      *           rebuilt from it rather than taken off VOLHIS
       01  WS-KH-SEEN-TBL.
           05  WS-KH-SEEN  OCCURS 24      PIC  X(01).

      *---------- measured objects with their monthly series
       01  WS-O-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-O-TBL.
           05  WS-O-ENTRY  OCCURS 3000.
               10  WS-O-TYPE              PIC  X(01).
               10  WS-O-RIYO-CMP-CD       PIC  X(04).
               10  WS-O-ID                PIC  X(12).
               10  WS-O-REC-LEN           PIC  9(05).
               10  WS-O-BKT-ENTRY  OCCURS 24.
                   15  WS-O-BKT-SW        PIC  X(01).
                   15  WS-O-BKT-RECS      PIC  9(11).
       01  WS-O-IDX                       PIC  9(04).
       01  WS-O-FULL-SW                   PIC  X(01)  VALUE "N".
       01  WS-F-TYPE                      PIC  X(01).
       01  WS-F-RIYO-CMP-CD               PIC  X(04).
       01  WS-F-ID                        PIC  X(12).
       01  WS-ADD-RECS                    PIC  9(11).
       01  WS-FILE-RECS                   PIC  9(11).
       01  WS-FILE-LEN                    PIC  9(05).

      *---------- trend fit
       01  WS-PTS                         PIC  9(02).
       01  WS-SUM-X                       PIC S9(17).
       01  WS-SUM-Y                       PIC S9(17).
       01  WS-SUM-XY                      PIC S9(17).
       01  WS-SUM-XX                      PIC S9(17).
       01  WS-DEN                         PIC S9(17).
       01  WS-SLOPE                       PIC S9(13)V9(04).
       01  WS-INTERCEPT                   PIC S9(13)V9(04).
       01  WS-PROJ-WORK                   PIC S9(15)V9(04).
       01  WS-CUR-RECS                    PIC  9(13).
       01  WS-CUR-BYTES                   PIC  9(15).
       01  WS-HZN-VALUES.
           05  FILLER                     PIC  9(02)  VALUE 3.
           05  FILLER                     PIC  9(02)  VALUE 6.
           05  FILLER                     PIC  9(02)  VALUE 12.
       01  WS-HZN-TBL  REDEFINES WS-HZN-VALUES.
           05  WS-HZN  OCCURS 3           PIC  9(02).
       01  WS-H-IDX                       PIC  9(01).
       01  WS-PROJ-TBL.
           05  WS-PROJ-ENTRY  OCCURS 3.
               10  WS-PROJ-RECS           PIC  9(13).
               10  WS-PROJ-BYTES          PIC  9(15).

      *---------- ceiling in force for the object
       01  WS-MAX-RECORDS                 PIC  9(11).
       01  WS-MAX-BYTES                   PIC  9(13).
       01  WS-BREACH                      PIC  X(06).
       01  WS-PRINT-TYPE                  PIC  X(01).
       01  WS-SECTION-NAME                PIC  X(20).

       01  WS-NUM-DSP                     PIC  Z(14)9.
       01  WS-SLOPE-DSP                   PIC -Z(13)9.
       01  WS-PTS-DSP                     PIC  ZZ9.
       01  WS-OBJ-CNT                     PIC  9(04)  VALUE ZERO.
       01  WS-FLAG-CNT                    PIC  9(04)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8) TO WS-TODAY-YMD.

           PERFORM 1000-READ-PARAM.
           IF WS-YM-MM < 1 OR WS-YM-MM > 12
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-CUR-MN = WS-YM-YYYY * 12 + WS-YM-MM - 1.
           MOVE ALL "N" TO WS-KH-SEEN-TBL.

           PERFORM 2000-LOAD-KIDOUHIS.
           PERFORM 3000-LOAD-VOLHIS.
           PERFORM 4000-MEASURE-FILES.
           PERFORM 5000-SAVE-VOLHIS.

           OPEN INPUT CAPTHR-MSTR.
           IF WS-CT-STS = "00"
               MOVE "Y" TO WS-CT-OPEN-SW
           END-IF.
           OPEN OUTPUT CAPACITY-RPT.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           STRING "TKDYAB94  VOLUME GROWTH FORECAST  MONTH "
                                  DELIMITED BY SIZE
                  WS-YM           DELIMITED BY SIZE
                  "  RUN "        DELIMITED BY SIZE
                  WS-TODAY-YMD    DELIMITED BY SIZE
                  INTO CAPACITY-RPT-LINE
           END-STRING.
           WRITE CAPACITY-RPT-LINE.

           MOVE "K" TO WS-PRINT-TYPE.
           MOVE "KIDOU (RECS/MONTH)"   TO WS-SECTION-NAME.
           PERFORM 6000-PRINT-TYPE.
           MOVE "C" TO WS-PRINT-TYPE.
           MOVE "COMPANY (RECS/MONTH)" TO WS-SECTION-NAME.
           PERFORM 6000-PRINT-TYPE.
           MOVE "F" TO WS-PRINT-TYPE.
           MOVE "FILE (ON FILE)"       TO WS-SECTION-NAME.
           PERFORM 6000-PRINT-TYPE.

           MOVE SPACE TO CAPACITY-RPT-LINE.
           WRITE CAPACITY-RPT-LINE.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           STRING "OBJECTS="          DELIMITED BY SIZE
                  WS-OBJ-CNT          DELIMITED BY SIZE
                  " OVER-CEILING="    DELIMITED BY SIZE
                  WS-FLAG-CNT         DELIMITED BY SIZE
                  "  N < 3 = PROJECTION HELD FLAT AT LATEST MONTH"
                                      DELIMITED BY SIZE
                  INTO CAPACITY-RPT-LINE
           END-STRING.
           WRITE CAPACITY-RPT-LINE.
           IF WS-O-FULL-SW = "Y"
               MOVE "OBJECT TABLE FULL AT 3000 - LATER OBJECTS NOT FORE
      -             "CAST" TO CAPACITY-RPT-LINE
               WRITE CAPACITY-RPT-LINE
           END-IF.
           CLOSE CAPACITY-RPT.
           IF WS-CT-OPEN-SW = "Y"
               CLOSE CAPTHR-MSTR
           END-IF.
           IF WS-FLAG-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------- the month defaults to the one before today's
       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-YM IS NUMERIC
                           MOVE PR-YM TO WS-YM
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-YM = ZERO
               MOVE WS-TODAY-YMD(1:4) TO WS-YM-YYYY
               MOVE WS-TODAY-YMD(5:2) TO WS-YM-MM
               IF WS-YM-MM = 1
                   SUBTRACT 1 FROM WS-YM-YYYY
                   MOVE 12 TO WS-YM-MM
               ELSE
                   SUBTRACT 1 FROM WS-YM-MM
               END-IF
           END-IF.

      *---------- kidou and company months straight off KIDOUHIS;
      *           the row count also sizes TKDYAB27HIS itself
       2000-LOAD-KIDOUHIS.
           MOVE ZERO TO WS-FILE-RECS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-RECS
                       PERFORM 2100-ADD-ONE-RUN
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE "N" TO WS-EOF-SW.
           MOVE "F"           TO WS-F-TYPE.
           MOVE SPACE         TO WS-F-RIYO-CMP-CD.
           MOVE "TKDYAB27HIS" TO WS-F-ID.
           MOVE LENGTH OF KIDOUHIS-REC TO WS-FILE-LEN.
           PERFORM 4900-SET-FILE-SIZE.

       2100-ADD-ONE-RUN.
           COMPUTE WS-ROW-YM = KH-SYORI-YMD / 100.
           PERFORM 8100-SET-BUCKET.
           IF WS-BKT < 1 OR WS-BKT > WS-WINDOW-MONTHS
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-KH-SEEN(WS-BKT).
           MOVE ZERO TO WS-ADD-RECS.
           IF KH-FILE-KENSU > ZERO
               MOVE KH-FILE-KENSU TO WS-ADD-RECS
           END-IF.
           MOVE "K"            TO WS-F-TYPE.
           MOVE KH-RIYO-CMP-CD TO WS-F-RIYO-CMP-CD.
           MOVE SPACE          TO WS-F-ID.
           MOVE KH-KIDOU-ID    TO WS-F-ID.
           PERFORM 8000-FIND-OBJECT.
           IF WS-O-IDX > ZERO
               MOVE "Y" TO WS-O-BKT-SW(WS-O-IDX, WS-BKT)
               ADD WS-ADD-RECS TO WS-O-BKT-RECS(WS-O-IDX, WS-BKT)
           END-IF.
           MOVE "C"            TO WS-F-TYPE.
           MOVE SPACE          TO WS-F-ID.
           PERFORM 8000-FIND-OBJECT.
           IF WS-O-IDX > ZERO
               MOVE "Y" TO WS-O-BKT-SW(WS-O-IDX, WS-BKT)
               ADD WS-ADD-RECS TO WS-O-BKT-RECS(WS-O-IDX, WS-BKT)
           END-IF.

      *---------- earlier months off VOLHIS; whatever this run
      *           re-measures is left behind so the rewrite holds
      *           one row per object per month
       3000-LOAD-VOLHIS.
           OPEN OUTPUT WORK-TMP-FILE.
           OPEN INPUT VOLHIS-FILE.
           IF WS-VOL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ VOLHIS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-CARRY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE VOLHIS-FILE.
           MOVE "N" TO WS-EOF-SW.

       3100-CARRY-ONE-ROW.
           MOVE VH-YM TO WS-ROW-YM.
           PERFORM 8100-SET-BUCKET.
           IF WS-BKT <= WS-WINDOW-MONTHS - WS-KEEP-MONTHS
               EXIT PARAGRAPH
           END-IF.
           IF WS-BKT >= 1 AND WS-BKT <= WS-WINDOW-MONTHS
               IF NOT VH-OBJ-FILE
                  AND WS-KH-SEEN(WS-BKT) = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF VH-OBJ-FILE
                  AND WS-BKT = WS-WINDOW-MONTHS
                   EXIT PARAGRAPH
               END-IF
               MOVE VH-OBJ-TYPE    TO WS-F-TYPE
               MOVE VH-RIYO-CMP-CD TO WS-F-RIYO-CMP-CD
               MOVE VH-OBJ-ID      TO WS-F-ID
               PERFORM 8000-FIND-OBJECT
               IF WS-O-IDX > ZERO
                   MOVE "Y"        TO WS-O-BKT-SW(WS-O-IDX, WS-BKT)
                   MOVE VH-RECORDS TO WS-O-BKT-RECS(WS-O-IDX, WS-BKT)
                   IF WS-O-REC-LEN(WS-O-IDX) = ZERO
                       MOVE VH-REC-LEN TO WS-O-REC-LEN(WS-O-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE VOLHIS-REC TO WORK-TMP-REC.
           WRITE WORK-TMP-REC.

      *---------- the message table and the archive, counted as
      *           they stand today
       4000-MEASURE-FILES.
           MOVE ZERO TO WS-FILE-RECS.
           OPEN INPUT MSG-TABLE-FILE.
           IF WS-SRC-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ MSG-TABLE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-RECS
                   END-READ
               END-PERFORM
               CLOSE MSG-TABLE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
           MOVE "F"           TO WS-F-TYPE.
           MOVE SPACE         TO WS-F-RIYO-CMP-CD.
           MOVE "SCZY7080MSG" TO WS-F-ID.
           MOVE LENGTH OF MSG-TABLE-REC TO WS-FILE-LEN.
           PERFORM 4900-SET-FILE-SIZE.

           MOVE ZERO TO WS-FILE-RECS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-SRC-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-RECS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
           MOVE "F"           TO WS-F-TYPE.
           MOVE SPACE         TO WS-F-RIYO-CMP-CD.
           MOVE "CZCOAB04ARC" TO WS-F-ID.
           MOVE LENGTH OF ARCHREC-REC TO WS-FILE-LEN.
           PERFORM 4900-SET-FILE-SIZE.

       4900-SET-FILE-SIZE.
           PERFORM 8000-FIND-OBJECT.
           IF WS-O-IDX > ZERO
               MOVE WS-FILE-LEN  TO WS-O-REC-LEN(WS-O-IDX)
               MOVE "Y"          TO WS-O-BKT-SW(WS-O-IDX, 24)
               MOVE WS-FILE-RECS TO WS-O-BKT-RECS(WS-O-IDX, 24)
           END-IF.

      *---------- this run's months join the carried rows, then the
      *           work file replaces VOLHIS
       5000-SAVE-VOLHIS.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-WINDOW-MONTHS
                   IF WS-O-BKT-SW(WS-O-IDX, WS-BKT-IDX) = "Y"
                      AND ((WS-O-TYPE(WS-O-IDX) NOT = "F"
                            AND WS-KH-SEEN(WS-BKT-IDX) = "Y")
                        OR (WS-O-TYPE(WS-O-IDX) = "F"
                            AND WS-BKT-IDX = WS-WINDOW-MONTHS))
                       PERFORM 5100-WRITE-ONE-MONTH
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE WORK-TMP-FILE.

           OPEN INPUT WORK-TMP-FILE.
           OPEN OUTPUT VOLHIS-FILE.
           PERFORM UNTIL WS-EOF
               READ WORK-TMP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WORK-TMP-REC TO VOLHIS-REC
                       WRITE VOLHIS-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-TMP-FILE VOLHIS-FILE.
           MOVE "N" TO WS-EOF-SW.

       5100-WRITE-ONE-MONTH.
           COMPUTE WS-ROW-MN =
               WS-CUR-MN - WS-WINDOW-MONTHS + WS-BKT-IDX.
           COMPUTE WS-ROW-YYYY = WS-ROW-MN / 12.
           COMPUTE WS-ROW-MM = WS-ROW-MN - (WS-ROW-YYYY * 12) + 1.
           MOVE WS-O-TYPE(WS-O-IDX)        TO VH-OBJ-TYPE.
           MOVE WS-O-RIYO-CMP-CD(WS-O-IDX) TO VH-RIYO-CMP-CD.
           MOVE WS-O-ID(WS-O-IDX)          TO VH-OBJ-ID.
           COMPUTE VH-YM = WS-ROW-YYYY * 100 + WS-ROW-MM.
           MOVE WS-O-BKT-RECS(WS-O-IDX, WS-BKT-IDX) TO VH-RECORDS.
           MOVE WS-O-REC-LEN(WS-O-IDX)     TO VH-REC-LEN.
           MOVE WS-TODAY-YMD               TO VH-RUN-YMD.
           MOVE VOLHIS-REC TO WORK-TMP-REC.
           WRITE WORK-TMP-REC.

       6000-PRINT-TYPE.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           WRITE CAPACITY-RPT-LINE.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           MOVE WS-SECTION-NAME  TO CAPACITY-RPT-LINE(1:20).
           WRITE CAPACITY-RPT-LINE.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           MOVE "T"              TO CAPACITY-RPT-LINE(1:1).
           MOVE "CMP"            TO CAPACITY-RPT-LINE(3:3).
           MOVE "OBJECT"         TO CAPACITY-RPT-LINE(8:6).
           MOVE "MEAS"           TO CAPACITY-RPT-LINE(21:4).
           MOVE "  N"            TO CAPACITY-RPT-LINE(27:3).
           MOVE "         LATEST" TO CAPACITY-RPT-LINE(31:15).
           MOVE "            +3M" TO CAPACITY-RPT-LINE(47:15).
           MOVE "            +6M" TO CAPACITY-RPT-LINE(63:15).
           MOVE "           +12M" TO CAPACITY-RPT-LINE(79:15).
           MOVE "   GROWTH/MONTH" TO CAPACITY-RPT-LINE(95:15).
           MOVE "        CEILING" TO CAPACITY-RPT-LINE(111:15).
           MOVE "OVER"           TO CAPACITY-RPT-LINE(127:4).
           WRITE CAPACITY-RPT-LINE.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               IF WS-O-TYPE(WS-O-IDX) = WS-PRINT-TYPE
                   ADD 1 TO WS-OBJ-CNT
                   PERFORM 6100-FIT-TREND
                   PERFORM 6300-FIND-CEILING
                   PERFORM 6500-PRINT-OBJECT
               END-IF
           END-PERFORM.

      *---------- least-squares line through the months present,
      *           x = bucket number (24 = the forecast month)
       6100-FIT-TREND.
           MOVE ZERO TO WS-PTS WS-SUM-X WS-SUM-Y WS-SUM-XY
                        WS-SUM-XX WS-CUR-RECS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-WINDOW-MONTHS
               IF WS-O-BKT-SW(WS-O-IDX, WS-BKT-IDX) = "Y"
                   ADD 1 TO WS-PTS
                   ADD WS-BKT-IDX TO WS-SUM-X
                   ADD WS-O-BKT-RECS(WS-O-IDX, WS-BKT-IDX)
                       TO WS-SUM-Y
                   COMPUTE WS-SUM-XY = WS-SUM-XY + WS-BKT-IDX
                       * WS-O-BKT-RECS(WS-O-IDX, WS-BKT-IDX)
                   COMPUTE WS-SUM-XX = WS-SUM-XX
                       + WS-BKT-IDX * WS-BKT-IDX
                   MOVE WS-O-BKT-RECS(WS-O-IDX, WS-BKT-IDX)
                       TO WS-CUR-RECS
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-SLOPE.
           MOVE WS-CUR-RECS TO WS-INTERCEPT.
           IF WS-PTS >= 3
               COMPUTE WS-DEN = WS-PTS * WS-SUM-XX
                              - WS-SUM-X * WS-SUM-X
               IF WS-DEN NOT = ZERO
                   COMPUTE WS-SLOPE ROUNDED =
                       (WS-PTS * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                       / WS-DEN
                   COMPUTE WS-INTERCEPT ROUNDED =
                       (WS-SUM-Y - WS-SLOPE * WS-SUM-X) / WS-PTS
               END-IF
           END-IF.
           COMPUTE WS-CUR-BYTES = WS-CUR-RECS * WS-O-REC-LEN(WS-O-IDX).
           PERFORM VARYING WS-H-IDX FROM 1 BY 1 UNTIL WS-H-IDX > 3
               IF WS-SLOPE = ZERO
                   MOVE WS-CUR-RECS TO WS-PROJ-WORK
               ELSE
                   COMPUTE WS-PROJ-WORK ROUNDED = WS-INTERCEPT
                       + WS-SLOPE
                       * (WS-WINDOW-MONTHS + WS-HZN(WS-H-IDX))
               END-IF
               IF WS-PROJ-WORK < ZERO
                   MOVE ZERO TO WS-PROJ-WORK
               END-IF
               MOVE WS-PROJ-WORK TO WS-PROJ-RECS(WS-H-IDX)
               COMPUTE WS-PROJ-BYTES(WS-H-IDX) =
                   WS-PROJ-RECS(WS-H-IDX) * WS-O-REC-LEN(WS-O-IDX)
           END-PERFORM.

      *---------- the object's own row, else the company default
      *           (kidou only), else the type default
       6300-FIND-CEILING.
           MOVE ZERO TO WS-MAX-RECORDS WS-MAX-BYTES.
           IF WS-CT-OPEN-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-O-TYPE(WS-O-IDX)        TO CT-OBJ-TYPE.
           MOVE WS-O-RIYO-CMP-CD(WS-O-IDX) TO CT-RIYO-CMP-CD.
           MOVE WS-O-ID(WS-O-IDX)          TO CT-OBJ-ID.
           PERFORM 6400-READ-CEILING.
           IF WS-CT-STS = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-O-TYPE(WS-O-IDX) = "K"
               MOVE WS-O-RIYO-CMP-CD(WS-O-IDX) TO CT-RIYO-CMP-CD
               MOVE SPACE                      TO CT-OBJ-ID
               PERFORM 6400-READ-CEILING
               IF WS-CT-STS = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-O-TYPE(WS-O-IDX)        TO CT-OBJ-TYPE.
           MOVE SPACE                      TO CT-RIYO-CMP-CD
                                              CT-OBJ-ID.
           PERFORM 6400-READ-CEILING.

       6400-READ-CEILING.
           READ CAPTHR-MSTR
               INVALID KEY
                   MOVE "23" TO WS-CT-STS
                   EXIT PARAGRAPH
           END-READ.
           IF CT-DEL-KBN NOT = SPACE
               MOVE "23" TO WS-CT-STS
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-MAX-RECORDS TO WS-MAX-RECORDS.
           MOVE CT-MAX-BYTES   TO WS-MAX-BYTES.

      *---------- one line on records and, for files, one on bytes;
      *           the earliest horizon past the ceiling is flagged
       6500-PRINT-OBJECT.
           MOVE SPACE TO WS-BREACH.
           IF WS-MAX-RECORDS > ZERO
               EVALUATE TRUE
                   WHEN WS-CUR-RECS > WS-MAX-RECORDS
                       MOVE "NOW"  TO WS-BREACH
                   WHEN WS-PROJ-RECS(1) > WS-MAX-RECORDS
                       MOVE "+3M"  TO WS-BREACH
                   WHEN WS-PROJ-RECS(2) > WS-MAX-RECORDS
                       MOVE "+6M"  TO WS-BREACH
                   WHEN WS-PROJ-RECS(3) > WS-MAX-RECORDS
                       MOVE "+12M" TO WS-BREACH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           MOVE WS-O-TYPE(WS-O-IDX)        TO CAPACITY-RPT-LINE(1:1).
           MOVE WS-O-RIYO-CMP-CD(WS-O-IDX) TO CAPACITY-RPT-LINE(3:4).
           MOVE WS-O-ID(WS-O-IDX)          TO CAPACITY-RPT-LINE(8:12).
           MOVE "RECS"                     TO CAPACITY-RPT-LINE(21:4).
           MOVE WS-PTS                     TO WS-PTS-DSP.
           MOVE WS-PTS-DSP                 TO CAPACITY-RPT-LINE(27:3).
           MOVE WS-CUR-RECS                TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(31:15).
           MOVE WS-PROJ-RECS(1)            TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(47:15).
           MOVE WS-PROJ-RECS(2)            TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(63:15).
           MOVE WS-PROJ-RECS(3)            TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(79:15).
           MOVE WS-SLOPE                   TO WS-SLOPE-DSP.
           MOVE WS-SLOPE-DSP               TO CAPACITY-RPT-LINE(95:15).
           IF WS-MAX-RECORDS > ZERO
               MOVE WS-MAX-RECORDS         TO WS-NUM-DSP
               MOVE WS-NUM-DSP             TO CAPACITY-RPT-LINE(111:15)
           END-IF.
           MOVE WS-BREACH                  TO CAPACITY-RPT-LINE(127:6).
           WRITE CAPACITY-RPT-LINE.
           IF WS-BREACH NOT = SPACE
               ADD 1 TO WS-FLAG-CNT
           END-IF.
           IF WS-O-TYPE(WS-O-IDX) NOT = "F"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-BREACH.
           IF WS-MAX-BYTES > ZERO
               EVALUATE TRUE
                   WHEN WS-CUR-BYTES > WS-MAX-BYTES
                       MOVE "NOW"  TO WS-BREACH
                   WHEN WS-PROJ-BYTES(1) > WS-MAX-BYTES
                       MOVE "+3M"  TO WS-BREACH
                   WHEN WS-PROJ-BYTES(2) > WS-MAX-BYTES
                       MOVE "+6M"  TO WS-BREACH
                   WHEN WS-PROJ-BYTES(3) > WS-MAX-BYTES
                       MOVE "+12M" TO WS-BREACH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE SPACE TO CAPACITY-RPT-LINE.
           MOVE "BYTE"                     TO CAPACITY-RPT-LINE(21:4).
           MOVE WS-CUR-BYTES               TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(31:15).
           MOVE WS-PROJ-BYTES(1)           TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(47:15).
           MOVE WS-PROJ-BYTES(2)           TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(63:15).
           MOVE WS-PROJ-BYTES(3)           TO WS-NUM-DSP.
           MOVE WS-NUM-DSP                 TO CAPACITY-RPT-LINE(79:15).
           COMPUTE WS-SLOPE-DSP = WS-SLOPE * WS-O-REC-LEN(WS-O-IDX).
           MOVE WS-SLOPE-DSP               TO CAPACITY-RPT-LINE(95:15).
           IF WS-MAX-BYTES > ZERO
               MOVE WS-MAX-BYTES           TO WS-NUM-DSP
               MOVE WS-NUM-DSP             TO CAPACITY-RPT-LINE(111:15)
           END-IF.
           MOVE WS-BREACH                  TO CAPACITY-RPT-LINE(127:6).
           WRITE CAPACITY-RPT-LINE.
           IF WS-BREACH NOT = SPACE
               ADD 1 TO WS-FLAG-CNT
           END-IF.

       8000-FIND-OBJECT.
           PERFORM VARYING WS-O-IDX FROM 1 BY 1
                   UNTIL WS-O-IDX > WS-O-CNT
               IF WS-O-TYPE(WS-O-IDX) = WS-F-TYPE
                  AND WS-O-RIYO-CMP-CD(WS-O-IDX) = WS-F-RIYO-CMP-CD
                  AND WS-O-ID(WS-O-IDX) = WS-F-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-O-CNT >= 3000
               MOVE "Y" TO WS-O-FULL-SW
               MOVE ZERO TO WS-O-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-O-CNT.
           MOVE WS-O-CNT         TO WS-O-IDX.
           MOVE WS-F-TYPE        TO WS-O-TYPE(WS-O-IDX).
           MOVE WS-F-RIYO-CMP-CD TO WS-O-RIYO-CMP-CD(WS-O-IDX).
           MOVE WS-F-ID          TO WS-O-ID(WS-O-IDX).
           MOVE ZERO             TO WS-O-REC-LEN(WS-O-IDX).
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-WINDOW-MONTHS
               MOVE "N"  TO WS-O-BKT-SW(WS-O-IDX, WS-BKT-IDX)
               MOVE ZERO TO WS-O-BKT-RECS(WS-O-IDX, WS-BKT-IDX)
           END-PERFORM.

      *---------- bucket 24 is the forecast month, 1 is 23 months
      *           before it; outside the window falls outside 1-24
       8100-SET-BUCKET.
           COMPUTE WS-ROW-YYYY = WS-ROW-YM / 100.
           COMPUTE WS-ROW-MM = WS-ROW-YM - (WS-ROW-YYYY * 100).
           COMPUTE WS-ROW-MN = WS-ROW-YYYY * 12 + WS-ROW-MM - 1.
           COMPUTE WS-BKT = WS-ROW-MN - WS-CUR-MN + WS-WINDOW-MONTHS.
