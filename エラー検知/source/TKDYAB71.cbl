      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB71
      *  Program name   : Delimited upload-file intake
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Converts a provider's comma/tab/semicolon/pipe-delimited
      *  file into the fixed UPLDSRC layout, ahead of the TKDYAB19
      *  gate: one header row from the run key on the parameter
      *  file, one detail row per data line, and the trailer row
      *  restating what was written.  The provider comes from
      *  UPLDPRVM (company + kidou) and the layout from UPLDCSVM
      *  (provider + company): delimiter, quoting (a doubled quote
      *  inside quotes is one quote), date picture, decimal
      *  separator, title lines to skip, the column of each field
      *  and the default HYK-KRTU-CD.  A line that cannot be
      *  converted goes straight to the TKDYAB07 upload-error
      *  detail with UE-ROW-NO = its line number in the delimited
      *  file and a CSV- field name, so TKDYAB34 leaves it for the
      *  provider to resend rather than matching it to a detail
      *  row it never became.  Blank lines are passed over.  The
      *  field edits proper (fund code present, FUNDPTFM) stay
      *  with the gate.  RC 4 when lines were rejected; RC 8 when
      *  the run key is incomplete, the kidou has no provider or
      *  mapping, or the delimited file cannot be read.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB71.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB71PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT CSV-IN-FILE    ASSIGN TO "TKDYAB71CSV"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-CSV-STS.
           SELECT PROVIDER-MSTR  ASSIGN TO "UPLDPRVM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS UP-KEY
                  FILE STATUS    IS WS-UP-STS.
           SELECT MAPPING-MSTR   ASSIGN TO "UPLDCSVM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS CM-KEY
                  FILE STATUS    IS WS-CM-STS.
           SELECT UPLOAD-SRC-FILE ASSIGN TO "TKDYAB71SRC"
                  ORGANIZATION    IS SEQUENTIAL
                  FILE STATUS     IS WS-SRC-STS.
           SELECT UPLDERR-FILE   ASSIGN TO "TKDYAB07UEF"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-UE-STS.
           SELECT INTAKE-RPT     ASSIGN TO "TKDYAB71RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
      *---------- the run key the header row will carry
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-RIYO-CMP-CD             PIC  X(04).
           05  PR-SYORI-YMD               PIC  9(08).
           05  PR-KIDOU-ID                PIC  X(04).
           05  PR-GYOMU-TASK-ID           PIC  X(07).

       FD  CSV-IN-FILE.
       01  CSV-IN-LINE                    PIC  X(300).

       FD  PROVIDER-MSTR.
           COPY UPLDPRVM.

       FD  MAPPING-MSTR.
           COPY UPLDCSVM.

       FD  UPLOAD-SRC-FILE.
           COPY UPLDSRC.

       FD  UPLDERR-FILE.
           COPY UPLDERR.

       FD  INTAKE-RPT.
       01  INTAKE-RPT-LINE                PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-CSV-STS                     PIC  X(02).
       01  WS-UP-STS                      PIC  X(02).
       01  WS-CM-STS                      PIC  X(02).
       01  WS-SRC-STS                     PIC  X(02).
       01  WS-UE-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-FATAL-REASON                PIC  X(60)  VALUE SPACE.

      *---------- run key and the provider's conventions
       01  WS-RIYO-CMP-CD                 PIC  X(04)  VALUE SPACE.
       01  WS-SYORI-YMD                   PIC  9(08)  VALUE ZERO.
       01  WS-KIDOU-ID                    PIC  X(04)  VALUE SPACE.
       01  WS-GYOMU-TASK-ID               PIC  X(07)  VALUE SPACE.
       01  WS-PROVIDER-CD                 PIC  X(10)  VALUE SPACE.
       01  WS-DELIM-CHAR                  PIC  X(01).
       01  WS-QUOTE-CHAR                  PIC  X(01).
       01  WS-DECIMAL-CHAR                PIC  X(01).
       01  WS-THOUSANDS-CHAR              PIC  X(01).
       01  WS-DATE-FMT                    PIC  X(10).
       01  WS-DATE-FMT-LEN                PIC  9(02).
       01  WS-SKIP-LINES                  PIC  9(02)  VALUE ZERO.
       01  WS-COL-FUND-CD                 PIC  9(02).
       01  WS-COL-PTF-CD                  PIC  9(02).
       01  WS-COL-HYK-KRTU-CD             PIC  9(02).
       01  WS-COL-KJN-YMD                 PIC  9(02).
       01  WS-COL-VALUE                   PIC  9(02).
       01  WS-DEFAULT-HYK-KRTU-CD         PIC  X(04).

      *---------- the current line split into its columns
       01  WS-LINE                        PIC  X(300).
       01  WS-LINE-NO                     PIC  9(07)  VALUE ZERO.
       01  WS-LINE-LEN                    PIC  9(03).
       01  WS-POS                         PIC  9(03).
       01  WS-CHAR                        PIC  X(01).
       01  WS-IN-QUOTE-SW                 PIC  X(01).
           88  WS-IN-QUOTE                VALUE "Y".
       01  WS-COL-MAX                     PIC  9(02)  VALUE 30.
       01  WS-COL-CNT                     PIC  9(03).
       01  WS-COL-TBL.
           05  WS-COL-ENTRY               OCCURS 30
                                          INDEXED BY WS-COL-IX.
               10  WS-COL-LEN             PIC  9(02).
               10  WS-COL-OVER-SW         PIC  X(01).
               10  WS-COL-TEXT            PIC  X(40).
       01  WS-COL-NO                      PIC  9(02).

      *---------- one conversion, and why it failed
       01  WS-ROW-ERR-SW                  PIC  X(01).
           88  WS-ROW-ERR                 VALUE "Y".
       01  WS-FIELD-NAME                  PIC  X(30).
       01  WS-REJECT-REASON               PIC  X(80).
       01  WS-COL-DSP                     PIC  Z9.
       01  WS-FIELD-TEXT                  PIC  X(40).
       01  WS-FIELD-LEN                   PIC  9(02).
       01  WS-FIELD-MAX                   PIC  9(02).
       01  WS-DATE-OUT.
           05  WS-DATE-YYYY               PIC  X(04).
           05  WS-DATE-MM                 PIC  X(02).
           05  WS-DATE-DD                 PIC  X(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-OUT
                                          PIC  9(08).
       01  WS-Y-CNT                       PIC  9(02).
       01  WS-M-CNT                       PIC  9(02).
       01  WS-D-CNT                       PIC  9(02).
       01  WS-VAL-OUT                     PIC  X(40).
       01  WS-VAL-LEN                     PIC  9(02).
       01  WS-OUT-DETAIL.
           05  WS-OUT-FUND-CD             PIC  X(12).
           05  WS-OUT-PTF-CD              PIC  X(04).
           05  WS-OUT-HYK-KRTU-CD         PIC  X(04).
           05  WS-OUT-KJN-YMD             PIC  9(08).
           05  WS-OUT-VALUE               PIC  X(20).

      *---------- run totals; the count and value sum also make the
      *           trailer row
       01  WS-DETAIL-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-REJECT-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-SKIP-CNT                    PIC  9(07)  VALUE ZERO.
       01  WS-BLANK-CNT                   PIC  9(07)  VALUE ZERO.
       01  WS-VALUE-SUM                   PIC  S9(15)V9(05)
                                                      VALUE ZERO.
       01  WS-HASH-DSP                    PIC  -(13)9.9(05).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARAM.
           IF WS-FATAL-REASON = SPACE
               PERFORM 1200-READ-PROVIDER
           END-IF.
           IF WS-FATAL-REASON = SPACE
               PERFORM 1400-READ-MAPPING
           END-IF.
           IF WS-FATAL-REASON = SPACE
               OPEN INPUT CSV-IN-FILE
               IF WS-CSV-STS NOT = "00"
                   MOVE "DELIMITED FILE NOT READABLE"
                     TO WS-FATAL-REASON
               END-IF
           END-IF.

           OPEN OUTPUT INTAKE-RPT.
           MOVE SPACE TO INTAKE-RPT-LINE.
           STRING "DELIMITED UPLOAD INTAKE  CMP="
                                       DELIMITED BY SIZE
                  WS-RIYO-CMP-CD       DELIMITED BY SIZE
                  "  DAY="             DELIMITED BY SIZE
                  WS-SYORI-YMD         DELIMITED BY SIZE
                  "  KIDOU="           DELIMITED BY SIZE
                  WS-KIDOU-ID          DELIMITED BY SIZE
                  "  TASK="            DELIMITED BY SIZE
                  WS-GYOMU-TASK-ID     DELIMITED BY SIZE
                  "  PROVIDER="        DELIMITED BY SIZE
                  WS-PROVIDER-CD       DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.
           IF WS-FATAL-REASON NOT = SPACE
               MOVE SPACE TO INTAKE-RPT-LINE
               STRING "** INTAKE NOT RUN - " DELIMITED BY SIZE
                      WS-FATAL-REASON        DELIMITED BY SIZE
                      INTO INTAKE-RPT-LINE
               END-STRING
               WRITE INTAKE-RPT-LINE
               CLOSE INTAKE-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACE TO INTAKE-RPT-LINE.
           STRING "LINE    FIELD          REASON"
                                       DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           OPEN OUTPUT UPLOAD-SRC-FILE.
           OPEN EXTEND UPLDERR-FILE.
           IF WS-UE-STS = "05" OR WS-UE-STS = "35"
               OPEN OUTPUT UPLDERR-FILE
           END-IF.
           PERFORM 2000-WRITE-HEADER.
           PERFORM 2100-READ-CSV.
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN WS-LINE-NO <= WS-SKIP-LINES
                       ADD 1 TO WS-SKIP-CNT
                   WHEN WS-LINE = SPACE
                       ADD 1 TO WS-BLANK-CNT
                   WHEN OTHER
                       PERFORM 3000-CONVERT-LINE
               END-EVALUATE
               PERFORM 2100-READ-CSV
           END-PERFORM.
           PERFORM 2900-WRITE-TRAILER.
           CLOSE CSV-IN-FILE.
           CLOSE UPLOAD-SRC-FILE.
           CLOSE UPLDERR-FILE.

           MOVE SPACE TO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.
           MOVE SPACE TO INTAKE-RPT-LINE.
           STRING "LINES READ="        DELIMITED BY SIZE
                  WS-LINE-NO           DELIMITED BY SIZE
                  "  TITLE LINES="     DELIMITED BY SIZE
                  WS-SKIP-CNT          DELIMITED BY SIZE
                  "  BLANK="           DELIMITED BY SIZE
                  WS-BLANK-CNT         DELIMITED BY SIZE
                  "  DETAILS WRITTEN=" DELIMITED BY SIZE
                  WS-DETAIL-CNT        DELIMITED BY SIZE
                  "  REJECTED="        DELIMITED BY SIZE
                  WS-REJECT-CNT        DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.
           CLOSE INTAKE-RPT.
           IF WS-REJECT-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PR-RIYO-CMP-CD   TO WS-RIYO-CMP-CD
                       MOVE PR-KIDOU-ID      TO WS-KIDOU-ID
                       MOVE PR-GYOMU-TASK-ID TO WS-GYOMU-TASK-ID
                       IF PR-SYORI-YMD IS NUMERIC
                           MOVE PR-SYORI-YMD TO WS-SYORI-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-RIYO-CMP-CD = SPACE OR WS-SYORI-YMD = ZERO
              OR WS-KIDOU-ID = SPACE
               MOVE "RUN KEY MISSING ON TKDYAB71PRM"
                 TO WS-FATAL-REASON
           END-IF.

       1200-READ-PROVIDER.
           MOVE "KIDOU HAS NO PROVIDER ON UPLDPRVM"
             TO WS-FATAL-REASON.
           OPEN INPUT PROVIDER-MSTR.
           IF WS-UP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RIYO-CMP-CD TO UP-RIYO-CMP-CD.
           MOVE WS-KIDOU-ID    TO UP-KIDOU-ID.
           READ PROVIDER-MSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UP-DEL-KBN = SPACE
                       MOVE UP-PROVIDER-CD TO WS-PROVIDER-CD
                       MOVE SPACE          TO WS-FATAL-REASON
                   END-IF
           END-READ.
           CLOSE PROVIDER-MSTR.

      *---------- the provider's conventions, resolved once
       1400-READ-MAPPING.
           MOVE "PROVIDER HAS NO MAPPING ON UPLDCSVM"
             TO WS-FATAL-REASON.
           OPEN INPUT MAPPING-MSTR.
           IF WS-CM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROVIDER-CD TO CM-PROVIDER-CD.
           MOVE WS-RIYO-CMP-CD TO CM-RIYO-CMP-CD.
           READ MAPPING-MSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-DEL-KBN = SPACE
                       MOVE SPACE TO WS-FATAL-REASON
                   END-IF
           END-READ.
           IF WS-FATAL-REASON = SPACE
               PERFORM 1500-TAKE-MAPPING
           END-IF.
           CLOSE MAPPING-MSTR.

       1500-TAKE-MAPPING.
           EVALUATE TRUE
               WHEN CM-DELIM-COMMA
                   MOVE ","   TO WS-DELIM-CHAR
               WHEN CM-DELIM-TAB
                   MOVE X"09" TO WS-DELIM-CHAR
               WHEN CM-DELIM-SEMICOLON
                   MOVE ";"   TO WS-DELIM-CHAR
               WHEN CM-DELIM-PIPE
                   MOVE "|"   TO WS-DELIM-CHAR
               WHEN OTHER
                   MOVE "UPLDCSVM DELIMITER NOT C/T/S/P"
                     TO WS-FATAL-REASON
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CM-QUOTE-DOUBLE
                   MOVE QUOTE TO WS-QUOTE-CHAR
               WHEN CM-QUOTE-SINGLE
                   MOVE "'"   TO WS-QUOTE-CHAR
               WHEN OTHER
                   MOVE SPACE TO WS-QUOTE-CHAR
           END-EVALUATE.
           IF CM-DECIMAL-SEP = ","
               MOVE "," TO WS-DECIMAL-CHAR
               MOVE "." TO WS-THOUSANDS-CHAR
           ELSE
               MOVE "." TO WS-DECIMAL-CHAR
               MOVE "," TO WS-THOUSANDS-CHAR
           END-IF.
           IF CM-DATE-FMT = SPACE
               MOVE "YYYYMMDD" TO WS-DATE-FMT
           ELSE
               MOVE CM-DATE-FMT TO WS-DATE-FMT
           END-IF.
           COMPUTE WS-DATE-FMT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-FMT TRAILING)).
           IF CM-SKIP-LINES IS NUMERIC
               MOVE CM-SKIP-LINES TO WS-SKIP-LINES
           END-IF.
           IF CM-COL-FUND-CD  IS NOT NUMERIC OR CM-COL-FUND-CD = ZERO
              OR CM-COL-PTF-CD  IS NOT NUMERIC OR CM-COL-PTF-CD = ZERO
              OR CM-COL-KJN-YMD IS NOT NUMERIC OR CM-COL-KJN-YMD = ZERO
              OR CM-COL-VALUE   IS NOT NUMERIC OR CM-COL-VALUE = ZERO
              OR CM-COL-HYK-KRTU-CD IS NOT NUMERIC
               MOVE "UPLDCSVM COLUMN NUMBERS INCOMPLETE"
                 TO WS-FATAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-COL-FUND-CD         TO WS-COL-FUND-CD.
           MOVE CM-COL-PTF-CD          TO WS-COL-PTF-CD.
           MOVE CM-COL-HYK-KRTU-CD     TO WS-COL-HYK-KRTU-CD.
           MOVE CM-COL-KJN-YMD         TO WS-COL-KJN-YMD.
           MOVE CM-COL-VALUE           TO WS-COL-VALUE.
           MOVE CM-DEFAULT-HYK-KRTU-CD TO WS-DEFAULT-HYK-KRTU-CD.

       2000-WRITE-HEADER.
           MOVE SPACE            TO UPLDSRC-REC.
           MOVE "H"              TO US-REC-KBN.
           MOVE WS-RIYO-CMP-CD   TO US-H-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD     TO US-H-SYORI-YMD.
           MOVE WS-KIDOU-ID      TO US-H-KIDOU-ID.
           MOVE WS-GYOMU-TASK-ID TO US-H-GYOMU-TASK-ID.
           WRITE UPLDSRC-REC.

       2100-READ-CSV.
           READ CSV-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   MOVE CSV-IN-LINE TO WS-LINE
           END-READ.

      *---------- restates the rows written, not the delimited
      *           file - the provider sends no control totals of
      *           its own in this format
       2900-WRITE-TRAILER.
           MOVE WS-VALUE-SUM  TO WS-HASH-DSP.
           MOVE SPACE         TO UPLDSRC-REC.
           MOVE "T"           TO US-REC-KBN.
           MOVE WS-DETAIL-CNT TO US-T-DETAIL-CNT.
           MOVE WS-HASH-DSP   TO US-T-HASH-TOTAL.
           WRITE UPLDSRC-REC.

       3000-CONVERT-LINE.
           MOVE "N"   TO WS-ROW-ERR-SW.
           MOVE SPACE TO WS-FIELD-NAME WS-REJECT-REASON.
           MOVE SPACE TO WS-OUT-DETAIL.
           MOVE ZERO  TO WS-OUT-KJN-YMD.
           PERFORM 3100-SPLIT-LINE.
           IF WS-IN-QUOTE
               MOVE "CSV-LINE"                TO WS-FIELD-NAME
               MOVE "QUOTED FIELD NOT CLOSED" TO WS-REJECT-REASON
               MOVE "Y"                       TO WS-ROW-ERR-SW
           END-IF.
           IF NOT WS-ROW-ERR
               MOVE WS-COL-FUND-CD TO WS-COL-NO
               MOVE "CSV-FUND-CD"  TO WS-FIELD-NAME
               MOVE 12             TO WS-FIELD-MAX
               PERFORM 4000-TAKE-TEXT-FIELD
               MOVE WS-FIELD-TEXT  TO WS-OUT-FUND-CD
           END-IF.
           IF NOT WS-ROW-ERR
               MOVE WS-COL-PTF-CD  TO WS-COL-NO
               MOVE "CSV-PTF-CD"   TO WS-FIELD-NAME
               MOVE 4              TO WS-FIELD-MAX
               PERFORM 4000-TAKE-TEXT-FIELD
               MOVE WS-FIELD-TEXT  TO WS-OUT-PTF-CD
           END-IF.
           IF NOT WS-ROW-ERR
               MOVE SPACE TO WS-FIELD-TEXT
               IF WS-COL-HYK-KRTU-CD NOT = ZERO
                   MOVE WS-COL-HYK-KRTU-CD TO WS-COL-NO
                   MOVE "CSV-HYK-KRTU-CD"  TO WS-FIELD-NAME
                   MOVE 4                  TO WS-FIELD-MAX
                   PERFORM 4000-TAKE-TEXT-FIELD
               END-IF
               IF WS-FIELD-TEXT = SPACE
                   MOVE WS-DEFAULT-HYK-KRTU-CD TO WS-OUT-HYK-KRTU-CD
               ELSE
                   MOVE WS-FIELD-TEXT TO WS-OUT-HYK-KRTU-CD
               END-IF
           END-IF.
           IF NOT WS-ROW-ERR
               MOVE WS-COL-KJN-YMD TO WS-COL-NO
               MOVE "CSV-KJN-YMD"  TO WS-FIELD-NAME
               PERFORM 5000-CONVERT-DATE
           END-IF.
           IF NOT WS-ROW-ERR
               MOVE WS-COL-VALUE   TO WS-COL-NO
               MOVE "CSV-VALUE"    TO WS-FIELD-NAME
               PERFORM 6000-CONVERT-VALUE
           END-IF.
           IF WS-ROW-ERR
               PERFORM 7000-REJECT-LINE
           ELSE
               PERFORM 3900-WRITE-DETAIL
           END-IF.

      *---------- one pass over the line: the delimiter ends a
      *           column unless inside quotes; a quote opens only
      *           at the start of a column, and a doubled quote
      *           inside quotes stands for one
       3100-SPLIT-LINE.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)).
           MOVE 1   TO WS-COL-CNT.
           MOVE "N" TO WS-IN-QUOTE-SW.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COL-MAX
               MOVE ZERO  TO WS-COL-LEN(WS-COL-IX)
               MOVE "N"   TO WS-COL-OVER-SW(WS-COL-IX)
               MOVE SPACE TO WS-COL-TEXT(WS-COL-IX)
           END-PERFORM.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-LINE-LEN
               MOVE WS-LINE(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-IN-QUOTE
                        AND WS-CHAR = WS-QUOTE-CHAR
                       IF WS-POS < WS-LINE-LEN
                          AND WS-LINE(WS-POS + 1:1) = WS-QUOTE-CHAR
                           PERFORM 3200-ADD-CHAR
                           ADD 1 TO WS-POS
                       ELSE
                           MOVE "N" TO WS-IN-QUOTE-SW
                       END-IF
                   WHEN WS-IN-QUOTE
                       PERFORM 3200-ADD-CHAR
                   WHEN WS-CHAR = WS-DELIM-CHAR
                       ADD 1 TO WS-COL-CNT
                   WHEN WS-CHAR = WS-QUOTE-CHAR
                        AND WS-QUOTE-CHAR NOT = SPACE
                        AND WS-COL-CNT <= WS-COL-MAX
                        AND WS-COL-LEN(WS-COL-CNT) = ZERO
                       MOVE "Y" TO WS-IN-QUOTE-SW
                   WHEN OTHER
                       PERFORM 3200-ADD-CHAR
               END-EVALUATE
               ADD 1 TO WS-POS
           END-PERFORM.

      *---------- columns past the table are counted, not kept;
      *           leading blanks of a column are dropped
       3200-ADD-CHAR.
           IF WS-COL-CNT > WS-COL-MAX
               EXIT PARAGRAPH
           END-IF.
           SET WS-COL-IX TO WS-COL-CNT.
           IF WS-COL-LEN(WS-COL-IX) = ZERO
              AND WS-CHAR = SPACE
              AND NOT WS-IN-QUOTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-COL-LEN(WS-COL-IX) >= 40
               MOVE "Y" TO WS-COL-OVER-SW(WS-COL-IX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COL-LEN(WS-COL-IX).
           MOVE WS-CHAR
             TO WS-COL-TEXT(WS-COL-IX)(WS-COL-LEN(WS-COL-IX):1).

       3900-WRITE-DETAIL.
           MOVE SPACE              TO UPLDSRC-REC.
           MOVE "D"                TO US-REC-KBN.
           MOVE WS-OUT-FUND-CD     TO US-D-FUND-CD.
           MOVE WS-OUT-PTF-CD      TO US-D-PTF-CD.
           MOVE WS-OUT-HYK-KRTU-CD TO US-D-HYK-KRTU-CD.
           MOVE WS-OUT-KJN-YMD     TO US-D-KJN-YMD.
           MOVE WS-OUT-VALUE       TO US-D-VALUE.
           WRITE UPLDSRC-REC.
           ADD 1 TO WS-DETAIL-CNT.
           COMPUTE WS-VALUE-SUM = WS-VALUE-SUM
               + FUNCTION NUMVAL(WS-OUT-VALUE).

      *---------- column WS-COL-NO into WS-FIELD-TEXT, no longer
      *           than WS-FIELD-MAX
       4000-TAKE-TEXT-FIELD.
           MOVE SPACE TO WS-FIELD-TEXT.
           MOVE WS-COL-NO TO WS-COL-DSP.
           IF WS-COL-NO > WS-COL-CNT OR WS-COL-NO > WS-COL-MAX
               STRING "COLUMN "   DELIMITED BY SIZE
                      WS-COL-DSP  DELIMITED BY SIZE
                      " MISSING"  DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-STRING
               MOVE "Y" TO WS-ROW-ERR-SW
               EXIT PARAGRAPH
           END-IF.
           SET WS-COL-IX TO WS-COL-NO.
           MOVE WS-COL-TEXT(WS-COL-IX) TO WS-FIELD-TEXT.
           COMPUTE WS-FIELD-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-TEXT TRAILING)).
           IF WS-FIELD-TEXT = SPACE
               MOVE ZERO TO WS-FIELD-LEN
           END-IF.
           IF WS-COL-OVER-SW(WS-COL-IX) = "Y"
              OR WS-FIELD-LEN > WS-FIELD-MAX
               STRING "COLUMN "   DELIMITED BY SIZE
                      WS-COL-DSP  DELIMITED BY SIZE
                      " LONGER THAN THE UPLDSRC FIELD"
                                  DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-STRING
               MOVE "Y" TO WS-ROW-ERR-SW
           END-IF.

      *---------- lays the column over the date picture: Y/M/D
      *           positions feed the digits, every other position
      *           must match the picture character
       5000-CONVERT-DATE.
           MOVE WS-DATE-FMT-LEN TO WS-FIELD-MAX.
           PERFORM 4000-TAKE-TEXT-FIELD.
           IF WS-ROW-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-DATE-OUT.
           MOVE ZERO  TO WS-Y-CNT WS-M-CNT WS-D-CNT.
           IF WS-FIELD-LEN NOT = WS-DATE-FMT-LEN
               MOVE "Y" TO WS-ROW-ERR-SW
           END-IF.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-DATE-FMT-LEN OR WS-ROW-ERR
               MOVE WS-FIELD-TEXT(WS-POS:1) TO WS-CHAR
               EVALUATE WS-DATE-FMT(WS-POS:1)
                   WHEN "Y"
                       ADD 1 TO WS-Y-CNT
                       IF WS-Y-CNT <= 4
                           MOVE WS-CHAR TO WS-DATE-YYYY(WS-Y-CNT:1)
                       END-IF
                   WHEN "M"
                       ADD 1 TO WS-M-CNT
                       IF WS-M-CNT <= 2
                           MOVE WS-CHAR TO WS-DATE-MM(WS-M-CNT:1)
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-D-CNT
                       IF WS-D-CNT <= 2
                           MOVE WS-CHAR TO WS-DATE-DD(WS-D-CNT:1)
                       END-IF
                   WHEN OTHER
                       IF WS-CHAR NOT = WS-DATE-FMT(WS-POS:1)
                           MOVE "Y" TO WS-ROW-ERR-SW
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-ROW-ERR
               IF WS-Y-CNT NOT = 4 OR WS-M-CNT NOT = 2
                  OR WS-D-CNT NOT = 2
                  OR WS-DATE-OUT IS NOT NUMERIC
                   MOVE "Y" TO WS-ROW-ERR-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                           NOT = ZERO
                       MOVE "Y" TO WS-ROW-ERR-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-ERR
               STRING "DATE NOT IN PICTURE " DELIMITED BY SIZE
                      WS-DATE-FMT            DELIMITED BY SPACE
                      INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-NUM TO WS-OUT-KJN-YMD.

      *---------- thousands separators dropped, the provider's
      *           decimal separator turned into a point; what is
      *           left must read as a number and fit US-D-VALUE
       6000-CONVERT-VALUE.
           MOVE 40 TO WS-FIELD-MAX.
           PERFORM 4000-TAKE-TEXT-FIELD.
           IF WS-ROW-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-VAL-OUT.
           MOVE ZERO  TO WS-VAL-LEN.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FIELD-LEN
               MOVE WS-FIELD-TEXT(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = WS-THOUSANDS-CHAR
                   WHEN WS-CHAR = SPACE
                       CONTINUE
                   WHEN WS-CHAR = WS-DECIMAL-CHAR
                       ADD 1 TO WS-VAL-LEN
                       MOVE "." TO WS-VAL-OUT(WS-VAL-LEN:1)
                   WHEN OTHER
                       ADD 1 TO WS-VAL-LEN
                       MOVE WS-CHAR TO WS-VAL-OUT(WS-VAL-LEN:1)
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-VAL-LEN = ZERO
                   MOVE "VALUE MISSING" TO WS-REJECT-REASON
                   MOVE "Y" TO WS-ROW-ERR-SW
               WHEN WS-VAL-LEN > 20
                   MOVE "VALUE LONGER THAN 20 CHARACTERS"
                     TO WS-REJECT-REASON
                   MOVE "Y" TO WS-ROW-ERR-SW
               WHEN FUNCTION TEST-NUMVAL(WS-VAL-OUT) NOT = ZERO
                   MOVE "VALUE NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "Y" TO WS-ROW-ERR-SW
               WHEN OTHER
                   MOVE WS-VAL-OUT TO WS-OUT-VALUE
           END-EVALUATE.

      *---------- straight to the TKDYAB07 detail, keyed to the
      *           line of the delimited file
       7000-REJECT-LINE.
           ADD 1 TO WS-REJECT-CNT.
           MOVE WS-RIYO-CMP-CD   TO UE-RIYO-CMP-CD.
           MOVE WS-SYORI-YMD     TO UE-SYORI-YMD.
           MOVE WS-KIDOU-ID      TO UE-KIDOU-ID.
           MOVE WS-GYOMU-TASK-ID TO UE-GYOMU-TASK-ID.
           MOVE WS-LINE-NO       TO UE-ROW-NO.
           MOVE WS-FIELD-NAME    TO UE-FIELD-NAME.
           MOVE WS-REJECT-REASON TO UE-REJECT-REASON.
           WRITE UPLDERR-REC.
           MOVE SPACE TO INTAKE-RPT-LINE.
           MOVE WS-LINE-NO       TO INTAKE-RPT-LINE(1:7).
           MOVE WS-FIELD-NAME    TO INTAKE-RPT-LINE(9:15).
           MOVE WS-REJECT-REASON TO INTAKE-RPT-LINE(24:80).
           WRITE INTAKE-RPT-LINE.
