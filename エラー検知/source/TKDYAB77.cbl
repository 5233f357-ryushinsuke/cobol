      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB77
      *  Program name   : Message-template translation coverage
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Lists every MSG-ID in service on MSGTMPL-MSTR that has no
      *  in-service MSGTMPLLNG variant in a language some company
      *  has asked for on CMPLANGPM - the messages those companies'
      *  SCZY7085 statements and SCZY7081 inquiries still show in
      *  the default wording.  Retired templates are not listed.
      *  The report (TKDYAB77RPT) shows per language how many
      *  companies asked for it and how many MSG-IDs lack it.
      *  RC 4 when anything is missing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB77.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGTMPL-MSTR   ASSIGN TO "MSGTMPLMSTR"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS MT-TEMPLATE-MSG-ID
                  FILE STATUS    IS WS-TMPL-STS.
           SELECT LANG-FILE      ASSIGN TO "MSGTMPLLNG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS ML-KEY
                  FILE STATUS    IS WS-LNG-STS.
           SELECT CMPLANG-FILE   ASSIGN TO "CMPLANGPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS CL-RIYO-CMP-CD
                  FILE STATUS    IS WS-CL-STS.
           SELECT COV-RPT        ASSIGN TO "TKDYAB77RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGTMPL-MSTR.
           COPY MSGTMPL.

       FD  LANG-FILE.
           COPY MSGTMPLLNG.

       FD  CMPLANG-FILE.
           COPY CMPLANGPM.

       FD  COV-RPT.
       01  COV-RPT-LINE                   PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-TMPL-STS                    PIC  X(02).
       01  WS-LNG-STS                     PIC  X(02).
       01  WS-CL-STS                      PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LNG-OPEN-SW                 PIC  X(01)  VALUE "N".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).

      *---------- languages companies have asked for, other than
      *           the default
       01  WS-L-CNT                       PIC  9(02)  VALUE ZERO.
       01  WS-L-TBL.
           05  WS-L-ENTRY  OCCURS 50.
               10  WS-L-LANG-CD           PIC  X(02).
               10  WS-L-CMP-CNT           PIC  9(04).
               10  WS-L-MISS-CNT          PIC  9(05).
       01  WS-L-IDX                       PIC  9(02).
       01  WS-L-FOUND-SW                  PIC  X(01).
           88  WS-L-FOUND                 VALUE "Y".

       01  WS-TMPL-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-MISS-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-VAR-OK-SW                   PIC  X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-LOAD-LANGUAGES.
           OPEN OUTPUT COV-RPT.
           PERFORM 1500-PRINT-HEADING.
           IF WS-L-CNT > ZERO
               OPEN INPUT LANG-FILE
               IF WS-LNG-STS = "00"
                   MOVE "Y" TO WS-LNG-OPEN-SW
               END-IF
               PERFORM 2000-CHECK-TEMPLATES
               IF WS-LNG-OPEN-SW = "Y"
                   CLOSE LANG-FILE
               END-IF
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE COV-RPT.
           IF WS-MISS-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *---------- distinct in-service languages other than JA
       1000-LOAD-LANGUAGES.
           OPEN INPUT CMPLANG-FILE.
           IF WS-CL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CMPLANG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CL-DEL-KBN = SPACE
                          AND CL-LANG-CD NOT = SPACE
                          AND CL-LANG-CD NOT = "JA"
                           PERFORM 1100-ADD-LANGUAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CMPLANG-FILE.
           MOVE "N" TO WS-EOF-SW.

       1100-ADD-LANGUAGE.
           MOVE "N" TO WS-L-FOUND-SW.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-L-CNT
                      OR WS-L-FOUND
               IF WS-L-LANG-CD(WS-L-IDX) = CL-LANG-CD
                   MOVE "Y" TO WS-L-FOUND-SW
                   ADD 1 TO WS-L-CMP-CNT(WS-L-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-L-FOUND AND WS-L-CNT < 50
               ADD 1 TO WS-L-CNT
               MOVE CL-LANG-CD TO WS-L-LANG-CD(WS-L-CNT)
               MOVE 1          TO WS-L-CMP-CNT(WS-L-CNT)
               MOVE ZERO       TO WS-L-MISS-CNT(WS-L-CNT)
           END-IF.

       1500-PRINT-HEADING.
           MOVE SPACE TO COV-RPT-LINE.
           STRING "MESSAGE TEMPLATE TRANSLATION COVERAGE  RUN="
                                       DELIMITED BY SIZE
                  WS-NOW-STAMP(1:8)    DELIMITED BY SIZE
                  INTO COV-RPT-LINE
           END-STRING.
           WRITE COV-RPT-LINE.
           MOVE SPACE TO COV-RPT-LINE.
           WRITE COV-RPT-LINE.
           MOVE SPACE TO COV-RPT-LINE.
           MOVE "MSG-ID"         TO COV-RPT-LINE(1:6).
           MOVE "LANG"           TO COV-RPT-LINE(10:4).
           MOVE "DESCRIPTION"    TO COV-RPT-LINE(16:11).
           WRITE COV-RPT-LINE.

      *---------- every in-service template against every language
       2000-CHECK-TEMPLATES.
           OPEN INPUT MSGTMPL-MSTR.
           IF WS-TMPL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ MSGTMPL-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MT-TEMPLATE-DESC(1:10) NOT = "(RETIRED) "
                           ADD 1 TO WS-TMPL-CNT
                           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                                   UNTIL WS-L-IDX > WS-L-CNT
                               PERFORM 2100-CHECK-ONE-VARIANT
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSGTMPL-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-CHECK-ONE-VARIANT.
           MOVE "N" TO WS-VAR-OK-SW.
           IF WS-LNG-OPEN-SW = "Y"
               MOVE MT-TEMPLATE-MSG-ID     TO ML-MSG-ID
               MOVE WS-L-LANG-CD(WS-L-IDX) TO ML-LANG-CD
               READ LANG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ML-DEL-KBN = SPACE
                           MOVE "Y" TO WS-VAR-OK-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-VAR-OK-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MISS-CNT.
           ADD 1 TO WS-L-MISS-CNT(WS-L-IDX).
           MOVE SPACE TO COV-RPT-LINE.
           MOVE MT-TEMPLATE-MSG-ID      TO COV-RPT-LINE(1:7).
           MOVE WS-L-LANG-CD(WS-L-IDX)  TO COV-RPT-LINE(10:2).
           MOVE MT-TEMPLATE-DESC        TO COV-RPT-LINE(16:60).
           WRITE COV-RPT-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACE TO COV-RPT-LINE.
           WRITE COV-RPT-LINE.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-L-CNT
               MOVE SPACE TO COV-RPT-LINE
               STRING "LANG "                 DELIMITED BY SIZE
                      WS-L-LANG-CD(WS-L-IDX)  DELIMITED BY SIZE
                      "  COMPANIES="          DELIMITED BY SIZE
                      WS-L-CMP-CNT(WS-L-IDX)  DELIMITED BY SIZE
                      "  MISSING="            DELIMITED BY SIZE
                      WS-L-MISS-CNT(WS-L-IDX) DELIMITED BY SIZE
                      INTO COV-RPT-LINE
               END-STRING
               WRITE COV-RPT-LINE
           END-PERFORM.
           MOVE SPACE TO COV-RPT-LINE.
           STRING "TEMPLATES IN SERVICE=" DELIMITED BY SIZE
                  WS-TMPL-CNT             DELIMITED BY SIZE
                  "  LANGUAGES ASKED FOR=" DELIMITED BY SIZE
                  WS-L-CNT                DELIMITED BY SIZE
                  "  MISSING TRANSLATIONS=" DELIMITED BY SIZE
                  WS-MISS-CNT             DELIMITED BY SIZE
                  INTO COV-RPT-LINE
           END-STRING.
           WRITE COV-RPT-LINE.
