      *                                scoped to the call's key
      *                                prefix - no full-store scan
      *                                on the insert path
      *  20261015   SCS                Rows matching a MSGSUPPM
      *                                known-exception rule stored
      *                                marked suppressed
      *
      *  Inserts every filled entry of MESSAGE-AREA into the
      *  portfolio-message table.  A filled entry is any entry whose
      *  twice.  SCZY7083 lists and clears the checkpoints when a day
      *  really is to be reprocessed from scratch.
      *
      *  A row whose MSG-ID/fund (and portfolio/REP-ID where the
      *  rule names them) matches an in-service MSGSUPPM rule for
      *  its SYORI-YMD is still inserted, marked MT-SUPPRESS-KBN S,
      *  so the known exception stays on record without reaching
      *  the statement or the operators' critical lists.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCZY7080.
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MT-TEMPLATE-MSG-ID
                  FILE STATUS    IS WS-TMPL-STS.
           SELECT SUPP-FILE      ASSIGN TO "MSGSUPPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS SP-KEY
                  FILE STATUS    IS WS-SUPP-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGTMPL-MSTR.
           COPY MSGTMPL.

       FD  SUPP-FILE.
           COPY MSGSUPPM.

       WORKING-STORAGE SECTION.
       01  WS-MSG-STS                     PIC  X(02).
       01  WS-CKP-STS                     PIC  X(02).
       01  WS-TMPL-STS                    PIC  X(02).
       01  WS-TMPL-OPEN-SW                PIC  X(01)  VALUE "N".
       01  WS-ROW-SEVERITY                PIC  X(01).
       01  WS-SUPP-STS                    PIC  X(02).
       01  WS-SUPP-OPEN-SW                PIC  X(01)  VALUE "N".
       01  WS-SUPP-EOF-SW                 PIC  X(01).
           88  WS-SUPP-EOF                VALUE "Y".
       01  WS-NEXT-MSG-SEQ                PIC  9(07)  VALUE ZERO.
       01  WS-SEQ-EOF-SW                  PIC  X(01)  VALUE "N".
           88  WS-SEQ-EOF                 VALUE "Y".
           IF WS-TMPL-STS = "00"
               MOVE "Y" TO WS-TMPL-OPEN-SW
           END-IF.
           OPEN INPUT SUPP-FILE.
           IF WS-SUPP-STS = "00"
               MOVE "Y" TO WS-SUPP-OPEN-SW
           END-IF.

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 999
           IF WS-TMPL-OPEN-SW = "Y"
               CLOSE MSGTMPL-MSTR
           END-IF.
           IF WS-SUPP-OPEN-SW = "Y"
               CLOSE SUPP-FILE
           END-IF.
           PERFORM 2000-WRITE-CHECKPOINT.
           CLOSE CKP-FILE.
           GOBACK.
           PERFORM 1100-LOOK-UP-SEVERITY.
           MOVE WS-ROW-SEVERITY             TO MT-SEVERITY.
           MOVE SPACE TO MT-DISP-STS MT-DISP-SID MT-DISP-TIME.
           PERFORM 1200-CHECK-SUPPRESSION.
           WRITE MSG-TABLE-REC
               INVALID KEY
                   CONTINUE
                         TO WS-ROW-SEVERITY
                   END-IF
           END-READ.

      *---------- rules for the MSG-ID and fund sit together on
      *           SP-KEY; any in-service one whose portfolio, REP-ID
      *           and period cover the row marks it suppressed
       1200-CHECK-SUPPRESSION.
           MOVE SPACE TO MT-SUPPRESS-KBN.
           IF WS-SUPP-OPEN-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE  TO SP-KEY.
           MOVE MT-MSG-ID  TO SP-MSG-ID.
           MOVE MT-FUND-CD TO SP-FUND-CD.
           MOVE "N" TO WS-SUPP-EOF-SW.
           START SUPP-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET WS-SUPP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUPP-EOF OR MT-SUPPRESSED
               READ SUPP-FILE NEXT RECORD
                   AT END
                       SET WS-SUPP-EOF TO TRUE
                   NOT AT END
                       IF SP-MSG-ID NOT = MT-MSG-ID
                          OR SP-FUND-CD NOT = MT-FUND-CD
                           SET WS-SUPP-EOF TO TRUE
                       ELSE
                           IF SP-DEL-KBN = SPACE
                              AND (SP-PTF-CD = SPACE
                                   OR SP-PTF-CD = MT-PTF-CD)
                              AND (SP-REP-ID = SPACE
                                   OR SP-REP-ID = MT-REP-ID)
                              AND MT-SYORI-YMD IS NUMERIC
                              AND SP-FROM-YMD <= MT-SYORI-YMD
                              AND SP-TO-YMD   >= MT-SYORI-YMD
                               SET MT-SUPPRESSED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
