      *  20260902   SCS                Severity class entered and
      *                                validated alongside the
      *                                template wording
      *  20261015   SCS                Language variants: with a
      *                                language other than JA keyed,
      *                                add/update/retire act on the
      *                                MSGTMPLLNG variant of the
      *                                MSG-ID, whose placeholders
      *                                must match the default
      *                                template's
      *  20261015   SCS                Refuses changes during a
      *                                FREEZEPM change freeze unless
      *                                an emergency override with a
      *                                second approver and reason is
      *                                keyed (CZCOAB18)
      *
      *  Add / update / retire for the MSGTMPL-MSTR rows SCZY7082
      *  can only look up, so wording fixes stop going through
      *  "why did this message read differently last March" has an
      *  answer on file.  Retire keeps the row but prefixes the
      *  description rather than deleting history out from under the
      *  SCZY7080MSG rows that reference the MSG-ID.  Keying a
      *  language other than the default (JA) maintains that
      *  language's MSGTMPLLNG wording of an existing template
      *  instead; severity stays with the default template, and the
      *  variant must use the same number of placeholders so the
      *  same TK-MOJI substitution fills it.
      *  No add, update or retire goes through while a FREEZEPM
      *  change freeze covers master type TMPL without an emergency
      *  override (second approver and reason) through CZCOAB18.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS MT-TEMPLATE-MSG-ID
                  FILE STATUS    IS WS-TMPL-STS.
           SELECT LANG-FILE      ASSIGN TO "MSGTMPLLNG"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS RANDOM
                  RECORD KEY     IS ML-KEY
                  FILE STATUS    IS WS-LNG-STS.
           SELECT HIST-FILE      ASSIGN TO "MSGTMPLHST"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HST-STS.
       FD  MSGTMPL-MSTR.
           COPY MSGTMPL.

       FD  LANG-FILE.
           COPY MSGTMPLLNG.

       FD  HIST-FILE.
           COPY MSGTMPLHST.

       WORKING-STORAGE SECTION.
       01  WS-TMPL-STS                    PIC  X(02).
       01  WS-HST-STS                     PIC  X(02).
       01  WS-LNG-STS                     PIC  X(02).
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-MODE-KBN                    PIC  X(01).
       01  WS-OPR-SID                     PIC  X(20).
       01  WS-E-MSG-ID                    PIC  X(07).
      *---------- space or JA = the default template
       01  WS-E-LANG-CD                   PIC  X(02).
       01  WS-E-DESC                      PIC  X(60).
      *---------- template text entered in four 50-byte pieces, the
      *           widest a screen line carries comfortably
           05  WS-SLOT-SEEN  OCCURS 10    PIC  X(01).
       01  WS-SLOT-IDX                    PIC  9(02).
       01  WS-SLOTS-FOUND                 PIC  9(02).
      *---------- change-freeze check through CZCOAB18
       01  WS-FREEZE-OK-SW                PIC  X(01)  VALUE "Y".
           88  WS-FREEZE-OK               VALUE "Y".
       01  CZCOAB18-ARGS.
           COPY CZCOAB18.

       SCREEN SECTION.
       01  SCR-ENTRY.
           05  LINE 4  COLUMN 15  PIC  X(20) USING WS-OPR-SID.
           05  LINE 5  COLUMN 1   VALUE "MSG ID      :".
           05  LINE 5  COLUMN 15  PIC  X(07) USING WS-E-MSG-ID.
           05  LINE 5  COLUMN 25  VALUE "LANG:".
           05  LINE 5  COLUMN 31  PIC  X(02) USING WS-E-LANG-CD.
           05  LINE 6  COLUMN 1   VALUE "DESC        :".
           05  LINE 6  COLUMN 15  PIC  X(60) USING WS-E-DESC.
           05  LINE 7  COLUMN 1   VALUE "TEXT 1/4    :".
           05  LINE 13 COLUMN 1   VALUE "MSG-ID NOT REGISTERED".
       01  SCR-MSG-BAD-SEVERITY.
           05  LINE 13 COLUMN 1   VALUE "SEVERITY MUST BE C, W OR I".
       01  SCR-MSG-NO-BASE.
           05  LINE 13 COLUMN 1
               VALUE "NO DEFAULT-LANGUAGE TEMPLATE FOR THIS MSG-ID".
       01  SCR-MSG-VAR-SLOTS.
           05  LINE 13 COLUMN 1
               VALUE "SLOT COUNT DIFFERS FROM THE DEFAULT TEMPLATE".
       01  SCR-FREEZE-OVR.
           05  LINE 15 COLUMN 1   VALUE "CHANGE FREEZE:".
           05  LINE 15 COLUMN 16  PIC  X(40) FROM FZC-FRZ-REASON.
           05  LINE 16 COLUMN 1   VALUE "OVERRIDE APPR:".
           05  LINE 16 COLUMN 16  PIC  X(20) USING FZC-APPR-SID.
           05  LINE 17 COLUMN 1   VALUE "OVERRIDE RSN :".
           05  LINE 17 COLUMN 16  PIC  X(60) USING FZC-REASON.
       01  SCR-MSG-FROZEN.
           05  LINE 18 COLUMN 1
               VALUE "FROZEN - OVERRIDE NEEDS 2ND APPROVER AND REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACE TO WS-MODE-KBN WS-OPR-SID WS-E-MSG-ID
                         WS-E-DESC WS-E-TEXT-PARTS WS-E-LANG-CD.
           MOVE ZERO  TO WS-E-SLOT-CNT.
           DISPLAY SCR-ENTRY.
           ACCEPT SCR-ENTRY.
           IF WS-E-LANG-CD = "JA"
               MOVE SPACE TO WS-E-LANG-CD
           END-IF.

           IF WS-MODE-KBN = "A" OR WS-MODE-KBN = "U"
               PERFORM 1000-COUNT-PLACEHOLDERS
                   DISPLAY SCR-MSG-SLOT-MISMATCH
                   GOBACK
               END-IF
               IF WS-E-LANG-CD = SPACE
                  AND WS-E-SEVERITY NOT = "C"
                  AND WS-E-SEVERITY NOT = "W"
                  AND WS-E-SEVERITY NOT = "I"
                   DISPLAY SCR-MSG-BAD-SEVERITY
               END-IF
           END-IF.

           IF WS-MODE-KBN = "A" OR WS-MODE-KBN = "U"
              OR WS-MODE-KBN = "R"
               PERFORM 8500-FREEZE-CHECK
               IF NOT WS-FREEZE-OK
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O MSGTMPL-MSTR.
           IF WS-TMPL-STS = "05" OR WS-TMPL-STS = "35"
               OPEN OUTPUT MSGTMPL-MSTR
           END-IF.

           IF WS-E-LANG-CD NOT = SPACE
               PERFORM 5000-MAINTAIN-VARIANT
           ELSE
               EVALUATE WS-MODE-KBN
                   WHEN "A"
                       PERFORM 2000-ADD-TEMPLATE
                   WHEN "U"
                       PERFORM 3000-UPDATE-TEMPLATE
                   WHEN "R"
                       PERFORM 4000-RETIRE-TEMPLATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           CLOSE MSGTMPL-MSTR.
           GOBACK.
                   DISPLAY SCR-MSG-RETIRED
           END-READ.

      *---------- a language variant hangs off an existing default
      *           template and fills the same placeholders
       5000-MAINTAIN-VARIANT.
           MOVE WS-E-MSG-ID TO MT-TEMPLATE-MSG-ID.
           READ MSGTMPL-MSTR
               INVALID KEY
                   DISPLAY SCR-MSG-NO-BASE
                   EXIT PARAGRAPH
           END-READ.
           IF (WS-MODE-KBN = "A" OR WS-MODE-KBN = "U")
              AND WS-E-SLOT-CNT NOT = MT-TEMPLATE-SLOT-CNT
               DISPLAY SCR-MSG-VAR-SLOTS
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O LANG-FILE.
           IF WS-LNG-STS = "05" OR WS-LNG-STS = "35"
               OPEN OUTPUT LANG-FILE
               CLOSE LANG-FILE
               OPEN I-O LANG-FILE
           END-IF.
           MOVE WS-E-MSG-ID  TO ML-MSG-ID.
           MOVE WS-E-LANG-CD TO ML-LANG-CD.
           EVALUATE WS-MODE-KBN
               WHEN "A"
                   MOVE WS-E-DESC TO ML-TEMPLATE-DESC
                   MOVE WS-E-TEXT TO ML-TEMPLATE-TEXT
                   MOVE SPACE     TO ML-DEL-KBN
                   WRITE MSGTMPLLNG-REC
                       INVALID KEY
                           DISPLAY SCR-MSG-DUP
                       NOT INVALID KEY
                           MOVE "A" TO HS-ACTION
                           PERFORM 8100-WRITE-VARIANT-HISTORY
                           DISPLAY SCR-MSG-ADDED
                   END-WRITE
               WHEN "U"
                   READ LANG-FILE
                       INVALID KEY
                           DISPLAY SCR-MSG-NOT-FOUND
                       NOT INVALID KEY
                           MOVE "U" TO HS-ACTION
                           PERFORM 8100-WRITE-VARIANT-HISTORY
                           MOVE WS-E-DESC TO ML-TEMPLATE-DESC
                           MOVE WS-E-TEXT TO ML-TEMPLATE-TEXT
                           MOVE SPACE     TO ML-DEL-KBN
                           REWRITE MSGTMPLLNG-REC
                           DISPLAY SCR-MSG-UPDATED
                   END-READ
               WHEN "R"
                   READ LANG-FILE
                       INVALID KEY
                           DISPLAY SCR-MSG-NOT-FOUND
                       NOT INVALID KEY
                           MOVE "R" TO HS-ACTION
                           PERFORM 8100-WRITE-VARIANT-HISTORY
                           MOVE "R" TO ML-DEL-KBN
                           REWRITE MSGTMPLLNG-REC
                           DISPLAY SCR-MSG-RETIRED
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE LANG-FILE.

      *---------- history row carries whatever image is currently in
      *           MSGTMPL-REC: the new image on an add, the outgoing
      *           image on an update or retire
           MOVE MT-TEMPLATE-TEXT      TO HS-TEMPLATE-TEXT.
           MOVE MT-TEMPLATE-SLOT-CNT  TO HS-TEMPLATE-SLOT-CNT.
           MOVE MT-TEMPLATE-SEVERITY  TO HS-TEMPLATE-SEVERITY.
           MOVE SPACE                 TO HS-LANG-CD.
           MOVE WS-OPR-SID            TO HS-UPD-SID.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP          TO HS-UPD-TIME.
           WRITE MSGTMPLHST-REC.
           CLOSE HIST-FILE.

      *---------- the variant image in MSGTMPLLNG-REC, with the slot
      *           count and severity of the default template it
      *           translates
       8100-WRITE-VARIANT-HISTORY.
           OPEN EXTEND HIST-FILE.
           IF WS-HST-STS = "05" OR WS-HST-STS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           MOVE ML-MSG-ID             TO HS-MSG-ID.
           MOVE ML-TEMPLATE-DESC      TO HS-TEMPLATE-DESC.
           MOVE ML-TEMPLATE-TEXT      TO HS-TEMPLATE-TEXT.
           MOVE MT-TEMPLATE-SLOT-CNT  TO HS-TEMPLATE-SLOT-CNT.
           MOVE MT-TEMPLATE-SEVERITY  TO HS-TEMPLATE-SEVERITY.
           MOVE ML-LANG-CD            TO HS-LANG-CD.
           MOVE WS-OPR-SID            TO HS-UPD-SID.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           MOVE WS-NOW-STAMP          TO HS-UPD-TIME.
           WRITE MSGTMPLHST-REC.
           CLOSE HIST-FILE.

      *---------- change-freeze check through CZCOAB18: during a
      *           freeze the change goes ahead only on an emergency
      *           override keyed with a second approver and a reason
       8500-FREEZE-CHECK.
           MOVE "Y"             TO WS-FREEZE-OK-SW.
           MOVE "C"             TO FZC-FUNCTION.
           MOVE "SCZY7084"      TO FZC-PGM-ID.
           MOVE "TMPL"          TO FZC-MASTER-TYPE.
           MOVE SPACE           TO FZC-RIYO-CMP-CD.
           MOVE SPACE           TO FZC-CHANGE-KEY.
           STRING WS-E-MSG-ID       DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-E-LANG-CD      DELIMITED BY SIZE
                  INTO FZC-CHANGE-KEY
           END-STRING.
           MOVE WS-OPR-SID      TO FZC-OPR-SID.
           MOVE SPACE           TO FZC-APPR-SID FZC-REASON.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCR-FREEZE-OVR.
           ACCEPT SCR-FREEZE-OVR.
           MOVE "O"             TO FZC-FUNCTION.
           CALL "CZCOAB18" USING PARM-CZCOAB18-ARG1
                                  PARM-CZCOAB18-ARG2
                                  PARM-CZCOAB18-ARG3
           END-CALL.
           IF FZC-RC NOT = "00"
               MOVE "N" TO WS-FREEZE-OK-SW
               DISPLAY SCR-MSG-FROZEN
           END-IF.
