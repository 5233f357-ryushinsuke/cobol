      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Program ID     : TKDYAB64
      *  Program name   : Daily kidou launch-origin audit
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  Audits every launch of the parameter day on the TKDYAA31
      *  extract for where it came from:
      *    - ACC-IP must fall in an in-service IPALWPM range of the
      *      login company (KIDOU-LOGIN-CMP-CD, or RIYO-CMP-CD when
      *      the login company is blank) or of the shared ****
      *      rows; a blank or unreadable ACC-IP is an exception too
      *    - a login company other than RIYO-CMP-CD needs an
      *      in-service CMPDLGPM delegation covering the day
      *  Each exception is printed and appended to TKDYAB64EXC, so
      *  the year's exceptions are on one file when the auditors
      *  ask.  RC 4 when there were exceptions; RC 8 when the
      *  parameter day is missing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKDYAB64.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE     ASSIGN TO "TKDYAB64PRM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PRM-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT ALLOW-MSTR     ASSIGN TO "IPALWPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS IA-KEY
                  FILE STATUS    IS WS-IA-STS.
           SELECT DELEG-MSTR     ASSIGN TO "CMPDLGPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS DG-KEY
                  FILE STATUS    IS WS-DG-STS.
           SELECT EXCEPT-FILE    ASSIGN TO "TKDYAB64EXC"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXC-STS.
           SELECT AUDIT-RPT      ASSIGN TO "TKDYAB64RPT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-RPT-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05  PR-AUDIT-YMD               PIC  9(08).

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

       FD  ALLOW-MSTR.
           COPY IPALWPM.

       FD  DELEG-MSTR.
           COPY CMPDLGPM.

      *---------- one row per exception, kept for the year
       FD  EXCEPT-FILE.
       01  EXCEPT-REC.
           05  XR-AUDIT-YMD               PIC  9(08).
           05  XR-RIYO-CMP-CD             PIC  X(04).
           05  XR-KIDOU-ID                PIC  X(04).
           05  XR-ACC-TIME                PIC  X(14).
           05  XR-ACC-IP                  PIC  X(15).
           05  XR-LOGIN-CMP-CD            PIC  X(04).
           05  XR-KIDOU-SID               PIC  X(20).
      *---------- I = origin IP not approved, D = cross-company
      *           launch without delegation
           05  XR-EXC-KBN                 PIC  X(01).
           05  XR-REASON                  PIC  X(30).
           05  XR-AUDIT-TIME              PIC  X(14).

       FD  AUDIT-RPT.
       01  AUDIT-RPT-LINE                 PIC  X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STS                     PIC  X(02).
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-IA-STS                      PIC  X(02).
       01  WS-DG-STS                      PIC  X(02).
       01  WS-EXC-STS                     PIC  X(02).
       01  WS-RPT-STS                     PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-NOW                         PIC  X(21).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-AUDIT-YMD                   PIC  9(08)  VALUE ZERO.

      *---------- approved ranges, addresses as 12-digit text
       01  WS-A-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-A-TBL.
           05  WS-A-ENTRY                     OCCURS 1000
                                               INDEXED BY WS-A-IX.
               10  WS-A-CMP-CD                 PIC  X(04).
               10  WS-A-IP-FROM                PIC  X(12).
               10  WS-A-IP-TO                  PIC  X(12).
       01  WS-BAD-RANGE-CNT               PIC  9(05)  VALUE ZERO.
      *---------- in-service delegations
       01  WS-D-MAX                       PIC  9(04)  VALUE ZERO.
       01  WS-D-TBL.
           05  WS-D-ENTRY                     OCCURS 500
                                               INDEXED BY WS-D-IX.
               10  WS-D-LOGIN-CMP-CD           PIC  X(04).
               10  WS-D-RIYO-CMP-CD            PIC  X(04).
               10  WS-D-FROM-YMD               PIC  9(08).
               10  WS-D-TO-YMD                 PIC  9(08).

      *---------- dotted IPv4 to 12 digits, three per octet
       01  WS-IP-IN                       PIC  X(15).
       01  WS-IP-NUM                      PIC  X(12).
       01  WS-IP-OK-SW                    PIC  X(01).
           88  WS-IP-OK                   VALUE "Y".
       01  WS-OCTET-TBL.
           05  WS-OCTET  OCCURS 4         PIC  X(03)  JUSTIFIED RIGHT.
       01  WS-OCTET-LEN-TBL.
           05  WS-OCTET-LEN  OCCURS 4     PIC  9(02).
       01  WS-OCTET-IDX                   PIC  9(01).
       01  WS-OCTET-CNT                   PIC  9(02).
       01  WS-FROM-NUM                    PIC  X(12).

       01  WS-LOGIN-CMP-CD                PIC  X(04).
       01  WS-FOUND-SW                    PIC  X(01).
           88  WS-FOUND                   VALUE "Y".
       01  WS-AUDITED-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-IP-EXC-CNT                  PIC  9(07)  VALUE ZERO.
       01  WS-DLG-EXC-CNT                 PIC  9(07)  VALUE ZERO.
       01  WS-DLG-OK-CNT                  PIC  9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW(1:6)  TO WS-NOW-STAMP(9:6).

           PERFORM 1000-READ-PARAM.
           IF WS-AUDIT-YMD = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-ALLOWLIST.
           PERFORM 2500-LOAD-DELEGATIONS.

           OPEN OUTPUT AUDIT-RPT.
           OPEN EXTEND EXCEPT-FILE.
           IF WS-EXC-STS = "05" OR WS-EXC-STS = "35"
               OPEN OUTPUT EXCEPT-FILE
           END-IF.
           MOVE SPACE TO AUDIT-RPT-LINE.
           STRING "KIDOU LAUNCH-ORIGIN AUDIT  DAY="
                                    DELIMITED BY SIZE
                  WS-AUDIT-YMD      DELIMITED BY SIZE
                  "  APPROVED RANGES="
                                    DELIMITED BY SIZE
                  WS-A-MAX          DELIMITED BY SIZE
                  "  DELEGATIONS="  DELIMITED BY SIZE
                  WS-D-MAX          DELIMITED BY SIZE
                  INTO AUDIT-RPT-LINE
           END-STRING.
           WRITE AUDIT-RPT-LINE.
           MOVE SPACE TO AUDIT-RPT-LINE.
           STRING "CMP  KIDOU ACC-TIME       ACC-IP          "
                                    DELIMITED BY SIZE
                  "LOGN SID                  REASON"
                                    DELIMITED BY SIZE
                  INTO AUDIT-RPT-LINE
           END-STRING.
           WRITE AUDIT-RPT-LINE.

           PERFORM 3000-AUDIT-EXTRACT.

           MOVE SPACE TO AUDIT-RPT-LINE.
           WRITE AUDIT-RPT-LINE.
           MOVE SPACE TO AUDIT-RPT-LINE.
           STRING "LAUNCHES AUDITED="  DELIMITED BY SIZE
                  WS-AUDITED-CNT       DELIMITED BY SIZE
                  "  IP EXCEPTIONS="   DELIMITED BY SIZE
                  WS-IP-EXC-CNT        DELIMITED BY SIZE
                  "  CROSS-COMPANY WITHOUT DELEGATION="
                                       DELIMITED BY SIZE
                  WS-DLG-EXC-CNT       DELIMITED BY SIZE
                  "  WITH DELEGATION=" DELIMITED BY SIZE
                  WS-DLG-OK-CNT        DELIMITED BY SIZE
                  INTO AUDIT-RPT-LINE
           END-STRING.
           WRITE AUDIT-RPT-LINE.
           IF WS-BAD-RANGE-CNT > ZERO
               MOVE SPACE TO AUDIT-RPT-LINE
               STRING "  ** IPALWPM ROWS IGNORED (UNREADABLE ADDRESS)="
                                       DELIMITED BY SIZE
                      WS-BAD-RANGE-CNT DELIMITED BY SIZE
                      INTO AUDIT-RPT-LINE
               END-STRING
               WRITE AUDIT-RPT-LINE
           END-IF.
           CLOSE EXCEPT-FILE.
           CLOSE AUDIT-RPT.
           IF WS-IP-EXC-CNT > ZERO OR WS-DLG-EXC-CNT > ZERO
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
                       IF PR-AUDIT-YMD IS NUMERIC
                           MOVE PR-AUDIT-YMD TO WS-AUDIT-YMD
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       2000-LOAD-ALLOWLIST.
           OPEN INPUT ALLOW-MSTR.
           IF WS-IA-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-READ-ALLOW.
           PERFORM UNTIL WS-EOF
               IF IA-DEL-KBN = SPACE
                   PERFORM 2200-KEEP-RANGE
               END-IF
               PERFORM 2100-READ-ALLOW
           END-PERFORM.
           CLOSE ALLOW-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2100-READ-ALLOW.
           READ ALLOW-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-KEEP-RANGE.
           MOVE IA-IP-FROM TO WS-IP-IN.
           PERFORM 8000-NORMALIZE-IP.
           IF NOT WS-IP-OK
               ADD 1 TO WS-BAD-RANGE-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IP-NUM TO WS-FROM-NUM.
           MOVE IA-IP-TO TO WS-IP-IN.
           PERFORM 8000-NORMALIZE-IP.
           IF NOT WS-IP-OK
               ADD 1 TO WS-BAD-RANGE-CNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-A-MAX < 1000
               ADD 1 TO WS-A-MAX
               MOVE IA-CMP-CD   TO WS-A-CMP-CD(WS-A-MAX)
               MOVE WS-FROM-NUM TO WS-A-IP-FROM(WS-A-MAX)
               MOVE WS-IP-NUM   TO WS-A-IP-TO(WS-A-MAX)
           END-IF.

       2500-LOAD-DELEGATIONS.
           OPEN INPUT DELEG-MSTR.
           IF WS-DG-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2600-READ-DELEG.
           PERFORM UNTIL WS-EOF
               IF DG-DEL-KBN = SPACE
                  AND WS-D-MAX < 500
                   ADD 1 TO WS-D-MAX
                   MOVE DG-LOGIN-CMP-CD TO WS-D-LOGIN-CMP-CD(WS-D-MAX)
                   MOVE DG-RIYO-CMP-CD  TO WS-D-RIYO-CMP-CD(WS-D-MAX)
                   MOVE DG-FROM-YMD     TO WS-D-FROM-YMD(WS-D-MAX)
                   MOVE DG-TO-YMD       TO WS-D-TO-YMD(WS-D-MAX)
               END-IF
               PERFORM 2600-READ-DELEG
           END-PERFORM.
           CLOSE DELEG-MSTR.
           MOVE "N" TO WS-EOF-SW.

       2600-READ-DELEG.
           READ DELEG-MSTR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-AUDIT-EXTRACT.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-READ-EXT.
           PERFORM UNTIL WS-EOF
               IF SYORI-YMD = WS-AUDIT-YMD
                  AND DEL-KBN = SPACE
                   ADD 1 TO WS-AUDITED-CNT
                   PERFORM 3200-CHECK-ORIGIN-IP
                   PERFORM 3300-CHECK-DELEGATION
               END-IF
               PERFORM 3100-READ-EXT
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       3100-READ-EXT.
           READ TKDYAA31-EXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-CHECK-ORIGIN-IP.
           IF KIDOU-LOGIN-CMP-CD = SPACE
               MOVE RIYO-CMP-CD        TO WS-LOGIN-CMP-CD
           ELSE
               MOVE KIDOU-LOGIN-CMP-CD TO WS-LOGIN-CMP-CD
           END-IF.
           IF ACC-IP = SPACE
               MOVE "NO ORIGIN IP RECORDED" TO XR-REASON
               PERFORM 4000-WRITE-IP-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE ACC-IP TO WS-IP-IN.
           PERFORM 8000-NORMALIZE-IP.
           IF NOT WS-IP-OK
               MOVE "ORIGIN IP UNREADABLE" TO XR-REASON
               PERFORM 4000-WRITE-IP-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-A-IX FROM 1 BY 1
                   UNTIL WS-A-IX > WS-A-MAX
                      OR WS-FOUND
               IF (WS-A-CMP-CD(WS-A-IX) = WS-LOGIN-CMP-CD
                   OR WS-A-CMP-CD(WS-A-IX) = "****")
                  AND WS-IP-NUM >= WS-A-IP-FROM(WS-A-IX)
                  AND WS-IP-NUM <= WS-A-IP-TO(WS-A-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE "IP OUTSIDE APPROVED RANGES" TO XR-REASON
               PERFORM 4000-WRITE-IP-EXCEPTION
           END-IF.

       3300-CHECK-DELEGATION.
           IF KIDOU-LOGIN-CMP-CD = SPACE
              OR KIDOU-LOGIN-CMP-CD = RIYO-CMP-CD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-D-IX FROM 1 BY 1
                   UNTIL WS-D-IX > WS-D-MAX
                      OR WS-FOUND
               IF WS-D-LOGIN-CMP-CD(WS-D-IX) = KIDOU-LOGIN-CMP-CD
                  AND WS-D-RIYO-CMP-CD(WS-D-IX) = RIYO-CMP-CD
                  AND WS-D-FROM-YMD(WS-D-IX) <= WS-AUDIT-YMD
                  AND WS-D-TO-YMD(WS-D-IX) >= WS-AUDIT-YMD
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               ADD 1 TO WS-DLG-OK-CNT
           ELSE
               ADD 1 TO WS-DLG-EXC-CNT
               MOVE "D" TO XR-EXC-KBN
               MOVE "CROSS-COMPANY, NO DELEGATION" TO XR-REASON
               PERFORM 4100-WRITE-EXCEPTION
           END-IF.

       4000-WRITE-IP-EXCEPTION.
           ADD 1 TO WS-IP-EXC-CNT.
           MOVE "I" TO XR-EXC-KBN.
           PERFORM 4100-WRITE-EXCEPTION.

      *---------- XR-EXC-KBN and XR-REASON set by the caller
       4100-WRITE-EXCEPTION.
           MOVE WS-AUDIT-YMD       TO XR-AUDIT-YMD.
           MOVE RIYO-CMP-CD        TO XR-RIYO-CMP-CD.
           MOVE KIDOU-ID           TO XR-KIDOU-ID.
           MOVE ACC-TIME           TO XR-ACC-TIME.
           MOVE ACC-IP             TO XR-ACC-IP.
           MOVE KIDOU-LOGIN-CMP-CD TO XR-LOGIN-CMP-CD.
           MOVE KIDOU-SID          TO XR-KIDOU-SID.
           MOVE WS-NOW-STAMP       TO XR-AUDIT-TIME.
           WRITE EXCEPT-REC.
           MOVE SPACE TO AUDIT-RPT-LINE.
           STRING XR-RIYO-CMP-CD   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  XR-KIDOU-ID      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  XR-ACC-TIME      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  XR-ACC-IP        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  XR-LOGIN-CMP-CD  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  XR-KIDOU-SID     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  XR-REASON        DELIMITED BY SIZE
                  INTO AUDIT-RPT-LINE
           END-STRING.
           WRITE AUDIT-RPT-LINE.

      *---------- WS-IP-IN to WS-IP-NUM; four numeric octets of at
      *           most three digits, each no more than 255
       8000-NORMALIZE-IP.
           MOVE "Y" TO WS-IP-OK-SW.
           MOVE SPACE TO WS-OCTET-TBL.
           MOVE ZERO TO WS-OCTET-LEN-TBL.
           MOVE ZERO TO WS-OCTET-CNT.
           UNSTRING WS-IP-IN DELIMITED BY "." OR ALL SPACE
               INTO WS-OCTET(1) COUNT IN WS-OCTET-LEN(1)
                    WS-OCTET(2) COUNT IN WS-OCTET-LEN(2)
                    WS-OCTET(3) COUNT IN WS-OCTET-LEN(3)
                    WS-OCTET(4) COUNT IN WS-OCTET-LEN(4)
               TALLYING IN WS-OCTET-CNT
               ON OVERFLOW
                   MOVE "N" TO WS-IP-OK-SW
           END-UNSTRING.
           IF WS-OCTET-CNT NOT = 4
               MOVE "N" TO WS-IP-OK-SW
           END-IF.
           PERFORM VARYING WS-OCTET-IDX FROM 1 BY 1
                   UNTIL WS-OCTET-IDX > 4
                      OR NOT WS-IP-OK
               IF WS-OCTET-LEN(WS-OCTET-IDX) = ZERO
                  OR WS-OCTET-LEN(WS-OCTET-IDX) > 3
                   MOVE "N" TO WS-IP-OK-SW
               ELSE
                   INSPECT WS-OCTET(WS-OCTET-IDX)
                       REPLACING LEADING SPACE BY "0"
                   IF WS-OCTET(WS-OCTET-IDX) IS NOT NUMERIC
                      OR WS-OCTET(WS-OCTET-IDX) > "255"
                       MOVE "N" TO WS-IP-OK-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-OCTET-TBL TO WS-IP-NUM.
