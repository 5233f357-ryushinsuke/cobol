      ******************************************************************
      *
      *  System ID      : CZCO
      *  System name    : Common control subsystem
      *  Program ID     : CZCOAB20
      *  Program name   : Business-service lookup routine
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One callable answer to "which business service does this
      *  kidou belong to, and how critical is it?" for the
      *  notification router, the work queue and the service
      *  reports.  The SVCCATPM services and SVCMBRPM memberships
      *  are read once on the first call of the run and kept.  A
      *  membership for the caller's own company wins over a
      *  blank-company one; a caller with a blank company takes
      *  the first membership of the kidou.  A membership whose
      *  service is withdrawn, or whose tier is not 1-4, is not a
      *  service.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CZCOAB20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-MSTR   ASSIGN TO "SVCCATPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SV-SERVICE-ID
                  FILE STATUS    IS WS-SV-STS.
           SELECT MEMBER-MSTR    ASSIGN TO "SVCMBRPM"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS SM-KEY
                  FILE STATUS    IS WS-SM-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-MSTR.
           COPY SVCCATPM.

       FD  MEMBER-MSTR.
           COPY SVCMBRPM.

       WORKING-STORAGE SECTION.
       01  WS-SV-STS                      PIC  X(02).
       01  WS-SM-STS                      PIC  X(02).
       01  WS-EOF-SW                      PIC  X(01)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LOADED-SW                   PIC  X(01)  VALUE "N".
           88  WS-LOADED                  VALUE "Y".

      *---------- the services in service
       01  WS-S-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-ENTRY  OCCURS 1000.
               10  WS-S-SERVICE-ID        PIC  X(08).
               10  WS-S-SERVICE-NAME      PIC  X(40).
               10  WS-S-BUS-OWNER         PIC  X(30).
               10  WS-S-SUPPORT-GRP       PIC  X(20).
               10  WS-S-TIER              PIC  9(01).
       01  WS-S-IDX                       PIC  9(04).

      *---------- memberships in service, each already pointed at
      *           its service row
       01  WS-M-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-M-TBL.
           05  WS-M-ENTRY  OCCURS 9999.
               10  WS-M-RIYO-CMP-CD       PIC  X(04).
               10  WS-M-KIDOU-ID          PIC  X(04).
               10  WS-M-S-IDX             PIC  9(04).
       01  WS-M-IDX                       PIC  9(04).
       01  WS-HIT-IDX                     PIC  9(04).

       LINKAGE SECTION.
           COPY CZCOAB20
               REPLACING ==05  PARM-CZCOAB20-ARG1==
                      BY ==01  PARM-CZCOAB20-ARG1==
                         ==05  PARM-CZCOAB20-ARG2==
                      BY ==01  PARM-CZCOAB20-ARG2==
                         ==05  PARM-CZCOAB20-ARG3==
                      BY ==01  PARM-CZCOAB20-ARG3==.

       PROCEDURE DIVISION USING PARM-CZCOAB20-ARG1
                                 PARM-CZCOAB20-ARG2
                                 PARM-CZCOAB20-ARG3.
       0000-MAIN.
           MOVE "00"  TO SVL-RC.
           MOVE "N"   TO SVL-FOUND-IND.
           MOVE SPACE TO SVL-SERVICE-ID SVL-SERVICE-NAME
                         SVL-BUS-OWNER SVL-SUPPORT-GRP.
           MOVE ZERO  TO SVL-TIER SVL-WQ-PRIORITY.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-SERVICES
               PERFORM 1500-LOAD-MEMBERS
           END-IF.
           IF SVL-KIDOU-ID = SPACE
               MOVE "90" TO SVL-RC
               GOBACK
           END-IF.
           PERFORM 2000-FIND-MEMBER.
           IF WS-HIT-IDX = ZERO
               MOVE "10" TO SVL-RC
               GOBACK
           END-IF.
           MOVE WS-M-S-IDX(WS-HIT-IDX)       TO WS-S-IDX.
           MOVE "Y"                          TO SVL-FOUND-IND.
           MOVE WS-S-SERVICE-ID(WS-S-IDX)    TO SVL-SERVICE-ID.
           MOVE WS-S-SERVICE-NAME(WS-S-IDX)  TO SVL-SERVICE-NAME.
           MOVE WS-S-BUS-OWNER(WS-S-IDX)     TO SVL-BUS-OWNER.
           MOVE WS-S-SUPPORT-GRP(WS-S-IDX)   TO SVL-SUPPORT-GRP.
           MOVE WS-S-TIER(WS-S-IDX)          TO SVL-TIER.
           IF SVL-TIER > 3
               MOVE 3        TO SVL-WQ-PRIORITY
           ELSE
               MOVE SVL-TIER TO SVL-WQ-PRIORITY
           END-IF.
           GOBACK.

       1000-LOAD-SERVICES.
           MOVE "Y" TO WS-LOADED-SW.
           OPEN INPUT SERVICE-MSTR.
           IF WS-SV-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SERVICE-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SV-DEL-KBN = SPACE
                          AND SV-TIER-VALID
                          AND WS-S-CNT < 1000
                           ADD 1 TO WS-S-CNT
                           MOVE SV-SERVICE-ID
                             TO WS-S-SERVICE-ID(WS-S-CNT)
                           MOVE SV-SERVICE-NAME
                             TO WS-S-SERVICE-NAME(WS-S-CNT)
                           MOVE SV-BUS-OWNER
                             TO WS-S-BUS-OWNER(WS-S-CNT)
                           MOVE SV-SUPPORT-GRP
                             TO WS-S-SUPPORT-GRP(WS-S-CNT)
                           MOVE SV-TIER TO WS-S-TIER(WS-S-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SERVICE-MSTR.

      *---------- a membership pointing at no service in service is
      *           dropped here, so the lookup never half-answers
       1500-LOAD-MEMBERS.
           OPEN INPUT MEMBER-MSTR.
           IF WS-SM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ MEMBER-MSTR NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SM-DEL-KBN = SPACE
                          AND WS-M-CNT < 9999
                           PERFORM 1600-KEEP-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-MSTR.

       1600-KEEP-MEMBER.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-S-CNT
               IF WS-S-SERVICE-ID(WS-S-IDX) = SM-SERVICE-ID
                   ADD 1 TO WS-M-CNT
                   MOVE SM-RIYO-CMP-CD TO WS-M-RIYO-CMP-CD(WS-M-CNT)
                   MOVE SM-KIDOU-ID    TO WS-M-KIDOU-ID(WS-M-CNT)
                   MOVE WS-S-IDX       TO WS-M-S-IDX(WS-M-CNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------- the company's own row ends the search; a blank-
      *           company row is kept only until one turns up
       2000-FIND-MEMBER.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-M-CNT
               IF WS-M-KIDOU-ID(WS-M-IDX) = SVL-KIDOU-ID
                   IF SVL-RIYO-CMP-CD = SPACE
                      OR WS-M-RIYO-CMP-CD(WS-M-IDX) = SVL-RIYO-CMP-CD
                       MOVE WS-M-IDX TO WS-HIT-IDX
                       EXIT PERFORM
                   END-IF
                   IF WS-M-RIYO-CMP-CD(WS-M-IDX) = SPACE
                      AND WS-HIT-IDX = ZERO
                       MOVE WS-M-IDX TO WS-HIT-IDX
                   END-IF
               END-IF
           END-PERFORM.
