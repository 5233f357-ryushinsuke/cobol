      *                                to each routed notification
      *                                whose page text matches a
      *                                registered error identity
      *  20261015   SCS                Route the TKDYAB69 wait-file
      *                                arrival watcher's page file
      *                                too
      *  20261015   SCS                Pages for a kidou or queue
      *                                inside a declared MNTWINM
      *                                maintenance window are held
      *                                on TKDYAB30HLD with the change
      *                                reference instead of routed;
      *                                a held page routes on the
      *                                first run after its window
      *                                closes and is marked released
      *  20261015   SCS                Each routed notification
      *                                carries the SVCCATPM business
      *                                service and tier of its kidou
      *                                (CZCOAB20); tier-1 rows
      *                                escalate at half the limit
      *  20261015   SCS                Route the WOQAB13 circuit-
      *                                breaker page file too; its
      *                                pages dedup per queue
      *
      *  The page files TKDYAB02PGE and TKDYAB04PGE finally get a
      *  consumer: each run reads both, deduplicates repeats for the
           SELECT PAGE-FILE-09   ASSIGN TO "WOQAB09PGE"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PG-STS.
           SELECT PAGE-FILE-69   ASSIGN TO "TKDYAB69PGE"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PG-STS.
           SELECT PAGE-FILE-13   ASSIGN TO "WOQAB13PGE"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-PG-STS.
           SELECT ROSTER-FILE    ASSIGN TO "ONCALLPM"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-OC-STS.
                  ACCESS MODE    IS SEQUENTIAL
                  RECORD KEY     IS RB-KEY
                  FILE STATUS    IS WS-RB-STS.
           SELECT TKDYAA31-EXT   ASSIGN TO "TKDYAA31EXT"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-EXT-STS.
           SELECT HELD-FILE      ASSIGN TO "TKDYAB30HLD"
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WS-HLD-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGE-FILE-09.
       01  PAGE-LINE-09                   PIC  X(80).

       FD  PAGE-FILE-69.
       01  PAGE-LINE-69                   PIC  X(80).

       FD  PAGE-FILE-13.
       01  PAGE-LINE-13                   PIC  X(80).

       FD  ROSTER-FILE.
           COPY ONCALLPM.

      *---------- runbook reference when the page text matched a
      *           RUNBOOKPM key; spaces otherwise
           05  NT-RUNBOOK-ID              PIC  X(08).
      *---------- business service and criticality tier of the
      *           page's kidou; spaces when it belongs to none
           05  NT-SERVICE-ID              PIC  X(08).
           05  NT-TIER                    PIC  X(01).

       FD  RUNBOOK-MSTR.
           COPY RUNBOOKPM.

       FD  TKDYAA31-EXT.
       01  TKDYAA31-EXT-REC.
           COPY TKDYAA31.

      *---------- a page held back because its kidou or queue was
      *           inside a planned maintenance window
       FD  HELD-FILE.
       01  HELD-REC.
           05  HP-HELD-TIME               PIC  X(14).
           05  HP-CHANGE-REF              PIC  X(16).
           05  HP-WIN-TO-TIME             PIC  X(14).
           05  HP-SOURCE                  PIC  X(11).
           05  HP-GYOMU-TASK-ID           PIC  X(07).
           05  HP-KIDOU-ID                PIC  X(04).
           05  HP-TEXT                    PIC  X(80).
      *---------- Y once the window closed and the page was routed
           05  HP-RELEASED-SW             PIC  X(01).

       WORKING-STORAGE SECTION.
       01  WS-PG-STS                      PIC  X(02).
       01  WS-OC-STS                      PIC  X(02).
       01  WS-NOW-STAMP                   PIC  X(14).
       01  WS-NOW-HHMM                    PIC  9(04).
       01  WS-ROUTED-CNT                  PIC  9(05)  VALUE ZERO.
       01  WS-HELD-CNT                    PIC  9(05)  VALUE ZERO.
       01  WS-EXT-STS                     PIC  X(02).
       01  WS-HLD-STS                     PIC  X(02).
       01  WS-RELEASED-CNT                PIC  9(05)  VALUE ZERO.
       01  WS-ESCALATED-CNT               PIC  9(05)  VALUE ZERO.
      *---------- minutes a notification may sit unacknowledged
      *           before it escalates - fixed constant pending a
      *           real configuration source
       01  WS-ESCALATE-LIMIT-MIN          PIC  9(04)  VALUE 30.
      *---------- a tier-1 service's row escalates at half that
       01  WS-TIER1-LIMIT-MIN             PIC  9(04).
       01  WS-ROW-LIMIT-MIN               PIC  9(04).
       01  WS-ROUTED-INT                  PIC  S9(09) COMP-3.
       01  WS-NOW-INT                     PIC  S9(09) COMP-3.
       01  WS-AGE-MIN                     PIC  S9(07).
       01  WS-PAGE-SOURCE                 PIC  X(11).
       01  WS-PAGE-TASK                   PIC  X(07).
       01  WS-PAGE-KIDOU                  PIC  X(04).
       01  WS-PAGE-QUEUE                  PIC  X(16).

      *---------- resolved roster targets for the current time band
       01  WS-PRIMARY-TARGET              PIC  X(20).
       01  WS-BACKUP-TARGET               PIC  X(20).

      *---------- task/kidou pairs already routed (existing unacked
      *           delivery rows plus this run's), for deduplication;
      *           a circuit-breaker page also carries its queue, as
      *           every queue's breaker pages under the same task
       01  WS-RT-CNT                      PIC  9(04)  VALUE ZERO.
       01  WS-RT-TBL.
           05  WS-RT-ENTRY  OCCURS 9999.
               10  WS-RT-TASK             PIC  X(07).
               10  WS-RT-KIDOU            PIC  X(04).
               10  WS-RT-QUEUE            PIC  X(16).
       01  WS-RT-IDX                      PIC  9(04).
       01  WS-DUP-SW                      PIC  X(01).
           88  WS-DUP                     VALUE "Y".
      *---------- what 3500 did with the page: R = routed, D = a
      *           duplicate of one already routed, H = held, S =
      *           already held, N = no on-call target this run
       01  WS-ROUTE-RESULT                PIC  X(01).

      *---------- the held file, loaded whole and rewritten at the
      *           end with release marks and this run's new holds
       01  WS-HL-CNT                      PIC  9(04)  VALUE ZERO.
       01  WS-HL-TBL.
           05  WS-HL-ENTRY  OCCURS 9999.
               10  WS-HL-REC              PIC  X(147).
       01  WS-HL-IDX                      PIC  9(04).
       01  WS-HL-SRCH                     PIC  9(04).
       01  WS-HL-MIRROR.
           05  WS-HL-HELD-TIME            PIC  X(14).
           05  WS-HL-CHANGE-REF           PIC  X(16).
           05  WS-HL-WIN-TO-TIME          PIC  X(14).
           05  WS-HL-SOURCE               PIC  X(11).
           05  WS-HL-TASK                 PIC  X(07).
           05  WS-HL-KIDOU                PIC  X(04).
           05  WS-HL-TEXT                 PIC  X(80).
           05  WS-HL-RELEASED-SW          PIC  X(01).

      *---------- escalation work: unacked rows shuttle through the
      *           work table so the delivery file can be rewritten
       01  WS-D-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-D-TBL.
           05  WS-D-ENTRY  OCCURS 9999.
               10  WS-D-REC               PIC  X(155).
       01  WS-D-IDX                       PIC  9(04).
       01  WS-D-MIRROR.
           05  WS-D-TARGET                PIC  X(20).
           05  WS-D-ESCALATED-SW          PIC  X(01).
           05  WS-D-TEXT                  PIC  X(80).
           05  WS-D-RUNBOOK-ID            PIC  X(08).
           05  WS-D-SERVICE-ID            PIC  X(08).
           05  WS-D-TIER                  PIC  X(01).
      *---------- runbook registry, loaded once and matched against
      *           the page text of each routed notification
       01  WS-RB-STS                      PIC  X(02).
       01  WS-RB-SCAN-LIM                 PIC  9(03).
       01  WS-RB-HIT-ID                   PIC  X(08).

      *---------- task/kidou to company and business group, from
      *           the day's extract, so a page can be matched to a
      *           maintenance window
       01  WS-K-CNT                       PIC  9(04)  VALUE ZERO.
       01  WS-K-TBL.
           05  WS-K-ENTRY  OCCURS 9999.
               10  WS-K-TASK              PIC  X(07).
               10  WS-K-KIDOU             PIC  X(04).
               10  WS-K-RIYO-CMP-CD       PIC  X(04).
               10  WS-K-GRP-CD            PIC  X(10).
       01  WS-K-IDX                       PIC  9(04).

       01  CZCOAB19-ARGS.
           COPY CZCOAB19.

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

       01  WS-NEW-ESC-CNT                 PIC  9(04)  VALUE ZERO.
       01  WS-ESC-TBL.
           05  WS-ESC-ENTRY  OCCURS 999.
               10  WS-ESC-REC             PIC  X(155).
       01  WS-ESC-IDX                     PIC  9(04).

       PROCEDURE DIVISION.
           COMPUTE WS-NOW-INT =
               (FUNCTION INTEGER-OF-DATE(WS-R-YMD) * 1440)
               + (WS-R-HH * 60) + WS-R-MM.
           COMPUTE WS-TIER1-LIMIT-MIN = WS-ESCALATE-LIMIT-MIN / 2.

           PERFORM 1000-RESOLVE-ROSTER.
           PERFORM 2000-LOAD-DELIVERY.
           PERFORM 2900-LOAD-RUNBOOKS.
           PERFORM 2950-LOAD-KIDOU-MAP.
           PERFORM 2970-LOAD-HELD.
           PERFORM 3000-ROUTE-PAGE-FILES.
           PERFORM 4000-REWRITE-HELD.
           PERFORM 5000-ESCALATE-AND-REWRITE.
           GOBACK.

                       ADD 1 TO WS-RT-CNT
                       MOVE WS-D-TASK  TO WS-RT-TASK(WS-RT-CNT)
                       MOVE WS-D-KIDOU TO WS-RT-KIDOU(WS-RT-CNT)
                       MOVE SPACE      TO WS-RT-QUEUE(WS-RT-CNT)
                       IF WS-D-SOURCE = "WOQAB13PGE "
                           MOVE WS-D-TEXT(40:16)
                             TO WS-RT-QUEUE(WS-RT-CNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DELIVERY-FILE.

       3000-ROUTE-PAGE-FILES.
           PERFORM 3100-RELEASE-HELD.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PAGE-FILE-02.
           IF WS-PG-STS = "00"
               END-PERFORM
               CLOSE PAGE-FILE-09
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PAGE-FILE-69.
           IF WS-PG-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAGE-FILE-69
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF AND PAGE-LINE-69 NOT = SPACE
                       MOVE PAGE-LINE-69  TO WS-PAGE-LINE
                       MOVE "TKDYAB69PGE" TO WS-PAGE-SOURCE
                       PERFORM 3500-ROUTE-ONE-PAGE
                   END-IF
               END-PERFORM
               CLOSE PAGE-FILE-69
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PAGE-FILE-13.
           IF WS-PG-STS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAGE-FILE-13
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF AND PAGE-LINE-13 NOT = SPACE
                       MOVE PAGE-LINE-13  TO WS-PAGE-LINE
                       MOVE "WOQAB13PGE " TO WS-PAGE-SOURCE
                       PERFORM 3500-ROUTE-ONE-PAGE
                   END-IF
               END-PERFORM
               CLOSE PAGE-FILE-13
           END-IF.

      *---------- pages held on earlier runs go first: each
      *           unreleased row takes the normal routing path, which
      *           checks its window again.  Routed, or found already
      *           routed and unacknowledged, it is marked released;
      *           still inside its window, or with no on-call target
      *           this run, it stays held for the next run
       3100-RELEASE-HELD.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-CNT
               MOVE WS-HL-REC(WS-HL-IDX) TO WS-HL-MIRROR
               IF WS-HL-RELEASED-SW NOT = "Y"
                   MOVE WS-HL-TEXT   TO WS-PAGE-LINE
                   MOVE WS-HL-SOURCE TO WS-PAGE-SOURCE
                   PERFORM 3500-ROUTE-ONE-PAGE
                   IF WS-ROUTE-RESULT = "R"
                      OR WS-ROUTE-RESULT = "D"
                       MOVE WS-HL-REC(WS-HL-IDX) TO WS-HL-MIRROR
                       MOVE "Y" TO WS-HL-RELEASED-SW
                       MOVE WS-HL-MIRROR TO WS-HL-REC(WS-HL-IDX)
                       ADD 1 TO WS-RELEASED-CNT
                   END-IF
               END-IF
           END-PERFORM.

      *---------- fixed page-line layout: task in 15-21, kidou in
      *           29-32 (both writers STRING the same prefix)
       3500-ROUTE-ONE-PAGE.
           MOVE WS-PAGE-LINE(15:7)  TO WS-PAGE-TASK.
           MOVE WS-PAGE-LINE(29:4)  TO WS-PAGE-KIDOU.
           MOVE SPACE TO WS-PAGE-QUEUE.
           IF WS-PAGE-SOURCE = "WOQAB13PGE "
               MOVE WS-PAGE-LINE(40:16) TO WS-PAGE-QUEUE
           END-IF.
           MOVE "N" TO WS-DUP-SW.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
                      OR WS-DUP
               IF WS-RT-TASK(WS-RT-IDX) = WS-PAGE-TASK
                  AND WS-RT-KIDOU(WS-RT-IDX) = WS-PAGE-KIDOU
                  AND WS-RT-QUEUE(WS-RT-IDX) = WS-PAGE-QUEUE
                   SET WS-DUP TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DUP
               MOVE "D" TO WS-ROUTE-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3700-CHECK-MAINT-WINDOW.
           IF MWC-IN-WINDOW-IND = "Y"
               PERFORM 3800-HOLD-PAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRIMARY-TARGET = SPACE
               MOVE "N" TO WS-ROUTE-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-ROUTE-RESULT.
           MOVE WS-PRIMARY-TARGET TO WS-D-TARGET.
           MOVE WS-PAGE-TASK      TO WS-D-TASK.
           MOVE WS-PAGE-KIDOU     TO WS-D-KIDOU.
           MOVE WS-PAGE-LINE      TO WS-D-TEXT.
           PERFORM 3600-MATCH-RUNBOOK.
           MOVE WS-RB-HIT-ID      TO WS-D-RUNBOOK-ID.
           PERFORM 3900-FIND-SERVICE.
           IF WS-D-CNT < 9999
               ADD 1 TO WS-D-CNT
               MOVE WS-D-MIRROR TO WS-D-REC(WS-D-CNT)
               ADD 1 TO WS-RT-CNT
               MOVE WS-PAGE-TASK  TO WS-RT-TASK(WS-RT-CNT)
               MOVE WS-PAGE-KIDOU TO WS-RT-KIDOU(WS-RT-CNT)
               MOVE WS-PAGE-QUEUE TO WS-RT-QUEUE(WS-RT-CNT)
           END-IF.

      *---------- released rows keep their place as the record of
      *           what was held and when
       4000-REWRITE-HELD.
           IF WS-HL-CNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HELD-FILE.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-CNT
               MOVE WS-HL-REC(WS-HL-IDX) TO HELD-REC
               WRITE HELD-REC
           END-PERFORM.
           CLOSE HELD-FILE.

      *---------- unacked rows past the limit re-route to the backup
      *           target once, then the whole delivery file is
                  AND WS-D-ESCALATED-SW NOT = "Y"
                  AND WS-BACKUP-TARGET NOT = SPACE
                   PERFORM 5100-CHECK-AGE
                   IF WS-D-TIER = "1"
                       MOVE WS-TIER1-LIMIT-MIN    TO WS-ROW-LIMIT-MIN
                   ELSE
                       MOVE WS-ESCALATE-LIMIT-MIN TO WS-ROW-LIMIT-MIN
                   END-IF
                   IF WS-AGE-MIN > WS-ROW-LIMIT-MIN
                       MOVE "Y" TO WS-D-ESCALATED-SW
                       MOVE WS-D-MIRROR TO WS-D-REC(WS-D-IDX)
                       IF WS-NEW-ESC-CNT < 999
                   END-PERFORM
               END-IF
           END-PERFORM.

       2950-LOAD-KIDOU-MAP.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TKDYAA31-EXT.
           IF WS-EXT-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TKDYAA31-EXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND WS-K-CNT < 9999
                   ADD 1 TO WS-K-CNT
                   MOVE GYOMU-TASK-ID      TO WS-K-TASK(WS-K-CNT)
                   MOVE KIDOU-ID           TO WS-K-KIDOU(WS-K-CNT)
                   MOVE RIYO-CMP-CD        TO WS-K-RIYO-CMP-CD(WS-K-CNT)
                   MOVE KIDOU-GYOMU-GRP-CD TO WS-K-GRP-CD(WS-K-CNT)
               END-IF
           END-PERFORM.
           CLOSE TKDYAA31-EXT.
           MOVE "N" TO WS-EOF-SW.

       2970-LOAD-HELD.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HELD-FILE.
           IF WS-HLD-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ HELD-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND WS-HL-CNT < 9999
                   ADD 1 TO WS-HL-CNT
                   MOVE HELD-REC TO WS-HL-REC(WS-HL-CNT)
               END-IF
           END-PERFORM.
           CLOSE HELD-FILE.
           MOVE "N" TO WS-EOF-SW.

      *---------- the heartbeat probe and the circuit breaker page
      *           a queue, not a kidou: the queue name sits in
      *           columns 40-55; every other page is matched through
      *           its task/kidou
       3700-CHECK-MAINT-WINDOW.
           MOVE "T"          TO MWC-FUNCTION.
           MOVE SPACE        TO MWC-RIYO-CMP-CD MWC-GRP-CD
                                MWC-QUEUE-NAME.
           IF WS-PAGE-SOURCE = "WOQAB09PGE "
              OR WS-PAGE-SOURCE = "WOQAB13PGE "
               MOVE WS-PAGE-LINE(40:16) TO MWC-QUEUE-NAME
           ELSE
               PERFORM VARYING WS-K-IDX FROM 1 BY 1
                       UNTIL WS-K-IDX > WS-K-CNT
                   IF WS-K-TASK(WS-K-IDX) = WS-PAGE-TASK
                      AND WS-K-KIDOU(WS-K-IDX) = WS-PAGE-KIDOU
                       MOVE WS-K-RIYO-CMP-CD(WS-K-IDX)
                         TO MWC-RIYO-CMP-CD
                       MOVE WS-K-GRP-CD(WS-K-IDX) TO MWC-GRP-CD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-NOW-STAMP TO MWC-AT-TIME.
           MOVE SPACE        TO MWC-END-TIME.
           CALL "CZCOAB19" USING PARM-CZCOAB19-ARG1
                                  PARM-CZCOAB19-ARG2
                                  PARM-CZCOAB19-ARG3
           END-CALL.

      *---------- held pages are not added to the dedup table, so
      *           the release pass can route them; a page already
      *           held and unreleased for the same source and
      *           task/kidou (and queue, for a breaker page) is not
      *           held a second time
       3800-HOLD-PAGE.
           MOVE "S" TO WS-ROUTE-RESULT.
           PERFORM VARYING WS-HL-SRCH FROM 1 BY 1
                   UNTIL WS-HL-SRCH > WS-HL-CNT
               MOVE WS-HL-REC(WS-HL-SRCH) TO WS-HL-MIRROR
               IF WS-HL-RELEASED-SW NOT = "Y"
                  AND WS-HL-SOURCE = WS-PAGE-SOURCE
                  AND WS-HL-TASK   = WS-PAGE-TASK
                  AND WS-HL-KIDOU  = WS-PAGE-KIDOU
                  AND (WS-PAGE-SOURCE NOT = "WOQAB13PGE "
                    OR WS-HL-TEXT(40:16) = WS-PAGE-QUEUE)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-HL-CNT >= 9999
               EXIT PARAGRAPH
           END-IF.
           MOVE "H"               TO WS-ROUTE-RESULT.
           MOVE WS-NOW-STAMP      TO WS-HL-HELD-TIME.
           MOVE MWC-CHANGE-REF    TO WS-HL-CHANGE-REF.
           MOVE MWC-WIN-TO-TIME   TO WS-HL-WIN-TO-TIME.
           MOVE WS-PAGE-SOURCE    TO WS-HL-SOURCE.
           MOVE WS-PAGE-TASK      TO WS-HL-TASK.
           MOVE WS-PAGE-KIDOU     TO WS-HL-KIDOU.
           MOVE WS-PAGE-LINE      TO WS-HL-TEXT.
           MOVE "N"               TO WS-HL-RELEASED-SW.
           ADD 1 TO WS-HL-CNT.
           MOVE WS-HL-MIRROR      TO WS-HL-REC(WS-HL-CNT).
           ADD 1 TO WS-HELD-CNT.

      *---------- the company comes from the kidou map 3700 just
      *           searched; a heartbeat or circuit-breaker page names
      *           a queue, not a kidou, and belongs to no service
       3900-FIND-SERVICE.
           MOVE SPACE TO WS-D-SERVICE-ID WS-D-TIER.
           IF WS-PAGE-SOURCE = "WOQAB09PGE "
              OR WS-PAGE-SOURCE = "WOQAB13PGE "
              OR WS-PAGE-KIDOU = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE MWC-RIYO-CMP-CD TO SVL-RIYO-CMP-CD.
           MOVE WS-PAGE-KIDOU   TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           IF SVL-FOUND-IND = "Y"
               MOVE SVL-SERVICE-ID TO WS-D-SERVICE-ID
               MOVE SVL-TIER       TO WS-D-TIER
           END-IF.
