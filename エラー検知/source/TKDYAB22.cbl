      *                                whose text legitimately recurs
      *                                after its predecessor closed
      *                                is queued again
      *  20261015   SCS                A resubmit whose kidou belongs
      *                                to a SVCCATPM business service
      *                                takes its priority from the
      *                                service's tier (CZCOAB20)
      *                                instead of the fixed 1
      *
      *  Folds the four pending-action request files into the one
      *  prioritized operator work queue: TKDYAB02RSQ and
      *  with the same text is not added again, so re-running the
      *  consolidator after a monitor cycle doesn't duplicate the
      *  work.  The TKDYAB23 console works the queue; TKDYAB24
      *  lists what is still open at end of day.  A resubmit line
      *  names its kidou (columns 24-27 on TKDYAB02RSQ, 27-30 on
      *  TKDYAB04RSQ); when the kidou belongs to a business service
      *  the item is queued at the tier's priority instead.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  WS-DUP                     VALUE "Y".
       01  WS-NEW-QUEUE-SW                PIC  X(01)  VALUE "N".
           88  WS-NEW-QUEUE               VALUE "Y".
       01  WS-CUR-KIDOU-ID                PIC  X(04).

       01  CZCOAB20-ARGS.
           COPY CZCOAB20.

      *---------- existing queue items held for the duplicate check
       01  WS-Q-CNT                       PIC  9(05)  VALUE ZERO.
                   MOVE 1                TO WS-CUR-PRIORITY
                   MOVE SPACE            TO WS-CUR-TEXT
                   MOVE RESUB-REQ-LINE   TO WS-CUR-TEXT
                   MOVE RESUB-REQ-LINE(24:4) TO WS-CUR-KIDOU-ID
                   PERFORM 7000-SERVICE-PRIORITY
                   PERFORM 8000-ADD-IF-NEW
               END-IF
           END-PERFORM.
                   MOVE 1                TO WS-CUR-PRIORITY
                   MOVE SPACE            TO WS-CUR-TEXT
                   MOVE AQRESUB-REQ-LINE TO WS-CUR-TEXT
                   MOVE AQRESUB-REQ-LINE(27:4) TO WS-CUR-KIDOU-ID
                   PERFORM 7000-SERVICE-PRIORITY
                   PERFORM 8000-ADD-IF-NEW
               END-IF
           END-PERFORM.
           END-PERFORM.
           CLOSE RETAIN-REQ-FILE.

      *---------- the request lines carry no company, so the first
      *           service membership of the kidou answers
       7000-SERVICE-PRIORITY.
           MOVE SPACE           TO SVL-RIYO-CMP-CD.
           MOVE WS-CUR-KIDOU-ID TO SVL-KIDOU-ID.
           CALL "CZCOAB20" USING PARM-CZCOAB20-ARG1
                                  PARM-CZCOAB20-ARG2
                                  PARM-CZCOAB20-ARG3
           END-CALL.
           IF SVL-FOUND-IND = "Y"
               MOVE SVL-WQ-PRIORITY TO WS-CUR-PRIORITY
           END-IF.

       8000-ADD-IF-NEW.
           MOVE "N" TO WS-DUP-SW.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
