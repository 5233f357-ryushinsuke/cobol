      *                                the file unreadable, so the
      *                                READ came back status 47 and
      *                                took neither branch)
      *  20261015   SCS                Trailer row left out of the
      *                                count and checksum, as the
      *                                split-and-merge mode does
      *
      *  Run at the start of an upload (mode C on the option file):
      *  fingerprints the source file - record count plus a content
                       MOVE US-H-RIYO-CMP-CD TO WS-HDR-RIYO-CMP-CD
                       MOVE US-H-SYORI-YMD   TO WS-HDR-SYORI-YMD
                       MOVE US-H-KIDOU-ID    TO WS-HDR-KIDOU-ID
      *---------- the trailer only restates the details
                   WHEN "T"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-REC-CNT
                       MOVE UPLDSRC-REC(1:40) TO WS-HASH-BUF
