      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                Rejects raised by the TKDYAB71
      *                                delimited intake (CSV- field
      *                                names) are left out - their
      *                                row number is a line of the
      *                                provider's file, not a detail
      *  20261015   SCS                Record kind carried to the
      *                                correction row so a repaired
      *                                cancel/amend stays one
      *
      *  Pulls only the rejected rows of an upload run into the
      *  correction file: the TKDYAB07 detail rows (UE-ROW-NO /
       01  WS-S-CNT                       PIC  9(05)  VALUE ZERO.
       01  WS-S-TBL.
           05  WS-S-DETAIL  OCCURS 9999   PIC  X(48).
       01  WS-S-KBN-TBL.
           05  WS-S-REC-KBN OCCURS 9999   PIC  X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
                           ADD 1 TO WS-S-CNT
                           MOVE US-BODY(1:48)
                             TO WS-S-DETAIL(WS-S-CNT)
                           MOVE US-REC-KBN
                             TO WS-S-REC-KBN(WS-S-CNT)
                       END-IF
               END-EVALUATE
               PERFORM 1100-READ-SRC
           IF WS-ROW-NO = ZERO OR WS-ROW-NO > WS-S-CNT
               EXIT PARAGRAPH
           END-IF.
           IF UE-FIELD-NAME(1:4) = "CSV-"
               EXIT PARAGRAPH
           END-IF.
           MOVE UE-RIYO-CMP-CD   TO CR-RIYO-CMP-CD.
           MOVE UE-SYORI-YMD     TO CR-SYORI-YMD.
           MOVE UE-KIDOU-ID      TO CR-KIDOU-ID.
           MOVE UE-FIELD-NAME    TO CR-FIELD-NAME.
           MOVE UE-REJECT-REASON TO CR-REJECT-REASON.
           MOVE WS-S-DETAIL(WS-ROW-NO) TO CR-DETAIL.
           MOVE WS-S-REC-KBN(WS-ROW-NO) TO CR-D-REC-KBN.
           WRITE UPLDCOR-REC.
           ADD 1 TO WS-EXTRACTED-CNT.
