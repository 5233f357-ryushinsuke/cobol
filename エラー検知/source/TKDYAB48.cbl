      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Month and trend totals carry
      *                                the overruns excused by a
      *                                declared maintenance window,
      *                                on a second line so the
      *                                breach figure is read beside
      *                                its approved exclusions
      *
      *  Reads the TKDYAB47 daily KPI history and produces the
      *  monthly ops review pack for the parameter month:
               10  WS-M-UPLOAD            PIC  9(10).
               10  WS-M-UPLERR            PIC  9(10).
               10  WS-M-MQFAIL            PIC  9(07).
               10  WS-M-EXCL              PIC  9(07).
       01  WS-M-IDX                       PIC  9(02).
       01  WS-M-HIT                       PIC  9(02).

           05  WS-MH-UPLOAD               PIC  9(10).
           05  WS-MH-UPLERR               PIC  9(10).
           05  WS-MH-MQFAIL               PIC  9(07).
           05  WS-MH-EXCL                 PIC  9(07).
       01  WS-D-HOLD.
           05  WS-DH-YMD                  PIC  9(08).
           05  WS-DH-FAIL                 PIC  9(05).
           ADD KP-UPLOAD-IN-CNT      TO WS-M-UPLOAD(WS-M-IDX).
           ADD KP-UPLOAD-ERR-CNT     TO WS-M-UPLERR(WS-M-IDX).
           ADD KP-MQ-FAIL-CNT        TO WS-M-MQFAIL(WS-M-IDX).
           ADD KP-SLA-EXCL-CNT       TO WS-M-EXCL(WS-M-IDX).
           IF WS-ROW-YM = WS-PACK-YM
               MOVE WS-M-IDX TO WS-M-HIT
               IF WS-D-CNT < 31
                  INTO PACK-RPT-LINE
           END-STRING.
           WRITE PACK-RPT-LINE.
           IF WS-M-EXCL(WS-M-IDX) > ZERO
               MOVE SPACE TO PACK-RPT-LINE
               STRING WS-LINE-TAG             DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WS-M-YM(WS-M-IDX)       DELIMITED BY SIZE
                      " MAINT-WINDOW EXCLUDED="
                                              DELIMITED BY SIZE
                      WS-M-EXCL(WS-M-IDX)     DELIMITED BY SIZE
                      " (NOT COUNTED IN TIMEOUT/BREACH)"
                                              DELIMITED BY SIZE
                      INTO PACK-RPT-LINE
               END-STRING
               WRITE PACK-RPT-LINE
           END-IF.

      *---------- every other month in the history, oldest first -
      *           the capture writes days in order, so sorting the
