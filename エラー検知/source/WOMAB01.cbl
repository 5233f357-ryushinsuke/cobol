      *  20260902   SCS                Capture JOB-USER-ID and the
      *                                JOB-RANK-01..10 slots for the
      *                                WOMAB06 recertification pack
      *  20261015   SCS                Capture PROC-NAME and the
      *                                SV-ERR-CD server detail code
      *                                for the WOMAB07 error-code
      *                                ranking
      *  20261015   SCS                Capture START-TYPE and the
      *                                ORG-SV-GROUP/ORG-SV-NAME/
      *                                ORG-START-TYPE routing target
      *                                for the WOMAB08 failover
      *                                report
      *
      *  Called once per AIFA-based middleware transaction (wherever
      *  the AIFA header is populated) to append a row to AIFALOG, so
           MOVE JOB-RANK-08        TO AL-JOB-RANK(8).
           MOVE JOB-RANK-09        TO AL-JOB-RANK(9).
           MOVE JOB-RANK-10        TO AL-JOB-RANK(10).
           MOVE PROC-NAME          TO AL-PROC-NAME.
           MOVE SV-ERR-CD          TO AL-SV-ERR-CD.
           MOVE START-TYPE         TO AL-START-TYPE.
           MOVE ORG-SV-GROUP       TO AL-ORG-SV-GROUP.
           MOVE ORG-SV-NAME        TO AL-ORG-SV-NAME.
           MOVE ORG-START-TYPE     TO AL-ORG-START-TYPE.
           ACCEPT WS-NOW FROM DATE YYYYMMDD.
           MOVE WS-NOW(1:8)  TO WS-NOW-STAMP(1:8).
           ACCEPT WS-NOW FROM TIME.
