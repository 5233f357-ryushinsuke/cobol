      *                                WOMAB06 recertification pack
      *                                can see who actually used
      *                                which ranks
      *  20261015   SCS                Server detail code (SV-ERR-CD)
      *                                and process name captured, so
      *                                a failed transaction says why
      *                                and the error-code ranking can
      *                                group by process
      *  20261015   SCS                Start type and the intended
      *                                (ORG-) server group, name and
      *                                start type captured, so a
      *                                transaction rerouted to
      *                                another server can be seen
      *
      *  One row per AIFA-based middleware transaction, captured by
      *  WOMAB01 so the health dashboard (WOMAB02) and the RPC
           05  AL-JOB-USER-ID             PIC  X(08).
           05  AL-JOB-RANK-TBL.
               10  AL-JOB-RANK  OCCURS 10 PIC  X(02).
      *---------- PROC-NAME and the server detail code SV-ERR-CD from
      *           the AIFA header; spaces/zeros in the code = no
      *           server-side error reported
           05  AL-PROC-NAME               PIC  X(16).
           05  AL-SV-ERR-CD               PIC  X(04).
      *---------- START-TYPE, and where the transaction was meant to
      *           run (ORG-SV-GROUP/ORG-SV-NAME/ORG-START-TYPE); an
      *           ORG- value differing from the actual one = rerouted,
      *           spaces in AL-ORG-SV-GROUP = no routing information
           05  AL-START-TYPE              PIC  X(02).
           05  AL-ORG-SV-GROUP            PIC  X(31).
           05  AL-ORG-SV-NAME             PIC  X(31).
           05  AL-ORG-START-TYPE          PIC  X(02).
