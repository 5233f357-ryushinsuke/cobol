      *                                group MT-MSG-KEY with a new
      *                                sequence member, alternates
      *                                on MT-FUND-CD and MT-MSG-ID
      *  20261015   SCS                MT-SUPPRESS-KBN: row matched
      *                                a MSGSUPPM known-exception
      *                                rule when it was inserted
      *
      ******************************************************************
      *---------- one row written by SCZY7080 per MESSAGE-AREA entry
               88  MT-DISPOSITIONED       VALUE "D".
           05  MT-DISP-SID                PIC  X(20).
           05  MT-DISP-TIME               PIC  X(14).
      *---------- S = matched an in-service MSGSUPPM rule at insert:
      *           stored and visible on inquiry, but kept off the
      *           statement, the aging list and the handover
           05  MT-SUPPRESS-KBN            PIC  X(01).
               88  MT-SUPPRESSED          VALUE "S".
