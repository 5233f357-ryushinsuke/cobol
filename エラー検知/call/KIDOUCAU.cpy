      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : KIDOUCAU.cpy
      *  Copybook name  : Failed-kidou cause stamp record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per failed kidou, keyed like the TKDYAA31 master,
      *  carrying the cause category and owner TKDYAB65 read out of
      *  its AQ-MSG through the AQPATPM patterns.  Re-running the
      *  classifier for a day re-stamps it with the current
      *  patterns.  TKDYAB66 breaks a week of these down by company
      *  and KIDOU-GYOMU-GRP-CD.
      *
      ******************************************************************
       01  KIDOUCAU-REC.
           05  KC-KEY.
               10  KC-RIYO-CMP-CD         PIC  X(04).
               10  KC-SYORI-YMD           PIC  9(08).
               10  KC-KIDOU-ID            PIC  X(04).
               10  KC-GYOMU-TASK-ID       PIC  X(07).
           05  KC-GYOMU-GRP-CD            PIC  X(10).
           05  KC-JIKOU-STS               PIC  X(03).
      *---------- AP-CAUSE-CD of the matching pattern; UNCL = no
      *           pattern matched, NMSG = AQ-MSG was blank
           05  KC-CAUSE-CD                PIC  X(04).
      *---------- AP-OWNER of the matching pattern, space = unknown
           05  KC-OWNER                   PIC  X(01).
           05  KC-PATTERN-SEQ             PIC  9(04).
           05  KC-STAMP                   PIC  X(14).
