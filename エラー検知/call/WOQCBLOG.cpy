      ******************************************************************
      *
      *  System ID      : WOQ
      *  System name    : MQ support system
      *  Copybook ID    : WOQCBLOG.cpy
      *  Copybook name  : Queue circuit-breaker state-change record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per breaker state change, appended by WOQAB12.
      *  WOQAB13 pages each row once and stamps CL-PAGED-SW; WOQAB14
      *  reads the rows to work out each queue's time open.
      *
      ******************************************************************
       01  WOQCBLOG-REC.
           05  CL-CHANGE-TIME             PIC  X(14).
           05  CL-GETQ-NAME               PIC  X(16).
      *---------- C = closed, O = open, T = trial (WOQCBST)
           05  CL-FROM-STATE              PIC  X(01).
           05  CL-TO-STATE                PIC  X(01).
           05  CL-WIN-REQ                 PIC  9(07).
           05  CL-WIN-FAIL                PIC  9(07).
           05  CL-REASON                  PIC  X(40).
           05  CL-PAGED-SW                PIC  X(01).
               88  CL-PAGED               VALUE "Y".
