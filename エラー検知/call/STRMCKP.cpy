      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : STRMCKP.cpy
      *  Copybook name  : Job-stream step checkpoint record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per stream, run date and step, rewritten by the
      *  TKDYAB85 stream driver as the step starts and ends - the
      *  SCZY7085CKP idea applied to a job stream.  A rerun of the
      *  stream for the same run date skips the steps that are C or
      *  S and resumes at the first one that is not; a step left in
      *  R means the driver itself went down inside it.  TKDYAB86
      *  reports from these rows each morning.
      *
      ******************************************************************
       01  STRMCKP-REC.
           05  SC-KEY.
               10  SC-STREAM-ID           PIC  X(08).
               10  SC-RUN-YMD             PIC  9(08).
               10  SC-STEP-SEQ            PIC  9(03).
           05  SC-PGM-ID                  PIC  X(08).
      *---------- R = running, C = completed, F = failed (stream
      *           stopped), S = failed and skipped, B = not run
      *           because a prerequisite had not completed
           05  SC-STATUS                  PIC  X(01).
               88  SC-DONE                VALUE "C" "S".
           05  SC-START-TIME              PIC  X(14).
           05  SC-END-TIME                PIC  X(14).
           05  SC-RC                      PIC  9(04).
      *---------- how many times the driver has started the step
      *           for this run date
           05  SC-ATTEMPT-CNT             PIC  9(02).
