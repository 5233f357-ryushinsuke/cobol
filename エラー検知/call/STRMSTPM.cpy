      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : STRMSTPM.cpy
      *  Copybook name  : Housekeeping job-stream step master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per step of a batch job stream, maintained through
      *  SCZY1036 and run in ST-STEP-SEQ order by the TKDYAB85
      *  stream driver, e.g. stream NIGHTHK: TKDYAB17 delta
      *  extract, TKDYAB27 duration history, TKDYAB26 integrity
      *  sweep, TKDYAB47 KPI capture, WOMAB05 aggregation, CZCOAB04
      *  archival.  A step runs only when every step it names as a
      *  prerequisite completed.  A step that fails and may be
      *  skipped is recorded and the stream goes on; any other
      *  failure stops the stream for a restart from that step.
      *  Each program still reads its own parameter file.
      *
      ******************************************************************
       01  STRMSTPM-REC.
           05  ST-KEY.
               10  ST-STREAM-ID           PIC  X(08).
               10  ST-STEP-SEQ            PIC  9(03).
      *---------- the program the step CALLs
           05  ST-PGM-ID                  PIC  X(08).
           05  ST-STEP-DESC               PIC  X(40).
      *---------- sequence numbers of steps that must have completed
      *           first; zero = unused slot
           05  ST-PREREQ-SEQ              PIC  9(03)  OCCURS 5.
      *---------- Y = a failure of this step does not stop the stream
           05  ST-SKIP-OK-SW              PIC  X(01).
      *---------- highest RETURN-CODE still counted as completed,
      *           e.g. 4 for a report whose RC 4 means findings
           05  ST-MAX-OK-RC               PIC  9(02).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  ST-DEL-KBN                 PIC  X(01).
