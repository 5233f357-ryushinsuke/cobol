      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : VOLHIS.cpy
      *  Copybook name  : Monthly volume history record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per measured object per month, kept by the
      *  TKDYAB94 capacity forecast so it has a growth series to
      *  fit.  Kidou and company rows are the month's summed
      *  KH-FILE-KENSU off the TKDYAB27 KIDOUHIS history; file rows
      *  are the record count of the file as it stood on the run
      *  day, with its record length so the size in bytes follows.
      *  Kept for 36 months.
      *
      ******************************************************************
       01  VOLHIS-REC.
           05  VH-KEY.
      *---------- K = kidou, C = company, F = file
               10  VH-OBJ-TYPE            PIC  X(01).
                   88  VH-OBJ-KIDOU       VALUE "K".
                   88  VH-OBJ-COMPANY     VALUE "C".
                   88  VH-OBJ-FILE        VALUE "F".
      *---------- company for K and C rows, space for F rows
               10  VH-RIYO-CMP-CD         PIC  X(04).
      *---------- kidou id for K rows, logical file name for F rows
      *           (the ASSIGN name), space for C rows
               10  VH-OBJ-ID              PIC  X(12).
      *---------- month measured, YYYYMM
           05  VH-YM                      PIC  9(06).
           05  VH-RECORDS                 PIC  9(11).
      *---------- bytes per record for F rows, zero otherwise
           05  VH-REC-LEN                 PIC  9(05).
           05  VH-RUN-YMD                 PIC  9(08).
