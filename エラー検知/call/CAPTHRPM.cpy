      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CAPTHRPM.cpy
      *  Copybook name  : Capacity-threshold parameter master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  The ceilings the TKDYAB94 capacity forecast holds its
      *  projections against.  The key follows VOLHIS: a row for
      *  one kidou or file applies to it alone; a kidou row with a
      *  blank kidou id is the default for every kidou of that
      *  company, and a row with blank company and id is the
      *  default for the whole object type.  Zero means no ceiling
      *  on that measure.  Maintained on SCZY1040.
      *
      ******************************************************************
       01  CAPTHRPM-REC.
      *---------- key
           05  CT-KEY.
      *---------- K = kidou, C = company, F = file
               10  CT-OBJ-TYPE            PIC  X(01).
               10  CT-RIYO-CMP-CD         PIC  X(04).
               10  CT-OBJ-ID              PIC  X(12).
      *---------- records a month (K, C) or on file (F)
           05  CT-MAX-RECORDS             PIC  9(11).
      *---------- file size in bytes, F rows only
           05  CT-MAX-BYTES               PIC  9(13).
           05  CT-ENTRY-SID               PIC  X(20).
      *---------- space = in force, the FPM-DEL-KBN convention
           05  CT-DEL-KBN                 PIC  X(01).
