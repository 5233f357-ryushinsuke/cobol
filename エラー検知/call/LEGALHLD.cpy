      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : LEGALHLD.cpy
      *  Copybook name  : Legal-hold master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per preservation order from legal or compliance,
      *  maintained through SCZY1032.  While a hold is in force no
      *  purge path may destroy a row it covers: the CZCOAB04
      *  archive prune, the TKDYAB12 download-file cleanup and the
      *  WOMAB05 raw AIFALOG purge all ask the CZCOAB17 routine
      *  first, skip what it says is held, and log the skip on
      *  LEGALHSK for the TKDYAB81 hold inventory.
      *  A row is covered when its business date is inside the
      *  from/to range and each of company, fund and file ID is
      *  either spaces on the hold (any) or equal to the row's.
      *  File IDs are the logical names the purge paths know them
      *  by - the RETPOLPM names (SCZY7080MSG, SCZY7050EX,
      *  WOMAB01ALF, WOQAB01LOG, WOQAB03QGL, TKDYAB07UEF,
      *  CZCOAB01DLF, CZCOAB03EEF) and DOWNLOAD for the TKDYAB12
      *  download files.
      *
      ******************************************************************
       01  LEGALHLD-REC.
           05  LH-KEY.
               10  LH-RIYO-CMP-CD         PIC  X(04).
               10  LH-FUND-CD             PIC  X(12).
               10  LH-FILE-ID             PIC  X(12).
               10  LH-FROM-YMD            PIC  9(08).
           05  LH-TO-YMD                  PIC  9(08).
      *---------- the legal/compliance case the order belongs to,
      *           and who asked for it
           05  LH-CASE-REF                PIC  X(20).
           05  LH-REQUESTER               PIC  X(20).
      *---------- the day the hold stops protecting; zero = until
      *           released by updating this date
           05  LH-RELEASE-YMD             PIC  9(08).
           05  LH-ENTRY-SID               PIC  X(20).
      *---------- D = row withdrawn without deleting it
           05  LH-DEL-KBN                 PIC  X(01).
