      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : UPLDCSVM.cpy
      *  Copybook name  : Delimited upload column-mapping master
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per data provider and company, telling the TKDYAB71
      *  intake how that provider's delimited file is laid out: the
      *  delimiter, the quoting, the date and decimal conventions,
      *  how many title lines open the file, and which column holds
      *  each UPLDSRC detail field.  The provider of an upload kidou
      *  comes from UPLDPRVM.
      *
      ******************************************************************
       01  UPLDCSVM-REC.
           05  CM-KEY.
               10  CM-PROVIDER-CD         PIC  X(10).
               10  CM-RIYO-CMP-CD         PIC  X(04).
      *---------- C = comma, T = tab, S = semicolon, P = pipe
           05  CM-DELIM-KBN               PIC  X(01).
               88  CM-DELIM-COMMA         VALUE "C".
               88  CM-DELIM-TAB           VALUE "T".
               88  CM-DELIM-SEMICOLON     VALUE "S".
               88  CM-DELIM-PIPE          VALUE "P".
      *---------- D = double quote, S = single quote, space = the
      *           provider never quotes
           05  CM-QUOTE-KBN               PIC  X(01).
               88  CM-QUOTE-DOUBLE        VALUE "D".
               88  CM-QUOTE-SINGLE        VALUE "S".
               88  CM-QUOTE-NONE          VALUE SPACE.
      *---------- "." or ","; the other one is taken as the
      *           thousands separator and dropped
           05  CM-DECIMAL-SEP             PIC  X(01).
      *---------- date picture: Y/M/D mark the digits, anything
      *           else must appear as written, e.g. YYYY-MM-DD,
      *           DD.MM.YYYY, MM/DD/YYYY; space = YYYYMMDD
           05  CM-DATE-FMT                PIC  X(10).
      *---------- column-title lines ahead of the first data line
           05  CM-SKIP-LINES              PIC  9(02).
      *---------- 1-based column numbers of the detail fields;
      *           HYK-KRTU-CD 00 = not sent, the default applies
           05  CM-COL-FUND-CD             PIC  9(02).
           05  CM-COL-PTF-CD              PIC  9(02).
           05  CM-COL-HYK-KRTU-CD         PIC  9(02).
           05  CM-COL-KJN-YMD             PIC  9(02).
           05  CM-COL-VALUE               PIC  9(02).
      *---------- used when the column is not sent or left empty
           05  CM-DEFAULT-HYK-KRTU-CD     PIC  X(04).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  CM-DEL-KBN                 PIC  X(01).
