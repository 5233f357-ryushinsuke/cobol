      ******************************************************************
      *
      *  System ID      : WOM
      *  System name    : Server infrastructure middleware
      *  Copybook ID    : SVERRCDM.cpy
      *  Copybook name  : Server error-code catalog master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per SV-ERR-CD server detail code the middleware can
      *  return in the AIFA header: what it means, which layer it
      *  belongs to, and what the first responder should do about
      *  it.  The WOMAB07 error-code ranking prints the meaning and
      *  category beside every code it counts, and lists any code
      *  seen in the day's traffic that has no row here, so the
      *  catalog is kept complete by the report that needs it.
      *
      ******************************************************************
       01  SVERRCDM-REC.
      *---------- key: the SV-ERR-CD value as captured on AIFALOG
           05  EC-SV-ERR-CD               PIC  X(04).
           05  EC-MEANING                 PIC  X(60).
      *---------- A = application, M = middleware, D = database,
      *           N = network
           05  EC-CATEGORY                PIC  X(01).
               88  EC-CAT-APPLICATION     VALUE "A".
               88  EC-CAT-MIDDLEWARE      VALUE "M".
               88  EC-CAT-DATABASE        VALUE "D".
               88  EC-CAT-NETWORK         VALUE "N".
           05  EC-ACTION                  PIC  X(60).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  EC-DEL-KBN                 PIC  X(01).
