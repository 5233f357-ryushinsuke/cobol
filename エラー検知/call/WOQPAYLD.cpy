      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                WP-IDEM-KEY - the request's
      *                                WOQAB10 idempotency key,
      *                                stamped at capture
      *
      *  One row per captured WOQSDCNS failure carrying the request
      *  payload itself, keyed the same WL-PGM-NAME/WL-CAPTURE-TIME
           05  WP-CAPTURE-TIME            PIC  X(14).
      *---------- the request body as the caller sent it
           05  WP-PAYLOAD                 PIC  X(512).
      *---------- WOQAB10 key: program, message code and payload
      *           checksums; spaces on rows captured before it was
      *           stamped, where WOQAB10 derives it from WP-PAYLOAD
           05  WP-IDEM-KEY                PIC  X(43).
