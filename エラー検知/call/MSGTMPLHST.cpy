      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260821   SCS                New
      *  20261015   SCS                HS-LANG-CD: language variant
      *                                the row records, space = the
      *                                default-language template
      *
      *  One row per SCZY7084 maintenance action against the
      *  MSGTMPL-MSTR registry.  An add carries the new image; an
      *---------- who performed the action and when, YYYYMMDDHHMMSS
           05  HS-UPD-SID                 PIC  X(20).
           05  HS-UPD-TIME                PIC  X(14).
      *---------- the MSGTMPLLNG language of the image, space for
      *           the MSGTMPL-MSTR default wording (and for rows
      *           written before variants existed)
           05  HS-LANG-CD                 PIC  X(02).
