      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Rows suppressed under a
      *                                MSGSUPPM known-exception rule
      *                                neither listed nor counted
      *
      *  Daily list of every undispositioned critical on the
      *  portfolio-message store, in the store's key order - per
           END-IF.

       2000-CHECK-ONE.
           IF MT-DISPOSITIONED OR MT-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.
           IF MT-SEVERITY = "W"
