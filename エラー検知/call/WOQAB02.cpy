      *                                indicator - every caller must
      *                                be recompiled against this
      *                                copybook before cutover
      *  20261015   SCS                ARG2 grew by the already-
      *                                processed indicator - every
      *                                caller must be recompiled
      *                                against this copybook before
      *                                cutover
      *
      ******************************************************************
      *---------- argument IN-1: identifies the one WOQLOG row to
      *           it belongs to the WOQAB05/WOQAB06 quarantine
      *           workflow instead
                 10  OXWL-QUARANTINE-IND    PIC  X(01).
      *---------- Y = the request's idempotency key is already in
      *           the WOQAB10 registry - it got through before the
      *           error came back - so it was not replayed
                 10  OXWL-DONE-IND          PIC  X(01).
