      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20260902   SCS                New
      *  20261015   SCS                Count of overruns excused by a
      *                                declared maintenance window
      *
      *  One row per business day, written by the TKDYAB47 capture
      *  job after the daily reports have run: the key figures the
           05  KP-WORST-KIDOU-ID          PIC  X(04).
           05  KP-WORST-OVERRUN-MIN       PIC  S9(05).
           05  KP-STAMP                   PIC  X(14).
      *---------- completed or still-running kidou over the limit
      *           only because of minutes inside a declared MNTWINM
      *           maintenance window - approved exclusions, counted
      *           in neither the breach nor the timeout bucket
           05  KP-SLA-EXCL-CNT            PIC  9(05).
