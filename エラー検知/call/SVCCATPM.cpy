      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : SVCCATPM.cpy
      *  Copybook name  : Business-service catalog master record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per named business service - "NAV delivery",
      *  "client reporting" - with the business owner answerable
      *  for it, the support group that fixes it and its
      *  criticality tier.  The kidou that make up a service are
      *  listed on SVCMBRPM.  CZCOAB20 resolves a kidou to its
      *  service and tier for the notification router and the work
      *  queue; TKDYAB91 rolls the day's kidou outcomes up to these
      *  services.  Maintained on SCZY1038.
      *
      ******************************************************************
       01  SVCCATPM-REC.
      *---------- key
           05  SV-SERVICE-ID              PIC  X(08).
           05  SV-SERVICE-NAME            PIC  X(40).
           05  SV-BUS-OWNER               PIC  X(30).
           05  SV-SUPPORT-GRP             PIC  X(20).
      *---------- 1 = business critical .. 4 = best effort
           05  SV-TIER                    PIC  9(01).
               88  SV-TIER-VALID          VALUE 1 THRU 4.
           05  SV-ENTRY-SID               PIC  X(20).
      *---------- space = in service, the FPM-DEL-KBN convention
           05  SV-DEL-KBN                 PIC  X(01).
