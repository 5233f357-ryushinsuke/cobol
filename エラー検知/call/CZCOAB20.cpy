      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : CZCOAB20.cpy
      *  Copybook name  : Business-service lookup routine call args
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      ******************************************************************
      *---------- argument IN-1: the kidou; a blank company takes
      *           the first membership of the kidou for any company
             05  PARM-CZCOAB20-ARG1.
                 10  SVL-RIYO-CMP-CD        PIC  X(04).
                 10  SVL-KIDOU-ID           PIC  X(04).
      *---------- argument OUT-2: the service, when found
             05  PARM-CZCOAB20-ARG2.
                 10  SVL-FOUND-IND          PIC  X(01).
                 10  SVL-SERVICE-ID         PIC  X(08).
                 10  SVL-SERVICE-NAME       PIC  X(40).
                 10  SVL-BUS-OWNER          PIC  X(30).
                 10  SVL-SUPPORT-GRP        PIC  X(20).
                 10  SVL-TIER               PIC  9(01).
      *---------- argument OUT-3: OPRWORKQ priority for the tier
      *           (tier 1 = 1, tier 2 = 2, tiers 3-4 = 3); zero
      *           when not found
             05  PARM-CZCOAB20-ARG3.
                 10  SVL-WQ-PRIORITY        PIC  9(01).
                 10  SVL-RC                 PIC  X(02).
