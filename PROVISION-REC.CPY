      *  PROVISIONING DECISIONS.  WRITTEN BY LINUX, READ BY
      *  DISTRPT AND THE ASSET-MANAGEMENT EXTRACT.  WHEN A
      *  SUPPORT-TIER ENTITLEMENT CHECK IS BYPASSED THE
      *  OVERRIDE FLAG IS SET AND THE SUPERVISOR WHO APPROVED
      *  THE OVERRIDE IN OVRAPPR IS RECORDED (SEE
      *  OVERRIDE-REC).  AFTER ANY CHANGE TO THIS
      *  LAYOUT, RERUN PROVLD TO REBUILD PROV-MASTER.DAT
      *  FROM THE LOG (PROVLD RECREATES AN OLD-LAYOUT
      *  MASTER AUTOMATICALLY).
