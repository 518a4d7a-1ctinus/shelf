      *  FILE (OPERATOR-MASTER.DAT, INDEXED BY OP-ID).
      *  MAINTAINED BY OPMNT, READ BY SIGNON.  ONE AUTHORITY
      *  FLAG PER PROGRAM; OP-AUTH-BATCH COVERS THE BATCH
      *  UTILITIES, THE NIGHTLY DRIVER AND THE MASTER-FILE
      *  MAINTENANCE PROGRAMS.  SIGNON VERIFIES
      *  OP-PASSWORD BEFORE THE AUTHORITY CHECK AND DISABLES
      *  THE OPERATOR WHEN OP-FAIL-COUNT REACHES THE LIMIT;
      *  THE NIGHTLY OPDORM STEP DISABLES DORMANT OPERATORS.
      *  OP-AUTH-SUPER MARKS A SUPERVISOR: IT COVERS OVRAPPR
      *  (TIER-OVERRIDE APPROVAL) AND MATHFRCE (FORCING A
      *  DUPLICATE MATH BATCH).  FILES BUILT BEFORE THE
      *  FLAG WAS ADDED ARE CONVERTED ONCE WITH OPCONV2.
      *****************************************************
       01 OPERATOR-REC.
           05 OP-ID               PIC X(8).
               88 OP-PW-CURRENT       VALUE "C".
               88 OP-PW-EXPIRED       VALUE "E".
           05 OP-FAIL-COUNT       PIC 9(2).
           05 OP-AUTH-SUPER       PIC X.
