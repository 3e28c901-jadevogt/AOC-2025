      *****************************************************************
      *  TMALTREC - FEED TAMPER SCREEN SECURITY ALERT RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE ACCUMULATING SECURITY
      *                   ALERT DATASET (SECALRT) TAMPSCR APPENDS TO:
      *                   ONE RECORD PER RULE HIT, CARRYING THE FEED,
      *                   THE FEED RECORD NUMBER OF THE INSTRUCTION
      *                   THAT TRIPPED THE RULE (THE HEADER IS RECORD
      *                   1), THE DIAL AND ITS OWN INSTRUCTION NUMBER
      *                   (COUNTED THE WAY ZLJRNL COUNTS IT), THE
      *                   RULE, WHAT WAS SEEN AGAINST THE LIMIT, AND
      *                   THE INSTRUCTION ITSELF. RULES: LANDBRST =
      *                   TOO MANY LANDINGS WITHIN THE WINDOW (SEEN =
      *                   INSTRUCTIONS SPANNED), SETTARGT = TOO MANY
      *                   SETS ONTO THE TARGET, RESETS = TOO MANY Z
      *                   RESETS, BIGMAGN = MAGNITUDE FAR BEYOND THE
      *                   DIAL SIZE.
      *****************************************************************
       01  SECALRT-FILE.
           05  TA-RUN-DATE             PIC 9(8).
           05  TA-RUN-TIME             PIC 9(6).
           05  TA-FEED-NAME            PIC X(40).
           05  TA-FEED-DATE            PIC 9(8).
           05  TA-FEED-RECORD          PIC 9(09).
           05  TA-DIAL-ID              PIC X(8).
           05  TA-DIAL-RECORD          PIC 9(09).
           05  TA-VAULT-ID             PIC X(8).
           05  TA-RULE                 PIC X(8).
               88  TA-RULE-LANDINGS             VALUE 'LANDBRST'.
               88  TA-RULE-SET-TARGET           VALUE 'SETTARGT'.
               88  TA-RULE-RESETS               VALUE 'RESETS'.
               88  TA-RULE-MAGNITUDE            VALUE 'BIGMAGN'.
           05  TA-OBSERVED             PIC 9(09).
           05  TA-LIMIT                PIC 9(09).
           05  TA-DIRECTION            PIC A(1).
           05  TA-MAGNITUDE            PIC X(7).
