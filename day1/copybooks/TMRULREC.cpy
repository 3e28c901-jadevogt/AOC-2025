      *****************************************************************
      *  TMRULREC - FEED TAMPER SCREEN RULE RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE TAMPER SCREEN RULES FILE
      *                   (TAMPRUL) TAMPSCR READS. ONE RECORD PER DIAL
      *                   CARRIES THAT DIAL'S THRESHOLDS; A RECORD
      *                   WHOSE DIAL ID IS '*' IS THE DEFAULT FOR
      *                   EVERY DIAL WITHOUT ONE OF ITS OWN. EACH
      *                   THRESHOLD IS CHARACTER SO A BLANK ONE
      *                   SWITCHES ITS RULE OFF:
      *                   TR-LAND-MAX / TR-LAND-WINDOW - AT MOST
      *                   LAND-MAX LANDINGS ON THE TARGET WITHIN ANY
      *                   LAND-WINDOW CONSECUTIVE INSTRUCTIONS FOR
      *                   THE DIAL. TR-SET-MAX - AT MOST THIS MANY S
      *                   (SET) INSTRUCTIONS DIRECTLY ONTO THE TARGET
      *                   PER FEED. TR-RESET-MAX - AT MOST THIS MANY
      *                   Z RESETS PER FEED. TR-MAG-FACTOR - NO L, R
      *                   OR S MAGNITUDE MORE THAN THIS MANY TIMES
      *                   THE DIAL SIZE.
      *****************************************************************
       01  TAMPRUL-FILE.
           05  TR-DIAL-ID              PIC X(8).
               88  TR-DEFAULT-RULE              VALUE '*'.
           05  TR-LAND-MAX             PIC X(02).
           05  TR-LAND-WINDOW          PIC X(05).
           05  TR-SET-MAX              PIC X(05).
           05  TR-RESET-MAX            PIC X(05).
           05  TR-MAG-FACTOR           PIC X(03).
           05  FILLER                  PIC X(52).
