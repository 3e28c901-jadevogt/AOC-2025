      *                   CIRCUIT BREAKER TO THE WHOLE VAULT, AND
      *                   HISTRPT ADDS VAULT TOTALS TO THE TRENDS.
      *                   A BLANK VAULT ID LEAVES THE DIAL UNGROUPED.
      *  10/15/2026 DJV   ADDED DC-START-MODE, DC-EFFECTIVE-DATE AND
      *                   DC-VERSION-STATUS. START MODE 'C' CARRIES THE
      *                   DIAL'S POSITION FORWARD - EACH FEED STARTS
      *                   WHERE THE LAST PUBLISHED FEED LEFT THE DIAL,
      *                   HELD IN THE POSONE/POSTWO POSITION MASTERS;
      *                   'F' OR BLANK KEEPS THE FIXED START AT
      *                   DC-START-STATE. THE EFFECTIVE DATE LETS
      *                   DIALCTL HOLD DATED VERSIONS OF A DIAL'S
      *                   SETTINGS: THE RECORD IN FORCE ON A FEED DATE
      *                   IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT
      *                   AFTER IT, SO A TARGET OR TOLERANCE CHANGE CAN
      *                   BE STAGED AHEAD OF TIME AND A CATCH-UP RUN
      *                   SCORES AN OLD FEED WITH THE SETTINGS OF ITS
      *                   OWN DAY. A ZERO, BLANK OR NON-NUMERIC DATE IS
      *                   IN FORCE FROM THE BEGINNING OF TIME, AND A 'D'
      *                   VERSION RETIRES THE DIAL FROM ITS EFFECTIVE
      *                   DATE ON. EVERY RECORD WRITTEN BEFORE THESE
      *                   FIELDS EXISTED IS A FIXED-START VERSION IN
      *                   FORCE THROUGHOUT. THE INPUT FILE AND VAULT ID
      *                   BELONG TO THE DIAL, NOT THE VERSION, AND
      *                   DIALMNT KEEPS THEM THE SAME ON EVERY VERSION.
      *                   THE RECORD GROWS FROM 79 TO 89 BYTES.
      *****************************************************************
       01  DIALCTLFILE-FILE.
           05  DC-DIAL-ID              PIC X(8).
           05  DC-REJECT-TOLERANCE     PIC 9(03).
           05  DC-TARGET-POS           PIC X(05).
           05  DC-VAULT-ID             PIC X(8).
           05  DC-START-MODE           PIC X(01).
               88  DC-CARRY-FORWARD             VALUE 'C'.
               88  DC-FIXED-START               VALUE 'F' ' '.
           05  DC-EFFECTIVE-DATE       PIC 9(8).
           05  DC-VERSION-STATUS       PIC X(01).
               88  DC-VERSION-RETIRED           VALUE 'D'.
               88  DC-VERSION-ACTIVE            VALUE 'A' ' '.
