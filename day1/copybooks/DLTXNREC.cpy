      *  09/02/2026 DJV   ADDED TX-VAULT-ID FOR THE VAULT GROUPING.
      *                   BLANK LEAVES THE DIAL UNGROUPED. THE
      *                   RECORD GROWS FROM 85 TO 93 BYTES.
      *  10/15/2026 DJV   ADDED TX-START-MODE - 'C' CARRY FORWARD, 'F'
      *                   OR BLANK FIXED START - AND TX-EFFECTIVE-DATE
      *                   (YYYYMMDD), THE DATE THE ADD, CHANGE OR DELETE
      *                   TAKES EFFECT ON FEEDS. A BLANK DATE MEANS THE
      *                   RUN DATE FOR A CHANGE, FROM THE BEGINNING OF
      *                   TIME FOR AN ADD, AND A DELETE OF EVERY VERSION
      *                   OF THE DIAL FOR A DELETE. A DATED DELETE
      *                   RETIRES THE DIAL FROM THAT DATE AND KEEPS ITS
      *                   EARLIER VERSIONS. THE RECORD GROWS FROM 93 TO
      *                   102 BYTES.
      *****************************************************************
       01  DIALTXN-FILE.
           05  TX-ACTION               PIC X(06).
           05  TX-REJECT-TOLERANCE     PIC X(03).
           05  TX-TARGET-POS           PIC X(05).
           05  TX-VAULT-ID             PIC X(8).
           05  TX-START-MODE           PIC X(01).
           05  TX-EFFECTIVE-DATE       PIC X(08).
