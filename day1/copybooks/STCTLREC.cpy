      *****************************************************************
      *  STCTLREC - VAULT STREAM CONTROL CARD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE STREAM CONTROL CARDS
      *                   (STRMCTL) VLTSPLIT READS. ONE STREAMS CARD
      *                   GIVES THE NUMBER OF PARALLEL SCORING STREAMS
      *                   (1-4, THE STREAMS THE NIGHTLY JOBS ARE BUILT
      *                   FOR) IN COLUMN 10. A VAULT CARD PINS THE VAULT
      *                   IN COLUMNS 12-19 TO THE STREAM IN COLUMN 10,
      *                   E.G. TO GIVE A LARGE VAULT A STREAM OF ITS
      *                   OWN; EVERY OTHER VAULT IS PLACED BY DIAL
      *                   COUNT. A CARD WITH '*' IN COLUMN 1 IS A
      *                   COMMENT.
      *****************************************************************
       01  STRMCTL-REC.
           05  SC-CARD-TYPE            PIC X(8).
               88  SC-STREAMS-CARD              VALUE 'STREAMS'.
               88  SC-VAULT-CARD                VALUE 'VAULT'.
           05  FILLER                  PIC X(01).
           05  SC-STREAM-NO            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-VAULT-ID             PIC X(8).
           05  FILLER                  PIC X(61).
