      *****************************************************************
      *  STRMREC - VAULT STREAM MAP RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE STREAM MAP (STRMMAP)
      *                   VLTSPLIT WRITES WHEN IT PARTITIONS DIALCTL
      *                   INTO PARALLEL SCORING STREAMS. THE HEADER
      *                   (H) STAMPS THE SPLIT WITH THE DATE AND TIME
      *                   IT WAS MADE AND THE NUMBER OF STREAMS; ONE
      *                   DIAL RECORD (D) PER CONFIGURED DIAL, IN
      *                   DIAL CONTROL ORDER, NAMES ITS VAULT AND THE
      *                   STREAM THAT SCORES IT. A STREAM THAT
      *                   FINISHES, AND THE FRONT OF THE NIGHTLY RUN
      *                   WHEN NOTHING HOLDS PUBLICATION, EACH FILE A
      *                   COPY OF THE MAP AS A TICKET; VLTMERGE
      *                   MATCHES EACH TICKET'S HEADER STAMP TO THE
      *                   MAP'S, SO A TICKET LEFT OVER FROM AN EARLIER
      *                   SPLIT NEVER PASSES FOR TONIGHT'S.
      *****************************************************************
       01  STRMMAP-REC.
           05  SP-RECORD-TYPE          PIC X(01).
               88  SPLIT-HEADER-REC             VALUE 'H'.
               88  SPLIT-DIAL-REC               VALUE 'D'.
           05  SP-MAP-DATA             PIC X(39).
           05  SP-HEADER-FIELDS REDEFINES SP-MAP-DATA.
               10  SP-SPLIT-DATE       PIC 9(8).
               10  SP-SPLIT-TIME       PIC 9(8).
               10  SP-STREAM-COUNT     PIC 9(1).
               10  SP-DIAL-COUNT       PIC 9(9).
               10  FILLER              PIC X(13).
           05  SP-DIAL-FIELDS REDEFINES SP-MAP-DATA.
               10  SP-DIAL-ID          PIC X(8).
               10  SP-VAULT-ID         PIC X(8).
               10  SP-STREAM-NO        PIC 9(1).
               10  FILLER              PIC X(22).
