      *****************************************************************
      *  DLPOSREC - SHARED VAULT DIAL POSITION MASTER RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE KEYED DIAL POSITION MASTERS
      *                   (POSONE FOR PARTONE, POSTWO FOR PARTTWO). ONE
      *                   RECORD PER CARRY-FORWARD DIAL, KEYED ON THE
      *                   DIAL ID, HOLDING THE FINAL POSITION AND FEED
      *                   DATE OF THE LAST FEED PUBLISHED FOR IT - THE
      *                   NEXT FEED STARTS THERE INSTEAD OF AT
      *                   DC-START-STATE. PS-START-STATE AND
      *                   PS-START-DATE KEEP THE POSITION THAT FEED
      *                   ITSELF STARTED FROM AND THE FEED DATE IT WAS
      *                   CARRIED FROM (ZERO WHEN IT STARTED AT THE
      *                   CONFIGURED START), SO A RE-SCORE OF THE SAME
      *                   FEED DATE STARTS FROM THE SAME PLACE AND
      *                   BACKOUT CAN STEP THE MASTER BACK ONE FEED.
      *                   PS-UPDATE-DATE IS THE RUN DATE THE RECORD WAS
      *                   LAST WRITTEN. THE SCORING STREAMS ONLY READ
      *                   THE MASTERS; THEY WRITE EACH PUBLISHED
      *                   POSITION IN THIS LAYOUT TO THEIR POSUPD
      *                   DATASET AND VLTMERGE APPLIES THOSE, NEVER
      *                   MOVING A DIAL BACK TO AN OLDER FEED DATE.
      *****************************************************************
       01  POSFILE-FILE.
           05  PS-DIAL-ID              PIC X(8).
           05  PS-FEED-DATE            PIC 9(8).
           05  PS-FINAL-STATE          PIC S9(10).
           05  PS-START-DATE           PIC 9(8).
           05  PS-START-STATE          PIC S9(10).
           05  PS-UPDATE-DATE          PIC 9(8).
