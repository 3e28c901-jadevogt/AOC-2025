      *****************************************************************
      *  BKPNDREC - FEED BACKOUT PENDING KEYED-CHANGE RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE BKOKEYS WORK DATASET.
      *                   THE BACKOUT STEP DOES NOT TOUCH THE KEYED
      *                   MASTERS (POSONE, POSTWO AND FEEDREG); IT
      *                   WRITES ONE OF THESE FOR EVERY CHANGE IT
      *                   WOULD MAKE, AND THE APPLY STEP MAKES THEM
      *                   ONLY AFTER THE HISTORY AND JOURNAL COPIES
      *                   HAVE GONE BACK. BP-SOURCE NAMES THE MASTER,
      *                   BP-CHANGE SAYS WHETHER THE RECORD IS TO BE
      *                   REWRITTEN OR DELETED, BP-BEFORE-IMAGE IS THE
      *                   RECORD AS THE BACKOUT STEP FOUND IT AND
      *                   BP-AFTER-IMAGE THE RECORD IT IS TO BECOME
      *                   (SPACES FOR A DELETE). USER, ACTION AND
      *                   FEED DATE ARE THE OWNING CARD'S, CARRIED
      *                   FOR THE BKOAUD BEFORE IMAGE.
      *****************************************************************
       01  BKOKEYS-FILE.
           05  BP-SOURCE               PIC X(8).
           05  BP-CHANGE               PIC X(01).
               88  BP-CHANGE-REWRITE            VALUE 'R'.
               88  BP-CHANGE-DELETE             VALUE 'D'.
           05  BP-USER-ID              PIC X(8).
           05  BP-ACTION               PIC X(06).
           05  BP-FEED-DATE            PIC 9(8).
           05  BP-BEFORE-IMAGE         PIC X(79).
           05  BP-AFTER-IMAGE          PIC X(79).
