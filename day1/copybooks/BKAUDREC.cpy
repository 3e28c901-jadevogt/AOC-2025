      *****************************************************************
      *  BKAUDREC - FEED BACKOUT AUDIT RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE ACCUMULATING BACKOUT AUDIT
      *                   DATASET THE BACKOUT UTILITY APPENDS TO, THE
      *                   SAME TREATMENT DIALMNT AND CKPTMNT GIVE THEIR
      *                   CHANGES: WHO BACKED OUT WHICH FEED DATE, WHEN,
      *                   FROM WHICH DATASET, AND THE FULL BEFORE IMAGE
      *                   OF EVERY RECORD THAT WAS REMOVED OR CHANGED -
      *                   A HISTONE/HISTTWO DETAIL RECORD (46 BYTES), A
      *                   ZLJRNL ENTRY (79 BYTES), THE FEEDREG ENTRY (72
      *                   BYTES) AS IT STOOD BEFORE IT WAS MARKED BACKED
      *                   OUT, OR THE POSONE/POSTWO DIAL POSITION RECORD
      *                   (52 BYTES) AS IT STOOD BEFORE IT WAS STEPPED
      *                   BACK OR DELETED. BA-ACTION IS THE BACKOUT
      *                   CARD'S ACTION (FEED, DIAL OR VAULT) AND
      *                   BA-SOURCE NAMES THE DATASET THE IMAGE CAME
      *                   FROM.
      *****************************************************************
       01  BKOAUD-FILE.
           05  BA-DATE                 PIC 9(8).
           05  BA-TIME                 PIC 9(6).
           05  BA-USER-ID              PIC X(8).
           05  BA-ACTION               PIC X(06).
           05  BA-SOURCE               PIC X(8).
           05  BA-FEED-DATE            PIC 9(8).
           05  BA-BEFORE-IMAGE         PIC X(79).
