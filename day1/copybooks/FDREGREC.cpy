      *                   STATUS P = PASSED TO SCORING, F = FAILED
      *                   VALIDATION (A FIXED RESEND OF A FAILED FEED
      *                   IS ALWAYS ALLOWED THROUGH).
      *  10/15/2026 DJV   STATUS B = BACKED OUT. THE BACKOUT UTILITY
      *                   SETS IT WHEN IT REMOVES A SCORED FEED DATE
      *                   FROM THE HISTORY DATASETS AND THE JOURNAL,
      *                   SO THE CORRECTED RE-SCORE OF THAT DATE IS
      *                   NOT A DUPLICATE AND NEEDS NO OVERRIDE.
      *****************************************************************
       01  FEEDREG-FILE.
           05  FG-FEED-NAME            PIC X(40).
           05  FG-STATUS               PIC X(01).
               88  FEED-REG-PASSED              VALUE 'P'.
               88  FEED-REG-FAILED              VALUE 'F'.
               88  FEED-REG-BACKED-OUT          VALUE 'B'.
