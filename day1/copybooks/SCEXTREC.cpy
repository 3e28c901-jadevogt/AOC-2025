      *                   AND EXCLUDED RECORD COUNTS PLUS A SCORE
      *                   HASH-TOTAL, THE SUM OF BOTH SCORES OVER
      *                   EVERY D RECORD).
      *  10/15/2026 DJV   THE HEADER NOW CARRIES THE EXTRACT KIND
      *                   (N = NIGHTLY, S = SUPPLEMENTAL - CORRECTED
      *                   SCORES FOR DIALS AN EARLIER EXTRACT
      *                   EXCLUDED) AND THE RESEND NUMBER (ZERO ON
      *                   THE FIRST SENDING OF AN EXTRACT). HEADER
      *                   DATE, TIME AND KIND TOGETHER IDENTIFY THE
      *                   EXTRACT IN THE REGISTRY AND IN THE
      *                   RECEIVER'S ACKNOWLEDGMENT.
      *****************************************************************
       01  SCOREXT-REC.
           05  SX-RECORD-TYPE          PIC X(1).
           05  SX-HEADER-FIELDS REDEFINES SX-EXT-DATA.
               10  SX-EXTRACT-DATE     PIC 9(8).
               10  SX-EXTRACT-TIME     PIC 9(6).
               10  SX-EXTRACT-KIND     PIC X(1).
                   88  EXTRACT-NIGHTLY          VALUE 'N'.
                   88  EXTRACT-SUPPLEMENTAL     VALUE 'S'.
               10  SX-RESEND-NO        PIC 9(3).
               10  FILLER              PIC X(26).
           05  SX-SCORE-FIELDS REDEFINES SX-EXT-DATA.
               10  SX-RUN-DATE         PIC 9(8).
               10  SX-DIAL-ID          PIC X(8).
