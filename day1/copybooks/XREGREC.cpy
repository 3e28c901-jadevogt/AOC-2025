      *****************************************************************
      *  XREGREC - SCORE EXTRACT REGISTRY RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE KEYED EXTRACT REGISTRY
      *                   (EXTREG). SCOREXT RECORDS EVERY EXTRACT IT
      *                   SENDS TO CORPORATE SECURITY HERE AND EXTACK
      *                   POSTS THEIR ACKNOWLEDGMENTS AGAINST IT, SO
      *                   THE HANDOFF IS NO LONGER ONE-WAY. THE FIRST
      *                   KEY BYTE SAYS WHICH KIND OF ENTRY IT IS:
      *                   F = ONE EXTRACT FILE, KEYED BY ITS HEADER
      *                       DATE, TIME AND KIND (N = NIGHTLY,
      *                       S = SUPPLEMENTAL), WITH THE TRAILER
      *                       COUNTS AND HASH, THE DATE IT WAS LAST
      *                       SENT, THE RESEND COUNT AND THE FILE
      *                       ACK STATUS (SPACE = AWAITING, A = ACK,
      *                       N = NAK, WITH THEIR REASON).
      *                   D = ONE DIAL WITHIN AN EXTRACT, KEYED BY THE
      *                       EXTRACT AND THE DIAL'S RUN DATE AND ID,
      *                       WITH WHAT WAS SENT (A D SCORE OR AN X
      *                       EXCLUSION AND ITS REASON) AND THE
      *                       RECEIVER'S VERDICT (SPACE = AWAITING,
      *                       A = ACCEPTED, R = REJECTED).
      *                   X = ONE EXCLUDED DIAL AND RUN DATE, KEYED BY
      *                       DIAL AND RUN DATE: O = STILL EXCLUDED,
      *                       C = A CORRECTED SCORE HAS SINCE GONE OUT
      *                       IN THE SUPPLEMENTAL EXTRACT NAMED.
      *****************************************************************
       01  EXTREG-FILE.
           05  XR-KEY.
               10  XR-ENTRY-TYPE       PIC X(01).
                   88  XR-FILE-ENTRY            VALUE 'F'.
                   88  XR-DIAL-ENTRY            VALUE 'D'.
                   88  XR-EXCL-ENTRY            VALUE 'X'.
               10  XR-KEY-DATA         PIC X(31).
               10  XR-FILE-KEY REDEFINES XR-KEY-DATA.
                   15  XR-EXTRACT-DATE PIC 9(8).
                   15  XR-EXTRACT-TIME PIC 9(6).
                   15  XR-EXTRACT-KIND PIC X(01).
                   15  FILLER          PIC X(16).
               10  XR-DIAL-KEY REDEFINES XR-KEY-DATA.
                   15  XR-DK-EXTRACT-DATE
                                       PIC 9(8).
                   15  XR-DK-EXTRACT-TIME
                                       PIC 9(6).
                   15  XR-DK-EXTRACT-KIND
                                       PIC X(01).
                   15  XR-DK-RUN-DATE  PIC 9(8).
                   15  XR-DK-DIAL-ID   PIC X(8).
               10  XR-EXCL-KEY REDEFINES XR-KEY-DATA.
                   15  XR-XK-DIAL-ID   PIC X(8).
                   15  XR-XK-RUN-DATE  PIC 9(8).
                   15  FILLER          PIC X(15).
           05  XR-ENTRY-DATA           PIC X(90).
           05  XR-FILE-DATA REDEFINES XR-ENTRY-DATA.
               10  XF-SCORE-COUNT      PIC 9(9).
               10  XF-EXCL-COUNT       PIC 9(9).
               10  XF-SCORE-HASH       PIC 9(12).
               10  XF-SENT-DATE        PIC 9(8).
               10  XF-RESEND-COUNT     PIC 9(3).
               10  XF-ACK-STATUS       PIC X(01).
                   88  XF-AWAITING-ACK          VALUE SPACE.
                   88  XF-ACKED                 VALUE 'A'.
                   88  XF-NAKED                 VALUE 'N'.
               10  XF-ACK-DATE         PIC 9(8).
               10  XF-ACK-REASON       PIC X(30).
               10  FILLER              PIC X(10).
           05  XR-DIAL-DATA REDEFINES XR-ENTRY-DATA.
               10  XD-SENT-TYPE        PIC X(01).
                   88  XD-SENT-SCORE            VALUE 'D'.
                   88  XD-SENT-EXCLUSION        VALUE 'X'.
               10  XD-REASON-CODE      PIC X(01).
               10  XD-SCORE-ONE        PIC 9(9).
               10  XD-SCORE-TWO        PIC 9(9).
               10  XD-FINAL-STATE      PIC S9(10).
               10  XD-DIAL-STATUS      PIC X(01).
                   88  XD-AWAITING-ACK          VALUE SPACE.
                   88  XD-ACCEPTED              VALUE 'A'.
                   88  XD-REJECTED              VALUE 'R'.
               10  XD-STATUS-DATE      PIC 9(8).
               10  XD-DIAL-REASON      PIC X(30).
               10  FILLER              PIC X(21).
           05  XR-EXCL-DATA REDEFINES XR-ENTRY-DATA.
               10  XX-REASON-CODE      PIC X(01).
               10  XX-EXCL-STATUS      PIC X(01).
                   88  XX-STILL-EXCLUDED        VALUE 'O'.
                   88  XX-CORRECTED             VALUE 'C'.
               10  XX-EXTRACT-DATE     PIC 9(8).
               10  XX-EXTRACT-TIME     PIC 9(6).
               10  XX-EXTRACT-KIND     PIC X(01).
               10  XX-CORR-DATE        PIC 9(8).
               10  XX-CORR-TIME        PIC 9(6).
               10  FILLER              PIC X(59).
