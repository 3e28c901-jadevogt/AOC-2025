      *****************************************************************
      *  PENDREC - DUAL-CONTROL PENDING REQUEST RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE KEYED PENDING REQUEST FILE
      *                   (PENDREQ). A DIAL CONTROL CHANGE (DIALTXN), A
      *                   CHECKPOINT DELETE (CKPTTXN) OR A RE-SCORE
      *                   OVERRIDE (FEEDOVR) NO LONGER TAKES EFFECT ON
      *                   ONE PERSON'S SAY-SO: REQMNT FILES EACH CARD
      *                   HERE AS A PENDING REQUEST, A SECOND USER ID
      *                   APPROVES OR REJECTS IT, AND ONLY AN APPROVED
      *                   REQUEST IS APPLIED BY DIALMNT OR CKPTMNT OR
      *                   HONORED BY FEEDVAL. THE KEY IS THE REQUEST
      *                   TYPE, THE DATE AND TIME IT WAS FILED AND A
      *                   SEQUENCE NUMBER WITHIN THE RUN. THE ORIGINAL
      *                   CARD IS KEPT WHOLE IN PR-TXN-IMAGE. STATUS P =
      *                   PENDING, A = APPROVED, R = REJECTED (BY THE
      *                   APPROVER, AT APPLY TIME WITH THE REASON, OR AN
      *                   APPROVAL REVOKED BEFORE IT WAS APPLIED), X =
      *                   EXPIRED (UNAPPROVED, OR APPROVED AND NOT
      *                   APPLIED WITHIN THE EXPIRY PERIOD), C =
      *                   APPLIED. A REVOKED OR EXPIRED APPROVAL KEEPS
      *                   THE APPROVER AND DECIDED DATE AND IS DATED IN
      *                   PR-APPLIED-DATE. A CHECKPOINT DELETE IS
      *                   APPLIED TO BOTH CLUSTERS AND IS NOT COMPLETE
      *                   UNTIL BOTH SWITCHES ARE SET.
      *****************************************************************
       01  PENDREQ-FILE.
           05  PR-REQUEST-ID.
               10  PR-REQ-TYPE         PIC X(04).
                   88  PR-TYPE-DIAL             VALUE 'DIAL'.
                   88  PR-TYPE-CKPT             VALUE 'CKPT'.
                   88  PR-TYPE-FOVR             VALUE 'FOVR'.
               10  PR-REQ-DATE         PIC 9(8).
               10  PR-REQ-TIME         PIC 9(6).
               10  PR-REQ-SEQ          PIC 9(4).
           05  PR-STATUS               PIC X(01).
               88  PR-IS-PENDING                VALUE 'P'.
               88  PR-IS-APPROVED               VALUE 'A'.
               88  PR-IS-REJECTED               VALUE 'R'.
               88  PR-IS-EXPIRED                VALUE 'X'.
               88  PR-IS-APPLIED                VALUE 'C'.
           05  PR-REQUESTER-ID         PIC X(8).
           05  PR-APPROVER-ID          PIC X(8).
           05  PR-DECIDED-DATE         PIC 9(8).
           05  PR-DECIDED-TIME         PIC 9(6).
           05  PR-APPLIED-DATE         PIC 9(8).
           05  PR-APPLIED-ONE-SW       PIC X(01).
           05  PR-APPLIED-TWO-SW       PIC X(01).
           05  PR-REASON               PIC X(40).
           05  PR-TXN-IMAGE            PIC X(102).
           05  PR-DIAL-IMAGE REDEFINES PR-TXN-IMAGE.
               10  PR-TX-ACTION        PIC X(06).
               10  PR-TX-USER-ID       PIC X(8).
               10  PR-TX-DIAL-ID       PIC X(8).
               10  FILLER              PIC X(72).
               10  PR-TX-EFFECTIVE-DATE PIC X(08).
           05  PR-CKPT-IMAGE REDEFINES PR-TXN-IMAGE.
               10  PR-CT-ACTION        PIC X(06).
               10  PR-CT-USER-ID       PIC X(8).
               10  PR-CT-DIAL-ID       PIC X(8).
               10  FILLER              PIC X(80).
           05  PR-FOVR-IMAGE REDEFINES PR-TXN-IMAGE.
               10  PR-OV-FEED-NAME     PIC X(40).
               10  PR-OV-USER-ID       PIC X(8).
               10  FILLER              PIC X(54).
