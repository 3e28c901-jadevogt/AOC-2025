      *****************************************************************
      *  VCERTREC - PERIOD-END VAULT CERTIFICATION SUMMARY RECORD
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE FIXED-LAYOUT SUMMARY
      *                   VLTCERT WRITES FOR THE AUDIT TEAM'S RECORDS
      *                   SYSTEM. EVERY RECORD BETWEEN THE HEADER AND
      *                   TRAILER CARRIES THE VAULT ID, AND EACH
      *                   VAULT'S RECORDS END WITH ITS V RECORD, SO
      *                   THE FILE CAN BE SPLIT ONE VAULT PER
      *                   CERTIFICATE. RECORD TYPES:
      *                   H = HEADER (VAULT SELECTED OR ALL, PERIOD
      *                       COVERED, WHEN BUILT),
      *                   D = ONE DIAL'S FEED DATE: SCORES FROM LIVE
      *                       AND ARCHIVED HISTORY, PUBLISHED OR
      *                       WITHHELD (AND BY WHICH BREAKER), AND
      *                       THE ZERO-LANDING RECONCILIATION,
      *                   C = ONE DIAL CONTROL CHANGE, WITH THE DIAL
      *                       CONTROL RECORD BEFORE AND AFTER,
      *                   K = ONE CHECKPOINT DELETION, WITH THE
      *                       CHECKPOINT RECORD AS IT STOOD,
      *                   O = ONE DUPLICATE-FEED OVERRIDE REQUEST,
      *                   B = ONE HISTORY RECORD A BACKOUT REMOVED,
      *                   U = ONE UNRECONCILED ITEM (DIAL AND DATE
      *                       SPACES/ZERO WHEN IT IS NOT A DIAL'S),
      *                   V = THE VAULT'S TOTALS AND WHETHER IT IS
      *                       CERTIFIED,
      *                   T = TRAILER (RECORDS AND VAULTS BETWEEN).
      *                   RECONCILED FLAGS ARE Y OR N.
      *****************************************************************
       01  VLTCERT-REC.
           05  VC-RECORD-TYPE          PIC X(01).
               88  CERT-HEADER-REC              VALUE 'H'.
               88  CERT-DAY-REC                 VALUE 'D'.
               88  CERT-CHANGE-REC              VALUE 'C'.
               88  CERT-CKPT-REC                VALUE 'K'.
               88  CERT-OVERRIDE-REC            VALUE 'O'.
               88  CERT-BACKOUT-REC             VALUE 'B'.
               88  CERT-UNRECONCILED-REC        VALUE 'U'.
               88  CERT-VAULT-REC               VALUE 'V'.
               88  CERT-TRAILER-REC             VALUE 'T'.
           05  VC-VAULT-ID             PIC X(8).
           05  VC-CERT-DATA            PIC X(231).
           05  VC-HEADER-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-FROM-DATE        PIC 9(8).
               10  VC-TO-DATE          PIC 9(8).
               10  VC-BUILD-DATE       PIC 9(8).
               10  VC-BUILD-TIME       PIC 9(6).
               10  FILLER              PIC X(201).
           05  VC-DAY-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-DIAL-ID          PIC X(8).
               10  VC-FEED-DATE        PIC 9(8).
               10  VC-DAY-STATUS       PIC X(01).
                   88  VC-DAY-PUBLISHED         VALUE 'P'.
                   88  VC-DAY-WITHHELD          VALUE 'W'.
                   88  VC-DAY-BACKED-OUT        VALUE 'B'.
                   88  VC-DAY-NOT-REPORTED      VALUE 'N'.
               10  VC-WITHHELD-BY      PIC X(01).
                   88  VC-DIAL-BREAKER          VALUE 'D'.
                   88  VC-VAULT-BREAKER         VALUE 'V'.
               10  VC-SCORE-ONE        PIC 9(9).
               10  VC-SCORE-TWO        PIC 9(9).
               10  VC-REPORTED-SCORE   PIC 9(9).
               10  VC-PUBLISHED-RUNS   PIC 9(5).
               10  VC-WITHHELD-RUNS    PIC 9(5).
               10  VC-PUBLISHED-TOTAL  PIC 9(11).
               10  VC-HISTORY-COUNT    PIC 9(5).
               10  VC-JOURNAL-COUNT    PIC 9(9).
               10  VC-BACKED-OUT-JOURNAL PIC 9(9).
               10  VC-BACKED-OUT-HISTORY PIC 9(5).
               10  VC-RECEIVED-COUNT   PIC 9(9).
               10  VC-REJECT-COUNT     PIC 9(9).
               10  VC-TOLERANCE        PIC 9(3).
               10  VC-DAY-RECONCILED   PIC X(01).
               10  FILLER              PIC X(115).
           05  VC-CHANGE-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-CH-DATE          PIC 9(8).
               10  VC-CH-TIME          PIC 9(6).
               10  VC-CH-USER-ID       PIC X(8).
               10  VC-CH-APPROVER-ID   PIC X(8).
               10  VC-CH-ACTION        PIC X(06).
               10  VC-CH-DIAL-ID       PIC X(8).
               10  VC-CH-BEFORE-IMAGE  PIC X(89).
               10  VC-CH-AFTER-IMAGE   PIC X(89).
               10  VC-CH-RECONCILED    PIC X(01).
               10  FILLER              PIC X(08).
           05  VC-CKPT-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-CK-DATE          PIC 9(8).
               10  VC-CK-TIME          PIC 9(6).
               10  VC-CK-USER-ID       PIC X(8).
               10  VC-CK-APPROVER-ID   PIC X(8).
               10  VC-CK-ACTION        PIC X(06).
               10  VC-CK-DIAL-ID       PIC X(8).
               10  VC-CK-BEFORE-IMAGE  PIC X(61).
               10  VC-CK-RECONCILED    PIC X(01).
               10  FILLER              PIC X(125).
           05  VC-OVERRIDE-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-OV-REQUEST-ID    PIC X(22).
               10  VC-OV-STATUS        PIC X(01).
               10  VC-OV-REQUESTER-ID  PIC X(8).
               10  VC-OV-APPROVER-ID   PIC X(8).
               10  VC-OV-DECIDED-DATE  PIC 9(8).
               10  VC-OV-APPLIED-DATE  PIC 9(8).
               10  VC-OV-FEED-NAME     PIC X(40).
               10  VC-OV-REASON        PIC X(40).
               10  VC-OV-REGISTRY      PIC X(01).
               10  VC-OV-SCORED-DATE   PIC 9(8).
               10  VC-OV-RECONCILED    PIC X(01).
               10  FILLER              PIC X(86).
           05  VC-BACKOUT-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-BO-DATE          PIC 9(8).
               10  VC-BO-TIME          PIC 9(6).
               10  VC-BO-USER-ID       PIC X(8).
               10  VC-BO-ACTION        PIC X(06).
               10  VC-BO-SOURCE        PIC X(8).
               10  VC-BO-FEED-DATE     PIC 9(8).
               10  VC-BO-DIAL-ID       PIC X(8).
               10  VC-BO-BEFORE-IMAGE  PIC X(79).
               10  FILLER              PIC X(100).
           05  VC-UNRECONCILED-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-UN-DIAL-ID       PIC X(8).
               10  VC-UN-DATE          PIC 9(8).
               10  VC-UN-KIND          PIC X(8).
               10  VC-UN-DETAIL        PIC X(60).
               10  FILLER              PIC X(147).
           05  VC-VAULT-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-DIAL-COUNT       PIC 9(5).
               10  VC-DIAL-DAYS        PIC 9(7).
               10  VC-PUBLISHED-DAYS   PIC 9(7).
               10  VC-DIAL-WITHHELD    PIC 9(7).
               10  VC-VAULT-WITHHELD   PIC 9(7).
               10  VC-SCORE-TOTAL      PIC 9(12).
               10  VC-JOURNAL-TOTAL    PIC 9(12).
               10  VC-CONTROL-CHANGES  PIC 9(5).
               10  VC-CKPT-DELETIONS   PIC 9(5).
               10  VC-OVERRIDES        PIC 9(5).
               10  VC-BACKOUTS         PIC 9(5).
               10  VC-UNRECONCILED     PIC 9(7).
               10  VC-CERTIFIED        PIC X(01).
                   88  VC-VAULT-CERTIFIED       VALUE 'Y'.
               10  FILLER              PIC X(146).
           05  VC-TRAILER-FIELDS REDEFINES VC-CERT-DATA.
               10  VC-RECORD-COUNT     PIC 9(9).
               10  VC-VAULT-COUNT      PIC 9(5).
               10  VC-UNCERTIFIED-COUNT PIC 9(5).
               10  FILLER              PIC X(212).
