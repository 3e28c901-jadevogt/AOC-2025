      *****************************************************************
      *  FQSLAREC - FEED QUALITY SLA EXTRACT RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE MACHINE-READABLE EXTRACT
      *                   FEEDQUAL WRITES FOR THE UPSTREAM FEED
      *                   SUPPLIERS' SLA REVIEW. EVERY RECORD BETWEEN
      *                   THE HEADER AND TRAILER CARRIES THE FEED NAME
      *                   AS CONFIGURED IN DIALCTL, SO THE FILE CAN BE
      *                   SPLIT ONE SUPPLIER PER FEED. RECORD TYPES:
      *                   H = HEADER (PERIOD COVERED, WHEN BUILT),
      *                   F = ONE FEED'S TOTALS OVER THE PERIOD,
      *                   D = ONE DIAL'S TOTALS WITHIN THE FEED,
      *                   R = REJECTS FOR ONE REASON (DIAL SPACES =
      *                       THE WHOLE FEED), WITH HOW MANY WERE
      *                       AUTO-REPAIRED AND HOW MANY WENT TO
      *                       MANUAL REVIEW,
      *                   W = ONE WEEK OF THE FEED'S TREND,
      *                   T = TRAILER (RECORDS AND FEEDS BETWEEN).
      *****************************************************************
       01  FEEDSLA-REC.
           05  SL-RECORD-TYPE          PIC X(01).
               88  SLA-HEADER-REC               VALUE 'H'.
               88  SLA-FEED-REC                 VALUE 'F'.
               88  SLA-DIAL-REC                 VALUE 'D'.
               88  SLA-REASON-REC               VALUE 'R'.
               88  SLA-WEEK-REC                 VALUE 'W'.
               88  SLA-TRAILER-REC              VALUE 'T'.
           05  SL-FEED-NAME            PIC X(40).
           05  SL-SLA-DATA             PIC X(79).
           05  SL-HEADER-FIELDS REDEFINES SL-SLA-DATA.
               10  SL-FROM-DATE        PIC 9(8).
               10  SL-TO-DATE          PIC 9(8).
               10  SL-BUILD-DATE       PIC 9(8).
               10  SL-BUILD-TIME       PIC 9(6).
               10  FILLER              PIC X(49).
           05  SL-TOTAL-FIELDS REDEFINES SL-SLA-DATA.
               10  SL-DIAL-ID          PIC X(8).
               10  SL-RECEIVED         PIC 9(9).
               10  SL-REJECTED         PIC 9(9).
               10  SL-AUTO-REPAIRED    PIC 9(9).
               10  SL-MANUAL-REVIEW    PIC 9(9).
               10  SL-STALE-HEADER     PIC 9(5).
               10  SL-TRAILER-MISMATCH PIC 9(5).
               10  SL-UNKNOWN-DIAL     PIC 9(5).
               10  SL-DUPLICATE-RESEND PIC 9(5).
               10  SL-DIAL-WITHHELD    PIC 9(5).
               10  SL-VAULT-WITHHELD   PIC 9(5).
               10  SL-REJECT-PCT       PIC 9(3)V99.
           05  SL-REASON-FIELDS REDEFINES SL-SLA-DATA.
               10  SL-RS-DIAL-ID       PIC X(8).
               10  SL-RS-REASON        PIC X(30).
               10  SL-RS-REJECTED      PIC 9(9).
               10  SL-RS-AUTO-REPAIRED PIC 9(9).
               10  SL-RS-MANUAL-REVIEW PIC 9(9).
               10  FILLER              PIC X(14).
           05  SL-WEEK-FIELDS REDEFINES SL-SLA-DATA.
               10  SL-WK-NUMBER        PIC 9(3).
               10  SL-WK-START-DATE    PIC 9(8).
               10  SL-WK-RECEIVED      PIC 9(9).
               10  SL-WK-REJECTED      PIC 9(9).
               10  SL-WK-REJECT-PCT    PIC 9(3)V99.
               10  SL-WK-PCT-CHANGE    PIC S9(3)V99
                                       SIGN IS LEADING SEPARATE.
               10  SL-WK-FINDINGS      PIC 9(5).
               10  SL-WK-WITHHELD      PIC 9(5).
               10  FILLER              PIC X(29).
           05  SL-TRAILER-FIELDS REDEFINES SL-SLA-DATA.
               10  SL-RECORD-COUNT     PIC 9(9).
               10  SL-FEED-COUNT       PIC 9(5).
               10  FILLER              PIC X(65).
