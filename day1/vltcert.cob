       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTCERT.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - PERIOD-END VAULT
      *                   CERTIFICATION PACK. AT MONTH END AUDIT ASKS
      *                   FOR EACH VAULT TO BE CERTIFIED, AND THE PACK
      *                   USED TO BE PUT TOGETHER BY HAND FROM HISTRPT,
      *                   ZLJRPT, ARCHINQ, THE DIALAUD AND CKPTAUD
      *                   AUDIT FILES, THE OVERRIDE REQUESTS AND THE
      *                   RUNSUMM PRINTOUTS. FOR THE VAULT ON SYSIN
      *                   (OR ALL VAULTS) AND THE FEED DATES ON SYSIN
      *                   THIS PROGRAM PRINTS ONE CERTIFICATION PER
      *                   VAULT:
      *                   - EACH DIAL'S DAILY SCORES, PARTONE AND
      *                     PARTTWO, FROM THE LIVE HISTORY AND THE
      *                     HISTARCH ARCHIVE TOGETHER;
      *                   - EACH DAY A SCORE WAS WITHHELD, AND WHETHER
      *                     THE DIAL'S OWN REJECT BREAKER OR THE VAULT
      *                     BREAKER WITHHELD IT, WITH THE REJECT
      *                     FIGURES BEHIND IT;
      *                   - THE ZERO-LANDING JOURNAL (ZLJRNL)
      *                     RECONCILED TO THE SCORES PARTONE PUBLISHED
      *                     (RPTONE), ALLOWING FOR THE JOURNAL ENTRIES
      *                     AND HISTORY RECORDS A BACKOUT REMOVED
      *                     (BKOAUD);
      *                   - EVERY DIAL CONTROL CHANGE (DIALAUD) AND
      *                     CHECKPOINT DELETION (CKPTAUD) WITH ITS
      *                     REQUESTER, APPROVER AND BEFORE/AFTER
      *                     VALUES;
      *                   - EVERY DUPLICATE-FEED OVERRIDE REQUEST
      *                     (PENDREQ) FOR THE VAULT'S FEEDS, WITH THE
      *                     FEED'S REGISTRY ENTRY (FEEDREG);
      *                   - THE HISTORY RECORDS BACKOUTS REMOVED;
      *                   - A CLOSING ATTESTATION LISTING EVERY ITEM
      *                     THAT DOES NOT RECONCILE.
      *                   THE SAME FIGURES GO TO A FIXED-LAYOUT
      *                   SUMMARY (VLTCERT) FOR THE AUDIT TEAM'S
      *                   RECORDS SYSTEM.
      *
      *                   A DAY RECONCILES WHEN THE JOURNAL ENTRIES
      *                   PLUS THOSE BACKED OUT EQUAL THE SCORES
      *                   PARTONE PUBLISHED FOR IT (PARTONE JOURNALS
      *                   ONE ENTRY PER POINT IT PUBLISHES), WHEN THE
      *                   PARTONE HISTORY RECORDS PLUS THOSE BACKED
      *                   OUT EQUAL THE RUNS PUBLISHED, AND WHEN THE
      *                   LAST HISTORY SCORE IS THE LAST SCORE
      *                   REPORTED. A CHANGE OR DELETION WITHOUT AN
      *                   APPROVER OTHER THAN ITS REQUESTER, AN
      *                   OVERRIDE APPROVED BUT NOT YET USED, OR AN
      *                   INPUT THAT COULD NOT BE READ ALSO KEEPS A
      *                   VAULT FROM CERTIFYING. AS IN FEEDQUAL, THE
      *                   SUPPLEMENTAL FIXFEED RERUNS (WHICH KEEP
      *                   THEIR OWN HISTORY AND JOURNAL) ARE LEFT OUT,
      *                   AND A WITHHELD SCORE IS PUT DOWN TO THE
      *                   DIAL'S OWN BREAKER WHEN ITS REJECT RATE
      *                   EXCEEDS THE TOLERANCE IN FORCE ON THE FEED
      *                   DATE AND TO THE VAULT BREAKER OTHERWISE.
      *                   RETURN-CODE 4 MEANS A VAULT DID NOT CERTIFY
      *                   OR AN INPUT WAS UNREADABLE; 16 THAT THE
      *                   SYSIN CARD, THE CONTROL FILE OR THE REPORT
      *                   DATASET COULD NOT BE USED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALCTLFILE ASSIGN TO DIALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT RPTONEFILE ASSIGN TO RPTONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTONEFILE-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-HIST-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORYFILE-STATUS.

           SELECT ZLJRNLFILE ASSIGN TO ZLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZLJRNLFILE-STATUS.

           SELECT BKOAUDFILE ASSIGN TO BKOAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOAUDFILE-STATUS.

           SELECT DIALAUDFILE ASSIGN TO DIALAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALAUDFILE-STATUS.

           SELECT CKPTAUDFILE ASSIGN TO CKPTAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPTAUDFILE-STATUS.

           SELECT PENDREQFILE ASSIGN TO PENDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REQUEST-ID
               FILE STATUS IS WS-PENDREQFILE-STATUS.

           SELECT FEEDREGFILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FG-FEED-NAME
               FILE STATUS IS WS-FEEDREGFILE-STATUS.

           SELECT VLTCERTFILE ASSIGN TO VLTCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLTCERTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  RPTONEFILE.
           COPY RPTREC.

       FD  HISTORYFILE.
           COPY HISTREC.

       FD  ZLJRNLFILE.
           COPY ZLJRNREC.

       FD  BKOAUDFILE.
           COPY BKAUDREC.

       FD  DIALAUDFILE.
           COPY DLAUDREC.

       FD  CKPTAUDFILE.
           COPY CKAUDREC.

       FD  PENDREQFILE.
           COPY PENDREC.

       FD  FEEDREGFILE.
           COPY FDREGREC.

       FD  VLTCERTFILE.
           COPY VCERTREC.

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-RPTONE-EOF               PIC A(1) VALUE 'N'.
       01  WS-HIST-EOF                 PIC A(1) VALUE 'N'.
       01  WS-ZLJRNL-EOF               PIC A(1) VALUE 'N'.
       01  WS-BKOAUD-EOF               PIC A(1) VALUE 'N'.
       01  WS-DIALAUD-EOF              PIC A(1) VALUE 'N'.
       01  WS-CKPTAUD-EOF              PIC A(1) VALUE 'N'.
       01  WS-PENDREQ-EOF              PIC A(1) VALUE 'N'.

      *****************************************************************
      *  SYSIN: THE VAULT TO CERTIFY (OR ALL) IN COLS 1-8, THEN THE
      *  FIRST AND LAST FEED DATES THE PERIOD COVERS, BOTH INCLUSIVE,
      *  AS YYYYMMDD IN COLS 10-17 AND 19-26.
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-SEL-VAULT-ID         PIC X(8).
               88  SELECT-ALL-VAULTS            VALUE 'ALL'.
           05  FILLER                  PIC X(01).
           05  WS-FROM-DATE            PIC 9(8).
           05  FILLER                  PIC X(01).
           05  WS-TO-DATE              PIC 9(8).
           05  FILLER                  PIC X(54).

       01  WS-FROM-INTEGER             PIC 9(9).
       01  WS-TO-INTEGER               PIC 9(9).
       01  WS-DATE-INTEGER             PIC 9(9).
       01  WS-DAY-COUNT                PIC 9(9) VALUE 0.
       01  WS-DAY-NUMBER               PIC 9(9) VALUE 0.
       01  WS-HIST-DDNAME              PIC X(8).
       01  WS-HIST-SIDE                PIC 9(1).
       01  WS-TOLERANCE                PIC 9(03).
       01  WS-RECEIVED                 PIC 9(9).
       01  WS-REJECT-SCALED            PIC 9(12).
       01  WS-TOLERANCE-SCALED         PIC 9(12).
       01  WS-STATE-EDIT               PIC -(10)9.
       01  WS-IMAGE-LABEL              PIC X(8).
       01  WS-STATUS-TEXT              PIC X(10).
       01  WS-SCORE-ONE-TEXT           PIC X(9).
       01  WS-SCORE-TWO-TEXT           PIC X(9).
       01  WS-RECONCILED-TEXT          PIC X(3).
       01  WS-REGISTRY-TEXT            PIC X(40).
       01  WS-SECTION-COUNT            PIC 9(9) VALUE 0.
       01  WS-AUDIT-RECORDS            PIC 9(9) VALUE 0.
       01  WS-UNKNOWN-DIAL-COUNT       PIC 9(9) VALUE 0.
       01  WS-CERT-COUNT               PIC 9(9) VALUE 0.
       01  WS-VAULTS-CERTIFIED         PIC 9(5) VALUE 0.
       01  WS-VAULTS-UNCERTIFIED       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-INPUTS           PIC 9(5) VALUE 0.
       01  WS-SKIP-DDNAME              PIC X(8).
       01  WS-SKIPPED-TABLE.
           05  WS-SKIPPED-DDNAME       PIC X(8) OCCURS 10 TIMES.
       01  WS-SKIP-SUB                 PIC 9(09) VALUE 0.

      *****************************************************************
      *  LOOKUP ARGUMENTS FOR THE DIAL, VAULT, TOLERANCE AND DAY
      *  SEARCHES
      *****************************************************************
       01  WS-FIND-DIAL-ID             PIC X(8).
       01  WS-FIND-VAULT-ID            PIC X(8).
       01  WS-FIND-DATE                PIC 9(8).
       01  WS-FIND-FEED-NAME           PIC X(40).

      *****************************************************************
      *  ONE VAULT'S TOTALS, CLEARED AS EACH CERTIFICATION STARTS
      *****************************************************************
       01  WS-VAULT-TALLY.
           05  WS-VA-DIAL-DAYS         PIC 9(7).
           05  WS-VA-PUBLISHED         PIC 9(7).
           05  WS-VA-DIAL-WH           PIC 9(7).
           05  WS-VA-VAULT-WH          PIC 9(7).
           05  WS-VA-SCORE-TOTAL       PIC 9(12).
           05  WS-VA-JOURNAL-TOTAL     PIC 9(12).
           05  WS-VA-BACKED-OUT-TOTAL  PIC 9(12).
           05  WS-VA-CHANGES           PIC 9(5).
           05  WS-VA-CKPT-DELETES      PIC 9(5).
           05  WS-VA-OVERRIDES         PIC 9(5).
           05  WS-VA-BACKOUTS          PIC 9(5).

      *****************************************************************
      *  ONE DIAL'S JOURNAL RECONCILIATION TOTALS
      *****************************************************************
       01  WS-DIAL-TALLY.
           05  WS-DT-DAYS              PIC 9(7).
           05  WS-DT-SCORE-TOTAL       PIC 9(12).
           05  WS-DT-JOURNAL           PIC 9(12).
           05  WS-DT-BACKED-OUT        PIC 9(12).
           05  WS-DT-DIFFERENCE        PIC S9(12).
       01  WS-DIFFERENCE-EDIT          PIC -(12)9.

      *****************************************************************
      *  DIAL CONTROL, CHECKPOINT, HISTORY AND JOURNAL RECORDS AS
      *  CARRIED IN THE AUDIT FILES' BEFORE AND AFTER IMAGES
      *****************************************************************
       01  WS-DIAL-WORK.
           05  DW-DIAL-ID              PIC X(8).
           05  DW-INPUT-FILE           PIC X(40).
           05  DW-START-STATE          PIC S9(10).
           05  DW-DIAL-SIZE            PIC X(05).
           05  DW-REJECT-TOLERANCE     PIC X(03).
           05  DW-TARGET-POS           PIC X(05).
           05  DW-VAULT-ID             PIC X(8).
           05  DW-START-MODE           PIC X(01).
           05  DW-EFFECTIVE-DATE       PIC X(8).
           05  DW-VERSION-STATUS       PIC X(01).

       01  WS-CKPT-WORK.
           05  CW-DIAL-ID              PIC X(8).
           05  CW-RECORD-COUNT         PIC X(09).
           05  CW-STATE                PIC S9(10).
           05  CW-SCORE                PIC X(09).
           05  CW-REJECT-COUNT         PIC X(09).
           05  CW-CKPT-DATE            PIC X(8).
           05  CW-FEED-DATE            PIC X(8).

       01  WS-HIST-WORK.
           05  HW-RECORD-TYPE          PIC X(01).
           05  HW-RUN-DATE             PIC X(8).
           05  HW-DIAL-ID              PIC X(8).
           05  HW-FINAL-STATE          PIC S9(10).
           05  HW-FINAL-SCORE          PIC X(9).
           05  FILLER                  PIC X(43).

       01  WS-JRNL-WORK.
           05  JW-RUN-DATE             PIC X(8).
           05  JW-TIME                 PIC X(6).
           05  JW-DIAL-ID              PIC X(8).
           05  FILLER                  PIC X(57).

      *****************************************************************
      *  UNRECONCILED ITEM TEXT, BUILT HERE AND HELD IN THE VAULT'S
      *  EXCEPTION TABLE FOR THE ATTESTATION
      *****************************************************************
       01  WS-NEW-EXCEPTION.
           05  WS-NX-DIAL-ID           PIC X(8).
           05  WS-NX-DATE              PIC 9(8).
           05  WS-NX-KIND              PIC X(8).
           05  WS-NX-DETAIL            PIC X(60).

       01  WS-JOURNAL-DETAIL.
           05  FILLER                  PIC X(09) VALUE 'LANDINGS '.
           05  WS-JD-JOURNAL           PIC 9(9).
           05  FILLER                  PIC X(12) VALUE ' BACKED OUT '.
           05  WS-JD-BACKED-OUT        PIC 9(9).
           05  FILLER                  PIC X(08) VALUE ' SCORES '.
           05  WS-JD-SCORES            PIC 9(11).

       01  WS-HISTORY-DETAIL.
           05  FILLER                  PIC X(16)
                                       VALUE 'HISTORY RECORDS '.
           05  WS-HD-HISTORY           PIC 9(5).
           05  FILLER                  PIC X(12) VALUE ' BACKED OUT '.
           05  WS-HD-BACKED-OUT        PIC 9(5).
           05  FILLER                  PIC X(16)
                                       VALUE ' PUBLISHED RUNS '.
           05  WS-HD-RUNS              PIC 9(5).

       01  WS-SCORE-DETAIL.
           05  FILLER                  PIC X(14)
                                       VALUE 'HISTORY SCORE '.
           05  WS-SD-HISTORY           PIC 9(9).
           05  FILLER                  PIC X(16)
                                       VALUE ' REPORTED SCORE '.
           05  WS-SD-REPORTED          PIC 9(9).

       01  WS-APPROVAL-DETAIL.
           05  WS-AD-ACTION            PIC X(06).
           05  FILLER                  PIC X(04) VALUE ' AT '.
           05  WS-AD-TIME              PIC 9(6).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  WS-AD-USER-ID           PIC X(8).
           05  FILLER                  PIC X(26)
                                   VALUE ' - NO INDEPENDENT APPROVER'.

       01  WS-OVERRIDE-DETAIL.
           05  FILLER                  PIC X(08) VALUE 'REQUEST '.
           05  WS-OD-REQUEST-ID        PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-OD-TEXT              PIC X(29).

       01  WS-INPUT-DETAIL.
           05  WS-ID-DDNAME            PIC X(8).
           05  FILLER                  PIC X(40)
                       VALUE ' COULD NOT BE READ - ITEMS NOT CERTIFIED'.

       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.
       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-DIAL-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-VAULT-ENTRIES            PIC 9(09) VALUE 0.
       01  WS-VAULT-SUB                PIC 9(09) VALUE 0.
       01  WS-VAULT-MATCH-SUB          PIC 9(09) VALUE 0.
       01  WS-CUR-VAULT-SUB            PIC 9(09) VALUE 0.
       01  WS-DAY-SUB                  PIC 9(09) VALUE 0.
       01  WS-EXCEPTION-ENTRIES        PIC 9(09) VALUE 0.
       01  WS-EXCEPTION-SUB            PIC 9(09) VALUE 0.
       01  WS-SELECTED-VAULTS          PIC 9(09) VALUE 0.
       01  WS-SELECTED-DIALS           PIC 9(09) VALUE 0.
       01  WS-MAX-VAULT-DIALS          PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED AT INITIALIZATION. THE CONTROL
      *  TABLES FROM THE DIAL CONTROL FILE; THE DAY TABLE HOLDS ONE
      *  ROW PER SELECTED DIAL PER DAY OF THE PERIOD, ADDRESSED
      *  DIRECTLY FROM THE DIAL'S FIRST ROW AND THE DAY'S OFFSET; THE
      *  EXCEPTION TABLE HOLDS ONE VAULT'S UNRECONCILED ITEMS - AT
      *  MOST THREE PER DIAL PER DAY, ONE PER AUDIT RECORD AND ONE
      *  PER UNREADABLE INPUT.
      *****************************************************************
       01  WS-VERSION-CAPACITY         PIC 9(09) COMP VALUE 0.
       01  WS-DAY-CAPACITY             PIC 9(09) COMP VALUE 0.
       01  WS-EXCEPTION-CAPACITY       PIC 9(09) COMP VALUE 0.
       01  WS-ROWS-NEEDED              PIC 9(18) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(18) COMP.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-VAULT-TABLE-PTR          POINTER.
       01  WS-DAY-TABLE-PTR            POINTER.
       01  WS-EXCEPTION-TABLE-PTR      POINTER.

       01  WS-SWITCHES.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-FEEDREG-OPEN-SW      PIC X(01) VALUE 'N'.
               88  FEEDREGFILE-IS-OPEN           VALUE 'Y'.
           05  WS-VLTCERT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  VLTCERTFILE-IS-OPEN           VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
               88  RUN-TABLE-IS-FULL             VALUE 'Y'.
           05  WS-HISTONE-READ-SW      PIC X(01) VALUE 'Y'.
               88  HISTONE-WAS-READ              VALUE 'Y'.
           05  WS-ZLJRNL-READ-SW       PIC X(01) VALUE 'N'.
               88  ZLJRNL-WAS-READ               VALUE 'Y'.
           05  WS-BKOAUD-OK-SW         PIC X(01) VALUE 'N'.
               88  BKOAUD-IS-AVAILABLE           VALUE 'Y'.
           05  WS-DIALAUD-OK-SW        PIC X(01) VALUE 'N'.
               88  DIALAUD-IS-AVAILABLE          VALUE 'Y'.
           05  WS-CKPTAUD-OK-SW        PIC X(01) VALUE 'N'.
               88  CKPTAUD-IS-AVAILABLE          VALUE 'Y'.
           05  WS-PENDREQ-OK-SW        PIC X(01) VALUE 'N'.
               88  PENDREQ-IS-AVAILABLE          VALUE 'Y'.
           05  WS-VAULT-MATCH-SW       PIC X(01).
               88  ITEM-IS-IN-VAULT              VALUE 'Y'.
           05  WS-DAY-ACTIVE-SW        PIC X(01).
               88  DAY-HAS-ACTIVITY              VALUE 'Y'.
           05  WS-ITEM-OK-SW           PIC X(01).
               88  ITEM-IS-RECONCILED            VALUE 'Y'.

      *****************************************************************
      *  ONE DAY'S RECONCILIATION, SET BY 7000-CHECK-ONE-DAY
      *****************************************************************
       01  WS-DAY-CHECK.
           05  WS-DAY-STATUS           PIC X(01).
               88  DAY-IS-PUBLISHED             VALUE 'P'.
               88  DAY-IS-WITHHELD              VALUE 'W'.
               88  DAY-IS-BACKED-OUT            VALUE 'B'.
               88  DAY-IS-NOT-REPORTED          VALUE 'N'.
           05  WS-JOURNAL-OK-SW        PIC X(01).
               88  JOURNAL-RECONCILES            VALUE 'Y'.
           05  WS-HISTORY-OK-SW        PIC X(01).
               88  HISTORY-RECONCILES            VALUE 'Y'.
           05  WS-SCORE-OK-SW          PIC X(01).
               88  SCORE-RECONCILES              VALUE 'Y'.
           05  WS-DAY-OK-SW            PIC X(01).
               88  DAY-RECONCILES                VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-RPTONEFILE-STATUS        PIC X(2).
       77  WS-HISTORYFILE-STATUS       PIC X(2).
       77  WS-ZLJRNLFILE-STATUS        PIC X(2).
       77  WS-BKOAUDFILE-STATUS        PIC X(2).
       77  WS-DIALAUDFILE-STATUS       PIC X(2).
       77  WS-CKPTAUDFILE-STATUS       PIC X(2).
       77  WS-PENDREQFILE-STATUS       PIC X(2).
       77  WS-FEEDREGFILE-STATUS       PIC X(2).
       77  WS-VLTCERTFILE-STATUS       PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-VERSION-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-TOLERANCE     PIC 9(03).

       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-VERSION-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-FEED-NAME     PIC X(40).
               10  WS-DL-VAULT-SUB     PIC 9(9).
               10  WS-DL-ROW-BASE      PIC 9(9).

       01  WS-VAULT-TABLE.
           05  WS-VAULT-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-VERSION-CAPACITY.
               10  WS-VT-VAULT-ID      PIC X(8).
               10  WS-VT-DIAL-COUNT    PIC 9(9).
               10  WS-VT-SELECTED-SW   PIC X(01).
                   88  VAULT-IS-SELECTED         VALUE 'Y'.

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-DAY-CAPACITY.
               10  WS-DY-RUNS          PIC 9(5).
               10  WS-DY-WITHHELD      PIC 9(5).
               10  WS-DY-LAST-STATUS   PIC X(01).
               10  WS-DY-REASON        PIC X(01).
               10  WS-DY-RECEIVED      PIC 9(9).
               10  WS-DY-REJECTS       PIC 9(9).
               10  WS-DY-TOLERANCE     PIC 9(3).
               10  WS-DY-SCORE         PIC 9(9).
               10  WS-DY-SCORE-TOTAL   PIC 9(11).
               10  WS-DY-HIST1-COUNT   PIC 9(5).
               10  WS-DY-HIST1-SCORE   PIC 9(9).
               10  WS-DY-HIST2-COUNT   PIC 9(5).
               10  WS-DY-HIST2-SCORE   PIC 9(9).
               10  WS-DY-JOURNAL       PIC 9(9).
               10  WS-DY-BO-JOURNAL    PIC 9(9).
               10  WS-DY-BO-HIST1      PIC 9(5).
               10  WS-DY-FEED-FILE     PIC X(40).

       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-EXCEPTION-CAPACITY.
               10  WS-EX-DIAL-ID       PIC X(8).
               10  WS-EX-DATE          PIC 9(8).
               10  WS-EX-KIND          PIC X(8).
               10  WS-EX-DETAIL        PIC X(60).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-TALLY-REPORTS THRU 2000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2200-TALLY-HISTORY THRU 2200-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2400-TALLY-JOURNAL THRU 2400-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2600-TALLY-BACKOUTS THRU 2600-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 3000-CERTIFY-VAULTS THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE VAULT AND PERIOD FROM SYSIN, LOAD
      *                    THE DIAL CONTROL FILE, SIZE AND ALLOCATE
      *                    THE RUN TABLES AND OPEN THE OUTPUTS
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-SYSIN-CARD.
           IF WS-SEL-VAULT-ID = SPACES
               DISPLAY 'VLTCERT: SYSIN NAMES NO VAULT - GIVE A VAULT '
                   'ID OR ALL IN COLS 1-8'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-TO-DATE NOT NUMERIC
               DISPLAY 'VLTCERT: DATE RANGE FROM SYSIN IS MISSING '
                   'OR NOT TWO YYYYMMDD DATES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'VLTCERT: DATE RANGE FROM SYSIN ' WS-FROM-DATE
                   ' THRU ' WS-TO-DATE ' IS NOT A VALID RANGE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE).
           COMPUTE WS-DAY-COUNT = WS-TO-INTEGER - WS-FROM-INTEGER + 1.
           DISPLAY 'PERIOD-END VAULT CERTIFICATION FOR FEEDS DATED '
               WS-FROM-DATE ' THRU ' WS-TO-DATE.
           IF SELECT-ALL-VAULTS
               DISPLAY 'RUN ' WS-RUN-DATE ' - ALL VAULTS'
           ELSE
               DISPLAY 'RUN ' WS-RUN-DATE ' - VAULT ' WS-SEL-VAULT-ID
           END-IF.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN DIALCTLFILE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-VERSION THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           CLOSE DIALCTLFILE.
           MOVE 'N' TO WS-DIALCTL-OPEN-SW.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1600-SELECT-VAULTS THRU 1600-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1700-COUNT-AUDIT-INPUTS THRU 1700-EXIT.
           PERFORM 1800-ALLOCATE-DAYS THRU 1800-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-OPEN-OUTPUTS THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE CONTROL FILE AND ALLOCATE THE
      *                     VERSION, DIAL AND VAULT TABLES. EVERY
      *                     CONTROL RECORD ADDS AT MOST ONE OF EACH.
      *****************************************************************
       1100-SIZE-TABLES.
           PERFORM 1110-COUNT-DIALCTL THRU 1110-EXIT.
           PERFORM 1190-ALLOCATE-TABLES THRU 1190-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-COUNT-DIALCTL - ONE SLOT PER CONTROL RECORD. AN
      *                       UNOPENABLE CONTROL FILE IS REPORTED BY
      *                       THE REAL OPEN IN 1000-INITIALIZE.
      *****************************************************************
       1110-COUNT-DIALCTL.
           MOVE 0 TO WS-VERSION-CAPACITY.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               GO TO 1110-EXIT
           END-IF.
           PERFORM 1115-COUNT-ONE-DIALCTL THRU 1115-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           CLOSE DIALCTLFILE.
           MOVE 'N' TO WS-DIALCTL-EOF.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1115-COUNT-ONE-DIALCTL - COUNT ONE CONTROL RECORD
      *****************************************************************
       1115-COUNT-ONE-DIALCTL.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1115-EXIT
           END-READ.
           ADD 1 TO WS-VERSION-CAPACITY.
       1115-EXIT.
           EXIT.

      *****************************************************************
      *  1190-ALLOCATE-TABLES - ALLOCATE THE CONTROL TABLES AT THEIR
      *                         COUNTED CAPACITY. AN ALLOCATION
      *                         FAILURE, OR A CONTROL FILE LARGER THAN
      *                         THE TABLES CAN DESCRIBE, STOPS THE RUN
      *                         AT INITIALIZATION, LOUDLY.
      *****************************************************************
       1190-ALLOCATE-TABLES.
           IF WS-VERSION-CAPACITY = 0
               MOVE 1 TO WS-VERSION-CAPACITY
           END-IF.
           IF WS-VERSION-CAPACITY > 1000000
               DISPLAY 'VLTCERT: MORE DIAL CONTROL RECORDS THAN THE '
                   'RUN TABLES CAN HOLD'
               MOVE 16 TO RETURN-CODE
               GO TO 1190-EXIT
           END-IF.
           COMPUTE WS-TABLE-BYTES =
               WS-VERSION-CAPACITY * LENGTH OF WS-VERSION-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VERSION-TABLE-PTR.
           SET ADDRESS OF WS-VERSION-TABLE TO WS-VERSION-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-VERSION-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-VERSION-CAPACITY * LENGTH OF WS-VAULT-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VAULT-TABLE-PTR.
           SET ADDRESS OF WS-VAULT-TABLE TO WS-VAULT-TABLE-PTR.
           IF WS-VERSION-TABLE-PTR = NULL
               OR WS-DIAL-TABLE-PTR = NULL
               OR WS-VAULT-TABLE-PTR = NULL
               DISPLAY 'VLTCERT: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1190-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-VERSION - KEEP ONE DIAL CONTROL VERSION'S
      *                          EFFECTIVE DATE AND REJECT TOLERANCE,
      *                          AND ITS DIAL AND VAULT THE FIRST TIME
      *                          EACH IS SEEN (A DIAL'S FEED AND VAULT
      *                          DO NOT CHANGE BETWEEN VERSIONS). A
      *                          BLANK OR NON-NUMERIC EFFECTIVE DATE
      *                          IS IN FORCE FROM THE BEGINNING OF
      *                          TIME, AND A BLANK TOLERANCE MEANS 100
      *                          PCT, AS IN THE SCORING STEPS.
      *****************************************************************
       1500-LOAD-ONE-VERSION.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-VERSION-CAPACITY
               DISPLAY 'VLTCERT: DIAL CONTROL VERSION TABLE OVER '
                   'ITS SIZED CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-VERSION-ENTRIES.
           MOVE DC-DIAL-ID TO WS-VR-DIAL-ID (WS-VERSION-ENTRIES).
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE
                   TO WS-VR-EFF-DATE (WS-VERSION-ENTRIES)
           ELSE
               MOVE 0 TO WS-VR-EFF-DATE (WS-VERSION-ENTRIES)
           END-IF.
           IF DC-REJECT-TOLERANCE IS NUMERIC
               MOVE DC-REJECT-TOLERANCE
                   TO WS-VR-TOLERANCE (WS-VERSION-ENTRIES)
           ELSE
               MOVE 100 TO WS-VR-TOLERANCE (WS-VERSION-ENTRIES)
           END-IF.
           MOVE DC-DIAL-ID TO WS-FIND-DIAL-ID.
           PERFORM 6050-FIND-DIAL THRU 6050-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               PERFORM 1550-ADD-DIAL THRU 1550-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1550-ADD-DIAL - REMEMBER A NEW DIAL, ITS FEED AND ITS VAULT,
      *                  ADDING THE VAULT THE FIRST TIME IT IS SEEN
      *****************************************************************
       1550-ADD-DIAL.
           MOVE DC-VAULT-ID TO WS-FIND-VAULT-ID.
           PERFORM 1560-FIND-VAULT THRU 1560-EXIT.
           IF WS-VAULT-MATCH-SUB = 0
               ADD 1 TO WS-VAULT-ENTRIES
               MOVE WS-VAULT-ENTRIES TO WS-VAULT-MATCH-SUB
               MOVE DC-VAULT-ID
                   TO WS-VT-VAULT-ID (WS-VAULT-MATCH-SUB)
               MOVE 0 TO WS-VT-DIAL-COUNT (WS-VAULT-MATCH-SUB)
               MOVE 'N' TO WS-VT-SELECTED-SW (WS-VAULT-MATCH-SUB)
           END-IF.
           ADD 1 TO WS-VT-DIAL-COUNT (WS-VAULT-MATCH-SUB).
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE DC-INPUT-FILE TO WS-DL-FEED-NAME (WS-DIAL-ENTRIES).
           MOVE WS-VAULT-MATCH-SUB TO WS-DL-VAULT-SUB (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-ROW-BASE (WS-DIAL-ENTRIES).
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-FIND-VAULT - FIND WS-FIND-VAULT-ID IN THE VAULT TABLE
      *****************************************************************
       1560-FIND-VAULT.
           MOVE 0 TO WS-VAULT-MATCH-SUB.
           PERFORM 1565-MATCH-ONE-VAULT THRU 1565-EXIT
               VARYING WS-VAULT-SUB FROM 1 BY 1
               UNTIL WS-VAULT-SUB > WS-VAULT-ENTRIES
               OR WS-VAULT-MATCH-SUB NOT = 0.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1565-MATCH-ONE-VAULT - COMPARE ONE VAULT TABLE ENTRY
      *****************************************************************
       1565-MATCH-ONE-VAULT.
           IF WS-VT-VAULT-ID (WS-VAULT-SUB) = WS-FIND-VAULT-ID
               MOVE WS-VAULT-SUB TO WS-VAULT-MATCH-SUB
           END-IF.
       1565-EXIT.
           EXIT.

      *****************************************************************
      *  1600-SELECT-VAULTS - MARK THE VAULT NAMED ON SYSIN, OR EVERY
      *                       VAULT, AND GIVE EACH OF ITS DIALS ITS
      *                       BLOCK OF DAY ROWS. A VAULT THE CONTROL
      *                       FILE DOES NOT KNOW STOPS THE RUN.
      *****************************************************************
       1600-SELECT-VAULTS.
           IF NOT SELECT-ALL-VAULTS
               MOVE WS-SEL-VAULT-ID TO WS-FIND-VAULT-ID
               PERFORM 1560-FIND-VAULT THRU 1560-EXIT
               IF WS-VAULT-MATCH-SUB = 0
                   DISPLAY 'VLTCERT: VAULT ' WS-SEL-VAULT-ID
                       ' HAS NO DIALS IN THE DIAL CONTROL FILE'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1600-EXIT
               END-IF
           END-IF.
           PERFORM 1610-SELECT-ONE-VAULT THRU 1610-EXIT
               VARYING WS-VAULT-SUB FROM 1 BY 1
               UNTIL WS-VAULT-SUB > WS-VAULT-ENTRIES.
           PERFORM 1620-PLACE-ONE-DIAL THRU 1620-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
           IF WS-SELECTED-VAULTS = 0
               DISPLAY 'VLTCERT: THE DIAL CONTROL FILE NAMES NO '
                   'VAULTS TO CERTIFY'
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1610-SELECT-ONE-VAULT - SELECT ONE VAULT IF SYSIN ASKS FOR IT
      *                          AND NOTE THE LARGEST SELECTED VAULT
      *****************************************************************
       1610-SELECT-ONE-VAULT.
           IF NOT SELECT-ALL-VAULTS
               AND WS-VAULT-SUB NOT = WS-VAULT-MATCH-SUB
               GO TO 1610-EXIT
           END-IF.
           SET VAULT-IS-SELECTED (WS-VAULT-SUB) TO TRUE.
           ADD 1 TO WS-SELECTED-VAULTS.
           IF WS-VT-DIAL-COUNT (WS-VAULT-SUB) > WS-MAX-VAULT-DIALS
               MOVE WS-VT-DIAL-COUNT (WS-VAULT-SUB)
                   TO WS-MAX-VAULT-DIALS
           END-IF.
       1610-EXIT.
           EXIT.

      *****************************************************************
      *  1620-PLACE-ONE-DIAL - GIVE A DIAL OF A SELECTED VAULT THE
      *                        FIRST ROW OF ITS BLOCK OF DAY ROWS
      *****************************************************************
       1620-PLACE-ONE-DIAL.
           MOVE WS-DL-VAULT-SUB (WS-DIAL-SUB) TO WS-VAULT-SUB.
           IF NOT VAULT-IS-SELECTED (WS-VAULT-SUB)
               GO TO 1620-EXIT
           END-IF.
           COMPUTE WS-DL-ROW-BASE (WS-DIAL-SUB) =
               WS-SELECTED-DIALS * WS-DAY-COUNT + 1.
           ADD 1 TO WS-SELECTED-DIALS.
       1620-EXIT.
           EXIT.

      *****************************************************************
      *  1700-COUNT-AUDIT-INPUTS - COUNT THE AUDIT RECORDS THAT CAN
      *                            EACH RAISE ONE UNRECONCILED ITEM,
      *                            AND NOTE EVERY AUDIT INPUT THAT
      *                            CANNOT BE OPENED. THE CERTIFICATION
      *                            GOES AHEAD WITHOUT IT, BUT NO VAULT
      *                            CERTIFIES.
      *****************************************************************
       1700-COUNT-AUDIT-INPUTS.
           PERFORM 1710-COUNT-DIALAUD THRU 1710-EXIT.
           PERFORM 1720-COUNT-CKPTAUD THRU 1720-EXIT.
           PERFORM 1730-COUNT-OVERRIDES THRU 1730-EXIT.
           PERFORM 1740-CHECK-BKOAUD THRU 1740-EXIT.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  1710-COUNT-DIALAUD - COUNT THE DIAL CONTROL AUDIT RECORDS
      *****************************************************************
       1710-COUNT-DIALAUD.
           OPEN INPUT DIALAUDFILE.
           IF WS-DIALAUDFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN DIALAUD - NO DIAL '
                   'CONTROL CHANGES IN THIS CERTIFICATION'
               MOVE 'DIALAUD' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 1710-EXIT
           END-IF.
           SET DIALAUD-IS-AVAILABLE TO TRUE.
           PERFORM 1715-COUNT-ONE-DIALAUD THRU 1715-EXIT
               UNTIL WS-DIALAUD-EOF = 'Y'.
           CLOSE DIALAUDFILE.
           MOVE 'N' TO WS-DIALAUD-EOF.
       1710-EXIT.
           EXIT.

      *****************************************************************
      *  1715-COUNT-ONE-DIALAUD - COUNT ONE DIAL CONTROL AUDIT RECORD
      *****************************************************************
       1715-COUNT-ONE-DIALAUD.
           READ DIALAUDFILE
               AT END
                   MOVE 'Y' TO WS-DIALAUD-EOF
                   GO TO 1715-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-RECORDS.
       1715-EXIT.
           EXIT.

      *****************************************************************
      *  1720-COUNT-CKPTAUD - COUNT THE CHECKPOINT AUDIT RECORDS
      *****************************************************************
       1720-COUNT-CKPTAUD.
           OPEN INPUT CKPTAUDFILE.
           IF WS-CKPTAUDFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN CKPTAUD - NO '
                   'CHECKPOINT DELETIONS IN THIS CERTIFICATION'
               MOVE 'CKPTAUD' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 1720-EXIT
           END-IF.
           SET CKPTAUD-IS-AVAILABLE TO TRUE.
           PERFORM 1725-COUNT-ONE-CKPTAUD THRU 1725-EXIT
               UNTIL WS-CKPTAUD-EOF = 'Y'.
           CLOSE CKPTAUDFILE.
           MOVE 'N' TO WS-CKPTAUD-EOF.
       1720-EXIT.
           EXIT.

      *****************************************************************
      *  1725-COUNT-ONE-CKPTAUD - COUNT ONE CHECKPOINT AUDIT RECORD
      *****************************************************************
       1725-COUNT-ONE-CKPTAUD.
           READ CKPTAUDFILE
               AT END
                   MOVE 'Y' TO WS-CKPTAUD-EOF
                   GO TO 1725-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-RECORDS.
       1725-EXIT.
           EXIT.

      *****************************************************************
      *  1730-COUNT-OVERRIDES - COUNT THE RE-SCORE OVERRIDE REQUESTS
      *****************************************************************
       1730-COUNT-OVERRIDES.
           OPEN INPUT PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN PENDREQ - NO '
                   'DUPLICATE-FEED OVERRIDES IN THIS CERTIFICATION'
               MOVE 'PENDREQ' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 1730-EXIT
           END-IF.
           SET PENDREQ-IS-AVAILABLE TO TRUE.
           PERFORM 3760-START-OVERRIDES THRU 3760-EXIT.
           PERFORM 1735-COUNT-ONE-OVERRIDE THRU 1735-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
           CLOSE PENDREQFILE.
           MOVE 'N' TO WS-PENDREQ-EOF.
       1730-EXIT.
           EXIT.

      *****************************************************************
      *  1735-COUNT-ONE-OVERRIDE - COUNT ONE OVERRIDE REQUEST
      *****************************************************************
       1735-COUNT-ONE-OVERRIDE.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 1735-EXIT
           END-READ.
           IF NOT PR-TYPE-FOVR
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 1735-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-RECORDS.
       1735-EXIT.
           EXIT.

      *****************************************************************
      *  1740-CHECK-BKOAUD - MAKE SURE THE BACKOUT AUDIT CAN BE READ;
      *                      WITHOUT IT A BACKED-OUT DAY CANNOT BE
      *                      TOLD FROM A MISSING ONE
      *****************************************************************
       1740-CHECK-BKOAUD.
           OPEN INPUT BKOAUDFILE.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN BKOAUD - BACKOUTS '
                   'CANNOT BE ALLOWED FOR'
               MOVE 'BKOAUD' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 1740-EXIT
           END-IF.
           SET BKOAUD-IS-AVAILABLE TO TRUE.
           CLOSE BKOAUDFILE.
       1740-EXIT.
           EXIT.

      *****************************************************************
      *  1800-ALLOCATE-DAYS - ALLOCATE ONE DAY ROW PER SELECTED DIAL
      *                       PER DAY OF THE PERIOD, AND THE LARGEST
      *                       VAULT'S EXCEPTION TABLE, THEN CLEAR THE
      *                       DAY ROWS. A PERIOD TOO LONG FOR THE
      *                       TABLES STOPS THE RUN.
      *****************************************************************
       1800-ALLOCATE-DAYS.
           COMPUTE WS-ROWS-NEEDED = WS-SELECTED-DIALS * WS-DAY-COUNT.
           IF WS-ROWS-NEEDED > 10000000
               DISPLAY 'VLTCERT: ' WS-SELECTED-DIALS ' DIAL(S) OVER '
                   WS-DAY-COUNT ' DAY(S) IS MORE THAN THE RUN TABLES '
                   'CAN HOLD - NARROW THE PERIOD OR NAME ONE VAULT'
               MOVE 16 TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF.
           MOVE WS-ROWS-NEEDED TO WS-DAY-CAPACITY.
           IF WS-DAY-CAPACITY = 0
               MOVE 1 TO WS-DAY-CAPACITY
           END-IF.
           COMPUTE WS-ROWS-NEEDED =
               WS-MAX-VAULT-DIALS * WS-DAY-COUNT * 3
               + WS-AUDIT-RECORDS + 10.
           IF WS-ROWS-NEEDED > 10000000
               DISPLAY 'VLTCERT: THE LARGEST VAULT OVER ' WS-DAY-COUNT
                   ' DAY(S) IS MORE THAN THE RUN TABLES CAN HOLD - '
                   'NARROW THE PERIOD'
               MOVE 16 TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF.
           MOVE WS-ROWS-NEEDED TO WS-EXCEPTION-CAPACITY.
           COMPUTE WS-TABLE-BYTES =
               WS-DAY-CAPACITY * LENGTH OF WS-DAY-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DAY-TABLE-PTR.
           SET ADDRESS OF WS-DAY-TABLE TO WS-DAY-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES = WS-EXCEPTION-CAPACITY
               * LENGTH OF WS-EXCEPTION-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-EXCEPTION-TABLE-PTR.
           SET ADDRESS OF WS-EXCEPTION-TABLE
               TO WS-EXCEPTION-TABLE-PTR.
           IF WS-DAY-TABLE-PTR = NULL
               OR WS-EXCEPTION-TABLE-PTR = NULL
               DISPLAY 'VLTCERT: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-CLEAR-ONE-DAY THRU 1810-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-CAPACITY.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *  1810-CLEAR-ONE-DAY - ZERO ONE DAY ROW'S COUNTS
      *****************************************************************
       1810-CLEAR-ONE-DAY.
           MOVE 0 TO WS-DY-RUNS (WS-DAY-SUB).
           MOVE 0 TO WS-DY-WITHHELD (WS-DAY-SUB).
           MOVE SPACE TO WS-DY-LAST-STATUS (WS-DAY-SUB).
           MOVE SPACE TO WS-DY-REASON (WS-DAY-SUB).
           MOVE 0 TO WS-DY-RECEIVED (WS-DAY-SUB).
           MOVE 0 TO WS-DY-REJECTS (WS-DAY-SUB).
           MOVE 0 TO WS-DY-TOLERANCE (WS-DAY-SUB).
           MOVE 0 TO WS-DY-SCORE (WS-DAY-SUB).
           MOVE 0 TO WS-DY-SCORE-TOTAL (WS-DAY-SUB).
           MOVE 0 TO WS-DY-HIST1-COUNT (WS-DAY-SUB).
           MOVE 0 TO WS-DY-HIST1-SCORE (WS-DAY-SUB).
           MOVE 0 TO WS-DY-HIST2-COUNT (WS-DAY-SUB).
           MOVE 0 TO WS-DY-HIST2-SCORE (WS-DAY-SUB).
           MOVE 0 TO WS-DY-JOURNAL (WS-DAY-SUB).
           MOVE 0 TO WS-DY-BO-JOURNAL (WS-DAY-SUB).
           MOVE 0 TO WS-DY-BO-HIST1 (WS-DAY-SUB).
           MOVE SPACES TO WS-DY-FEED-FILE (WS-DAY-SUB).
       1810-EXIT.
           EXIT.

      *****************************************************************
      *  1900-OPEN-OUTPUTS - OPEN THE FEED REGISTRY FOR THE OVERRIDE
      *                      LOOKUPS AND THE SUMMARY FILE, AND WRITE
      *                      THE SUMMARY HEADER
      *****************************************************************
       1900-OPEN-OUTPUTS.
           OPEN INPUT FEEDREGFILE.
           IF WS-FEEDREGFILE-STATUS = '00'
               SET FEEDREGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'VLTCERT: UNABLE TO OPEN FEEDREG - OVERRIDES '
                   'ARE LISTED WITHOUT THEIR REGISTRY ENTRIES'
               MOVE 'FEEDREG' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
           END-IF.
           OPEN OUTPUT VLTCERTFILE.
           IF WS-VLTCERTFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN VLTCERT'
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF.
           SET VLTCERTFILE-IS-OPEN TO TRUE.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-HEADER-REC TO TRUE.
           MOVE WS-SEL-VAULT-ID TO VC-VAULT-ID.
           MOVE WS-FROM-DATE TO VC-FROM-DATE.
           MOVE WS-TO-DATE TO VC-TO-DATE.
           MOVE WS-RUN-DATE TO VC-BUILD-DATE.
           MOVE WS-RUN-TIME (1:6) TO VC-BUILD-TIME.
           WRITE VLTCERT-REC.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-TALLY-REPORTS - FOLD EVERY PARTONE REPORT RECORD DATED
      *                       IN THE PERIOD INTO ITS DIAL'S DAY. THE
      *                       REPORTS ARE THE SCORES PUBLISHED, SO A
      *                       REPORT DATASET THAT CANNOT BE OPENED
      *                       STOPS THE RUN.
      *****************************************************************
       2000-TALLY-REPORTS.
           OPEN INPUT RPTONEFILE.
           IF WS-RPTONEFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN RPTONE'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-TALLY-ONE-REPORT THRU 2100-EXIT
               UNTIL WS-RPTONE-EOF = 'Y'.
           CLOSE RPTONEFILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-TALLY-ONE-REPORT - ONE DIAL'S RESULT FOR ONE FEED DATE:
      *                          A PUBLISHED SCORE, OR A WITHHELD ONE
      *                          AND THE BREAKER THAT WITHHELD IT. THE
      *                          GENERATIONS ARE READ OLDEST FIRST, SO
      *                          THE LAST RECORD FOR A DAY IS ITS
      *                          LATEST RUN.
      *****************************************************************
       2100-TALLY-ONE-REPORT.
           READ RPTONEFILE
               AT END
                   MOVE 'Y' TO WS-RPTONE-EOF
                   GO TO 2100-EXIT
           END-READ.
           IF RP-RUN-DATE NOT NUMERIC
               OR RP-INPUT-FILE (1:8) = 'FIXFEED.'
               GO TO 2100-EXIT
           END-IF.
           MOVE RP-DIAL-ID TO WS-FIND-DIAL-ID.
           MOVE RP-RUN-DATE TO WS-FIND-DATE.
           PERFORM 6100-LOCATE-DAY THRU 6100-EXIT.
           IF WS-DAY-SUB = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE RP-INPUT-FILE TO WS-DY-FEED-FILE (WS-DAY-SUB).
           COMPUTE WS-RECEIVED = RP-APPLIED-COUNT + RP-REJECT-COUNT.
           MOVE WS-RECEIVED TO WS-DY-RECEIVED (WS-DAY-SUB).
           MOVE RP-REJECT-COUNT TO WS-DY-REJECTS (WS-DAY-SUB).
           IF RP-STATUS NOT = 'S'
               ADD 1 TO WS-DY-RUNS (WS-DAY-SUB)
               MOVE 'P' TO WS-DY-LAST-STATUS (WS-DAY-SUB)
               MOVE RP-FINAL-SCORE TO WS-DY-SCORE (WS-DAY-SUB)
               ADD RP-FINAL-SCORE TO WS-DY-SCORE-TOTAL (WS-DAY-SUB)
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DY-WITHHELD (WS-DAY-SUB).
           MOVE 'W' TO WS-DY-LAST-STATUS (WS-DAY-SUB).
           PERFORM 6000-FIND-TOLERANCE THRU 6000-EXIT.
           MOVE WS-TOLERANCE TO WS-DY-TOLERANCE (WS-DAY-SUB).
           COMPUTE WS-REJECT-SCALED = RP-REJECT-COUNT * 100.
           COMPUTE WS-TOLERANCE-SCALED = WS-TOLERANCE * WS-RECEIVED.
           IF WS-RECEIVED > 0
               AND WS-REJECT-SCALED > WS-TOLERANCE-SCALED
               MOVE 'D' TO WS-DY-REASON (WS-DAY-SUB)
           ELSE
               MOVE 'V' TO WS-DY-REASON (WS-DAY-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TALLY-HISTORY - FOLD THE PARTONE AND PARTTWO HISTORY,
      *                       ARCHIVE FIRST AND THEN LIVE SO THE LAST
      *                       RECORD FOR A DAY IS ITS LATEST
      *****************************************************************
       2200-TALLY-HISTORY.
           MOVE 1 TO WS-HIST-SIDE.
           MOVE 'ARCHONE' TO WS-HIST-DDNAME.
           PERFORM 2250-READ-ONE-HISTORY-FILE THRU 2250-EXIT.
           MOVE 'HISTONE' TO WS-HIST-DDNAME.
           PERFORM 2250-READ-ONE-HISTORY-FILE THRU 2250-EXIT.
           MOVE 2 TO WS-HIST-SIDE.
           MOVE 'ARCHTWO' TO WS-HIST-DDNAME.
           PERFORM 2250-READ-ONE-HISTORY-FILE THRU 2250-EXIT.
           MOVE 'HISTTWO' TO WS-HIST-DDNAME.
           PERFORM 2250-READ-ONE-HISTORY-FILE THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2250-READ-ONE-HISTORY-FILE - READ ONE HISTORY DATASET. ONE
      *                               THAT CANNOT BE OPENED LEAVES
      *                               ITS SCORES OUT, AND A MISSING
      *                               PARTONE HISTORY ALSO STOPS THE
      *                               HISTORY RECONCILIATION.
      *****************************************************************
       2250-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HISTORYFILE.
           IF WS-HISTORYFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN ' WS-HIST-DDNAME
                   ' - ITS SCORES ARE NOT IN THIS CERTIFICATION'
               MOVE WS-HIST-DDNAME TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               IF WS-HIST-SIDE = 1
                   MOVE 'N' TO WS-HISTONE-READ-SW
               END-IF
               GO TO 2250-EXIT
           END-IF.
           PERFORM 2260-TALLY-ONE-HISTORY THRU 2260-EXIT
               UNTIL WS-HIST-EOF = 'Y'.
           CLOSE HISTORYFILE.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2260-TALLY-ONE-HISTORY - ONE DETAIL RECORD: THE DAY'S SCORE
      *                           ON ONE SIDE. THE CONSOLIDATED
      *                           SUMMARY RECORDS HISTARCH LEAVES
      *                           BEHIND ARE NOT RUNS AND ARE SKIPPED.
      *****************************************************************
       2260-TALLY-ONE-HISTORY.
           READ HISTORYFILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
                   GO TO 2260-EXIT
           END-READ.
           IF NOT HIST-DETAIL-REC
               OR HS-RUN-DATE NOT NUMERIC
               GO TO 2260-EXIT
           END-IF.
           MOVE HS-DIAL-ID TO WS-FIND-DIAL-ID.
           MOVE HS-RUN-DATE TO WS-FIND-DATE.
           PERFORM 6100-LOCATE-DAY THRU 6100-EXIT.
           IF WS-DAY-SUB = 0
               GO TO 2260-EXIT
           END-IF.
           IF WS-HIST-SIDE = 1
               ADD 1 TO WS-DY-HIST1-COUNT (WS-DAY-SUB)
               MOVE HS-FINAL-SCORE TO WS-DY-HIST1-SCORE (WS-DAY-SUB)
           ELSE
               ADD 1 TO WS-DY-HIST2-COUNT (WS-DAY-SUB)
               MOVE HS-FINAL-SCORE TO WS-DY-HIST2-SCORE (WS-DAY-SUB)
           END-IF.
       2260-EXIT.
           EXIT.

      *****************************************************************
      *  2400-TALLY-JOURNAL - COUNT THE ZERO-LANDING JOURNAL ENTRIES
      *                       PER DIAL PER FEED DATE. WITHOUT THE
      *                       JOURNAL THERE IS NOTHING TO RECONCILE
      *                       THE PUBLISHED SCORES TO.
      *****************************************************************
       2400-TALLY-JOURNAL.
           OPEN INPUT ZLJRNLFILE.
           IF WS-ZLJRNLFILE-STATUS NOT = '00'
               DISPLAY 'VLTCERT: UNABLE TO OPEN ZLJRNL - SCORES '
                   'CANNOT BE RECONCILED TO THE JOURNAL'
               MOVE 'ZLJRNL' TO WS-SKIP-DDNAME
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           SET ZLJRNL-WAS-READ TO TRUE.
           PERFORM 2450-TALLY-ONE-JOURNAL THRU 2450-EXIT
               UNTIL WS-ZLJRNL-EOF = 'Y'.
           CLOSE ZLJRNLFILE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-TALLY-ONE-JOURNAL - ONE ZERO LANDING
      *****************************************************************
       2450-TALLY-ONE-JOURNAL.
           READ ZLJRNLFILE
               AT END
                   MOVE 'Y' TO WS-ZLJRNL-EOF
                   GO TO 2450-EXIT
           END-READ.
           IF ZJ-RUN-DATE NOT NUMERIC
               GO TO 2450-EXIT
           END-IF.
           MOVE ZJ-DIAL-ID TO WS-FIND-DIAL-ID.
           MOVE ZJ-RUN-DATE TO WS-FIND-DATE.
           PERFORM 6100-LOCATE-DAY THRU 6100-EXIT.
           IF WS-DAY-SUB = 0
               GO TO 2450-EXIT
           END-IF.
           ADD 1 TO WS-DY-JOURNAL (WS-DAY-SUB).
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2600-TALLY-BACKOUTS - COUNT THE PARTONE HISTORY RECORDS AND
      *                        JOURNAL ENTRIES BACKOUTS REMOVED, PER
      *                        DIAL PER FEED DATE, SO A BACKED-OUT
      *                        SCORE STILL RECONCILES TO ITS REPORT
      *****************************************************************
       2600-TALLY-BACKOUTS.
           IF NOT BKOAUD-IS-AVAILABLE
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT BKOAUDFILE.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WS-BKOAUD-EOF.
           PERFORM 2650-TALLY-ONE-BACKOUT THRU 2650-EXIT
               UNTIL WS-BKOAUD-EOF = 'Y'.
           CLOSE BKOAUDFILE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2650-TALLY-ONE-BACKOUT - ONE BACKOUT BEFORE IMAGE
      *****************************************************************
       2650-TALLY-ONE-BACKOUT.
           READ BKOAUDFILE
               AT END
                   MOVE 'Y' TO WS-BKOAUD-EOF
                   GO TO 2650-EXIT
           END-READ.
           IF BA-FEED-DATE NOT NUMERIC
               GO TO 2650-EXIT
           END-IF.
           IF BA-SOURCE = 'HISTONE'
               MOVE BA-BEFORE-IMAGE TO WS-HIST-WORK
               MOVE HW-DIAL-ID TO WS-FIND-DIAL-ID
           ELSE
               IF BA-SOURCE = 'ZLJRNL'
                   MOVE BA-BEFORE-IMAGE TO WS-JRNL-WORK
                   MOVE JW-DIAL-ID TO WS-FIND-DIAL-ID
               ELSE
                   GO TO 2650-EXIT
               END-IF
           END-IF.
           MOVE BA-FEED-DATE TO WS-FIND-DATE.
           PERFORM 6100-LOCATE-DAY THRU 6100-EXIT.
           IF WS-DAY-SUB = 0
               GO TO 2650-EXIT
           END-IF.
           IF BA-SOURCE = 'HISTONE'
               ADD 1 TO WS-DY-BO-HIST1 (WS-DAY-SUB)
           ELSE
               ADD 1 TO WS-DY-BO-JOURNAL (WS-DAY-SUB)
           END-IF.
       2650-EXIT.
           EXIT.

      *****************************************************************
      *  2900-NOTE-SKIPPED-INPUT - AN INPUT COULD NOT BE READ; EVERY
      *                            VAULT'S ATTESTATION NAMES IT
      *****************************************************************
       2900-NOTE-SKIPPED-INPUT.
           ADD 1 TO WS-SKIPPED-INPUTS.
           IF WS-SKIPPED-INPUTS NOT > 10
               MOVE WS-SKIP-DDNAME
                   TO WS-SKIPPED-DDNAME (WS-SKIPPED-INPUTS)
           END-IF.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CERTIFY-VAULTS - ONE CERTIFICATION PER SELECTED VAULT
      *****************************************************************
       3000-CERTIFY-VAULTS.
           PERFORM 3100-CERTIFY-ONE-VAULT THRU 3100-EXIT
               VARYING WS-CUR-VAULT-SUB FROM 1 BY 1
               UNTIL WS-CUR-VAULT-SUB > WS-VAULT-ENTRIES
               OR RETURN-CODE >= 16.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CERTIFY-ONE-VAULT - PRINT EVERY SECTION OF ONE VAULT'S
      *                           CERTIFICATION, GATHERING ITS
      *                           UNRECONCILED ITEMS FOR THE CLOSING
      *                           ATTESTATION
      *****************************************************************
       3100-CERTIFY-ONE-VAULT.
           IF NOT VAULT-IS-SELECTED (WS-CUR-VAULT-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE 0 TO WS-VA-DIAL-DAYS.
           MOVE 0 TO WS-VA-PUBLISHED.
           MOVE 0 TO WS-VA-DIAL-WH.
           MOVE 0 TO WS-VA-VAULT-WH.
           MOVE 0 TO WS-VA-SCORE-TOTAL.
           MOVE 0 TO WS-VA-JOURNAL-TOTAL.
           MOVE 0 TO WS-VA-BACKED-OUT-TOTAL.
           MOVE 0 TO WS-VA-CHANGES.
           MOVE 0 TO WS-VA-CKPT-DELETES.
           MOVE 0 TO WS-VA-OVERRIDES.
           MOVE 0 TO WS-VA-BACKOUTS.
           MOVE 0 TO WS-EXCEPTION-ENTRIES.
           DISPLAY ' '.
           DISPLAY '***************************************************'
               '*************'.
           DISPLAY 'VAULT ' WS-VT-VAULT-ID (WS-CUR-VAULT-SUB)
               ' - PERIOD-END CERTIFICATION FOR FEEDS DATED '
               WS-FROM-DATE ' THRU ' WS-TO-DATE.
           DISPLAY 'PREPARED ' WS-RUN-DATE ' - '
               WS-VT-DIAL-COUNT (WS-CUR-VAULT-SUB) ' DIAL(S) IN VAULT'.
           DISPLAY '***************************************************'
               '*************'.
           PERFORM 3200-PRINT-SCORES THRU 3200-EXIT.
           PERFORM 3300-PRINT-WITHHELD THRU 3300-EXIT.
           PERFORM 3400-PRINT-JOURNAL THRU 3400-EXIT.
           PERFORM 3500-PRINT-CHANGES THRU 3500-EXIT.
           PERFORM 3600-PRINT-DELETIONS THRU 3600-EXIT.
           PERFORM 3700-PRINT-OVERRIDES THRU 3700-EXIT.
           PERFORM 3800-PRINT-BACKOUTS THRU 3800-EXIT.
           PERFORM 3900-PRINT-ATTESTATION THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-PRINT-SCORES - SECTION 1: EVERY DAY EACH DIAL OF THE
      *                      VAULT HAS A REPORT, HISTORY, JOURNAL OR
      *                      BACKOUT RECORD FOR
      *****************************************************************
       3200-PRINT-SCORES.
           DISPLAY ' '.
           DISPLAY '1. DAILY SCORES FROM LIVE AND ARCHIVED HISTORY'.
           DISPLAY '   DIAL     FEED DATE  STATUS       PARTONE   '
               'PARTTWO   LANDINGS  RECONCILED'.
           PERFORM 3210-SCORES-ONE-DIAL THRU 3210-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
           IF WS-VA-DIAL-DAYS = 0
               DISPLAY '   NO SCORING ACTIVITY DATED IN THE PERIOD'
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-SCORES-ONE-DIAL - ONE DIAL'S DAYS, IF IT IS THE VAULT'S
      *****************************************************************
       3210-SCORES-ONE-DIAL.
           IF WS-DL-VAULT-SUB (WS-DIAL-SUB) NOT = WS-CUR-VAULT-SUB
               GO TO 3210-EXIT
           END-IF.
           PERFORM 3220-SCORES-ONE-DAY THRU 3220-EXIT
               VARYING WS-DAY-NUMBER FROM 0 BY 1
               UNTIL WS-DAY-NUMBER >= WS-DAY-COUNT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3220-SCORES-ONE-DAY - PRINT AND SUMMARIZE ONE DIAL'S DAY,
      *                        AND HOLD WHATEVER DOES NOT RECONCILE
      *****************************************************************
       3220-SCORES-ONE-DAY.
           COMPUTE WS-DAY-SUB =
               WS-DL-ROW-BASE (WS-DIAL-SUB) + WS-DAY-NUMBER.
           PERFORM 6200-CHECK-DAY-ACTIVE THRU 6200-EXIT.
           IF NOT DAY-HAS-ACTIVITY
               GO TO 3220-EXIT
           END-IF.
           COMPUTE WS-FIND-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FROM-INTEGER + WS-DAY-NUMBER).
           PERFORM 7000-CHECK-ONE-DAY THRU 7000-EXIT.
           ADD 1 TO WS-VA-DIAL-DAYS.
           IF DAY-IS-PUBLISHED
               ADD 1 TO WS-VA-PUBLISHED
           END-IF.
           ADD WS-DY-SCORE-TOTAL (WS-DAY-SUB) TO WS-VA-SCORE-TOTAL.
           ADD WS-DY-JOURNAL (WS-DAY-SUB) TO WS-VA-JOURNAL-TOTAL.
           ADD WS-DY-BO-JOURNAL (WS-DAY-SUB)
               TO WS-VA-BACKED-OUT-TOTAL.
           IF WS-DY-HIST1-COUNT (WS-DAY-SUB) > 0
               MOVE WS-DY-HIST1-SCORE (WS-DAY-SUB)
                   TO WS-SCORE-ONE-TEXT
           ELSE
               MOVE '        -' TO WS-SCORE-ONE-TEXT
           END-IF.
           IF WS-DY-HIST2-COUNT (WS-DAY-SUB) > 0
               MOVE WS-DY-HIST2-SCORE (WS-DAY-SUB)
                   TO WS-SCORE-TWO-TEXT
           ELSE
               MOVE '        -' TO WS-SCORE-TWO-TEXT
           END-IF.
           IF DAY-RECONCILES
               MOVE 'YES' TO WS-RECONCILED-TEXT
           ELSE
               MOVE 'NO ' TO WS-RECONCILED-TEXT
               PERFORM 7100-ADD-DAY-EXCEPTIONS THRU 7100-EXIT
           END-IF.
           DISPLAY '   ' WS-DL-DIAL-ID (WS-DIAL-SUB) ' ' WS-FIND-DATE
               '   ' WS-STATUS-TEXT ' ' WS-SCORE-ONE-TEXT ' '
               WS-SCORE-TWO-TEXT ' ' WS-DY-JOURNAL (WS-DAY-SUB) '  '
               WS-RECONCILED-TEXT.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-DAY-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE WS-DL-DIAL-ID (WS-DIAL-SUB) TO VC-DIAL-ID.
           MOVE WS-FIND-DATE TO VC-FEED-DATE.
           MOVE WS-DAY-STATUS TO VC-DAY-STATUS.
           IF DAY-IS-WITHHELD
               MOVE WS-DY-REASON (WS-DAY-SUB) TO VC-WITHHELD-BY
           END-IF.
           MOVE WS-DY-HIST1-SCORE (WS-DAY-SUB) TO VC-SCORE-ONE.
           MOVE WS-DY-HIST2-SCORE (WS-DAY-SUB) TO VC-SCORE-TWO.
           MOVE WS-DY-SCORE (WS-DAY-SUB) TO VC-REPORTED-SCORE.
           MOVE WS-DY-RUNS (WS-DAY-SUB) TO VC-PUBLISHED-RUNS.
           MOVE WS-DY-WITHHELD (WS-DAY-SUB) TO VC-WITHHELD-RUNS.
           MOVE WS-DY-SCORE-TOTAL (WS-DAY-SUB) TO VC-PUBLISHED-TOTAL.
           MOVE WS-DY-HIST1-COUNT (WS-DAY-SUB) TO VC-HISTORY-COUNT.
           MOVE WS-DY-JOURNAL (WS-DAY-SUB) TO VC-JOURNAL-COUNT.
           MOVE WS-DY-BO-JOURNAL (WS-DAY-SUB)
               TO VC-BACKED-OUT-JOURNAL.
           MOVE WS-DY-BO-HIST1 (WS-DAY-SUB) TO VC-BACKED-OUT-HISTORY.
           MOVE WS-DY-RECEIVED (WS-DAY-SUB) TO VC-RECEIVED-COUNT.
           MOVE WS-DY-REJECTS (WS-DAY-SUB) TO VC-REJECT-COUNT.
           MOVE WS-DY-TOLERANCE (WS-DAY-SUB) TO VC-TOLERANCE.
           MOVE WS-DAY-OK-SW TO VC-DAY-RECONCILED.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3300-PRINT-WITHHELD - SECTION 2: EVERY DAY A SCORE WAS
      *                        WITHHELD, BY WHICH BREAKER AND WHY
      *****************************************************************
       3300-PRINT-WITHHELD.
           DISPLAY ' '.
           DISPLAY '2. DAYS WITHHELD BY THE DIAL OR VAULT REJECT '
               'BREAKER'.
           DISPLAY '   DIAL     FEED DATE  BREAKER  REASON'.
           PERFORM 3310-WITHHELD-ONE-DIAL THRU 3310-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
           IF WS-VA-DIAL-WH = 0
               AND WS-VA-VAULT-WH = 0
               DISPLAY '   NO SCORE WITHHELD IN THE PERIOD'
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3310-WITHHELD-ONE-DIAL - ONE DIAL'S WITHHELD DAYS
      *****************************************************************
       3310-WITHHELD-ONE-DIAL.
           IF WS-DL-VAULT-SUB (WS-DIAL-SUB) NOT = WS-CUR-VAULT-SUB
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3320-WITHHELD-ONE-DAY THRU 3320-EXIT
               VARYING WS-DAY-NUMBER FROM 0 BY 1
               UNTIL WS-DAY-NUMBER >= WS-DAY-COUNT.
       3310-EXIT.
           EXIT.

      *****************************************************************
      *  3320-WITHHELD-ONE-DAY - ONE WITHHELD DAY AND ITS REASON. THE
      *                          DIAL BREAKER TRIPS ON THE DIAL'S OWN
      *                          REJECT RATE; THE VAULT BREAKER
      *                          WITHHOLDS A DIAL THAT WAS WITHIN ITS
      *                          TOLERANCE BECAUSE MOST OF ITS VAULT
      *                          WAS NOT.
      *****************************************************************
       3320-WITHHELD-ONE-DAY.
           COMPUTE WS-DAY-SUB =
               WS-DL-ROW-BASE (WS-DIAL-SUB) + WS-DAY-NUMBER.
           IF WS-DY-LAST-STATUS (WS-DAY-SUB) NOT = 'W'
               GO TO 3320-EXIT
           END-IF.
           COMPUTE WS-FIND-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FROM-INTEGER + WS-DAY-NUMBER).
           IF WS-DY-REASON (WS-DAY-SUB) = 'D'
               ADD 1 TO WS-VA-DIAL-WH
               DISPLAY '   ' WS-DL-DIAL-ID (WS-DIAL-SUB) ' '
                   WS-FIND-DATE '   DIAL     '
                   WS-DY-REJECTS (WS-DAY-SUB) ' OF '
                   WS-DY-RECEIVED (WS-DAY-SUB) ' RECORD(S) REJECTED '
                   'EXCEEDS TOLERANCE ' WS-DY-TOLERANCE (WS-DAY-SUB)
                   ' PCT'
           ELSE
               ADD 1 TO WS-VA-VAULT-WH
               DISPLAY '   ' WS-DL-DIAL-ID (WS-DIAL-SUB) ' '
                   WS-FIND-DATE '   VAULT    '
                   'VAULT BREAKER TRIPPED - DIAL REJECTED '
                   WS-DY-REJECTS (WS-DAY-SUB) ' OF '
                   WS-DY-RECEIVED (WS-DAY-SUB) ', WITHIN '
                   WS-DY-TOLERANCE (WS-DAY-SUB) ' PCT'
           END-IF.
       3320-EXIT.
           EXIT.

      *****************************************************************
      *  3400-PRINT-JOURNAL - SECTION 3: EACH DIAL'S ZERO-LANDING
      *                       JOURNAL RECONCILED TO THE SCORES PARTONE
      *                       PUBLISHED OVER THE PERIOD
      *****************************************************************
       3400-PRINT-JOURNAL.
           DISPLAY ' '.
           DISPLAY '3. ZERO-LANDING JOURNAL RECONCILED TO PUBLISHED '
               'SCORES'.
           IF NOT ZLJRNL-WAS-READ
               DISPLAY '   ZLJRNL COULD NOT BE READ - NOT RECONCILED'
               GO TO 3400-EXIT
           END-IF.
           DISPLAY '   DIAL     DAYS       PUBLISHED SCORES  '
               'JOURNAL LANDINGS  BACKED OUT    DIFFERENCE'.
           PERFORM 3410-JOURNAL-ONE-DIAL THRU 3410-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
           COMPUTE WS-DT-DIFFERENCE = WS-VA-SCORE-TOTAL
               - WS-VA-JOURNAL-TOTAL - WS-VA-BACKED-OUT-TOTAL.
           MOVE WS-DT-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           DISPLAY '   VAULT    ' WS-VA-DIAL-DAYS '    '
               WS-VA-SCORE-TOTAL '      ' WS-VA-JOURNAL-TOTAL '  '
               WS-VA-BACKED-OUT-TOTAL ' ' WS-DIFFERENCE-EDIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3410-JOURNAL-ONE-DIAL - ONE DIAL'S TOTALS OVER THE PERIOD
      *****************************************************************
       3410-JOURNAL-ONE-DIAL.
           IF WS-DL-VAULT-SUB (WS-DIAL-SUB) NOT = WS-CUR-VAULT-SUB
               GO TO 3410-EXIT
           END-IF.
           MOVE 0 TO WS-DT-DAYS.
           MOVE 0 TO WS-DT-SCORE-TOTAL.
           MOVE 0 TO WS-DT-JOURNAL.
           MOVE 0 TO WS-DT-BACKED-OUT.
           PERFORM 3420-JOURNAL-ONE-DAY THRU 3420-EXIT
               VARYING WS-DAY-NUMBER FROM 0 BY 1
               UNTIL WS-DAY-NUMBER >= WS-DAY-COUNT.
           IF WS-DT-DAYS = 0
               GO TO 3410-EXIT
           END-IF.
           COMPUTE WS-DT-DIFFERENCE = WS-DT-SCORE-TOTAL
               - WS-DT-JOURNAL - WS-DT-BACKED-OUT.
           MOVE WS-DT-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           DISPLAY '   ' WS-DL-DIAL-ID (WS-DIAL-SUB) ' ' WS-DT-DAYS
               '    ' WS-DT-SCORE-TOTAL '      ' WS-DT-JOURNAL '  '
               WS-DT-BACKED-OUT ' ' WS-DIFFERENCE-EDIT.
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  3420-JOURNAL-ONE-DAY - ADD ONE DAY TO THE DIAL'S TOTALS
      *****************************************************************
       3420-JOURNAL-ONE-DAY.
           COMPUTE WS-DAY-SUB =
               WS-DL-ROW-BASE (WS-DIAL-SUB) + WS-DAY-NUMBER.
           PERFORM 6200-CHECK-DAY-ACTIVE THRU 6200-EXIT.
           IF NOT DAY-HAS-ACTIVITY
               GO TO 3420-EXIT
           END-IF.
           ADD 1 TO WS-DT-DAYS.
           ADD WS-DY-SCORE-TOTAL (WS-DAY-SUB) TO WS-DT-SCORE-TOTAL.
           ADD WS-DY-JOURNAL (WS-DAY-SUB) TO WS-DT-JOURNAL.
           ADD WS-DY-BO-JOURNAL (WS-DAY-SUB) TO WS-DT-BACKED-OUT.
       3420-EXIT.
           EXIT.

      *****************************************************************
      *  3500-PRINT-CHANGES - SECTION 4: EVERY DIAL CONTROL CHANGE
      *                       APPLIED IN THE PERIOD TO A DIAL OF THE
      *                       VAULT, WITH BOTH USERS AND THE RECORD
      *                       BEFORE AND AFTER
      *****************************************************************
       3500-PRINT-CHANGES.
           DISPLAY ' '.
           DISPLAY '4. DIAL CONTROL CHANGES'.
           IF NOT DIALAUD-IS-AVAILABLE
               DISPLAY '   DIALAUD COULD NOT BE READ'
               GO TO 3500-EXIT
           END-IF.
           OPEN INPUT DIALAUDFILE.
           IF WS-DIALAUDFILE-STATUS NOT = '00'
               DISPLAY '   DIALAUD COULD NOT BE READ'
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-DIALAUD-EOF.
           PERFORM 3550-CHANGE-ONE-RECORD THRU 3550-EXIT
               UNTIL WS-DIALAUD-EOF = 'Y'.
           CLOSE DIALAUDFILE.
           IF WS-VA-CHANGES = 0
               DISPLAY '   NO DIAL CONTROL CHANGES IN THE PERIOD'
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3550-CHANGE-ONE-RECORD - ONE DIAL CONTROL AUDIT RECORD. THE
      *                           CHANGE IS THE VAULT'S WHEN EITHER
      *                           IMAGE PUTS THE DIAL IN IT (AN ADD
      *                           HAS NO BEFORE IMAGE, A DELETE NO
      *                           AFTER IMAGE).
      *****************************************************************
       3550-CHANGE-ONE-RECORD.
           READ DIALAUDFILE
               AT END
                   MOVE 'Y' TO WS-DIALAUD-EOF
                   GO TO 3550-EXIT
           END-READ.
           IF AU-DATE NOT NUMERIC
               OR AU-DATE < WS-FROM-DATE
               OR AU-DATE > WS-TO-DATE
               GO TO 3550-EXIT
           END-IF.
           MOVE 'N' TO WS-VAULT-MATCH-SW.
           MOVE AU-BEFORE-IMAGE TO WS-DIAL-WORK.
           PERFORM 3570-CHECK-IMAGE-VAULT THRU 3570-EXIT.
           MOVE AU-AFTER-IMAGE TO WS-DIAL-WORK.
           PERFORM 3570-CHECK-IMAGE-VAULT THRU 3570-EXIT.
           IF NOT ITEM-IS-IN-VAULT
               GO TO 3550-EXIT
           END-IF.
           ADD 1 TO WS-VA-CHANGES.
           SET ITEM-IS-RECONCILED TO TRUE.
           IF AU-APPROVER-ID = SPACES
               OR AU-APPROVER-ID = AU-USER-ID
               MOVE 'N' TO WS-ITEM-OK-SW
           END-IF.
           DISPLAY '   ' AU-DATE ' ' AU-TIME ' ' AU-ACTION ' DIAL '
               AU-DIAL-ID ' REQUESTED BY ' AU-USER-ID
               ' APPROVED BY ' AU-APPROVER-ID.
           MOVE 'BEFORE:' TO WS-IMAGE-LABEL.
           MOVE AU-BEFORE-IMAGE TO WS-DIAL-WORK.
           PERFORM 3560-SHOW-DIAL-IMAGE THRU 3560-EXIT.
           MOVE 'AFTER:' TO WS-IMAGE-LABEL.
           MOVE AU-AFTER-IMAGE TO WS-DIAL-WORK.
           PERFORM 3560-SHOW-DIAL-IMAGE THRU 3560-EXIT.
           IF NOT ITEM-IS-RECONCILED
               DISPLAY '     *** NO APPROVER OTHER THAN THE '
                   'REQUESTER ***'
               MOVE AU-DIAL-ID TO WS-NX-DIAL-ID
               MOVE AU-DATE TO WS-NX-DATE
               MOVE 'CHANGE' TO WS-NX-KIND
               MOVE AU-ACTION TO WS-AD-ACTION
               MOVE AU-TIME TO WS-AD-TIME
               MOVE AU-USER-ID TO WS-AD-USER-ID
               MOVE WS-APPROVAL-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-CHANGE-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE AU-DATE TO VC-CH-DATE.
           MOVE AU-TIME TO VC-CH-TIME.
           MOVE AU-USER-ID TO VC-CH-USER-ID.
           MOVE AU-APPROVER-ID TO VC-CH-APPROVER-ID.
           MOVE AU-ACTION TO VC-CH-ACTION.
           MOVE AU-DIAL-ID TO VC-CH-DIAL-ID.
           MOVE AU-BEFORE-IMAGE TO VC-CH-BEFORE-IMAGE.
           MOVE AU-AFTER-IMAGE TO VC-CH-AFTER-IMAGE.
           MOVE WS-ITEM-OK-SW TO VC-CH-RECONCILED.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3550-EXIT.
           EXIT.

      *****************************************************************
      *  3560-SHOW-DIAL-IMAGE - PRINT ONE DIAL CONTROL IMAGE UNDER
      *                         ITS LABEL
      *****************************************************************
       3560-SHOW-DIAL-IMAGE.
           IF WS-DIAL-WORK = SPACES
               DISPLAY '     ' WS-IMAGE-LABEL ' (NONE)'
               GO TO 3560-EXIT
           END-IF.
           IF DW-START-STATE IS NUMERIC
               MOVE DW-START-STATE TO WS-STATE-EDIT
           ELSE
               MOVE 0 TO WS-STATE-EDIT
           END-IF.
           DISPLAY '     ' WS-IMAGE-LABEL ' FEED ' DW-INPUT-FILE
               ' VAULT ' DW-VAULT-ID ' EFFECTIVE ' DW-EFFECTIVE-DATE
               ' STATUS ' DW-VERSION-STATUS.
           DISPLAY '              START ' WS-STATE-EDIT ' SIZE '
               DW-DIAL-SIZE ' TOLERANCE ' DW-REJECT-TOLERANCE
               ' TARGET ' DW-TARGET-POS ' MODE ' DW-START-MODE.
       3560-EXIT.
           EXIT.

      *****************************************************************
      *  3570-CHECK-IMAGE-VAULT - NOTE WHETHER A DIAL CONTROL IMAGE
      *                           PUTS ITS DIAL IN THE CURRENT VAULT
      *****************************************************************
       3570-CHECK-IMAGE-VAULT.
           IF WS-DIAL-WORK NOT = SPACES
               AND DW-VAULT-ID = WS-VT-VAULT-ID (WS-CUR-VAULT-SUB)
               SET ITEM-IS-IN-VAULT TO TRUE
           END-IF.
       3570-EXIT.
           EXIT.

      *****************************************************************
      *  3600-PRINT-DELETIONS - SECTION 5: EVERY CHECKPOINT DELETED
      *                         IN THE PERIOD FOR A DIAL OF THE
      *                         VAULT, WITH BOTH USERS AND THE
      *                         CHECKPOINT AS IT STOOD
      *****************************************************************
       3600-PRINT-DELETIONS.
           DISPLAY ' '.
           DISPLAY '5. CHECKPOINT DELETIONS'.
           IF NOT CKPTAUD-IS-AVAILABLE
               DISPLAY '   CKPTAUD COULD NOT BE READ'
               GO TO 3600-EXIT
           END-IF.
           OPEN INPUT CKPTAUDFILE.
           IF WS-CKPTAUDFILE-STATUS NOT = '00'
               DISPLAY '   CKPTAUD COULD NOT BE READ'
               GO TO 3600-EXIT
           END-IF.
           MOVE 'N' TO WS-CKPTAUD-EOF.
           PERFORM 3650-DELETION-ONE-RECORD THRU 3650-EXIT
               UNTIL WS-CKPTAUD-EOF = 'Y'.
           CLOSE CKPTAUDFILE.
           IF WS-VA-CKPT-DELETES = 0
               DISPLAY '   NO CHECKPOINT DELETIONS IN THE PERIOD'
           END-IF.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3650-DELETION-ONE-RECORD - ONE CHECKPOINT AUDIT RECORD
      *****************************************************************
       3650-DELETION-ONE-RECORD.
           READ CKPTAUDFILE
               AT END
                   MOVE 'Y' TO WS-CKPTAUD-EOF
                   GO TO 3650-EXIT
           END-READ.
           IF CA-DATE NOT NUMERIC
               OR CA-DATE < WS-FROM-DATE
               OR CA-DATE > WS-TO-DATE
               GO TO 3650-EXIT
           END-IF.
           MOVE CA-DIAL-ID TO WS-FIND-DIAL-ID.
           PERFORM 6050-FIND-DIAL THRU 6050-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               GO TO 3650-EXIT
           END-IF.
           IF WS-DL-VAULT-SUB (WS-DIAL-MATCH-SUB)
               NOT = WS-CUR-VAULT-SUB
               GO TO 3650-EXIT
           END-IF.
           ADD 1 TO WS-VA-CKPT-DELETES.
           SET ITEM-IS-RECONCILED TO TRUE.
           IF CA-APPROVER-ID = SPACES
               OR CA-APPROVER-ID = CA-USER-ID
               MOVE 'N' TO WS-ITEM-OK-SW
           END-IF.
           DISPLAY '   ' CA-DATE ' ' CA-TIME ' ' CA-ACTION ' DIAL '
               CA-DIAL-ID ' REQUESTED BY ' CA-USER-ID
               ' APPROVED BY ' CA-APPROVER-ID.
           MOVE CA-BEFORE-IMAGE TO WS-CKPT-WORK.
           IF WS-CKPT-WORK = SPACES
               DISPLAY '     BEFORE: (NONE)'
           ELSE
               IF CW-STATE IS NUMERIC
                   MOVE CW-STATE TO WS-STATE-EDIT
               ELSE
                   MOVE 0 TO WS-STATE-EDIT
               END-IF
               DISPLAY '     BEFORE: RECORDS ' CW-RECORD-COUNT
                   ' STATE ' WS-STATE-EDIT ' SCORE ' CW-SCORE
                   ' REJECTS ' CW-REJECT-COUNT
               DISPLAY '             CHECKPOINTED ' CW-CKPT-DATE
                   ' FEED DATE ' CW-FEED-DATE
           END-IF.
           DISPLAY '     AFTER:  (CHECKPOINT DELETED)'.
           IF NOT ITEM-IS-RECONCILED
               DISPLAY '     *** NO APPROVER OTHER THAN THE '
                   'REQUESTER ***'
               MOVE CA-DIAL-ID TO WS-NX-DIAL-ID
               MOVE CA-DATE TO WS-NX-DATE
               MOVE 'CKPTDEL' TO WS-NX-KIND
               MOVE CA-ACTION TO WS-AD-ACTION
               MOVE CA-TIME TO WS-AD-TIME
               MOVE CA-USER-ID TO WS-AD-USER-ID
               MOVE WS-APPROVAL-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-CKPT-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE CA-DATE TO VC-CK-DATE.
           MOVE CA-TIME TO VC-CK-TIME.
           MOVE CA-USER-ID TO VC-CK-USER-ID.
           MOVE CA-APPROVER-ID TO VC-CK-APPROVER-ID.
           MOVE CA-ACTION TO VC-CK-ACTION.
           MOVE CA-DIAL-ID TO VC-CK-DIAL-ID.
           MOVE CA-BEFORE-IMAGE TO VC-CK-BEFORE-IMAGE.
           MOVE WS-ITEM-OK-SW TO VC-CK-RECONCILED.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3650-EXIT.
           EXIT.

      *****************************************************************
      *  3700-PRINT-OVERRIDES - SECTION 6: EVERY DUPLICATE-FEED
      *                         OVERRIDE REQUEST FOR ONE OF THE
      *                         VAULT'S FEEDS THAT WAS FILED, DECIDED
      *                         OR USED IN THE PERIOD
      *****************************************************************
       3700-PRINT-OVERRIDES.
           DISPLAY ' '.
           DISPLAY '6. DUPLICATE-FEED OVERRIDES'.
           IF NOT PENDREQ-IS-AVAILABLE
               DISPLAY '   PENDREQ COULD NOT BE READ'
               GO TO 3700-EXIT
           END-IF.
           OPEN INPUT PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY '   PENDREQ COULD NOT BE READ'
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3760-START-OVERRIDES THRU 3760-EXIT.
           PERFORM 3750-OVERRIDE-ONE-REQUEST THRU 3750-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
           CLOSE PENDREQFILE.
           IF WS-VA-OVERRIDES = 0
               DISPLAY '   NO DUPLICATE-FEED OVERRIDES IN THE PERIOD'
           END-IF.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  3750-OVERRIDE-ONE-REQUEST - ONE OVERRIDE REQUEST. ONE THAT
      *                              IS APPROVED BUT NOT YET USED
      *                              LEAVES THE DUPLICATE GUARD OPEN
      *                              FOR ITS FEED AND DOES NOT
      *                              RECONCILE; SO DOES ONE USED
      *                              WITHOUT AN APPROVER OTHER THAN
      *                              ITS REQUESTER.
      *****************************************************************
       3750-OVERRIDE-ONE-REQUEST.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 3750-EXIT
           END-READ.
           IF NOT PR-TYPE-FOVR
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 3750-EXIT
           END-IF.
           IF PR-REQ-DATE < WS-FROM-DATE
               OR PR-REQ-DATE > WS-TO-DATE
               IF PR-DECIDED-DATE NOT NUMERIC
                   OR PR-DECIDED-DATE < WS-FROM-DATE
                   OR PR-DECIDED-DATE > WS-TO-DATE
                   IF PR-APPLIED-DATE NOT NUMERIC
                       OR PR-APPLIED-DATE < WS-FROM-DATE
                       OR PR-APPLIED-DATE > WS-TO-DATE
                       GO TO 3750-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE PR-OV-FEED-NAME TO WS-FIND-FEED-NAME.
           PERFORM 6300-MATCH-FEED-TO-VAULT THRU 6300-EXIT.
           IF NOT ITEM-IS-IN-VAULT
               GO TO 3750-EXIT
           END-IF.
           ADD 1 TO WS-VA-OVERRIDES.
           SET ITEM-IS-RECONCILED TO TRUE.
           MOVE SPACES TO WS-OD-TEXT.
           IF PR-IS-APPROVED
               MOVE 'N' TO WS-ITEM-OK-SW
               MOVE 'APPROVED BUT NOT YET USED' TO WS-OD-TEXT
           END-IF.
           IF PR-IS-APPLIED
               AND (PR-APPROVER-ID = SPACES
                   OR PR-APPROVER-ID = PR-REQUESTER-ID)
               MOVE 'N' TO WS-ITEM-OK-SW
               MOVE 'USED WITHOUT A SECOND USER' TO WS-OD-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN PR-IS-PENDING
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               WHEN PR-IS-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-TEXT
               WHEN PR-IS-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-TEXT
               WHEN PR-IS-EXPIRED
                   MOVE 'EXPIRED' TO WS-STATUS-TEXT
               WHEN PR-IS-APPLIED
                   MOVE 'USED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.
           PERFORM 3770-SHOW-REGISTRY THRU 3770-EXIT.
           DISPLAY '   ' PR-REQUEST-ID ' ' WS-STATUS-TEXT ' FEED '
               PR-OV-FEED-NAME.
           DISPLAY '     REQUESTED BY ' PR-REQUESTER-ID ' ON '
               PR-REQ-DATE ' APPROVER ' PR-APPROVER-ID ' DECIDED '
               PR-DECIDED-DATE ' USED ' PR-APPLIED-DATE.
           DISPLAY '     REASON: ' PR-REASON.
           DISPLAY '     REGISTRY: ' WS-REGISTRY-TEXT.
           IF NOT ITEM-IS-RECONCILED
               DISPLAY '     *** ' WS-OD-TEXT ' ***'
               MOVE SPACES TO WS-NX-DIAL-ID
               MOVE PR-REQ-DATE TO WS-NX-DATE
               MOVE 'OVERRIDE' TO WS-NX-KIND
               MOVE PR-REQUEST-ID TO WS-OD-REQUEST-ID
               MOVE WS-OVERRIDE-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-OVERRIDE-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE PR-REQUEST-ID TO VC-OV-REQUEST-ID.
           MOVE PR-STATUS TO VC-OV-STATUS.
           MOVE PR-REQUESTER-ID TO VC-OV-REQUESTER-ID.
           MOVE PR-APPROVER-ID TO VC-OV-APPROVER-ID.
           MOVE 0 TO VC-OV-DECIDED-DATE.
           IF PR-DECIDED-DATE IS NUMERIC
               MOVE PR-DECIDED-DATE TO VC-OV-DECIDED-DATE
           END-IF.
           MOVE 0 TO VC-OV-APPLIED-DATE.
           IF PR-APPLIED-DATE IS NUMERIC
               MOVE PR-APPLIED-DATE TO VC-OV-APPLIED-DATE
           END-IF.
           MOVE PR-OV-FEED-NAME TO VC-OV-FEED-NAME.
           MOVE PR-REASON TO VC-OV-REASON.
           MOVE 0 TO VC-OV-SCORED-DATE.
           IF NOT FEEDREGFILE-IS-OPEN
               MOVE '?' TO VC-OV-REGISTRY
           ELSE
               IF WS-FEEDREGFILE-STATUS NOT = '00'
                   MOVE 'N' TO VC-OV-REGISTRY
               ELSE
                   MOVE FG-STATUS TO VC-OV-REGISTRY
                   IF FG-SCORED-DATE IS NUMERIC
                       MOVE FG-SCORED-DATE TO VC-OV-SCORED-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ITEM-OK-SW TO VC-OV-RECONCILED.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3750-EXIT.
           EXIT.

      *****************************************************************
      *  3760-START-OVERRIDES - POSITION THE PENDING REQUEST FILE AT
      *                         THE FIRST RE-SCORE OVERRIDE REQUEST
      *****************************************************************
       3760-START-OVERRIDES.
           MOVE 'N' TO WS-PENDREQ-EOF.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           SET PR-TYPE-FOVR TO TRUE.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
       3760-EXIT.
           EXIT.

      *****************************************************************
      *  3770-SHOW-REGISTRY - LOOK THE OVERRIDE'S FEED UP IN THE FEED
      *                       REGISTRY: WHEN IT LAST PASSED TO
      *                       SCORING, OR THAT IT FAILED OR WAS
      *                       BACKED OUT
      *****************************************************************
       3770-SHOW-REGISTRY.
           IF NOT FEEDREGFILE-IS-OPEN
               MOVE 'FEEDREG NOT AVAILABLE' TO WS-REGISTRY-TEXT
               GO TO 3770-EXIT
           END-IF.
           MOVE PR-OV-FEED-NAME TO FG-FEED-NAME.
           READ FEEDREGFILE
               INVALID KEY
                   MOVE 'NOT REGISTERED' TO WS-REGISTRY-TEXT
                   GO TO 3770-EXIT
           END-READ.
           MOVE SPACES TO WS-REGISTRY-TEXT.
           EVALUATE TRUE
               WHEN FEED-REG-PASSED
                   MOVE 'PASSED TO SCORING' TO WS-REGISTRY-TEXT
               WHEN FEED-REG-FAILED
                   MOVE 'FAILED VALIDATION' TO WS-REGISTRY-TEXT
               WHEN FEED-REG-BACKED-OUT
                   MOVE 'BACKED OUT' TO WS-REGISTRY-TEXT
               WHEN OTHER
                   MOVE 'STATUS UNKNOWN' TO WS-REGISTRY-TEXT
           END-EVALUATE.
           MOVE ' ON ' TO WS-REGISTRY-TEXT (18:4).
           MOVE FG-SCORED-DATE TO WS-REGISTRY-TEXT (22:8).
       3770-EXIT.
           EXIT.

      *****************************************************************
      *  3800-PRINT-BACKOUTS - SECTION 7: EVERY HISTORY RECORD A
      *                        BACKOUT REMOVED FOR A DIAL OF THE
      *                        VAULT AND A FEED DATE IN THE PERIOD.
      *                        THE JOURNAL ENTRIES REMOVED WITH THEM
      *                        ARE IN THE RECONCILIATION.
      *****************************************************************
       3800-PRINT-BACKOUTS.
           DISPLAY ' '.
           DISPLAY '7. SCORES BACKED OUT'.
           IF NOT BKOAUD-IS-AVAILABLE
               DISPLAY '   BKOAUD COULD NOT BE READ'
               GO TO 3800-EXIT
           END-IF.
           OPEN INPUT BKOAUDFILE.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               DISPLAY '   BKOAUD COULD NOT BE READ'
               GO TO 3800-EXIT
           END-IF.
           MOVE 'N' TO WS-BKOAUD-EOF.
           PERFORM 3850-BACKOUT-ONE-RECORD THRU 3850-EXIT
               UNTIL WS-BKOAUD-EOF = 'Y'.
           CLOSE BKOAUDFILE.
           IF WS-VA-BACKOUTS = 0
               DISPLAY '   NO SCORES BACKED OUT FOR THE PERIOD'
           END-IF.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *  3850-BACKOUT-ONE-RECORD - ONE HISTORY BEFORE IMAGE
      *****************************************************************
       3850-BACKOUT-ONE-RECORD.
           READ BKOAUDFILE
               AT END
                   MOVE 'Y' TO WS-BKOAUD-EOF
                   GO TO 3850-EXIT
           END-READ.
           IF BA-SOURCE NOT = 'HISTONE'
               AND BA-SOURCE NOT = 'HISTTWO'
               GO TO 3850-EXIT
           END-IF.
           IF BA-FEED-DATE NOT NUMERIC
               OR BA-FEED-DATE < WS-FROM-DATE
               OR BA-FEED-DATE > WS-TO-DATE
               GO TO 3850-EXIT
           END-IF.
           MOVE BA-BEFORE-IMAGE TO WS-HIST-WORK.
           MOVE HW-DIAL-ID TO WS-FIND-DIAL-ID.
           PERFORM 6050-FIND-DIAL THRU 6050-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               GO TO 3850-EXIT
           END-IF.
           IF WS-DL-VAULT-SUB (WS-DIAL-MATCH-SUB)
               NOT = WS-CUR-VAULT-SUB
               GO TO 3850-EXIT
           END-IF.
           ADD 1 TO WS-VA-BACKOUTS.
           DISPLAY '   ' BA-DATE ' ' BA-TIME ' ' BA-ACTION ' BY '
               BA-USER-ID ' ' BA-SOURCE ' DIAL ' HW-DIAL-ID
               ' FEED DATE ' BA-FEED-DATE ' SCORE ' HW-FINAL-SCORE.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-BACKOUT-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE BA-DATE TO VC-BO-DATE.
           MOVE BA-TIME TO VC-BO-TIME.
           MOVE BA-USER-ID TO VC-BO-USER-ID.
           MOVE BA-ACTION TO VC-BO-ACTION.
           MOVE BA-SOURCE TO VC-BO-SOURCE.
           MOVE BA-FEED-DATE TO VC-BO-FEED-DATE.
           MOVE HW-DIAL-ID TO VC-BO-DIAL-ID.
           MOVE BA-BEFORE-IMAGE TO VC-BO-BEFORE-IMAGE.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3850-EXIT.
           EXIT.

      *****************************************************************
      *  3900-PRINT-ATTESTATION - SECTION 8: THE VAULT'S TOTALS AND
      *                           EVERY ITEM THAT DID NOT RECONCILE,
      *                           INCLUDING EVERY INPUT THAT COULD NOT
      *                           BE READ. THE VAULT IS CERTIFIED ONLY
      *                           WHEN THERE ARE NONE.
      *****************************************************************
       3900-PRINT-ATTESTATION.
           PERFORM 3910-NOTE-ONE-SKIPPED THRU 3910-EXIT
               VARYING WS-SKIP-SUB FROM 1 BY 1
               UNTIL WS-SKIP-SUB > WS-SKIPPED-INPUTS
               OR WS-SKIP-SUB > 10.
           DISPLAY ' '.
           DISPLAY '8. ATTESTATION - VAULT '
               WS-VT-VAULT-ID (WS-CUR-VAULT-SUB).
           DISPLAY '   DIAL-DAYS ' WS-VA-DIAL-DAYS '  PUBLISHED '
               WS-VA-PUBLISHED '  WITHHELD BY DIAL BREAKER '
               WS-VA-DIAL-WH '  BY VAULT BREAKER ' WS-VA-VAULT-WH.
           DISPLAY '   CONTROL CHANGES ' WS-VA-CHANGES
               '  CHECKPOINT DELETIONS ' WS-VA-CKPT-DELETES
               '  OVERRIDES ' WS-VA-OVERRIDES
               '  HISTORY RECORDS BACKED OUT ' WS-VA-BACKOUTS.
           IF WS-EXCEPTION-ENTRIES = 0
               DISPLAY '   EVERY ITEM RECONCILES. VAULT '
                   WS-VT-VAULT-ID (WS-CUR-VAULT-SUB)
                   ' IS CERTIFIED FOR FEEDS DATED ' WS-FROM-DATE
                   ' THRU ' WS-TO-DATE '.'
               ADD 1 TO WS-VAULTS-CERTIFIED
           ELSE
               DISPLAY '   ' WS-EXCEPTION-ENTRIES ' ITEM(S) DO NOT '
                   'RECONCILE. VAULT '
                   WS-VT-VAULT-ID (WS-CUR-VAULT-SUB)
                   ' IS NOT CERTIFIED:'
               DISPLAY '   DIAL     DATE      ITEM      DETAIL'
               PERFORM 3950-PRINT-ONE-EXCEPTION THRU 3950-EXIT
                   VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-ENTRIES
               ADD 1 TO WS-VAULTS-UNCERTIFIED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-VAULT-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE WS-VT-DIAL-COUNT (WS-CUR-VAULT-SUB) TO VC-DIAL-COUNT.
           MOVE WS-VA-DIAL-DAYS TO VC-DIAL-DAYS.
           MOVE WS-VA-PUBLISHED TO VC-PUBLISHED-DAYS.
           MOVE WS-VA-DIAL-WH TO VC-DIAL-WITHHELD.
           MOVE WS-VA-VAULT-WH TO VC-VAULT-WITHHELD.
           MOVE WS-VA-SCORE-TOTAL TO VC-SCORE-TOTAL.
           MOVE WS-VA-JOURNAL-TOTAL TO VC-JOURNAL-TOTAL.
           MOVE WS-VA-CHANGES TO VC-CONTROL-CHANGES.
           MOVE WS-VA-CKPT-DELETES TO VC-CKPT-DELETIONS.
           MOVE WS-VA-OVERRIDES TO VC-OVERRIDES.
           MOVE WS-VA-BACKOUTS TO VC-BACKOUTS.
           MOVE WS-EXCEPTION-ENTRIES TO VC-UNRECONCILED.
           IF WS-EXCEPTION-ENTRIES = 0
               MOVE 'Y' TO VC-CERTIFIED
           ELSE
               MOVE 'N' TO VC-CERTIFIED
           END-IF.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  3910-NOTE-ONE-SKIPPED - ONE UNREADABLE INPUT, AS AN
      *                          UNRECONCILED ITEM OF THE VAULT
      *****************************************************************
       3910-NOTE-ONE-SKIPPED.
           MOVE SPACES TO WS-NX-DIAL-ID.
           MOVE 0 TO WS-NX-DATE.
           MOVE 'INPUT' TO WS-NX-KIND.
           MOVE WS-SKIPPED-DDNAME (WS-SKIP-SUB) TO WS-ID-DDNAME.
           MOVE WS-INPUT-DETAIL TO WS-NX-DETAIL.
           PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT.
       3910-EXIT.
           EXIT.

      *****************************************************************
      *  3950-PRINT-ONE-EXCEPTION - PRINT AND WRITE ONE UNRECONCILED
      *                             ITEM
      *****************************************************************
       3950-PRINT-ONE-EXCEPTION.
           DISPLAY '   ' WS-EX-DIAL-ID (WS-EXCEPTION-SUB) ' '
               WS-EX-DATE (WS-EXCEPTION-SUB) '  '
               WS-EX-KIND (WS-EXCEPTION-SUB) '  '
               WS-EX-DETAIL (WS-EXCEPTION-SUB).
           MOVE SPACES TO VLTCERT-REC.
           SET CERT-UNRECONCILED-REC TO TRUE.
           MOVE WS-VT-VAULT-ID (WS-CUR-VAULT-SUB) TO VC-VAULT-ID.
           MOVE WS-EX-DIAL-ID (WS-EXCEPTION-SUB) TO VC-UN-DIAL-ID.
           MOVE WS-EX-DATE (WS-EXCEPTION-SUB) TO VC-UN-DATE.
           MOVE WS-EX-KIND (WS-EXCEPTION-SUB) TO VC-UN-KIND.
           MOVE WS-EX-DETAIL (WS-EXCEPTION-SUB) TO VC-UN-DETAIL.
           PERFORM 8000-WRITE-CERT THRU 8000-EXIT.
       3950-EXIT.
           EXIT.

      *****************************************************************
      *  6000-FIND-TOLERANCE - THE REJECT TOLERANCE IN FORCE FOR
      *                        WS-FIND-DIAL-ID ON WS-FIND-DATE; 100
      *                        PCT WHEN NO VERSION IS IN FORCE
      *****************************************************************
       6000-FIND-TOLERANCE.
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 6010-TRY-ONE-VERSION THRU 6010-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE 100 TO WS-TOLERANCE
           ELSE
               MOVE WS-VR-TOLERANCE (WS-VERSION-MATCH-SUB)
                   TO WS-TOLERANCE
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  6010-TRY-ONE-VERSION - KEEP ONE VERSION OF THE DIAL IF IT IS
      *                         IN FORCE ON THE DATE AND NO EARLIER
      *                         THAN THE BEST SO FAR
      *****************************************************************
       6010-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB) NOT = WS-FIND-DIAL-ID
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-FIND-DATE
               GO TO 6010-EXIT
           END-IF.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
               GO TO 6010-EXIT
           END-IF.
           IF WS-VR-EFF-DATE (WS-VERSION-SUB)
               NOT < WS-VR-EFF-DATE (WS-VERSION-MATCH-SUB)
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.
       6010-EXIT.
           EXIT.

      *****************************************************************
      *  6050-FIND-DIAL - FIND WS-FIND-DIAL-ID IN THE DIAL TABLE
      *****************************************************************
       6050-FIND-DIAL.
           MOVE 0 TO WS-DIAL-MATCH-SUB.
           PERFORM 6060-MATCH-ONE-DIAL THRU 6060-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR WS-DIAL-MATCH-SUB NOT = 0.
       6050-EXIT.
           EXIT.

      *****************************************************************
      *  6060-MATCH-ONE-DIAL - COMPARE ONE DIAL TABLE ENTRY
      *****************************************************************
       6060-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-DIAL-SUB) = WS-FIND-DIAL-ID
               MOVE WS-DIAL-SUB TO WS-DIAL-MATCH-SUB
           END-IF.
       6060-EXIT.
           EXIT.

      *****************************************************************
      *  6100-LOCATE-DAY - THE DAY ROW FOR WS-FIND-DIAL-ID ON
      *                    WS-FIND-DATE, OR ZERO WHEN THE DATE IS
      *                    OUTSIDE THE PERIOD OR THE DIAL IS NOT IN A
      *                    SELECTED VAULT. WHEN EVERY VAULT IS BEING
      *                    CERTIFIED, A DIAL THE CONTROL FILE DOES NOT
      *                    KNOW IS COUNTED.
      *****************************************************************
       6100-LOCATE-DAY.
           MOVE 0 TO WS-DAY-SUB.
           IF WS-FIND-DATE < WS-FROM-DATE
               OR WS-FIND-DATE > WS-TO-DATE
               GO TO 6100-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIND-DATE) NOT = 0
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6050-FIND-DIAL THRU 6050-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               IF SELECT-ALL-VAULTS
                   ADD 1 TO WS-UNKNOWN-DIAL-COUNT
               END-IF
               GO TO 6100-EXIT
           END-IF.
           IF WS-DL-ROW-BASE (WS-DIAL-MATCH-SUB) = 0
               GO TO 6100-EXIT
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-FIND-DATE).
           COMPUTE WS-DAY-SUB = WS-DL-ROW-BASE (WS-DIAL-MATCH-SUB)
               + WS-DATE-INTEGER - WS-FROM-INTEGER.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-CHECK-DAY-ACTIVE - A DAY ROW IS WORTH CERTIFYING WHEN
      *                          ANY INPUT HAS A RECORD FOR IT
      *****************************************************************
       6200-CHECK-DAY-ACTIVE.
           MOVE 'N' TO WS-DAY-ACTIVE-SW.
           IF WS-DY-RUNS (WS-DAY-SUB) > 0
               OR WS-DY-WITHHELD (WS-DAY-SUB) > 0
               OR WS-DY-HIST1-COUNT (WS-DAY-SUB) > 0
               OR WS-DY-HIST2-COUNT (WS-DAY-SUB) > 0
               OR WS-DY-JOURNAL (WS-DAY-SUB) > 0
               OR WS-DY-BO-JOURNAL (WS-DAY-SUB) > 0
               OR WS-DY-BO-HIST1 (WS-DAY-SUB) > 0
               SET DAY-HAS-ACTIVITY TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-MATCH-FEED-TO-VAULT - WHETHER WS-FIND-FEED-NAME IS ONE
      *                             OF THE CURRENT VAULT'S FEEDS: THE
      *                             FEED A DIAL OF THE VAULT IS
      *                             CONFIGURED TO READ, OR A DATED
      *                             GENERATION ONE OF ITS DIALS WAS
      *                             SCORED FROM IN THE PERIOD
      *****************************************************************
       6300-MATCH-FEED-TO-VAULT.
           MOVE 'N' TO WS-VAULT-MATCH-SW.
           IF WS-FIND-FEED-NAME = SPACES
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6310-MATCH-ONE-DIAL-FEED THRU 6310-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR ITEM-IS-IN-VAULT.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6310-MATCH-ONE-DIAL-FEED - ONE DIAL OF THE VAULT: ITS FEED,
      *                             THEN THE FEEDS ON ITS DAY ROWS
      *****************************************************************
       6310-MATCH-ONE-DIAL-FEED.
           IF WS-DL-VAULT-SUB (WS-DIAL-SUB) NOT = WS-CUR-VAULT-SUB
               GO TO 6310-EXIT
           END-IF.
           IF WS-DL-FEED-NAME (WS-DIAL-SUB) = WS-FIND-FEED-NAME
               SET ITEM-IS-IN-VAULT TO TRUE
               GO TO 6310-EXIT
           END-IF.
           PERFORM 6320-MATCH-ONE-DAY-FEED THRU 6320-EXIT
               VARYING WS-DAY-NUMBER FROM 0 BY 1
               UNTIL WS-DAY-NUMBER >= WS-DAY-COUNT
               OR ITEM-IS-IN-VAULT.
       6310-EXIT.
           EXIT.

      *****************************************************************
      *  6320-MATCH-ONE-DAY-FEED - THE FEED ONE DAY WAS SCORED FROM
      *****************************************************************
       6320-MATCH-ONE-DAY-FEED.
           COMPUTE WS-DAY-SUB =
               WS-DL-ROW-BASE (WS-DIAL-SUB) + WS-DAY-NUMBER.
           IF WS-DY-FEED-FILE (WS-DAY-SUB) = WS-FIND-FEED-NAME
               SET ITEM-IS-IN-VAULT TO TRUE
           END-IF.
       6320-EXIT.
           EXIT.

      *****************************************************************
      *  6900-TABLE-FULL - THE EXCEPTION TABLE OUTGREW ITS SIZED
      *                    CAPACITY; THE ATTESTATION WOULD BE WRONG,
      *                    SO THE RUN STOPS
      *****************************************************************
       6900-TABLE-FULL.
           IF NOT RUN-TABLE-IS-FULL
               SET RUN-TABLE-IS-FULL TO TRUE
               DISPLAY 'VLTCERT: EXCEPTION TABLE OVER ITS SIZED '
                   'CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       6900-EXIT.
           EXIT.

      *****************************************************************
      *  7000-CHECK-ONE-DAY - THE DAY'S STATUS AND WHETHER IT
      *                       RECONCILES: JOURNAL ENTRIES PLUS THOSE
      *                       BACKED OUT AGAINST THE SCORES PUBLISHED,
      *                       PARTONE HISTORY RECORDS PLUS THOSE
      *                       BACKED OUT AGAINST THE RUNS PUBLISHED,
      *                       AND THE LAST HISTORY SCORE AGAINST THE
      *                       LAST SCORE REPORTED. A CHECK WHOSE INPUT
      *                       COULD NOT BE READ IS NOT MADE - THE
      *                       INPUT ITSELF IS THE UNRECONCILED ITEM.
      *****************************************************************
       7000-CHECK-ONE-DAY.
           EVALUATE TRUE
               WHEN WS-DY-RUNS (WS-DAY-SUB) = 0
                   AND WS-DY-WITHHELD (WS-DAY-SUB) = 0
                   SET DAY-IS-NOT-REPORTED TO TRUE
                   MOVE 'NO REPORT' TO WS-STATUS-TEXT
               WHEN WS-DY-LAST-STATUS (WS-DAY-SUB) = 'W'
                   SET DAY-IS-WITHHELD TO TRUE
                   MOVE 'WITHHELD' TO WS-STATUS-TEXT
               WHEN WS-DY-HIST1-COUNT (WS-DAY-SUB) = 0
                   AND WS-DY-BO-HIST1 (WS-DAY-SUB) > 0
                   SET DAY-IS-BACKED-OUT TO TRUE
                   MOVE 'BACKED OUT' TO WS-STATUS-TEXT
               WHEN OTHER
                   SET DAY-IS-PUBLISHED TO TRUE
                   MOVE 'PUBLISHED' TO WS-STATUS-TEXT
           END-EVALUATE.
           SET JOURNAL-RECONCILES TO TRUE.
           IF ZLJRNL-WAS-READ
               AND WS-DY-JOURNAL (WS-DAY-SUB)
                   + WS-DY-BO-JOURNAL (WS-DAY-SUB)
                   NOT = WS-DY-SCORE-TOTAL (WS-DAY-SUB)
               MOVE 'N' TO WS-JOURNAL-OK-SW
           END-IF.
           SET HISTORY-RECONCILES TO TRUE.
           IF HISTONE-WAS-READ
               AND WS-DY-HIST1-COUNT (WS-DAY-SUB)
                   + WS-DY-BO-HIST1 (WS-DAY-SUB)
                   NOT = WS-DY-RUNS (WS-DAY-SUB)
               MOVE 'N' TO WS-HISTORY-OK-SW
           END-IF.
           SET SCORE-RECONCILES TO TRUE.
           IF WS-DY-HIST1-COUNT (WS-DAY-SUB) > 0
               AND WS-DY-RUNS (WS-DAY-SUB) > 0
               AND WS-DY-HIST1-SCORE (WS-DAY-SUB)
                   NOT = WS-DY-SCORE (WS-DAY-SUB)
               MOVE 'N' TO WS-SCORE-OK-SW
           END-IF.
           IF JOURNAL-RECONCILES
               AND HISTORY-RECONCILES
               AND SCORE-RECONCILES
               SET DAY-RECONCILES TO TRUE
           ELSE
               MOVE 'N' TO WS-DAY-OK-SW
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-ADD-DAY-EXCEPTIONS - ONE UNRECONCILED ITEM PER CHECK THE
      *                            DAY FAILED
      *****************************************************************
       7100-ADD-DAY-EXCEPTIONS.
           MOVE WS-DL-DIAL-ID (WS-DIAL-SUB) TO WS-NX-DIAL-ID.
           MOVE WS-FIND-DATE TO WS-NX-DATE.
           IF NOT JOURNAL-RECONCILES
               MOVE 'JOURNAL' TO WS-NX-KIND
               MOVE WS-DY-JOURNAL (WS-DAY-SUB) TO WS-JD-JOURNAL
               MOVE WS-DY-BO-JOURNAL (WS-DAY-SUB) TO WS-JD-BACKED-OUT
               MOVE WS-DY-SCORE-TOTAL (WS-DAY-SUB) TO WS-JD-SCORES
               MOVE WS-JOURNAL-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
           IF NOT HISTORY-RECONCILES
               MOVE 'HISTORY' TO WS-NX-KIND
               MOVE WS-DY-HIST1-COUNT (WS-DAY-SUB) TO WS-HD-HISTORY
               MOVE WS-DY-BO-HIST1 (WS-DAY-SUB) TO WS-HD-BACKED-OUT
               MOVE WS-DY-RUNS (WS-DAY-SUB) TO WS-HD-RUNS
               MOVE WS-HISTORY-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
           IF NOT SCORE-RECONCILES
               MOVE 'SCORE' TO WS-NX-KIND
               MOVE WS-DY-HIST1-SCORE (WS-DAY-SUB) TO WS-SD-HISTORY
               MOVE WS-DY-SCORE (WS-DAY-SUB) TO WS-SD-REPORTED
               MOVE WS-SCORE-DETAIL TO WS-NX-DETAIL
               PERFORM 7500-ADD-EXCEPTION THRU 7500-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7500-ADD-EXCEPTION - HOLD WS-NEW-EXCEPTION FOR THE VAULT'S
      *                       ATTESTATION
      *****************************************************************
       7500-ADD-EXCEPTION.
           IF WS-EXCEPTION-ENTRIES >= WS-EXCEPTION-CAPACITY
               PERFORM 6900-TABLE-FULL THRU 6900-EXIT
               GO TO 7500-EXIT
           END-IF.
           ADD 1 TO WS-EXCEPTION-ENTRIES.
           MOVE WS-NX-DIAL-ID TO WS-EX-DIAL-ID (WS-EXCEPTION-ENTRIES).
           MOVE WS-NX-DATE TO WS-EX-DATE (WS-EXCEPTION-ENTRIES).
           MOVE WS-NX-KIND TO WS-EX-KIND (WS-EXCEPTION-ENTRIES).
           MOVE WS-NX-DETAIL TO WS-EX-DETAIL (WS-EXCEPTION-ENTRIES).
       7500-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-CERT - WRITE ONE SUMMARY RECORD AND COUNT IT
      *****************************************************************
       8000-WRITE-CERT.
           IF NOT VLTCERTFILE-IS-OPEN
               GO TO 8000-EXIT
           END-IF.
           WRITE VLTCERT-REC.
           ADD 1 TO WS-CERT-COUNT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CLOSE THE SUMMARY WITH ITS TRAILER, PRINT A
      *                   CLOSING SUMMARY AND SET THE RETURN CODE
      *****************************************************************
       9000-TERMINATE.
           IF VLTCERTFILE-IS-OPEN
               MOVE SPACES TO VLTCERT-REC
               SET CERT-TRAILER-REC TO TRUE
               MOVE WS-SEL-VAULT-ID TO VC-VAULT-ID
               MOVE WS-CERT-COUNT TO VC-RECORD-COUNT
               COMPUTE VC-VAULT-COUNT =
                   WS-VAULTS-CERTIFIED + WS-VAULTS-UNCERTIFIED
               MOVE WS-VAULTS-UNCERTIFIED TO VC-UNCERTIFIED-COUNT
               WRITE VLTCERT-REC
               CLOSE VLTCERTFILE
           END-IF.
           IF FEEDREGFILE-IS-OPEN
               CLOSE FEEDREGFILE
           END-IF.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           DISPLAY ' '.
           IF WS-UNKNOWN-DIAL-COUNT NOT = 0
               DISPLAY 'VLTCERT: ' WS-UNKNOWN-DIAL-COUNT ' RECORD(S) '
                   'NAME DIALS NOT IN DIALCTL AND ARE IN NO VAULT''S '
                   'CERTIFICATION'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-SKIPPED-INPUTS NOT = 0
               DISPLAY 'VLTCERT: ' WS-SKIPPED-INPUTS ' INPUT(S) '
                   'COULD NOT BE READ - NO VAULT CAN BE CERTIFIED'
           END-IF.
           DISPLAY 'VLTCERT: ' WS-VAULTS-CERTIFIED ' VAULT(S) '
               'CERTIFIED, ' WS-VAULTS-UNCERTIFIED ' NOT CERTIFIED, '
               WS-CERT-COUNT ' SUMMARY RECORD(S) WRITTEN'.
       9000-EXIT.
           EXIT.
