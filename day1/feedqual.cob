       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDQUAL.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - UPSTREAM FEED QUALITY
      *                   SCORECARD. FOR THE DATE RANGE ON SYSIN IT
      *                   READS EVERY GENERATION OF THE PARTONE REPORT
      *                   (RPTONE) AND EXCEPTIONS (EXCPONE), THE
      *                   EXCPFIX REPAIR LOG (FIXLOG) AND MANUAL-REVIEW
      *                   DATASET (MANREV), AND THE OPERATIONS LOG
      *                   (OPSLOG), AND REPORTS PER FEED AND PER DIAL:
      *                   RECORDS RECEIVED, REJECTS BY REASON, HOW
      *                   MANY REJECTS EXCPFIX AUTO-REPAIRED AND HOW
      *                   MANY WENT TO MANUAL REVIEW, THE FEEDVAL
      *                   FINDINGS (STALE HEADER, TRAILER MISMATCH,
      *                   UNKNOWN DIAL, DUPLICATE RESEND) AND THE
      *                   SCORES WITHHELD BY THE DIAL OR THE VAULT
      *                   REJECT BREAKER, THEN A WEEK-OVER-WEEK TREND
      *                   PER FEED. THE SAME FIGURES GO TO A FIXED-
      *                   LAYOUT EXTRACT (FEEDSLA) TO SEND BACK TO
      *                   EACH SUPPLIER FOR SLA REVIEW.
      *
      *                   A FEED IS NAMED AS CONFIGURED IN DIALCTL FOR
      *                   THE DIAL ON THE DATE IN QUESTION, SO A
      *                   CATCH-UP GENERATION COUNTS TOWARD ITS OWN
      *                   FEED. EVERYTHING IS DATED BY THE FEED'S
      *                   HEADER DATE (A HEADERLESS FEED'S FEEDVAL
      *                   FINDINGS BY THE DATE FEEDVAL RAN). PARTONE
      *                   AND PARTTWO SCORE THE SAME FEED RECORDS, SO
      *                   PARTONE'S SIDE IS COUNTED. THE SUPPLEMENTAL
      *                   FIXFEED RERUNS ARE OUR OWN REPAIRS, NOT A
      *                   SUPPLIER'S FEED, AND ARE LEFT OUT. A
      *                   WITHHELD SCORE IS PUT DOWN TO THE DIAL'S OWN
      *                   BREAKER WHEN ITS REJECT RATE EXCEEDS THE
      *                   TOLERANCE IN FORCE ON THE FEED DATE - THE
      *                   TEST PARTONE APPLIES - AND TO THE VAULT
      *                   BREAKER OTHERWISE. AN EXCEPTION RECORD TOO
      *                   OLD TO CARRY ITS FEED DATE IS SKIPPED AND
      *                   COUNTED, WITH RETURN-CODE 4; SO IS AN
      *                   INPUT THAT CANNOT BE OPENED, OTHER THAN THE
      *                   REPORT AND CONTROL FILES, WHICH STOP THE RUN
      *                   WITH RETURN-CODE 16.
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

           SELECT EXCPONEFILE ASSIGN TO EXCPONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPONEFILE-STATUS.

           SELECT FIXLOGFILE ASSIGN TO FIXLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXLOGFILE-STATUS.

           SELECT MANREVFILE ASSIGN TO MANREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANREVFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

           SELECT FEEDSLAFILE ASSIGN TO FEEDSLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSLAFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  RPTONEFILE.
           COPY RPTREC.

       FD  EXCPONEFILE.
           COPY EXCPREC.

       FD  FIXLOGFILE.
           COPY EXCPREC
               REPLACING ==EXCEPTFILE-FILE== BY ==FIXLOGFILE-FILE==
               ==EX-DIAL-ID==      BY ==FX-DIAL-ID==
               ==EX-RECORD-COUNT== BY ==FX-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==FX-DIRECTION==
               ==EX-MAGNITUDE==    BY ==FX-MAGNITUDE==
               ==EX-REASON==       BY ==FX-REASON==
               ==EX-FEED-DATE==    BY ==FX-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==FX-INPUT-FILE==.

       FD  MANREVFILE.
           COPY EXCPREC
               REPLACING ==EXCEPTFILE-FILE== BY ==MANREVFILE-FILE==
               ==EX-DIAL-ID==      BY ==MR-DIAL-ID==
               ==EX-RECORD-COUNT== BY ==MR-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==MR-DIRECTION==
               ==EX-MAGNITUDE==    BY ==MR-MAGNITUDE==
               ==EX-REASON==       BY ==MR-REASON==
               ==EX-FEED-DATE==    BY ==MR-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==MR-INPUT-FILE==.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       FD  FEEDSLAFILE.
           COPY FQSLAREC.

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-RPTONE-EOF               PIC A(1) VALUE 'N'.
       01  WS-EXCPONE-EOF              PIC A(1) VALUE 'N'.
       01  WS-FIXLOG-EOF               PIC A(1) VALUE 'N'.
       01  WS-MANREV-EOF               PIC A(1) VALUE 'N'.
       01  WS-OPSLOG-EOF               PIC A(1) VALUE 'N'.

      *****************************************************************
      *  SYSIN: THE FIRST AND LAST FEED DATES THE SCORECARD COVERS,
      *  BOTH INCLUSIVE, AS YYYYMMDD YYYYMMDD.
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-FROM-DATE            PIC 9(8).
           05  FILLER                  PIC X(01).
           05  WS-TO-DATE              PIC 9(8).
           05  FILLER                  PIC X(63).

       01  WS-FROM-INTEGER             PIC 9(9).
       01  WS-TO-INTEGER               PIC 9(9).
       01  WS-DATE-INTEGER             PIC 9(9).
       01  WS-WEEK-COUNT               PIC 9(5).
       01  WS-WEEK-NUMBER              PIC 9(5).
       01  WS-WEEK-START               PIC 9(8).
       01  WS-INPUT-RECORDS            PIC 9(09) VALUE 0.
       01  WS-UNDATED-COUNT            PIC 9(09) VALUE 0.
       01  WS-SKIPPED-INPUTS           PIC 9(05) VALUE 0.
       01  WS-SLA-COUNT                PIC 9(09) VALUE 0.
       01  WS-FEED-COUNT               PIC 9(05) VALUE 0.
       01  WS-RECORD-FILE              PIC X(40).
       01  WS-CURRENT-FEED             PIC X(40).
       01  WS-TOLERANCE                PIC 9(03).
       01  WS-REJECT-SCALED            PIC 9(12).
       01  WS-TOLERANCE-SCALED         PIC 9(12).
       01  WS-REJECT-PCT               PIC 9(3)V99.
       01  WS-PRIOR-PCT                PIC 9(3)V99.
       01  WS-PCT-CHANGE               PIC S9(3)V99.
       01  WS-PCT-EDIT                 PIC ZZ9.99.
       01  WS-CHANGE-EDIT              PIC +ZZ9.99.
       01  WS-FINDINGS                 PIC 9(5).
       01  WS-WITHHELD                 PIC 9(5).

      *****************************************************************
      *  ONE RECORD'S CONTRIBUTION, SET BY THE TALLY PARAGRAPHS AND
      *  POSTED BY 6500-POST-TALLY TO THE FEED'S ROW, THE DIAL'S ROW,
      *  THE FEED'S WEEK AND, WHEN A REASON IS GIVEN, THE REASON
      *  ROWS.
      *****************************************************************
       01  WS-TALLY.
           05  WS-TL-FEED-NAME         PIC X(40).
           05  WS-TL-DIAL-ID           PIC X(8).
           05  WS-TL-DATE              PIC 9(8).
           05  WS-TL-REASON            PIC X(30).
           05  WS-TL-RECEIVED          PIC 9(9).
           05  WS-TL-REJECTED          PIC 9(9).
           05  WS-TL-REPAIRED          PIC 9(9).
           05  WS-TL-MANUAL            PIC 9(9).
           05  WS-TL-STALE             PIC 9(5).
           05  WS-TL-TRAILER           PIC 9(5).
           05  WS-TL-UNKNOWN           PIC 9(5).
           05  WS-TL-DUPLICATE         PIC 9(5).
           05  WS-TL-DIAL-WH           PIC 9(5).
           05  WS-TL-VAULT-WH          PIC 9(5).
           05  WS-TL-EXCEPTIONS        PIC 9(9).

       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.
       01  WS-ROW-ENTRIES              PIC 9(09) VALUE 0.
       01  WS-ROW-SUB                  PIC 9(09) VALUE 0.
       01  WS-ROW-MATCH-SUB            PIC 9(09) VALUE 0.
       01  WS-DIAL-ROW-SUB             PIC 9(09) VALUE 0.
       01  WS-REASON-ENTRIES           PIC 9(09) VALUE 0.
       01  WS-REASON-SUB               PIC 9(09) VALUE 0.
       01  WS-REASON-MATCH-SUB         PIC 9(09) VALUE 0.
       01  WS-WEEK-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-WEEK-SUB                 PIC 9(09) VALUE 0.
       01  WS-WEEK-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-FIND-FEED-NAME           PIC X(40).
       01  WS-FIND-DIAL-ID             PIC X(8).
       01  WS-FIND-REASON              PIC X(30).

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE INPUT DATASETS AND
      *  ALLOCATED AT INITIALIZATION. EVERY INPUT RECORD CAN ADD AT
      *  MOST ONE FEED ROW AND ONE DIAL ROW (AND LIKEWISE ONE OF EACH
      *  REASON ROW, AND ONE WEEK), SO TWICE THE RECORDS READ IS A
      *  SAFE CEILING.
      *****************************************************************
       01  WS-VERSION-CAPACITY         PIC 9(09) COMP VALUE 0.
       01  WS-ROW-CAPACITY             PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(18) COMP.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-ROW-TABLE-PTR            POINTER.
       01  WS-REASON-TABLE-PTR         POINTER.
       01  WS-WEEK-TABLE-PTR           POINTER.

       01  WS-SWITCHES.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-FEEDSLA-OPEN-SW      PIC X(01) VALUE 'N'.
               88  FEEDSLAFILE-IS-OPEN           VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
               88  RUN-TABLE-IS-FULL             VALUE 'Y'.
           05  WS-PRIOR-WEEK-SW        PIC X(01).
               88  PRIOR-WEEK-HAS-RECORDS        VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-RPTONEFILE-STATUS        PIC X(2).
       77  WS-EXCPONEFILE-STATUS       PIC X(2).
       77  WS-FIXLOGFILE-STATUS        PIC X(2).
       77  WS-MANREVFILE-STATUS        PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-FEEDSLAFILE-STATUS       PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-VERSION-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-FEED-NAME     PIC X(40).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-TOLERANCE     PIC 9(03).

       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-ROW-CAPACITY.
               10  WS-RW-FEED-NAME     PIC X(40).
               10  WS-RW-DIAL-ID       PIC X(8).
               10  WS-RW-RECEIVED      PIC 9(9).
               10  WS-RW-REJECTED      PIC 9(9).
               10  WS-RW-REPAIRED      PIC 9(9).
               10  WS-RW-MANUAL        PIC 9(9).
               10  WS-RW-STALE         PIC 9(5).
               10  WS-RW-TRAILER       PIC 9(5).
               10  WS-RW-UNKNOWN       PIC 9(5).
               10  WS-RW-DUPLICATE     PIC 9(5).
               10  WS-RW-DIAL-WH       PIC 9(5).
               10  WS-RW-VAULT-WH      PIC 9(5).

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-ROW-CAPACITY.
               10  WS-RS-FEED-NAME     PIC X(40).
               10  WS-RS-DIAL-ID       PIC X(8).
               10  WS-RS-REASON        PIC X(30).
               10  WS-RS-REJECTED      PIC 9(9).
               10  WS-RS-REPAIRED      PIC 9(9).
               10  WS-RS-MANUAL        PIC 9(9).

       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-ROW-CAPACITY.
               10  WS-WK-FEED-NAME     PIC X(40).
               10  WS-WK-NUMBER        PIC 9(5).
               10  WS-WK-RECEIVED      PIC 9(9).
               10  WS-WK-REJECTED      PIC 9(9).
               10  WS-WK-FINDINGS      PIC 9(5).
               10  WS-WK-WITHHELD      PIC 9(5).

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
               PERFORM 2200-TALLY-EXCEPTIONS THRU 2200-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2300-TALLY-REPAIRS THRU 2300-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2400-TALLY-MANUAL THRU 2400-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2500-TALLY-FINDINGS THRU 2500-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 3000-PRINT-SCORECARD THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE DATE RANGE FROM SYSIN, SIZE AND
      *                    ALLOCATE THE RUN TABLES, LOAD THE DIAL
      *                    CONTROL VERSIONS AND OPEN THE EXTRACT
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-SYSIN-CARD.
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-TO-DATE NOT NUMERIC
               DISPLAY 'FEEDQUAL: DATE RANGE FROM SYSIN IS MISSING '
                   'OR NOT TWO YYYYMMDD DATES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'FEEDQUAL: DATE RANGE FROM SYSIN ' WS-FROM-DATE
                   ' THRU ' WS-TO-DATE ' IS NOT A VALID RANGE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE).
           COMPUTE WS-WEEK-COUNT =
               (WS-TO-INTEGER - WS-FROM-INTEGER) / 7 + 1.
           IF WS-WEEK-COUNT > 999
               DISPLAY 'FEEDQUAL: DATE RANGE FROM SYSIN SPANS MORE '
                   'THAN 999 WEEKS'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'FEED QUALITY SCORECARD FOR FEEDS DATED '
               WS-FROM-DATE ' THRU ' WS-TO-DATE.
           DISPLAY 'RUN ' WS-RUN-DATE ' - ' WS-WEEK-COUNT
               ' WEEK(S) IN THE TREND'.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN DIALCTLFILE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-VERSION THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           CLOSE DIALCTLFILE.
           MOVE 'N' TO WS-DIALCTL-OPEN-SW.
           OPEN OUTPUT FEEDSLAFILE.
           IF WS-FEEDSLAFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN FEEDSLA'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET FEEDSLAFILE-IS-OPEN TO TRUE.
           MOVE SPACES TO FEEDSLA-REC.
           SET SLA-HEADER-REC TO TRUE.
           MOVE WS-FROM-DATE TO SL-FROM-DATE.
           MOVE WS-TO-DATE TO SL-TO-DATE.
           MOVE WS-RUN-DATE TO SL-BUILD-DATE.
           MOVE WS-RUN-TIME (1:6) TO SL-BUILD-TIME.
           WRITE FEEDSLA-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE CONTROL FILE AND EVERY INPUT
      *                     DATASET, THEN ALLOCATE
      *****************************************************************
       1100-SIZE-TABLES.
           PERFORM 1110-COUNT-DIALCTL THRU 1110-EXIT.
           PERFORM 1120-COUNT-RPTONE THRU 1120-EXIT.
           PERFORM 1130-COUNT-EXCPONE THRU 1130-EXIT.
           PERFORM 1140-COUNT-FIXLOG THRU 1140-EXIT.
           PERFORM 1150-COUNT-MANREV THRU 1150-EXIT.
           PERFORM 1160-COUNT-OPSLOG THRU 1160-EXIT.
           PERFORM 1190-ALLOCATE-TABLES THRU 1190-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-COUNT-DIALCTL - ONE VERSION SLOT PER CONTROL RECORD. AN
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
      *  1120-COUNT-RPTONE - COUNT THE REPORT RECORDS. THE REPORTS ARE
      *                      THE BASIS OF THE SCORECARD, SO A REPORT
      *                      DATASET THAT CANNOT BE OPENED STOPS THE
      *                      RUN.
      *****************************************************************
       1120-COUNT-RPTONE.
           OPEN INPUT RPTONEFILE.
           IF WS-RPTONEFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN RPTONE'
               MOVE 16 TO RETURN-CODE
               GO TO 1120-EXIT
           END-IF.
           PERFORM 1125-COUNT-ONE-RPTONE THRU 1125-EXIT
               UNTIL WS-RPTONE-EOF = 'Y'.
           CLOSE RPTONEFILE.
           MOVE 'N' TO WS-RPTONE-EOF.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1125-COUNT-ONE-RPTONE - COUNT ONE REPORT RECORD
      *****************************************************************
       1125-COUNT-ONE-RPTONE.
           READ RPTONEFILE
               AT END
                   MOVE 'Y' TO WS-RPTONE-EOF
                   GO TO 1125-EXIT
           END-READ.
           ADD 1 TO WS-INPUT-RECORDS.
       1125-EXIT.
           EXIT.

      *****************************************************************
      *  1130-COUNT-EXCPONE - COUNT THE EXCEPTION RECORDS. A MISSING
      *                       DATASET IS REPORTED WHEN IT IS TALLIED.
      *****************************************************************
       1130-COUNT-EXCPONE.
           OPEN INPUT EXCPONEFILE.
           IF WS-EXCPONEFILE-STATUS NOT = '00'
               GO TO 1130-EXIT
           END-IF.
           PERFORM 1135-COUNT-ONE-EXCPONE THRU 1135-EXIT
               UNTIL WS-EXCPONE-EOF = 'Y'.
           CLOSE EXCPONEFILE.
           MOVE 'N' TO WS-EXCPONE-EOF.
       1130-EXIT.
           EXIT.

      *****************************************************************
      *  1135-COUNT-ONE-EXCPONE - COUNT ONE EXCEPTION RECORD
      *****************************************************************
       1135-COUNT-ONE-EXCPONE.
           READ EXCPONEFILE
               AT END
                   MOVE 'Y' TO WS-EXCPONE-EOF
                   GO TO 1135-EXIT
           END-READ.
           ADD 1 TO WS-INPUT-RECORDS.
       1135-EXIT.
           EXIT.

      *****************************************************************
      *  1140-COUNT-FIXLOG - COUNT THE REPAIR LOG RECORDS
      *****************************************************************
       1140-COUNT-FIXLOG.
           OPEN INPUT FIXLOGFILE.
           IF WS-FIXLOGFILE-STATUS NOT = '00'
               GO TO 1140-EXIT
           END-IF.
           PERFORM 1145-COUNT-ONE-FIXLOG THRU 1145-EXIT
               UNTIL WS-FIXLOG-EOF = 'Y'.
           CLOSE FIXLOGFILE.
           MOVE 'N' TO WS-FIXLOG-EOF.
       1140-EXIT.
           EXIT.

      *****************************************************************
      *  1145-COUNT-ONE-FIXLOG - COUNT ONE REPAIR LOG RECORD
      *****************************************************************
       1145-COUNT-ONE-FIXLOG.
           READ FIXLOGFILE
               AT END
                   MOVE 'Y' TO WS-FIXLOG-EOF
                   GO TO 1145-EXIT
           END-READ.
           ADD 1 TO WS-INPUT-RECORDS.
       1145-EXIT.
           EXIT.

      *****************************************************************
      *  1150-COUNT-MANREV - COUNT THE MANUAL-REVIEW RECORDS
      *****************************************************************
       1150-COUNT-MANREV.
           OPEN INPUT MANREVFILE.
           IF WS-MANREVFILE-STATUS NOT = '00'
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1155-COUNT-ONE-MANREV THRU 1155-EXIT
               UNTIL WS-MANREV-EOF = 'Y'.
           CLOSE MANREVFILE.
           MOVE 'N' TO WS-MANREV-EOF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1155-COUNT-ONE-MANREV - COUNT ONE MANUAL-REVIEW RECORD
      *****************************************************************
       1155-COUNT-ONE-MANREV.
           READ MANREVFILE
               AT END
                   MOVE 'Y' TO WS-MANREV-EOF
                   GO TO 1155-EXIT
           END-READ.
           ADD 1 TO WS-INPUT-RECORDS.
       1155-EXIT.
           EXIT.

      *****************************************************************
      *  1160-COUNT-OPSLOG - COUNT THE OPERATIONS LOG RECORDS
      *****************************************************************
       1160-COUNT-OPSLOG.
           OPEN INPUT OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS NOT = '00'
               GO TO 1160-EXIT
           END-IF.
           PERFORM 1165-COUNT-ONE-OPSLOG THRU 1165-EXIT
               UNTIL WS-OPSLOG-EOF = 'Y'.
           CLOSE OPSLOGFILE.
           MOVE 'N' TO WS-OPSLOG-EOF.
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1165-COUNT-ONE-OPSLOG - COUNT ONE OPERATIONS LOG RECORD
      *****************************************************************
       1165-COUNT-ONE-OPSLOG.
           READ OPSLOGFILE
               AT END
                   MOVE 'Y' TO WS-OPSLOG-EOF
                   GO TO 1165-EXIT
           END-READ.
           ADD 1 TO WS-INPUT-RECORDS.
       1165-EXIT.
           EXIT.

      *****************************************************************
      *  1190-ALLOCATE-TABLES - ALLOCATE EVERY RUN TABLE AT ITS
      *                         COUNTED CAPACITY. AN ALLOCATION
      *                         FAILURE, OR MORE INPUT THAN THE
      *                         TABLES CAN DESCRIBE, STOPS THE RUN AT
      *                         INITIALIZATION, LOUDLY.
      *****************************************************************
       1190-ALLOCATE-TABLES.
           IF RETURN-CODE >= 16
               GO TO 1190-EXIT
           END-IF.
           IF WS-VERSION-CAPACITY = 0
               MOVE 1 TO WS-VERSION-CAPACITY
           END-IF.
           IF WS-VERSION-CAPACITY > 1000000
               OR WS-INPUT-RECORDS > 4999999
               DISPLAY 'FEEDQUAL: MORE INPUT THAN THE RUN TABLES CAN '
                   'HOLD - NARROW THE GENERATIONS READ'
               MOVE 16 TO RETURN-CODE
               GO TO 1190-EXIT
           END-IF.
           COMPUTE WS-ROW-CAPACITY = WS-INPUT-RECORDS * 2 + 2.
           COMPUTE WS-TABLE-BYTES =
               WS-VERSION-CAPACITY * LENGTH OF WS-VERSION-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VERSION-TABLE-PTR.
           SET ADDRESS OF WS-VERSION-TABLE TO WS-VERSION-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-ROW-CAPACITY * LENGTH OF WS-ROW-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-ROW-TABLE-PTR.
           SET ADDRESS OF WS-ROW-TABLE TO WS-ROW-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-ROW-CAPACITY * LENGTH OF WS-REASON-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-REASON-TABLE-PTR.
           SET ADDRESS OF WS-REASON-TABLE TO WS-REASON-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-ROW-CAPACITY * LENGTH OF WS-WEEK-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-WEEK-TABLE-PTR.
           SET ADDRESS OF WS-WEEK-TABLE TO WS-WEEK-TABLE-PTR.
           IF WS-VERSION-TABLE-PTR = NULL
               OR WS-ROW-TABLE-PTR = NULL
               OR WS-REASON-TABLE-PTR = NULL
               OR WS-WEEK-TABLE-PTR = NULL
               DISPLAY 'FEEDQUAL: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1190-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-VERSION - KEEP ONE DIAL CONTROL VERSION: THE
      *                          DIAL, ITS FEED, ITS EFFECTIVE DATE
      *                          AND ITS REJECT TOLERANCE. A BLANK OR
      *                          NON-NUMERIC EFFECTIVE DATE IS IN
      *                          FORCE FROM THE BEGINNING OF TIME, AND
      *                          A BLANK TOLERANCE MEANS 100 PCT, AS
      *                          IN THE SCORING STEPS.
      *****************************************************************
       1500-LOAD-ONE-VERSION.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-VERSION-CAPACITY
               DISPLAY 'FEEDQUAL: DIAL CONTROL VERSION TABLE OVER '
                   'ITS SIZED CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-VERSION-ENTRIES.
           MOVE DC-DIAL-ID TO WS-VR-DIAL-ID (WS-VERSION-ENTRIES).
           MOVE DC-INPUT-FILE TO WS-VR-FEED-NAME (WS-VERSION-ENTRIES).
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
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-TALLY-REPORTS - FOLD EVERY REPORT RECORD DATED IN THE
      *                       RANGE INTO THE SCORECARD
      *****************************************************************
       2000-TALLY-REPORTS.
           OPEN INPUT RPTONEFILE.
           IF WS-RPTONEFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN RPTONE'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-TALLY-ONE-REPORT THRU 2100-EXIT
               UNTIL WS-RPTONE-EOF = 'Y'.
           CLOSE RPTONEFILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-TALLY-ONE-REPORT - ONE DIAL'S RESULT FOR ONE FEED: ITS
      *                          RECORDS RECEIVED (APPLIED PLUS
      *                          REJECTED), ITS REJECTS, AND WHETHER
      *                          ITS SCORE WAS WITHHELD AND BY WHICH
      *                          BREAKER
      *****************************************************************
       2100-TALLY-ONE-REPORT.
           READ RPTONEFILE
               AT END
                   MOVE 'Y' TO WS-RPTONE-EOF
                   GO TO 2100-EXIT
           END-READ.
           IF RP-RUN-DATE NOT NUMERIC
               OR RP-RUN-DATE < WS-FROM-DATE
               OR RP-RUN-DATE > WS-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           IF RP-INPUT-FILE (1:8) = 'FIXFEED.'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 6400-CLEAR-TALLY THRU 6400-EXIT.
           MOVE RP-DIAL-ID TO WS-TL-DIAL-ID.
           MOVE RP-RUN-DATE TO WS-TL-DATE.
           MOVE RP-INPUT-FILE TO WS-RECORD-FILE.
           PERFORM 6000-RESOLVE-FEED THRU 6000-EXIT.
           COMPUTE WS-TL-RECEIVED =
               RP-APPLIED-COUNT + RP-REJECT-COUNT.
           MOVE RP-REJECT-COUNT TO WS-TL-REJECTED.
           IF RP-STATUS = 'S'
               COMPUTE WS-REJECT-SCALED = RP-REJECT-COUNT * 100
               COMPUTE WS-TOLERANCE-SCALED =
                   WS-TOLERANCE * WS-TL-RECEIVED
               IF WS-TL-RECEIVED > 0
                   AND WS-REJECT-SCALED > WS-TOLERANCE-SCALED
                   MOVE 1 TO WS-TL-DIAL-WH
               ELSE
                   MOVE 1 TO WS-TL-VAULT-WH
               END-IF
           END-IF.
           PERFORM 6500-POST-TALLY THRU 6500-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TALLY-EXCEPTIONS - FOLD EVERY REJECTED RECORD DATED IN
      *                          THE RANGE INTO THE REASON ROWS
      *****************************************************************
       2200-TALLY-EXCEPTIONS.
           OPEN INPUT EXCPONEFILE.
           IF WS-EXCPONEFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN EXCPONE - NO REJECT '
                   'REASONS IN THIS SCORECARD'
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-TALLY-ONE-EXCEPTION THRU 2250-EXIT
               UNTIL WS-EXCPONE-EOF = 'Y'.
           CLOSE EXCPONEFILE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2250-TALLY-ONE-EXCEPTION - ONE REJECTED RECORD AND ITS REASON
      *****************************************************************
       2250-TALLY-ONE-EXCEPTION.
           READ EXCPONEFILE
               AT END
                   MOVE 'Y' TO WS-EXCPONE-EOF
                   GO TO 2250-EXIT
           END-READ.
           IF EX-FEED-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2250-EXIT
           END-IF.
           IF EX-FEED-DATE < WS-FROM-DATE
               OR EX-FEED-DATE > WS-TO-DATE
               OR EX-INPUT-FILE (1:8) = 'FIXFEED.'
               GO TO 2250-EXIT
           END-IF.
           PERFORM 6400-CLEAR-TALLY THRU 6400-EXIT.
           MOVE EX-DIAL-ID TO WS-TL-DIAL-ID.
           MOVE EX-FEED-DATE TO WS-TL-DATE.
           MOVE EX-INPUT-FILE TO WS-RECORD-FILE.
           MOVE EX-REASON TO WS-TL-REASON.
           MOVE 1 TO WS-TL-EXCEPTIONS.
           PERFORM 6000-RESOLVE-FEED THRU 6000-EXIT.
           PERFORM 6500-POST-TALLY THRU 6500-EXIT.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2300-TALLY-REPAIRS - FOLD EVERY REJECT EXCPFIX REPAIRED INTO
      *                       THE SCORECARD
      *****************************************************************
       2300-TALLY-REPAIRS.
           OPEN INPUT FIXLOGFILE.
           IF WS-FIXLOGFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN FIXLOG - NO '
                   'AUTO-REPAIR COUNTS IN THIS SCORECARD'
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-TALLY-ONE-REPAIR THRU 2350-EXIT
               UNTIL WS-FIXLOG-EOF = 'Y'.
           CLOSE FIXLOGFILE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-TALLY-ONE-REPAIR - ONE AUTO-REPAIRED REJECT
      *****************************************************************
       2350-TALLY-ONE-REPAIR.
           READ FIXLOGFILE
               AT END
                   MOVE 'Y' TO WS-FIXLOG-EOF
                   GO TO 2350-EXIT
           END-READ.
           IF FX-FEED-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2350-EXIT
           END-IF.
           IF FX-FEED-DATE < WS-FROM-DATE
               OR FX-FEED-DATE > WS-TO-DATE
               OR FX-INPUT-FILE (1:8) = 'FIXFEED.'
               GO TO 2350-EXIT
           END-IF.
           PERFORM 6400-CLEAR-TALLY THRU 6400-EXIT.
           MOVE FX-DIAL-ID TO WS-TL-DIAL-ID.
           MOVE FX-FEED-DATE TO WS-TL-DATE.
           MOVE FX-INPUT-FILE TO WS-RECORD-FILE.
           MOVE FX-REASON TO WS-TL-REASON.
           MOVE 1 TO WS-TL-REPAIRED.
           PERFORM 6000-RESOLVE-FEED THRU 6000-EXIT.
           PERFORM 6500-POST-TALLY THRU 6500-EXIT.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-TALLY-MANUAL - FOLD EVERY REJECT EXCPFIX SENT TO MANUAL
      *                      REVIEW INTO THE SCORECARD
      *****************************************************************
       2400-TALLY-MANUAL.
           OPEN INPUT MANREVFILE.
           IF WS-MANREVFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN MANREV - NO '
                   'MANUAL-REVIEW COUNTS IN THIS SCORECARD'
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-TALLY-ONE-MANUAL THRU 2450-EXIT
               UNTIL WS-MANREV-EOF = 'Y'.
           CLOSE MANREVFILE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-TALLY-ONE-MANUAL - ONE REJECT LEFT FOR MANUAL REVIEW
      *****************************************************************
       2450-TALLY-ONE-MANUAL.
           READ MANREVFILE
               AT END
                   MOVE 'Y' TO WS-MANREV-EOF
                   GO TO 2450-EXIT
           END-READ.
           IF MR-FEED-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 2450-EXIT
           END-IF.
           IF MR-FEED-DATE < WS-FROM-DATE
               OR MR-FEED-DATE > WS-TO-DATE
               OR MR-INPUT-FILE (1:8) = 'FIXFEED.'
               GO TO 2450-EXIT
           END-IF.
           PERFORM 6400-CLEAR-TALLY THRU 6400-EXIT.
           MOVE MR-DIAL-ID TO WS-TL-DIAL-ID.
           MOVE MR-FEED-DATE TO WS-TL-DATE.
           MOVE MR-INPUT-FILE TO WS-RECORD-FILE.
           MOVE MR-REASON TO WS-TL-REASON.
           MOVE 1 TO WS-TL-MANUAL.
           PERFORM 6000-RESOLVE-FEED THRU 6000-EXIT.
           PERFORM 6500-POST-TALLY THRU 6500-EXIT.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-TALLY-FINDINGS - FOLD EVERY FEEDVAL FINDING DATED IN THE
      *                        RANGE INTO THE SCORECARD
      *****************************************************************
       2500-TALLY-FINDINGS.
           OPEN INPUT OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS NOT = '00'
               DISPLAY 'FEEDQUAL: UNABLE TO OPEN OPSLOG - NO FEEDVAL '
                   'FINDINGS IN THIS SCORECARD'
               PERFORM 2900-NOTE-SKIPPED-INPUT THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-TALLY-ONE-FINDING THRU 2550-EXIT
               UNTIL WS-OPSLOG-EOF = 'Y'.
           CLOSE OPSLOGFILE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2550-TALLY-ONE-FINDING - ONE FEEDVAL FINDING. THE EVENT CARRIES
      *                           THE FEED'S HEADER DATE AS ITS COUNT
      *                           (ZERO FOR A HEADERLESS FEED, WHICH IS
      *                           DATED BY THE RUN) AND THE CONFIGURED
      *                           FEED NAME AT THE FRONT OF ITS DETAIL.
      *****************************************************************
       2550-TALLY-ONE-FINDING.
           READ OPSLOGFILE
               AT END
                   MOVE 'Y' TO WS-OPSLOG-EOF
                   GO TO 2550-EXIT
           END-READ.
           IF OL-PROGRAM NOT = 'FEEDVAL'
               GO TO 2550-EXIT
           END-IF.
           PERFORM 6400-CLEAR-TALLY THRU 6400-EXIT.
           EVALUATE OL-EVENT-CODE
               WHEN 'STALEHDR'
                   MOVE 1 TO WS-TL-STALE
               WHEN 'TRLRMISM'
                   MOVE 1 TO WS-TL-TRAILER
               WHEN 'UNKNDIAL'
                   MOVE 1 TO WS-TL-UNKNOWN
               WHEN 'DUPFEED'
                   MOVE 1 TO WS-TL-DUPLICATE
               WHEN OTHER
                   GO TO 2550-EXIT
           END-EVALUATE.
           IF OL-COUNT NOT = 0
               MOVE OL-COUNT TO WS-TL-DATE
           ELSE
               MOVE OL-DATE TO WS-TL-DATE
           END-IF.
           IF WS-TL-DATE < WS-FROM-DATE
               OR WS-TL-DATE > WS-TO-DATE
               GO TO 2550-EXIT
           END-IF.
           MOVE OL-DETAIL (1:40) TO WS-TL-FEED-NAME.
           MOVE OL-DIAL-ID TO WS-TL-DIAL-ID.
           PERFORM 6500-POST-TALLY THRU 6500-EXIT.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2900-NOTE-SKIPPED-INPUT - AN OPTIONAL INPUT COULD NOT BE READ;
      *                            THE SCORECARD IS INCOMPLETE
      *****************************************************************
       2900-NOTE-SKIPPED-INPUT.
           ADD 1 TO WS-SKIPPED-INPUTS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PRINT-SCORECARD - ONE BLOCK PER FEED: ITS TOTALS, ITS
      *                         DIALS, ITS REJECTS BY REASON AND ITS
      *                         WEEKLY TREND, EACH ALSO WRITTEN TO THE
      *                         EXTRACT
      *****************************************************************
       3000-PRINT-SCORECARD.
           PERFORM 3100-PRINT-ONE-FEED THRU 3100-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-ENTRIES.
           IF WS-FEED-COUNT = 0
               DISPLAY ' '
               DISPLAY 'NO FEED ACTIVITY DATED IN THE RANGE'
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PRINT-ONE-FEED - ONE FEED'S BLOCK, PRINTED FROM ITS FEED
      *                        ROW (THE ROW WITH NO DIAL)
      *****************************************************************
       3100-PRINT-ONE-FEED.
           IF WS-RW-DIAL-ID (WS-ROW-SUB) NOT = SPACES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           MOVE WS-RW-FEED-NAME (WS-ROW-SUB) TO WS-CURRENT-FEED.
           DISPLAY ' '.
           DISPLAY 'FEED ' WS-CURRENT-FEED.
           MOVE WS-ROW-SUB TO WS-DIAL-ROW-SUB.
           PERFORM 3150-PRINT-ONE-ROW THRU 3150-EXIT.
           PERFORM 3200-PRINT-ONE-DIAL THRU 3200-EXIT
               VARYING WS-DIAL-ROW-SUB FROM 1 BY 1
               UNTIL WS-DIAL-ROW-SUB > WS-ROW-ENTRIES.
           DISPLAY '  REJECTS BY REASON         DIAL     REJECTED'
               '  AUTO-REPAIRED  MANUAL REVIEW'.
           PERFORM 3300-PRINT-ONE-REASON THRU 3300-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-ENTRIES.
           DISPLAY '  WEEK-OVER-WEEK TREND'.
           MOVE 'N' TO WS-PRIOR-WEEK-SW.
           PERFORM 3400-PRINT-ONE-WEEK THRU 3400-EXIT
               VARYING WS-WEEK-NUMBER FROM 1 BY 1
               UNTIL WS-WEEK-NUMBER > WS-WEEK-COUNT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-PRINT-ONE-ROW - PRINT AND EXTRACT THE TOTALS OF THE FEED
      *                       OR DIAL ROW AT WS-DIAL-ROW-SUB
      *****************************************************************
       3150-PRINT-ONE-ROW.
           MOVE 0 TO WS-REJECT-PCT.
           IF WS-RW-RECEIVED (WS-DIAL-ROW-SUB) > 0
               COMPUTE WS-REJECT-PCT ROUNDED =
                   WS-RW-REJECTED (WS-DIAL-ROW-SUB) * 100
                   / WS-RW-RECEIVED (WS-DIAL-ROW-SUB)
           END-IF.
           MOVE WS-REJECT-PCT TO WS-PCT-EDIT.
           IF WS-RW-DIAL-ID (WS-DIAL-ROW-SUB) = SPACES
               DISPLAY '  ALL DIALS'
           ELSE
               DISPLAY '  DIAL ' WS-RW-DIAL-ID (WS-DIAL-ROW-SUB)
           END-IF.
           DISPLAY '    RECEIVED ' WS-RW-RECEIVED (WS-DIAL-ROW-SUB)
               '  REJECTED ' WS-RW-REJECTED (WS-DIAL-ROW-SUB)
               ' (' WS-PCT-EDIT ' PCT)'
               '  AUTO-REPAIRED ' WS-RW-REPAIRED (WS-DIAL-ROW-SUB)
               '  MANUAL REVIEW ' WS-RW-MANUAL (WS-DIAL-ROW-SUB).
           DISPLAY '    FEEDVAL: STALE HEADER '
               WS-RW-STALE (WS-DIAL-ROW-SUB)
               '  TRAILER MISMATCH ' WS-RW-TRAILER (WS-DIAL-ROW-SUB)
               '  UNKNOWN DIAL ' WS-RW-UNKNOWN (WS-DIAL-ROW-SUB)
               '  DUPLICATE RESEND '
               WS-RW-DUPLICATE (WS-DIAL-ROW-SUB).
           DISPLAY '    WITHHELD: DIAL BREAKER '
               WS-RW-DIAL-WH (WS-DIAL-ROW-SUB)
               '  VAULT BREAKER ' WS-RW-VAULT-WH (WS-DIAL-ROW-SUB).
           MOVE SPACES TO FEEDSLA-REC.
           IF WS-RW-DIAL-ID (WS-DIAL-ROW-SUB) = SPACES
               SET SLA-FEED-REC TO TRUE
           ELSE
               SET SLA-DIAL-REC TO TRUE
           END-IF.
           MOVE WS-CURRENT-FEED TO SL-FEED-NAME.
           MOVE WS-RW-DIAL-ID (WS-DIAL-ROW-SUB) TO SL-DIAL-ID.
           MOVE WS-RW-RECEIVED (WS-DIAL-ROW-SUB) TO SL-RECEIVED.
           MOVE WS-RW-REJECTED (WS-DIAL-ROW-SUB) TO SL-REJECTED.
           MOVE WS-RW-REPAIRED (WS-DIAL-ROW-SUB) TO SL-AUTO-REPAIRED.
           MOVE WS-RW-MANUAL (WS-DIAL-ROW-SUB) TO SL-MANUAL-REVIEW.
           MOVE WS-RW-STALE (WS-DIAL-ROW-SUB) TO SL-STALE-HEADER.
           MOVE WS-RW-TRAILER (WS-DIAL-ROW-SUB)
               TO SL-TRAILER-MISMATCH.
           MOVE WS-RW-UNKNOWN (WS-DIAL-ROW-SUB) TO SL-UNKNOWN-DIAL.
           MOVE WS-RW-DUPLICATE (WS-DIAL-ROW-SUB)
               TO SL-DUPLICATE-RESEND.
           MOVE WS-RW-DIAL-WH (WS-DIAL-ROW-SUB) TO SL-DIAL-WITHHELD.
           MOVE WS-RW-VAULT-WH (WS-DIAL-ROW-SUB) TO SL-VAULT-WITHHELD.
           MOVE WS-REJECT-PCT TO SL-REJECT-PCT.
           PERFORM 8000-WRITE-SLA THRU 8000-EXIT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-PRINT-ONE-DIAL - ONE DIAL ROW OF THE CURRENT FEED
      *****************************************************************
       3200-PRINT-ONE-DIAL.
           IF WS-RW-DIAL-ID (WS-DIAL-ROW-SUB) = SPACES
               OR WS-RW-FEED-NAME (WS-DIAL-ROW-SUB)
                   NOT = WS-CURRENT-FEED
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3150-PRINT-ONE-ROW THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-PRINT-ONE-REASON - ONE REASON ROW OF THE CURRENT FEED,
      *                          FOR THE WHOLE FEED OR ONE DIAL
      *****************************************************************
       3300-PRINT-ONE-REASON.
           IF WS-RS-FEED-NAME (WS-REASON-SUB) NOT = WS-CURRENT-FEED
               GO TO 3300-EXIT
           END-IF.
           IF WS-RS-DIAL-ID (WS-REASON-SUB) = SPACES
               DISPLAY '    ' WS-RS-REASON (WS-REASON-SUB)
                   ' ALL      ' WS-RS-REJECTED (WS-REASON-SUB)
                   '      ' WS-RS-REPAIRED (WS-REASON-SUB)
                   '      ' WS-RS-MANUAL (WS-REASON-SUB)
           ELSE
               DISPLAY '    ' WS-RS-REASON (WS-REASON-SUB)
                   ' ' WS-RS-DIAL-ID (WS-REASON-SUB)
                   ' ' WS-RS-REJECTED (WS-REASON-SUB)
                   '      ' WS-RS-REPAIRED (WS-REASON-SUB)
                   '      ' WS-RS-MANUAL (WS-REASON-SUB)
           END-IF.
           MOVE SPACES TO FEEDSLA-REC.
           SET SLA-REASON-REC TO TRUE.
           MOVE WS-CURRENT-FEED TO SL-FEED-NAME.
           MOVE WS-RS-DIAL-ID (WS-REASON-SUB) TO SL-RS-DIAL-ID.
           MOVE WS-RS-REASON (WS-REASON-SUB) TO SL-RS-REASON.
           MOVE WS-RS-REJECTED (WS-REASON-SUB) TO SL-RS-REJECTED.
           MOVE WS-RS-REPAIRED (WS-REASON-SUB)
               TO SL-RS-AUTO-REPAIRED.
           MOVE WS-RS-MANUAL (WS-REASON-SUB) TO SL-RS-MANUAL-REVIEW.
           PERFORM 8000-WRITE-SLA THRU 8000-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-PRINT-ONE-WEEK - ONE WEEK OF THE CURRENT FEED'S TREND.
      *                        A WEEK WITH NO ACTIVITY PRINTS ZEROS,
      *                        AND THE CHANGE IN REJECT RATE IS SHOWN
      *                        AGAINST THE LAST WEEK THAT HAD RECORDS.
      *****************************************************************
       3400-PRINT-ONE-WEEK.
           MOVE WS-CURRENT-FEED TO WS-FIND-FEED-NAME.
           PERFORM 6300-FIND-WEEK THRU 6300-EXIT.
           COMPUTE WS-DATE-INTEGER =
               WS-FROM-INTEGER + (WS-WEEK-NUMBER - 1) * 7.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE SPACES TO FEEDSLA-REC.
           SET SLA-WEEK-REC TO TRUE.
           MOVE WS-CURRENT-FEED TO SL-FEED-NAME.
           MOVE WS-WEEK-NUMBER TO SL-WK-NUMBER.
           MOVE WS-WEEK-START TO SL-WK-START-DATE.
           MOVE 0 TO SL-WK-RECEIVED.
           MOVE 0 TO SL-WK-REJECTED.
           MOVE 0 TO SL-WK-REJECT-PCT.
           MOVE 0 TO SL-WK-PCT-CHANGE.
           MOVE 0 TO SL-WK-FINDINGS.
           MOVE 0 TO SL-WK-WITHHELD.
           MOVE 0 TO WS-REJECT-PCT.
           IF WS-WEEK-MATCH-SUB NOT = 0
               MOVE WS-WK-RECEIVED (WS-WEEK-MATCH-SUB)
                   TO SL-WK-RECEIVED
               MOVE WS-WK-REJECTED (WS-WEEK-MATCH-SUB)
                   TO SL-WK-REJECTED
               MOVE WS-WK-FINDINGS (WS-WEEK-MATCH-SUB)
                   TO SL-WK-FINDINGS
               MOVE WS-WK-WITHHELD (WS-WEEK-MATCH-SUB)
                   TO SL-WK-WITHHELD
           END-IF.
           IF SL-WK-RECEIVED > 0
               COMPUTE WS-REJECT-PCT ROUNDED =
                   SL-WK-REJECTED * 100 / SL-WK-RECEIVED
               MOVE WS-REJECT-PCT TO SL-WK-REJECT-PCT
           END-IF.
           MOVE WS-REJECT-PCT TO WS-PCT-EDIT.
           IF SL-WK-RECEIVED > 0 AND PRIOR-WEEK-HAS-RECORDS
               COMPUTE WS-PCT-CHANGE = WS-REJECT-PCT - WS-PRIOR-PCT
               MOVE WS-PCT-CHANGE TO SL-WK-PCT-CHANGE
               MOVE WS-PCT-CHANGE TO WS-CHANGE-EDIT
               DISPLAY '    WEEK ' SL-WK-NUMBER ' FROM ' WS-WEEK-START
                   '  RECEIVED ' SL-WK-RECEIVED
                   '  REJECTED ' SL-WK-REJECTED
                   ' (' WS-PCT-EDIT ' PCT, ' WS-CHANGE-EDIT ')'
                   '  FINDINGS ' SL-WK-FINDINGS
                   '  WITHHELD ' SL-WK-WITHHELD
           ELSE
               DISPLAY '    WEEK ' SL-WK-NUMBER ' FROM ' WS-WEEK-START
                   '  RECEIVED ' SL-WK-RECEIVED
                   '  REJECTED ' SL-WK-REJECTED
                   ' (' WS-PCT-EDIT ' PCT)         '
                   '  FINDINGS ' SL-WK-FINDINGS
                   '  WITHHELD ' SL-WK-WITHHELD
           END-IF.
           IF SL-WK-RECEIVED > 0
               MOVE WS-REJECT-PCT TO WS-PRIOR-PCT
               SET PRIOR-WEEK-HAS-RECORDS TO TRUE
           END-IF.
           PERFORM 8000-WRITE-SLA THRU 8000-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  6000-RESOLVE-FEED - NAME THE FEED A RECORD BELONGS TO: THE
      *                      FEED CONFIGURED FOR ITS DIAL IN THE
      *                      VERSION IN FORCE ON ITS DATE (THE LATEST
      *                      EFFECTIVE DATE NOT AFTER IT, THE LATER
      *                      RECORD WINNING A TIE), WITH THAT
      *                      VERSION'S TOLERANCE. A DIAL WITH NO
      *                      VERSION IN FORCE KEEPS THE FILE NAME IT
      *                      CAME IN ON AND THE 100 PCT DEFAULT.
      *****************************************************************
       6000-RESOLVE-FEED.
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 6010-TRY-ONE-VERSION THRU 6010-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-RECORD-FILE TO WS-TL-FEED-NAME
               MOVE 100 TO WS-TOLERANCE
           ELSE
               MOVE WS-VR-FEED-NAME (WS-VERSION-MATCH-SUB)
                   TO WS-TL-FEED-NAME
               MOVE WS-VR-TOLERANCE (WS-VERSION-MATCH-SUB)
                   TO WS-TOLERANCE
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  6010-TRY-ONE-VERSION - KEEP ONE VERSION OF THE RECORD'S DIAL
      *                         IF IT IS IN FORCE ON THE RECORD'S DATE
      *                         AND NO EARLIER THAN THE BEST SO FAR
      *****************************************************************
       6010-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB) NOT = WS-TL-DIAL-ID
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-TL-DATE
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
      *  6100-FIND-ROW - FIND THE ROW FOR WS-FIND-FEED-NAME AND
      *                  WS-FIND-DIAL-ID, ADDING IT IF NEW
      *****************************************************************
       6100-FIND-ROW.
           MOVE 0 TO WS-ROW-MATCH-SUB.
           PERFORM 6110-MATCH-ONE-ROW THRU 6110-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-ENTRIES
               OR WS-ROW-MATCH-SUB NOT = 0.
           IF WS-ROW-MATCH-SUB NOT = 0
               GO TO 6100-EXIT
           END-IF.
           IF WS-ROW-ENTRIES >= WS-ROW-CAPACITY
               PERFORM 6900-TABLE-FULL THRU 6900-EXIT
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-ROW-ENTRIES.
           MOVE WS-ROW-ENTRIES TO WS-ROW-MATCH-SUB.
           MOVE WS-FIND-FEED-NAME TO WS-RW-FEED-NAME (WS-ROW-MATCH-SUB).
           MOVE WS-FIND-DIAL-ID TO WS-RW-DIAL-ID (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-RECEIVED (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-REJECTED (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-REPAIRED (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-MANUAL (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-STALE (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-TRAILER (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-UNKNOWN (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-DUPLICATE (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-DIAL-WH (WS-ROW-MATCH-SUB).
           MOVE 0 TO WS-RW-VAULT-WH (WS-ROW-MATCH-SUB).
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6110-MATCH-ONE-ROW - NOTE THE ROW IF IT IS THE ONE SOUGHT
      *****************************************************************
       6110-MATCH-ONE-ROW.
           IF WS-RW-FEED-NAME (WS-ROW-SUB) = WS-FIND-FEED-NAME
               AND WS-RW-DIAL-ID (WS-ROW-SUB) = WS-FIND-DIAL-ID
               MOVE WS-ROW-SUB TO WS-ROW-MATCH-SUB
           END-IF.
       6110-EXIT.
           EXIT.

      *****************************************************************
      *  6200-FIND-REASON - FIND THE REASON ROW FOR WS-FIND-FEED-NAME,
      *                     WS-FIND-DIAL-ID AND WS-FIND-REASON, ADDING
      *                     IT IF NEW
      *****************************************************************
       6200-FIND-REASON.
           MOVE 0 TO WS-REASON-MATCH-SUB.
           PERFORM 6210-MATCH-ONE-REASON THRU 6210-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-ENTRIES
               OR WS-REASON-MATCH-SUB NOT = 0.
           IF WS-REASON-MATCH-SUB NOT = 0
               GO TO 6200-EXIT
           END-IF.
           IF WS-REASON-ENTRIES >= WS-ROW-CAPACITY
               PERFORM 6900-TABLE-FULL THRU 6900-EXIT
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-REASON-ENTRIES.
           MOVE WS-REASON-ENTRIES TO WS-REASON-MATCH-SUB.
           MOVE WS-FIND-FEED-NAME
               TO WS-RS-FEED-NAME (WS-REASON-MATCH-SUB).
           MOVE WS-FIND-DIAL-ID TO WS-RS-DIAL-ID (WS-REASON-MATCH-SUB).
           MOVE WS-FIND-REASON TO WS-RS-REASON (WS-REASON-MATCH-SUB).
           MOVE 0 TO WS-RS-REJECTED (WS-REASON-MATCH-SUB).
           MOVE 0 TO WS-RS-REPAIRED (WS-REASON-MATCH-SUB).
           MOVE 0 TO WS-RS-MANUAL (WS-REASON-MATCH-SUB).
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6210-MATCH-ONE-REASON - NOTE THE REASON ROW IF IT IS THE ONE
      *                          SOUGHT
      *****************************************************************
       6210-MATCH-ONE-REASON.
           IF WS-RS-FEED-NAME (WS-REASON-SUB) = WS-FIND-FEED-NAME
               AND WS-RS-DIAL-ID (WS-REASON-SUB) = WS-FIND-DIAL-ID
               AND WS-RS-REASON (WS-REASON-SUB) = WS-FIND-REASON
               MOVE WS-REASON-SUB TO WS-REASON-MATCH-SUB
           END-IF.
       6210-EXIT.
           EXIT.

      *****************************************************************
      *  6300-FIND-WEEK - FIND THE WEEK ROW FOR WS-FIND-FEED-NAME AND
      *                   WS-WEEK-NUMBER. ZERO WHEN THERE IS NONE.
      *****************************************************************
       6300-FIND-WEEK.
           MOVE 0 TO WS-WEEK-MATCH-SUB.
           PERFORM 6310-MATCH-ONE-WEEK THRU 6310-EXIT
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEK-ENTRIES
               OR WS-WEEK-MATCH-SUB NOT = 0.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6310-MATCH-ONE-WEEK - NOTE THE WEEK ROW IF IT IS THE ONE
      *                        SOUGHT
      *****************************************************************
       6310-MATCH-ONE-WEEK.
           IF WS-WK-FEED-NAME (WS-WEEK-SUB) = WS-FIND-FEED-NAME
               AND WS-WK-NUMBER (WS-WEEK-SUB) = WS-WEEK-NUMBER
               MOVE WS-WEEK-SUB TO WS-WEEK-MATCH-SUB
           END-IF.
       6310-EXIT.
           EXIT.

      *****************************************************************
      *  6400-CLEAR-TALLY - EMPTY THE TALLY AREA FOR THE NEXT RECORD
      *****************************************************************
       6400-CLEAR-TALLY.
           MOVE SPACES TO WS-TL-FEED-NAME.
           MOVE SPACES TO WS-TL-DIAL-ID.
           MOVE 0 TO WS-TL-DATE.
           MOVE SPACES TO WS-TL-REASON.
           MOVE 0 TO WS-TL-RECEIVED.
           MOVE 0 TO WS-TL-REJECTED.
           MOVE 0 TO WS-TL-REPAIRED.
           MOVE 0 TO WS-TL-MANUAL.
           MOVE 0 TO WS-TL-STALE.
           MOVE 0 TO WS-TL-TRAILER.
           MOVE 0 TO WS-TL-UNKNOWN.
           MOVE 0 TO WS-TL-DUPLICATE.
           MOVE 0 TO WS-TL-DIAL-WH.
           MOVE 0 TO WS-TL-VAULT-WH.
           MOVE 0 TO WS-TL-EXCEPTIONS.
       6400-EXIT.
           EXIT.

      *****************************************************************
      *  6500-POST-TALLY - ADD THE TALLY TO THE FEED'S ROW AND, WHEN
      *                    THERE IS A DIAL, THE DIAL'S ROW; TO THE
      *                    FEED'S WEEK; AND, WHEN THERE IS A REASON,
      *                    TO THE FEED'S AND THE DIAL'S REASON ROWS
      *****************************************************************
       6500-POST-TALLY.
           MOVE WS-TL-FEED-NAME TO WS-FIND-FEED-NAME.
           MOVE SPACES TO WS-FIND-DIAL-ID.
           PERFORM 6100-FIND-ROW THRU 6100-EXIT.
           IF RUN-TABLE-IS-FULL
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6550-ADD-TO-ROW THRU 6550-EXIT.
           IF WS-TL-DIAL-ID NOT = SPACES
               MOVE WS-TL-DIAL-ID TO WS-FIND-DIAL-ID
               PERFORM 6100-FIND-ROW THRU 6100-EXIT
               IF RUN-TABLE-IS-FULL
                   GO TO 6500-EXIT
               END-IF
               PERFORM 6550-ADD-TO-ROW THRU 6550-EXIT
           END-IF.
           PERFORM 6600-ADD-TO-WEEK THRU 6600-EXIT.
           IF WS-TL-REASON NOT = SPACES
               MOVE WS-TL-REASON TO WS-FIND-REASON
               MOVE SPACES TO WS-FIND-DIAL-ID
               PERFORM 6700-ADD-TO-REASON THRU 6700-EXIT
               IF WS-TL-DIAL-ID NOT = SPACES
                   MOVE WS-TL-DIAL-ID TO WS-FIND-DIAL-ID
                   PERFORM 6700-ADD-TO-REASON THRU 6700-EXIT
               END-IF
           END-IF.
       6500-EXIT.
           EXIT.

      *****************************************************************
      *  6550-ADD-TO-ROW - ADD THE TALLY TO THE ROW JUST FOUND
      *****************************************************************
       6550-ADD-TO-ROW.
           ADD WS-TL-RECEIVED TO WS-RW-RECEIVED (WS-ROW-MATCH-SUB).
           ADD WS-TL-REJECTED TO WS-RW-REJECTED (WS-ROW-MATCH-SUB).
           ADD WS-TL-REPAIRED TO WS-RW-REPAIRED (WS-ROW-MATCH-SUB).
           ADD WS-TL-MANUAL TO WS-RW-MANUAL (WS-ROW-MATCH-SUB).
           ADD WS-TL-STALE TO WS-RW-STALE (WS-ROW-MATCH-SUB).
           ADD WS-TL-TRAILER TO WS-RW-TRAILER (WS-ROW-MATCH-SUB).
           ADD WS-TL-UNKNOWN TO WS-RW-UNKNOWN (WS-ROW-MATCH-SUB).
           ADD WS-TL-DUPLICATE TO WS-RW-DUPLICATE (WS-ROW-MATCH-SUB).
           ADD WS-TL-DIAL-WH TO WS-RW-DIAL-WH (WS-ROW-MATCH-SUB).
           ADD WS-TL-VAULT-WH TO WS-RW-VAULT-WH (WS-ROW-MATCH-SUB).
       6550-EXIT.
           EXIT.

      *****************************************************************
      *  6600-ADD-TO-WEEK - ADD THE TALLY TO THE FEED'S WEEK, COUNTED
      *                     FROM THE FIRST DATE OF THE RANGE
      *****************************************************************
       6600-ADD-TO-WEEK.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TL-DATE).
           COMPUTE WS-WEEK-NUMBER =
               (WS-DATE-INTEGER - WS-FROM-INTEGER) / 7 + 1.
           PERFORM 6300-FIND-WEEK THRU 6300-EXIT.
           IF WS-WEEK-MATCH-SUB = 0
               IF WS-WEEK-ENTRIES >= WS-ROW-CAPACITY
                   PERFORM 6900-TABLE-FULL THRU 6900-EXIT
                   GO TO 6600-EXIT
               END-IF
               ADD 1 TO WS-WEEK-ENTRIES
               MOVE WS-WEEK-ENTRIES TO WS-WEEK-MATCH-SUB
               MOVE WS-FIND-FEED-NAME
                   TO WS-WK-FEED-NAME (WS-WEEK-MATCH-SUB)
               MOVE WS-WEEK-NUMBER TO WS-WK-NUMBER (WS-WEEK-MATCH-SUB)
               MOVE 0 TO WS-WK-RECEIVED (WS-WEEK-MATCH-SUB)
               MOVE 0 TO WS-WK-REJECTED (WS-WEEK-MATCH-SUB)
               MOVE 0 TO WS-WK-FINDINGS (WS-WEEK-MATCH-SUB)
               MOVE 0 TO WS-WK-WITHHELD (WS-WEEK-MATCH-SUB)
           END-IF.
           ADD WS-TL-RECEIVED TO WS-WK-RECEIVED (WS-WEEK-MATCH-SUB).
           ADD WS-TL-REJECTED TO WS-WK-REJECTED (WS-WEEK-MATCH-SUB).
           ADD WS-TL-STALE WS-TL-TRAILER WS-TL-UNKNOWN WS-TL-DUPLICATE
               TO WS-WK-FINDINGS (WS-WEEK-MATCH-SUB).
           ADD WS-TL-DIAL-WH WS-TL-VAULT-WH
               TO WS-WK-WITHHELD (WS-WEEK-MATCH-SUB).
       6600-EXIT.
           EXIT.

      *****************************************************************
      *  6700-ADD-TO-REASON - ADD THE TALLY TO ONE REASON ROW: AN
      *                       EXCEPTION COUNTS AS REJECTED, A REPAIR
      *                       OR MANUAL-REVIEW RECORD AS ITS OUTCOME
      *****************************************************************
       6700-ADD-TO-REASON.
           PERFORM 6200-FIND-REASON THRU 6200-EXIT.
           IF RUN-TABLE-IS-FULL
               GO TO 6700-EXIT
           END-IF.
           ADD WS-TL-EXCEPTIONS
               TO WS-RS-REJECTED (WS-REASON-MATCH-SUB).
           ADD WS-TL-REPAIRED TO WS-RS-REPAIRED (WS-REASON-MATCH-SUB).
           ADD WS-TL-MANUAL TO WS-RS-MANUAL (WS-REASON-MATCH-SUB).
       6700-EXIT.
           EXIT.

      *****************************************************************
      *  6900-TABLE-FULL - A RUN TABLE OUTGREW ITS SIZED CAPACITY; THE
      *                    SCORECARD WOULD BE WRONG, SO THE RUN STOPS
      *****************************************************************
       6900-TABLE-FULL.
           IF NOT RUN-TABLE-IS-FULL
               SET RUN-TABLE-IS-FULL TO TRUE
               DISPLAY 'FEEDQUAL: RUN TABLE OVER ITS SIZED CAPACITY - '
                   'RUN STOPPED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       6900-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-SLA - WRITE ONE SLA EXTRACT RECORD AND COUNT IT
      *****************************************************************
       8000-WRITE-SLA.
           IF NOT FEEDSLAFILE-IS-OPEN
               GO TO 8000-EXIT
           END-IF.
           WRITE FEEDSLA-REC.
           ADD 1 TO WS-SLA-COUNT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CLOSE THE EXTRACT WITH ITS TRAILER, PRINT A
      *                   CLOSING SUMMARY AND SET THE RETURN CODE
      *****************************************************************
       9000-TERMINATE.
           IF FEEDSLAFILE-IS-OPEN
               MOVE SPACES TO FEEDSLA-REC
               SET SLA-TRAILER-REC TO TRUE
               MOVE WS-SLA-COUNT TO SL-RECORD-COUNT
               MOVE WS-FEED-COUNT TO SL-FEED-COUNT
               WRITE FEEDSLA-REC
               CLOSE FEEDSLAFILE
           END-IF.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           DISPLAY ' '.
           IF WS-UNDATED-COUNT NOT = 0
               DISPLAY 'FEEDQUAL: ' WS-UNDATED-COUNT ' EXCEPTION '
                   'RECORD(S) CARRY NO FEED DATE AND WERE NOT COUNTED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-SKIPPED-INPUTS NOT = 0
               DISPLAY 'FEEDQUAL: ' WS-SKIPPED-INPUTS ' INPUT(S) '
                   'COULD NOT BE READ - THE SCORECARD IS INCOMPLETE'
           END-IF.
           DISPLAY 'FEEDQUAL: ' WS-FEED-COUNT ' FEED(S) SCORED, '
               WS-SLA-COUNT ' SLA EXTRACT RECORD(S) WRITTEN'.
       9000-EXIT.
           EXIT.
