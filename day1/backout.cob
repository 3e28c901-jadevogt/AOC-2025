       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - FEED BACKOUT UTILITY. WHEN
      *                   A FEED TURNS OUT TO HAVE BEEN BAD AFTER IT WAS
      *                   SCORED, UNDOING IT USED TO MEAN HAND-EDITING
      *                   HISTONE, HISTTWO AND ZLJRNL AND THEN FORCING
      *                   THE CORRECTED RE-SCORE PAST THE DUPLICATE
      *                   GUARD WITH AN OVERRIDE CARD. THIS UTILITY
      *                   TAKES BACKOUT CARDS (BKOTXN) NAMING A FEED AND
      *                   FEED DATE, A DIAL AND FEED DATE OR A VAULT AND
      *                   FEED DATE, AND FOR EVERY DIAL THE CARD COVERS
      *                   (ONCE, HOWEVER MANY DATED VERSIONS IT HAS IN
      *                   DIALCTL) REMOVES THAT DATE'S HS-DETAIL RECORDS
      *                   FROM HISTONE AND HISTTWO AND ITS ZERO-LANDING
      *                   ENTRIES FROM ZLJRNL, WITH A BEFORE-IMAGE AUDIT
      *                   RECORD (BKOAUD) FOR EVERY RECORD IT REMOVES OR
      *                   CHANGES, THE WAY DIALMNT AND CKPTMNT AUDIT
      *                   THEIR CHANGES. THE HISTORY DATASETS AND THE
      *                   JOURNAL ARE WRITTEN TO NEW COPIES WHICH THE
      *                   JOB COPIES BACK ONLY ON A CLEAN RETURN CODE,
      *                   AS HISTARCH DOES; SUMMARY RECORDS HISTARCH
      *                   LEFT BEHIND ARE NEVER TOUCHED. A CARRY-FORWARD
      *                   DIAL WHOSE POSONE/POSTWO POSITION MASTER STILL
      *                   HOLDS THE BACKED-OUT FEED DATE IS STEPPED BACK
      *                   TO THE POSITION THAT FEED STARTED FROM (OR ITS
      *                   RECORD DELETED IF THE BAD FEED CREATED IT), SO
      *                   THE CORRECTED RE-SCORE STARTS WHERE THE BAD
      *                   ONE DID; A MASTER THAT IS NOT THERE IS
      *                   SKIPPED. THE FEED'S FEEDREG ENTRY - LOOKED FOR
      *                   UNDER EVERY FEED LIST GENERATION OF THE DIAL'S
      *                   FEED AS WELL AS THE CONFIGURED NAME - IS
      *                   MARKED BACKED OUT (STATUS B) SO FEEDVAL LETS
      *                   THE CORRECTED RE-SCORE THROUGH WITHOUT AN
      *                   OVERRIDE; A DIAL OR VAULT BACKOUT ONLY MARKS
      *                   THE FEED WHEN EVERY DIAL READING IT WAS BACKED
      *                   OUT FOR THAT DATE, OTHERWISE THE GUARD STAYS
      *                   UP AND THE RUN SAYS SO. EVERY LIVE CHANGE BUT
      *                   THE COPIES IS STAGED: A BACKOUT RUN (SYSIN
      *                   BLANK OR STAGE) ONLY READS POSONE, POSTWO AND
      *                   FEEDREG, WRITES EVERY STEP-BACK AND REGISTRY
      *                   MARK TO THE BKOKEYS WORK DATASET AND THE
      *                   HISTORY AND JOURNAL BEFORE IMAGES TO BKOAUDN,
      *                   AND AN APPLY RUN (SYSIN APPLY), MADE ONLY ONCE
      *                   THE COPIES HAVE GONE BACK, POSTS THOSE BEFORE
      *                   IMAGES TO BKOAUD AND MAKES THE KEYED CHANGES
      *                   WITH THEIR OWN, PASSING OVER ANY IMAGE ALREADY
      *                   POSTED OR CHANGE ALREADY MADE. A HELD BACKOUT
      *                   THEREFORE LEAVES EVERY LIVE DATASET, BKOAUD
      *                   INCLUDED, AS IT WAS, AND THE APPLY CAN BE
      *                   RERUN. A REJECTED CARD, OR A CARD THAT FOUND
      *                   NOTHING TO REMOVE, SETS RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALCTLFILE ASSIGN TO DIALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT BKOTXNFILE ASSIGN TO BKOTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOTXNFILE-STATUS.

           SELECT FEEDLISTFILE ASSIGN TO FEEDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLISTFILE-STATUS.

           SELECT HISTONEFILE ASSIGN TO HISTONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTONEFILE-STATUS.

           SELECT HISTONENFILE ASSIGN TO HISTONEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTONENFILE-STATUS.

           SELECT HISTTWOFILE ASSIGN TO HISTTWO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTTWOFILE-STATUS.

           SELECT HISTTWONFILE ASSIGN TO HISTTWON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTTWONFILE-STATUS.

           SELECT ZLJRNLFILE ASSIGN TO ZLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZLJRNLFILE-STATUS.

           SELECT ZLJRNLNFILE ASSIGN TO ZLJRNLN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZLJRNLNFILE-STATUS.

           SELECT FEEDREGFILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FG-FEED-NAME
               FILE STATUS IS WS-FEEDREGFILE-STATUS.

           SELECT POSONEFILE ASSIGN TO POSONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-DIAL-ID
               FILE STATUS IS WS-POSONEFILE-STATUS.

           SELECT POSTWOFILE ASSIGN TO POSTWO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-DIAL-ID
               FILE STATUS IS WS-POSTWOFILE-STATUS.

           SELECT BKOAUDFILE ASSIGN TO BKOAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOAUDFILE-STATUS.

           SELECT BKOKEYSFILE ASSIGN TO BKOKEYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOKEYSFILE-STATUS.

           SELECT BKOAUDNFILE ASSIGN TO BKOAUDN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOAUDNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  BKOTXNFILE.
       01  BKOTXN-FILE.
           05  BT-ACTION               PIC X(06).
               88  TXN-IS-FEED                  VALUE 'FEED'.
               88  TXN-IS-DIAL                  VALUE 'DIAL'.
               88  TXN-IS-VAULT                 VALUE 'VAULT'.
           05  BT-USER-ID              PIC X(8).
           05  BT-FEED-DATE            PIC X(8).
           05  BT-TARGET               PIC X(40).
           05  FILLER                  PIC X(18).

       FD  FEEDLISTFILE.
       01  FEEDLIST-FILE.
           05  FL-BASE-FILE            PIC X(40).
           05  FL-ACTUAL-FILE          PIC X(40).

       FD  HISTONEFILE.
       01  HISTONE-REC                 PIC X(46).

       FD  HISTONENFILE.
       01  HISTONEN-REC                PIC X(46).

       FD  HISTTWOFILE.
       01  HISTTWO-REC                 PIC X(46).

       FD  HISTTWONFILE.
       01  HISTTWON-REC                PIC X(46).

       FD  ZLJRNLFILE.
       01  ZLJRNL-REC                  PIC X(79).

       FD  ZLJRNLNFILE.
       01  ZLJRNLN-REC                 PIC X(79).

       FD  FEEDREGFILE.
           COPY FDREGREC.

       FD  POSONEFILE.
           COPY DLPOSREC.

       FD  POSTWOFILE.
           COPY DLPOSREC
               REPLACING ==POSFILE-FILE==   BY ==POSTWOFILE-FILE==
               ==PS-DIAL-ID==     BY ==PT-DIAL-ID==
               ==PS-FEED-DATE==   BY ==PT-FEED-DATE==
               ==PS-FINAL-STATE== BY ==PT-FINAL-STATE==
               ==PS-START-DATE==  BY ==PT-START-DATE==
               ==PS-START-STATE== BY ==PT-START-STATE==
               ==PS-UPDATE-DATE== BY ==PT-UPDATE-DATE==.

       FD  BKOAUDFILE.
           COPY BKAUDREC.

       FD  BKOKEYSFILE.
           COPY BKPNDREC.

       FD  BKOAUDNFILE.
       01  BKOAUDN-REC                 PIC X(123).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WORKING VIEWS OF THE HISTORY AND JOURNAL RECORDS. THE FOUR
      *  HISTORY FILES AND TWO JOURNAL FILES ARE ALL READ INTO AND
      *  WRITTEN FROM THESE, SO ONE LAYOUT SERVES EVERY COPY.
      *****************************************************************
           COPY HISTREC.
           COPY ZLJRNREC.

       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-BKOTXN-EOF               PIC A(1) VALUE 'N'.
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-HISTIN-EOF               PIC A(1) VALUE 'N'.
       01  WS-ZLJRNL-EOF               PIC A(1) VALUE 'N'.
       01  WS-CARD-DATE                PIC 9(8).
       01  WS-LOOKUP-DIAL-ID           PIC X(8).
       01  WS-LOOKUP-DATE              PIC 9(8).
       01  WS-LOOKUP-FEED              PIC X(40).
       01  WS-BASE-FEED                PIC X(40).
       01  WS-AUDIT-SOURCE             PIC X(8).
       01  WS-AUDIT-IMAGE              PIC X(79).
       01  WS-HIST-SOURCE              PIC X(8).
       01  WS-CARD-DIALS               PIC 9(09).
       01  WS-FEED-DIALS               PIC 9(09).
       01  WS-FEED-COVERED             PIC 9(09).
       01  WS-REG-FEED                 PIC X(40).
       01  WS-REG-MATCHED              PIC 9(05).
       01  WS-BKOKEYS-EOF              PIC A(1) VALUE 'N'.
       01  WS-APPLY-KEY                PIC X(40).
       01  WS-APPLY-REASON             PIC X(40).
       01  WS-BKOAUD-EOF               PIC A(1) VALUE 'N'.
       01  WS-BKOAUDN-EOF              PIC A(1) VALUE 'N'.
       01  WS-STAGED-AUDIT             PIC X(123).

      *****************************************************************
      *  THE SYSIN CARD: STAGE (OR BLANK) FOR THE BACKOUT ITSELF, OR
      *  APPLY TO MAKE THE KEYED CHANGES THE BACKOUT LEFT IN BKOKEYS
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-RUN-MODE             PIC X(05).
               88  RUN-IS-STAGE                  VALUE 'STAGE'
                                                       SPACES.
               88  RUN-IS-APPLY                  VALUE 'APPLY'.
           05  FILLER                  PIC X(75).

       01  WS-CARD-COUNT               PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
       01  WS-HISTONE-REMOVED          PIC 9(09) VALUE 0.
       01  WS-HISTTWO-REMOVED          PIC 9(09) VALUE 0.
       01  WS-JOURNAL-REMOVED          PIC 9(09) VALUE 0.
       01  WS-REGISTRY-MARKED          PIC 9(05) VALUE 0.
       01  WS-POSITIONS-STEPPED        PIC 9(09) VALUE 0.
       01  WS-CHANGES-READ             PIC 9(09) VALUE 0.
       01  WS-CHANGES-MADE             PIC 9(09) VALUE 0.
       01  WS-CHANGES-ALREADY          PIC 9(09) VALUE 0.
       01  WS-AUDIT-STAGED             PIC 9(09) VALUE 0.
       01  WS-AUDIT-POSTED             PIC 9(09) VALUE 0.
       01  WS-AUDIT-ALREADY            PIC 9(09) VALUE 0.
       01  WS-AUDIT-READ               PIC 9(09) VALUE 0.

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-CARD-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-CARD-SUB                 PIC 9(09) VALUE 0.
       01  WS-KEY-ENTRIES              PIC 9(09) VALUE 0.
       01  WS-KEY-SUB                  PIC 9(09) VALUE 0.
       01  WS-SAVE-KEY-SUB             PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-SUB             PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(09) VALUE 0.
       01  WS-MARKED-ENTRIES           PIC 9(09) VALUE 0.
       01  WS-MARKED-SUB               PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE CONTROL FILE, THE FEED
      *  LIST AND THE BACKOUT CARDS AND ALLOCATED AT INITIALIZATION.
      *  A CARD CAN COVER AT MOST EVERY CONFIGURED DIAL, SO THE KEY
      *  TABLE IS CARDS TIMES DIALS. EVERY REGISTRY NAME THE RUN CAN
      *  MARK IS A LISTED GENERATION, A DIAL'S FEED OR A CARD'S
      *  TARGET, SO THE MARKED TABLE IS THE SUM OF THOSE. THE LAYOUTS
      *  LIVE IN THE LINKAGE SECTION.
      *****************************************************************
       01  WS-DIAL-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-CARD-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-KEY-CAPACITY             PIC 9(09) COMP VALUE 0.
       01  WS-FEEDLIST-CAPACITY        PIC 9(09) COMP VALUE 0.
       01  WS-MARKED-CAPACITY          PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(09) COMP.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-CARD-TABLE-PTR           POINTER.
       01  WS-KEY-TABLE-PTR            POINTER.
       01  WS-FEEDLIST-TABLE-PTR       POINTER.
       01  WS-MARKED-TABLE-PTR         POINTER.

       01  WS-SWITCHES.
           05  WS-CARD-SW              PIC X(01).
               88  CARD-IS-VALID                VALUE 'Y'.
               88  CARD-IS-INVALID              VALUE 'N'.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-BKOTXN-OPEN-SW       PIC X(01) VALUE 'N'.
               88  BKOTXNFILE-IS-OPEN            VALUE 'Y'.
           05  WS-HISTONE-OPEN-SW      PIC X(01) VALUE 'N'.
               88  HISTONEFILE-IS-OPEN           VALUE 'Y'.
           05  WS-HISTONEN-OPEN-SW     PIC X(01) VALUE 'N'.
               88  HISTONENFILE-IS-OPEN          VALUE 'Y'.
           05  WS-HISTTWO-OPEN-SW      PIC X(01) VALUE 'N'.
               88  HISTTWOFILE-IS-OPEN           VALUE 'Y'.
           05  WS-HISTTWON-OPEN-SW     PIC X(01) VALUE 'N'.
               88  HISTTWONFILE-IS-OPEN          VALUE 'Y'.
           05  WS-ZLJRNL-OPEN-SW       PIC X(01) VALUE 'N'.
               88  ZLJRNLFILE-IS-OPEN            VALUE 'Y'.
           05  WS-ZLJRNLN-OPEN-SW      PIC X(01) VALUE 'N'.
               88  ZLJRNLNFILE-IS-OPEN           VALUE 'Y'.
           05  WS-FEEDREG-OPEN-SW      PIC X(01) VALUE 'N'.
               88  FEEDREGFILE-IS-OPEN           VALUE 'Y'.
           05  WS-POSONE-OPEN-SW       PIC X(01) VALUE 'N'.
               88  POSONEFILE-IS-OPEN            VALUE 'Y'.
           05  WS-POSTWO-OPEN-SW       PIC X(01) VALUE 'N'.
               88  POSTWOFILE-IS-OPEN            VALUE 'Y'.
           05  WS-BKOAUD-OPEN-SW       PIC X(01) VALUE 'N'.
               88  BKOAUDFILE-IS-OPEN            VALUE 'Y'.
           05  WS-BKOKEYS-OPEN-SW      PIC X(01) VALUE 'N'.
               88  BKOKEYSFILE-IS-OPEN           VALUE 'Y'.
           05  WS-BKOAUDN-OPEN-SW      PIC X(01) VALUE 'N'.
               88  BKOAUDNFILE-IS-OPEN           VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-BKOTXNFILE-STATUS        PIC X(2).
       77  WS-FEEDLISTFILE-STATUS      PIC X(2).
       77  WS-HISTONEFILE-STATUS       PIC X(2).
       77  WS-HISTONENFILE-STATUS      PIC X(2).
       77  WS-HISTTWOFILE-STATUS       PIC X(2).
       77  WS-HISTTWONFILE-STATUS      PIC X(2).
       77  WS-ZLJRNLFILE-STATUS        PIC X(2).
       77  WS-ZLJRNLNFILE-STATUS       PIC X(2).
       77  WS-FEEDREGFILE-STATUS       PIC X(2).
       77  WS-POSONEFILE-STATUS        PIC X(2).
       77  WS-POSTWOFILE-STATUS        PIC X(2).
       77  WS-BKOAUDFILE-STATUS        PIC X(2).
       77  WS-BKOKEYSFILE-STATUS       PIC X(2).
       77  WS-BKOAUDNFILE-STATUS       PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-INPUT-FILE    PIC X(40).
               10  WS-DL-VAULT-ID      PIC X(8).

       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-CARD-CAPACITY.
               10  WS-CD-ACTION        PIC X(06).
               10  WS-CD-USER-ID       PIC X(8).
               10  WS-CD-FEED-DATE     PIC 9(8).
               10  WS-CD-TARGET        PIC X(40).
               10  WS-CD-HISTONE       PIC 9(09).
               10  WS-CD-HISTTWO       PIC 9(09).
               10  WS-CD-JOURNAL       PIC 9(09).

       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-KEY-CAPACITY.
               10  WS-BK-DIAL-ID       PIC X(8).
               10  WS-BK-FEED-DATE     PIC 9(8).
               10  WS-BK-CARD-SUB      PIC 9(09).

       01  WS-FEEDLIST-TABLE.
           05  WS-FEEDLIST-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-FEEDLIST-CAPACITY.
               10  WS-FL-BASE-FILE     PIC X(40).
               10  WS-FL-ACTUAL-FILE   PIC X(40).

       01  WS-MARKED-TABLE.
           05  WS-MARKED-ENTRY OCCURS 1 TO 3000000 TIMES
               DEPENDING ON WS-MARKED-CAPACITY.
               10  WS-MK-FEED-NAME     PIC X(40).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RUN-IS-APPLY
               IF RETURN-CODE < 16
                   PERFORM 5800-POST-STAGED-AUDIT THRU 5800-EXIT
               END-IF
               IF RETURN-CODE < 16
                   PERFORM 6000-APPLY-ONE-CHANGE THRU 6000-EXIT
                       UNTIL WS-BKOKEYS-EOF = 'Y'
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
                   UNTIL WS-BKOTXN-EOF = 'Y'
           END-IF.
           IF RETURN-CODE < 16
               MOVE 'HISTONE' TO WS-HIST-SOURCE
               PERFORM 3000-FILTER-HISTONE THRU 3000-EXIT
                   UNTIL WS-HISTIN-EOF = 'Y'
               MOVE 'N' TO WS-HISTIN-EOF
               MOVE 'HISTTWO' TO WS-HIST-SOURCE
               PERFORM 3100-FILTER-HISTTWO THRU 3100-EXIT
                   UNTIL WS-HISTIN-EOF = 'Y'
               PERFORM 3500-FILTER-JOURNAL THRU 3500-EXIT
                   UNTIL WS-ZLJRNL-EOF = 'Y'
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 3700-STEP-BACK-ONE-KEY THRU 3700-EXIT
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-ENTRIES
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 4000-MARK-ONE-CARD THRU 4000-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-ENTRIES
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 5000-PRINT-ONE-CARD THRU 5000-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-ENTRIES
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE RUN MODE FROM SYSIN. AN APPLY RUN
      *                    ONLY OPENS WHAT IT UPDATES; A BACKOUT RUN
      *                    SIZES THE TABLES, LOADS THE DIAL CONTROL
      *                    TABLE AND THE OPTIONAL FEED LIST, AND OPENS
      *                    EVERY DATASET THE BACKOUT READS OR WRITES
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD.
           EVALUATE TRUE
               WHEN RUN-IS-STAGE
                   DISPLAY 'FEED BACKOUT REPORT FOR ' WS-RUN-DATE
               WHEN RUN-IS-APPLY
                   DISPLAY 'FEED BACKOUT KEYED CHANGES APPLIED '
                       WS-RUN-DATE
                   PERFORM 1900-OPEN-APPLY THRU 1900-EXIT
                   GO TO 1000-EXIT
               WHEN OTHER
                   DISPLAY 'BACKOUT: RUN MODE FROM SYSIN IS NOT '
                       'STAGE OR APPLY'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-EVALUATE.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN DIALCTLFILE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-DIAL THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1600-LOAD-FEED-LIST THRU 1600-EXIT.
           OPEN INPUT BKOTXNFILE.
           IF WS-BKOTXNFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOTXN - NO BACKOUT '
                   'CARDS TO APPLY'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET BKOTXNFILE-IS-OPEN TO TRUE.
           PERFORM 1700-OPEN-HISTORY THRU 1700-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ZLJRNLFILE.
           IF WS-ZLJRNLFILE-STATUS = '35'
               MOVE 'Y' TO WS-ZLJRNL-EOF
           ELSE
               IF WS-ZLJRNLFILE-STATUS NOT = '00'
                   DISPLAY 'BACKOUT: UNABLE TO OPEN ZLJRNL'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               SET ZLJRNLFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ZLJRNLNFILE.
           IF WS-ZLJRNLNFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN ZLJRNLN'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET ZLJRNLNFILE-IS-OPEN TO TRUE.
           OPEN INPUT FEEDREGFILE.
           IF WS-FEEDREGFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN FEEDREG - STATUS '
                   WS-FEEDREGFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET FEEDREGFILE-IS-OPEN TO TRUE.
           PERFORM 1800-OPEN-POSITIONS THRU 1800-EXIT.
           OPEN OUTPUT BKOKEYSFILE.
           IF WS-BKOKEYSFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOKEYS'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET BKOKEYSFILE-IS-OPEN TO TRUE.
           OPEN OUTPUT BKOAUDNFILE.
           IF WS-BKOAUDNFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOAUDN'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET BKOAUDNFILE-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE CONTROL FILE, THE FEED LIST AND
      *                     THE BACKOUT CARDS AND ALLOCATE THE RUN
      *                     TABLES TO MATCH. AN ALLOCATION FAILURE
      *                     STOPS THE RUN AT INITIALIZATION, LOUDLY.
      *****************************************************************
       1100-SIZE-TABLES.
           MOVE 0 TO WS-DIAL-CAPACITY.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS = '00'
               PERFORM 1110-COUNT-ONE-CONTROL THRU 1110-EXIT
                   UNTIL WS-DIALCTL-EOF = 'Y'
               CLOSE DIALCTLFILE
               MOVE 'N' TO WS-DIALCTL-EOF
           END-IF.
           MOVE 0 TO WS-FEEDLIST-CAPACITY.
           OPEN INPUT FEEDLISTFILE.
           IF WS-FEEDLISTFILE-STATUS = '00'
               PERFORM 1120-COUNT-ONE-FEEDLIST THRU 1120-EXIT
                   UNTIL WS-FEEDLIST-EOF = 'Y'
               CLOSE FEEDLISTFILE
               MOVE 'N' TO WS-FEEDLIST-EOF
           END-IF.
           MOVE 0 TO WS-CARD-CAPACITY.
           OPEN INPUT BKOTXNFILE.
           IF WS-BKOTXNFILE-STATUS = '00'
               PERFORM 1130-COUNT-ONE-CARD THRU 1130-EXIT
                   UNTIL WS-BKOTXN-EOF = 'Y'
               CLOSE BKOTXNFILE
               MOVE 'N' TO WS-BKOTXN-EOF
           END-IF.
           IF WS-DIAL-CAPACITY = 0
               MOVE 1 TO WS-DIAL-CAPACITY
           END-IF.
           IF WS-FEEDLIST-CAPACITY = 0
               MOVE 1 TO WS-FEEDLIST-CAPACITY
           END-IF.
           IF WS-CARD-CAPACITY = 0
               MOVE 1 TO WS-CARD-CAPACITY
           END-IF.
           COMPUTE WS-KEY-CAPACITY =
               WS-CARD-CAPACITY * WS-DIAL-CAPACITY.
           COMPUTE WS-MARKED-CAPACITY = WS-FEEDLIST-CAPACITY
               + WS-DIAL-CAPACITY + WS-CARD-CAPACITY.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES = WS-FEEDLIST-CAPACITY
               * LENGTH OF WS-FEEDLIST-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-FEEDLIST-TABLE-PTR.
           SET ADDRESS OF WS-FEEDLIST-TABLE
               TO WS-FEEDLIST-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-CARD-CAPACITY * LENGTH OF WS-CARD-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-CARD-TABLE-PTR.
           SET ADDRESS OF WS-CARD-TABLE TO WS-CARD-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-KEY-CAPACITY * LENGTH OF WS-KEY-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-KEY-TABLE-PTR.
           SET ADDRESS OF WS-KEY-TABLE TO WS-KEY-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-MARKED-CAPACITY * LENGTH OF WS-MARKED-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-MARKED-TABLE-PTR.
           SET ADDRESS OF WS-MARKED-TABLE TO WS-MARKED-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-CARD-TABLE-PTR = NULL
               OR WS-KEY-TABLE-PTR = NULL
               OR WS-MARKED-TABLE-PTR = NULL
               DISPLAY 'BACKOUT: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-COUNT-ONE-CONTROL - COUNT ONE CONTROL RECORD
      *****************************************************************
       1110-COUNT-ONE-CONTROL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-DIAL-CAPACITY.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-COUNT-ONE-FEEDLIST - COUNT ONE FEED LIST RECORD
      *****************************************************************
       1120-COUNT-ONE-FEEDLIST.
           READ FEEDLISTFILE INTO FEEDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1120-EXIT
           END-READ.
           ADD 1 TO WS-FEEDLIST-CAPACITY.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1130-COUNT-ONE-CARD - COUNT ONE BACKOUT CARD
      *****************************************************************
       1130-COUNT-ONE-CARD.
           READ BKOTXNFILE INTO BKOTXN-FILE
               AT END
                   MOVE 'Y' TO WS-BKOTXN-EOF
                   GO TO 1130-EXIT
           END-READ.
           ADD 1 TO WS-CARD-CAPACITY.
       1130-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - REMEMBER ONE CONFIGURED DIAL WITH THE
      *                       FEED IT READS AND THE VAULT IT BELONGS
      *                       TO, SO A FEED OR VAULT CARD CAN BE
      *                       TURNED INTO ITS DIALS. A FURTHER
      *                       DATED VERSION OF A DIAL ALREADY
      *                       REMEMBERED ADDS NOTHING.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 1510-MATCH-ONE-DIAL THRU 1510-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
           IF WS-MATCH-SUB NOT = 0
               GO TO 1500-EXIT
           END-IF.
           IF WS-DIAL-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'BACKOUT: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE DC-INPUT-FILE TO WS-DL-INPUT-FILE (WS-DIAL-ENTRIES).
           MOVE DC-VAULT-ID TO WS-DL-VAULT-ID (WS-DIAL-ENTRIES).
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-MATCH-ONE-DIAL - NOTE THE TABLE ENTRY, IF ANY, ALREADY
      *                        HOLDING THIS RECORD'S DIAL
      *****************************************************************
       1510-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-SCAN-SUB) = DC-DIAL-ID
               MOVE WS-SCAN-SUB TO WS-MATCH-SUB
           END-IF.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1600-LOAD-FEED-LIST - LOAD THE OPTIONAL CATCH-UP FEED LIST.
      *                        A CATCH-UP DAY IS REGISTERED UNDER ITS
      *                        DATED GENERATION NAME, AND THE LIST IS
      *                        WHAT MAPS THAT NAME BACK TO THE FEED
      *                        NAME ITS DIALS ARE CONFIGURED WITH.
      *****************************************************************
       1600-LOAD-FEED-LIST.
           OPEN INPUT FEEDLISTFILE.
           IF WS-FEEDLISTFILE-STATUS NOT = '00'
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1650-LOAD-ONE-FEED-ENTRY THRU 1650-EXIT
               UNTIL WS-FEEDLIST-EOF = 'Y'.
           CLOSE FEEDLISTFILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1650-LOAD-ONE-FEED-ENTRY - ADD ONE FEED LIST RECORD
      *****************************************************************
       1650-LOAD-ONE-FEED-ENTRY.
           READ FEEDLISTFILE INTO FEEDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1650-EXIT
           END-READ.
           IF FEEDLIST-FILE = SPACES
               OR WS-FEEDLIST-ENTRIES >= WS-FEEDLIST-CAPACITY
               GO TO 1650-EXIT
           END-IF.
           ADD 1 TO WS-FEEDLIST-ENTRIES.
           MOVE FL-BASE-FILE
               TO WS-FL-BASE-FILE (WS-FEEDLIST-ENTRIES).
           MOVE FL-ACTUAL-FILE
               TO WS-FL-ACTUAL-FILE (WS-FEEDLIST-ENTRIES).
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1700-OPEN-HISTORY - OPEN BOTH LIVE HISTORY DATASETS AND THEIR
      *                      NEW COPIES. A HISTORY DATASET THAT DOES
      *                      NOT EXIST YET SIMPLY HAS NOTHING TO BACK
      *                      OUT; ITS NEW COPY IS STILL WRITTEN, EMPTY.
      *****************************************************************
       1700-OPEN-HISTORY.
           OPEN INPUT HISTONEFILE.
           IF WS-HISTONEFILE-STATUS = '35'
               MOVE 'Y' TO WS-HISTIN-EOF
           ELSE
               IF WS-HISTONEFILE-STATUS NOT = '00'
                   DISPLAY 'BACKOUT: UNABLE TO OPEN HISTONE'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1700-EXIT
               END-IF
               SET HISTONEFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT HISTONENFILE.
           IF WS-HISTONENFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN HISTONEN'
               MOVE 16 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF.
           SET HISTONENFILE-IS-OPEN TO TRUE.
           OPEN INPUT HISTTWOFILE.
           IF WS-HISTTWOFILE-STATUS NOT = '00'
               AND WS-HISTTWOFILE-STATUS NOT = '35'
               DISPLAY 'BACKOUT: UNABLE TO OPEN HISTTWO'
               MOVE 16 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF.
           IF WS-HISTTWOFILE-STATUS = '00'
               SET HISTTWOFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT HISTTWONFILE.
           IF WS-HISTTWONFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN HISTTWON'
               MOVE 16 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF.
           SET HISTTWONFILE-IS-OPEN TO TRUE.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  1800-OPEN-POSITIONS - OPEN THE DIAL POSITION MASTERS, READ
      *                        ONLY FOR A BACKOUT RUN AND FOR UPDATE
      *                        IN PLACE FOR AN APPLY RUN. A MASTER THAT
      *                        CANNOT BE OPENED HAS NO CARRIED
      *                        POSITIONS TO STEP BACK, SO IT IS SKIPPED
      *                        WITH A NOTE.
      *****************************************************************
       1800-OPEN-POSITIONS.
           IF RUN-IS-APPLY
               OPEN I-O POSONEFILE
           ELSE
               OPEN INPUT POSONEFILE
           END-IF.
           IF WS-POSONEFILE-STATUS = '00'
               SET POSONEFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'BACKOUT: POSONE NOT AVAILABLE - STATUS '
                   WS-POSONEFILE-STATUS ' - NO PARTONE POSITIONS '
                   'STEPPED BACK'
           END-IF.
           IF RUN-IS-APPLY
               OPEN I-O POSTWOFILE
           ELSE
               OPEN INPUT POSTWOFILE
           END-IF.
           IF WS-POSTWOFILE-STATUS = '00'
               SET POSTWOFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'BACKOUT: POSTWO NOT AVAILABLE - STATUS '
                   WS-POSTWOFILE-STATUS ' - NO PARTTWO POSITIONS '
                   'STEPPED BACK'
           END-IF.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *  1850-OPEN-AUDIT - OPEN THE ACCUMULATING BACKOUT AUDIT
      *****************************************************************
       1850-OPEN-AUDIT.
           OPEN EXTEND BKOAUDFILE.
           IF WS-BKOAUDFILE-STATUS = '35'
               OPEN OUTPUT BKOAUDFILE
           END-IF.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOAUD'
               MOVE 16 TO RETURN-CODE
               GO TO 1850-EXIT
           END-IF.
           SET BKOAUDFILE-IS-OPEN TO TRUE.
       1850-EXIT.
           EXIT.

      *****************************************************************
      *  1900-OPEN-APPLY - OPEN THE CHANGES THE BACKOUT RUN LEFT IN
      *                    BKOKEYS AND THE KEYED MASTERS THEY ARE MADE
      *                    TO. THE AUDIT IS OPENED ONCE THE STAGED
      *                    BEFORE IMAGES HAVE BEEN CHECKED AGAINST IT.
      *****************************************************************
       1900-OPEN-APPLY.
           OPEN INPUT BKOKEYSFILE.
           IF WS-BKOKEYSFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOKEYS - STATUS '
                   WS-BKOKEYSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF.
           SET BKOKEYSFILE-IS-OPEN TO TRUE.
           OPEN I-O FEEDREGFILE.
           IF WS-FEEDREGFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN FEEDREG - STATUS '
                   WS-FEEDREGFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF.
           SET FEEDREGFILE-IS-OPEN TO TRUE.
           PERFORM 1800-OPEN-POSITIONS THRU 1800-EXIT.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-ONE-CARD - VALIDATE ONE BACKOUT CARD AND TURN IT
      *                       INTO THE DIAL AND FEED DATE KEYS THE
      *                       FILTER PASSES REMOVE. CARD LAYOUT:
      *                       ACTION (FEED, DIAL OR VAULT) IN COLS
      *                       1-6, USER ID IN 7-14, FEED DATE
      *                       (YYYYMMDD) IN 15-22, AND THE FEED NAME,
      *                       DIAL ID OR VAULT ID IN 23-62.
      *****************************************************************
       2000-LOAD-ONE-CARD.
           READ BKOTXNFILE INTO BKOTXN-FILE
               AT END
                   MOVE 'Y' TO WS-BKOTXN-EOF
                   GO TO 2000-EXIT
           END-READ.
           IF BKOTXN-FILE = SPACES
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           SET CARD-IS-VALID TO TRUE.
           PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
           IF CARD-IS-INVALID
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CARD-ENTRIES.
           MOVE BT-ACTION TO WS-CD-ACTION (WS-CARD-ENTRIES).
           MOVE BT-USER-ID TO WS-CD-USER-ID (WS-CARD-ENTRIES).
           MOVE WS-CARD-DATE TO WS-CD-FEED-DATE (WS-CARD-ENTRIES).
           MOVE BT-TARGET TO WS-CD-TARGET (WS-CARD-ENTRIES).
           MOVE 0 TO WS-CD-HISTONE (WS-CARD-ENTRIES).
           MOVE 0 TO WS-CD-HISTTWO (WS-CARD-ENTRIES).
           MOVE 0 TO WS-CD-JOURNAL (WS-CARD-ENTRIES).
           MOVE 0 TO WS-CARD-DIALS.
           EVALUATE TRUE
               WHEN TXN-IS-FEED
                   PERFORM 2200-RESOLVE-FEED THRU 2200-EXIT
               WHEN TXN-IS-DIAL
                   MOVE BT-TARGET (1:8) TO WS-LOOKUP-DIAL-ID
                   PERFORM 2500-ADD-ONE-KEY THRU 2500-EXIT
               WHEN TXN-IS-VAULT
                   PERFORM 2300-ADD-VAULT-DIAL THRU 2300-EXIT
                       VARYING WS-DIAL-SUB FROM 1 BY 1
                       UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
           END-EVALUATE.
           IF WS-CARD-DIALS = 0
               SUBTRACT 1 FROM WS-CARD-ENTRIES
               MOVE 'NO CONFIGURED DIAL MATCHES IT'
                   TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY '  ACCEPTED ' BT-ACTION ' ' BT-TARGET
               ' FOR ' WS-CARD-DATE ' FROM ' BT-USER-ID
               ' - ' WS-CARD-DIALS ' DIAL(S)'.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-VALIDATE-CARD - EVERY CARD NEEDS A KNOWN ACTION, A USER
      *                       ID TO ANSWER FOR IT, A REAL FEED DATE
      *                       AND SOMETHING TO BACK OUT
      *****************************************************************
       2100-VALIDATE-CARD.
           IF NOT TXN-IS-FEED AND NOT TXN-IS-DIAL
               AND NOT TXN-IS-VAULT
               MOVE 'ACTION IS NOT FEED, DIAL OR VAULT'
                   TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF BT-USER-ID = SPACES
               MOVE 'USER ID IS BLANK' TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF BT-FEED-DATE NOT NUMERIC
               MOVE 'FEED DATE IS NOT YYYYMMDD' TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE BT-FEED-DATE TO WS-CARD-DATE.
           IF WS-CARD-DATE = 0 OR WS-CARD-DATE > WS-RUN-DATE
               MOVE 'FEED DATE IS ZERO OR IN THE FUTURE'
                   TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF BT-TARGET = SPACES
               MOVE 'FEED, DIAL OR VAULT NAME IS BLANK'
                   TO WS-AUDIT-IMAGE
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-RESOLVE-FEED - A FEED CARD COVERS EVERY DIAL CONFIGURED
      *                      TO READ THE FEED. A DATED CATCH-UP
      *                      GENERATION IS FIRST MAPPED BACK TO ITS
      *                      CONFIGURED FEED NAME THROUGH THE FEED
      *                      LIST.
      *****************************************************************
       2200-RESOLVE-FEED.
           MOVE BT-TARGET TO WS-LOOKUP-FEED.
           MOVE BT-TARGET TO WS-BASE-FEED.
           PERFORM 2210-MAP-ONE-LISTED-FEED THRU 2210-EXIT
               VARYING WS-FEEDLIST-SUB FROM 1 BY 1
               UNTIL WS-FEEDLIST-SUB > WS-FEEDLIST-ENTRIES.
           PERFORM 2220-ADD-FEED-DIAL THRU 2220-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-MAP-ONE-LISTED-FEED - TAKE THE BASE NAME OF A LISTED
      *                             GENERATION MATCHING THE FEED NAME
      *                             IN WS-LOOKUP-FEED
      *****************************************************************
       2210-MAP-ONE-LISTED-FEED.
           IF WS-FL-ACTUAL-FILE (WS-FEEDLIST-SUB) = WS-LOOKUP-FEED
               MOVE WS-FL-BASE-FILE (WS-FEEDLIST-SUB) TO WS-BASE-FEED
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2220-ADD-FEED-DIAL - ADD ONE DIAL IF IT READS THE FEED
      *****************************************************************
       2220-ADD-FEED-DIAL.
           IF WS-DL-INPUT-FILE (WS-DIAL-SUB) = WS-BASE-FEED
               MOVE WS-DL-DIAL-ID (WS-DIAL-SUB) TO WS-LOOKUP-DIAL-ID
               PERFORM 2500-ADD-ONE-KEY THRU 2500-EXIT
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2300-ADD-VAULT-DIAL - ADD ONE DIAL IF IT BELONGS TO THE VAULT
      *****************************************************************
       2300-ADD-VAULT-DIAL.
           IF WS-DL-VAULT-ID (WS-DIAL-SUB) = BT-TARGET (1:8)
               MOVE WS-DL-DIAL-ID (WS-DIAL-SUB) TO WS-LOOKUP-DIAL-ID
               PERFORM 2500-ADD-ONE-KEY THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ADD-ONE-KEY - ADD ONE DIAL AND FEED DATE TO THE BACKOUT
      *                     KEYS, OWNED BY THE CURRENT CARD. A KEY
      *                     ALREADY TAKEN BY AN EARLIER CARD IS NOT
      *                     ADDED AGAIN BUT STILL COUNTS FOR THIS ONE.
      *****************************************************************
       2500-ADD-ONE-KEY.
           MOVE WS-CARD-DATE TO WS-LOOKUP-DATE.
           PERFORM 2600-FIND-KEY THRU 2600-EXIT.
           ADD 1 TO WS-CARD-DIALS.
           IF WS-MATCH-SUB NOT = 0
               GO TO 2500-EXIT
           END-IF.
           IF WS-KEY-ENTRIES >= WS-KEY-CAPACITY
               DISPLAY 'BACKOUT: BACKOUT KEY TABLE OVER ITS SIZED '
                   'CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-BKOTXN-EOF
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-KEY-ENTRIES.
           MOVE WS-LOOKUP-DIAL-ID TO WS-BK-DIAL-ID (WS-KEY-ENTRIES).
           MOVE WS-CARD-DATE TO WS-BK-FEED-DATE (WS-KEY-ENTRIES).
           MOVE WS-CARD-ENTRIES TO WS-BK-CARD-SUB (WS-KEY-ENTRIES).
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-FIND-KEY - LOOK A DIAL AND FEED DATE UP AMONG THE
      *                  BACKOUT KEYS
      *****************************************************************
       2600-FIND-KEY.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 2610-MATCH-ONE-KEY THRU 2610-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-MATCH-ONE-KEY - COMPARE ONE BACKOUT KEY
      *****************************************************************
       2610-MATCH-ONE-KEY.
           IF WS-BK-DIAL-ID (WS-KEY-SUB) = WS-LOOKUP-DIAL-ID
               AND WS-BK-FEED-DATE (WS-KEY-SUB) = WS-LOOKUP-DATE
               MOVE WS-KEY-SUB TO WS-MATCH-SUB
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REJECT-CARD - REPORT ONE REJECTED CARD WITH ITS REASON
      *                     (PASSED IN WS-AUDIT-IMAGE)
      *****************************************************************
       2900-REJECT-CARD.
           SET CARD-IS-INVALID TO TRUE.
           DISPLAY '  REJECTED ' BT-ACTION ' ' BT-TARGET
               ' FROM ' BT-USER-ID ' - ' WS-AUDIT-IMAGE (1:40).
           ADD 1 TO WS-REJECTED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FILTER-HISTONE - COPY ONE HISTONE RECORD TO THE NEW
      *                        COPY UNLESS IT IS A DETAIL RECORD FOR
      *                        A DIAL AND DATE BEING BACKED OUT
      *****************************************************************
       3000-FILTER-HISTONE.
           IF NOT HISTONEFILE-IS-OPEN
               MOVE 'Y' TO WS-HISTIN-EOF
               GO TO 3000-EXIT
           END-IF.
           READ HISTONEFILE INTO HISTORYFILE-FILE
               AT END
                   MOVE 'Y' TO WS-HISTIN-EOF
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 3200-MATCH-HISTORY THRU 3200-EXIT.
           IF WS-MATCH-SUB = 0
               WRITE HISTONEN-REC FROM HISTORYFILE-FILE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-AUDIT-HISTORY THRU 3300-EXIT.
           ADD 1 TO WS-HISTONE-REMOVED.
           ADD 1 TO WS-CD-HISTONE (WS-CARD-SUB).
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-FILTER-HISTTWO - THE SAME FOR HISTTWO
      *****************************************************************
       3100-FILTER-HISTTWO.
           IF NOT HISTTWOFILE-IS-OPEN
               MOVE 'Y' TO WS-HISTIN-EOF
               GO TO 3100-EXIT
           END-IF.
           READ HISTTWOFILE INTO HISTORYFILE-FILE
               AT END
                   MOVE 'Y' TO WS-HISTIN-EOF
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3200-MATCH-HISTORY THRU 3200-EXIT.
           IF WS-MATCH-SUB = 0
               WRITE HISTTWON-REC FROM HISTORYFILE-FILE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-AUDIT-HISTORY THRU 3300-EXIT.
           ADD 1 TO WS-HISTTWO-REMOVED.
           ADD 1 TO WS-CD-HISTTWO (WS-CARD-SUB).
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-MATCH-HISTORY - A DETAIL RECORD MATCHES WHEN ITS DIAL
      *                       AND RUN DATE ARE A BACKOUT KEY. SUMMARY
      *                       RECORDS NEVER MATCH - THE DETAIL THEY
      *                       CONSOLIDATE IS ALREADY IN THE ARCHIVE.
      *                       ON A MATCH WS-CARD-SUB IS LEFT ON THE
      *                       CARD THAT OWNS THE KEY.
      *****************************************************************
       3200-MATCH-HISTORY.
           MOVE 0 TO WS-MATCH-SUB.
           IF NOT HIST-DETAIL-REC
               OR HS-RUN-DATE NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           MOVE HS-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           MOVE HS-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 2600-FIND-KEY THRU 2600-EXIT.
           IF WS-MATCH-SUB NOT = 0
               MOVE WS-BK-CARD-SUB (WS-MATCH-SUB) TO WS-CARD-SUB
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-AUDIT-HISTORY - BEFORE IMAGE OF ONE REMOVED HISTORY
      *                       DETAIL RECORD
      *****************************************************************
       3300-AUDIT-HISTORY.
           MOVE WS-HIST-SOURCE TO WS-AUDIT-SOURCE.
           MOVE HISTORYFILE-FILE TO WS-AUDIT-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3500-FILTER-JOURNAL - COPY ONE JOURNAL ENTRY TO THE NEW COPY
      *                        UNLESS IT RECORDS A LANDING FOR A DIAL
      *                        AND DATE BEING BACKED OUT
      *****************************************************************
       3500-FILTER-JOURNAL.
           IF NOT ZLJRNLFILE-IS-OPEN
               MOVE 'Y' TO WS-ZLJRNL-EOF
               GO TO 3500-EXIT
           END-IF.
           READ ZLJRNLFILE INTO ZLJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-ZLJRNL-EOF
                   GO TO 3500-EXIT
           END-READ.
           MOVE 0 TO WS-MATCH-SUB.
           IF ZJ-RUN-DATE IS NUMERIC
               MOVE ZJ-DIAL-ID TO WS-LOOKUP-DIAL-ID
               MOVE ZJ-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM 2600-FIND-KEY THRU 2600-EXIT
           END-IF.
           IF WS-MATCH-SUB = 0
               WRITE ZLJRNLN-REC FROM ZLJRNL-FILE
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-BK-CARD-SUB (WS-MATCH-SUB) TO WS-CARD-SUB.
           MOVE 'ZLJRNL' TO WS-AUDIT-SOURCE.
           MOVE ZLJRNL-FILE TO WS-AUDIT-IMAGE.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           ADD 1 TO WS-JOURNAL-REMOVED.
           ADD 1 TO WS-CD-JOURNAL (WS-CARD-SUB).
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3700-STEP-BACK-ONE-KEY - STEP BOTH POSITION MASTERS BACK FOR
      *                           ONE BACKED-OUT DIAL AND FEED DATE.
      *                           ONLY A MASTER STILL HOLDING THAT
      *                           FEED DATE IS TOUCHED - ONE A LATER
      *                           FEED HAS MOVED ON FROM IS LEFT FOR
      *                           THE NEXT RUN'S CONTINUITY CHECK.
      *                           THE CHANGE ITSELF GOES TO BKOKEYS
      *                           FOR THE APPLY RUN.
      *****************************************************************
       3700-STEP-BACK-ONE-KEY.
           MOVE WS-BK-CARD-SUB (WS-KEY-SUB) TO WS-CARD-SUB.
           IF POSONEFILE-IS-OPEN
               PERFORM 3710-STEP-BACK-POSONE THRU 3710-EXIT
           END-IF.
           IF POSTWOFILE-IS-OPEN
               PERFORM 3720-STEP-BACK-POSTWO THRU 3720-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  3710-STEP-BACK-POSONE - STAGE THE RETURN OF ONE POSONE RECORD
      *                          TO THE POSITION THE BACKED-OUT FEED
      *                          STARTED FROM, OR ITS DELETION WHEN
      *                          THAT FEED STARTED AT THE CONFIGURED
      *                          START
      *****************************************************************
       3710-STEP-BACK-POSONE.
           MOVE WS-BK-DIAL-ID (WS-KEY-SUB) TO PS-DIAL-ID.
           READ POSONEFILE
               INVALID KEY
                   GO TO 3710-EXIT
           END-READ.
           IF PS-FEED-DATE NOT = WS-BK-FEED-DATE (WS-KEY-SUB)
               GO TO 3710-EXIT
           END-IF.
           MOVE 'POSONE' TO BP-SOURCE.
           MOVE POSFILE-FILE TO BP-BEFORE-IMAGE.
           IF PS-START-DATE = 0
               SET BP-CHANGE-DELETE TO TRUE
               MOVE SPACES TO BP-AFTER-IMAGE
           ELSE
               MOVE PS-START-DATE TO PS-FEED-DATE
               MOVE PS-START-STATE TO PS-FINAL-STATE
               MOVE 0 TO PS-START-DATE
               MOVE WS-RUN-DATE TO PS-UPDATE-DATE
               SET BP-CHANGE-REWRITE TO TRUE
               MOVE POSFILE-FILE TO BP-AFTER-IMAGE
           END-IF.
           PERFORM 7000-STAGE-CHANGE THRU 7000-EXIT.
           ADD 1 TO WS-POSITIONS-STEPPED.
           DISPLAY '  POSONE ' WS-BK-DIAL-ID (WS-KEY-SUB)
               ' TO BE STEPPED BACK FROM '
               WS-BK-FEED-DATE (WS-KEY-SUB).
       3710-EXIT.
           EXIT.

      *****************************************************************
      *  3720-STEP-BACK-POSTWO - THE SAME FOR POSTWO
      *****************************************************************
       3720-STEP-BACK-POSTWO.
           MOVE WS-BK-DIAL-ID (WS-KEY-SUB) TO PT-DIAL-ID.
           READ POSTWOFILE
               INVALID KEY
                   GO TO 3720-EXIT
           END-READ.
           IF PT-FEED-DATE NOT = WS-BK-FEED-DATE (WS-KEY-SUB)
               GO TO 3720-EXIT
           END-IF.
           MOVE 'POSTWO' TO BP-SOURCE.
           MOVE POSTWOFILE-FILE TO BP-BEFORE-IMAGE.
           IF PT-START-DATE = 0
               SET BP-CHANGE-DELETE TO TRUE
               MOVE SPACES TO BP-AFTER-IMAGE
           ELSE
               MOVE PT-START-DATE TO PT-FEED-DATE
               MOVE PT-START-STATE TO PT-FINAL-STATE
               MOVE 0 TO PT-START-DATE
               MOVE WS-RUN-DATE TO PT-UPDATE-DATE
               SET BP-CHANGE-REWRITE TO TRUE
               MOVE POSTWOFILE-FILE TO BP-AFTER-IMAGE
           END-IF.
           PERFORM 7000-STAGE-CHANGE THRU 7000-EXIT.
           ADD 1 TO WS-POSITIONS-STEPPED.
           DISPLAY '  POSTWO ' WS-BK-DIAL-ID (WS-KEY-SUB)
               ' TO BE STEPPED BACK FROM '
               WS-BK-FEED-DATE (WS-KEY-SUB).
       3720-EXIT.
           EXIT.

      *****************************************************************
      *  4000-MARK-ONE-CARD - MARK THE FEEDREG ENTRY FOR THE FEED A
      *                       CARD BACKED OUT. A FEED CARD MARKS ITS
      *                       OWN FEED; A DIAL OR VAULT CARD MARKS THE
      *                       FEED OF EACH OF ITS DIALS, BUT ONLY WHEN
      *                       EVERY DIAL READING THAT FEED WAS BACKED
      *                       OUT FOR THE DATE.
      *****************************************************************
       4000-MARK-ONE-CARD.
           MOVE WS-CD-FEED-DATE (WS-CARD-SUB) TO WS-LOOKUP-DATE.
           IF WS-CD-ACTION (WS-CARD-SUB) = 'FEED'
               MOVE WS-CD-TARGET (WS-CARD-SUB) TO WS-LOOKUP-FEED
               MOVE WS-CD-TARGET (WS-CARD-SUB) TO WS-BASE-FEED
               PERFORM 2210-MAP-ONE-LISTED-FEED THRU 2210-EXIT
                   VARYING WS-FEEDLIST-SUB FROM 1 BY 1
                   UNTIL WS-FEEDLIST-SUB > WS-FEEDLIST-ENTRIES
               PERFORM 4300-MARK-FEED-GENERATIONS THRU 4300-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-MARK-ONE-KEY-FEED THRU 4100-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-ENTRIES.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-MARK-ONE-KEY-FEED - FOR ONE KEY OWNED BY THE CARD, FIND
      *                           THE DIAL'S FEED AND MARK IT IF THE
      *                           BACKOUT COVERS THE WHOLE FEED
      *****************************************************************
       4100-MARK-ONE-KEY-FEED.
           IF WS-BK-CARD-SUB (WS-KEY-SUB) NOT = WS-CARD-SUB
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-LOOKUP-FEED.
           PERFORM 4150-FIND-DIAL-FEED THRU 4150-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR WS-LOOKUP-FEED NOT = SPACES.
           IF WS-LOOKUP-FEED = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO WS-FEED-DIALS.
           MOVE 0 TO WS-FEED-COVERED.
           PERFORM 4200-COUNT-FEED-DIAL THRU 4200-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
           IF WS-FEED-COVERED < WS-FEED-DIALS
               DISPLAY '  FEED ' WS-LOOKUP-FEED ' FOR '
                   WS-LOOKUP-DATE ' STAYS REGISTERED - '
                   WS-FEED-COVERED ' OF ' WS-FEED-DIALS
                   ' DIAL(S) BACKED OUT; A RE-SCORE NEEDS AN '
                   'OVERRIDE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-LOOKUP-FEED TO WS-BASE-FEED.
           PERFORM 4300-MARK-FEED-GENERATIONS THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-FIND-DIAL-FEED - TAKE THE FEED NAME OF THE KEY'S DIAL
      *****************************************************************
       4150-FIND-DIAL-FEED.
           IF WS-DL-DIAL-ID (WS-DIAL-SUB) = WS-BK-DIAL-ID (WS-KEY-SUB)
               MOVE WS-DL-INPUT-FILE (WS-DIAL-SUB) TO WS-LOOKUP-FEED
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-COUNT-FEED-DIAL - COUNT ONE DIAL READING THE FEED, AND
      *                         WHETHER IT IS BEING BACKED OUT FOR
      *                         THE DATE
      *****************************************************************
       4200-COUNT-FEED-DIAL.
           IF WS-DL-INPUT-FILE (WS-SCAN-SUB) NOT = WS-LOOKUP-FEED
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-FEED-DIALS.
           MOVE WS-KEY-SUB TO WS-SAVE-KEY-SUB.
           MOVE WS-DL-DIAL-ID (WS-SCAN-SUB) TO WS-LOOKUP-DIAL-ID.
           PERFORM 2600-FIND-KEY THRU 2600-EXIT.
           MOVE WS-SAVE-KEY-SUB TO WS-KEY-SUB.
           IF WS-MATCH-SUB NOT = 0
               ADD 1 TO WS-FEED-COVERED
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-MARK-FEED-GENERATIONS - FEEDVAL REGISTERS A FEED UNDER
      *                               THE GENERATION NAME IT SCORED -
      *                               EACH FEED LIST GENERATION OF THE
      *                               CONFIGURED NAME ON A CATCH-UP OR
      *                               DATED DAY, THE CONFIGURED NAME
      *                               ITSELF OTHERWISE. EVERY ONE OF
      *                               THEM IS LOOKED UP, AND WHICHEVER
      *                               HOLDS THE PASSED ENTRY FOR THE
      *                               BACKED-OUT DATE IS MARKED.
      *****************************************************************
       4300-MARK-FEED-GENERATIONS.
           MOVE 0 TO WS-REG-MATCHED.
           MOVE WS-BASE-FEED TO WS-REG-FEED.
           PERFORM 4500-MARK-REGISTRY THRU 4500-EXIT.
           PERFORM 4310-MARK-ONE-GENERATION THRU 4310-EXIT
               VARYING WS-FEEDLIST-SUB FROM 1 BY 1
               UNTIL WS-FEEDLIST-SUB > WS-FEEDLIST-ENTRIES.
           IF WS-REG-MATCHED = 0
               DISPLAY '  FEED ' WS-BASE-FEED ' HAS NO PASSED '
                   'REGISTRY ENTRY FOR ' WS-LOOKUP-DATE
                   ' - NOTHING TO MARK'
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4310-MARK-ONE-GENERATION - LOOK UP ONE LISTED GENERATION OF
      *                             THE FEED
      *****************************************************************
       4310-MARK-ONE-GENERATION.
           IF WS-FL-BASE-FILE (WS-FEEDLIST-SUB) NOT = WS-BASE-FEED
               OR WS-FL-ACTUAL-FILE (WS-FEEDLIST-SUB) = WS-BASE-FEED
               GO TO 4310-EXIT
           END-IF.
           MOVE WS-FL-ACTUAL-FILE (WS-FEEDLIST-SUB) TO WS-REG-FEED.
           PERFORM 4500-MARK-REGISTRY THRU 4500-EXIT.
       4310-EXIT.
           EXIT.

      *****************************************************************
      *  4500-MARK-REGISTRY - STAGE THE MARKING OF ONE REGISTRY ENTRY
      *                       BACKED OUT WHEN IT IS THE PASSED ENTRY
      *                       FOR THE BACKED-OUT DATE. AN ENTRY ALREADY
      *                       BACKED OUT, ONE A LATER FEED DATE HAS
      *                       REPLACED, OR A NAME NEVER REGISTERED,
      *                       NEEDS NOTHING - FEEDVAL ONLY STOPS A
      *                       PASSED FEED WITH THE SAME DATE. AN ENTRY
      *                       AN EARLIER CARD HAS ALREADY STAGED IS
      *                       NOT STAGED TWICE.
      *****************************************************************
       4500-MARK-REGISTRY.
           MOVE WS-REG-FEED TO FG-FEED-NAME.
           READ FEEDREGFILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ.
           IF NOT FEED-REG-PASSED
               OR FG-FEED-DATE NOT = WS-LOOKUP-DATE
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-REG-MATCHED.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 4550-MATCH-ONE-MARKED THRU 4550-EXIT
               VARYING WS-MARKED-SUB FROM 1 BY 1
               UNTIL WS-MARKED-SUB > WS-MARKED-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
           IF WS-MATCH-SUB NOT = 0
               GO TO 4500-EXIT
           END-IF.
           IF WS-MARKED-ENTRIES >= WS-MARKED-CAPACITY
               DISPLAY 'BACKOUT: MARKED FEED TABLE OVER ITS SIZED '
                   'CAPACITY AT FEED ' WS-REG-FEED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-MARKED-ENTRIES.
           MOVE WS-REG-FEED TO WS-MK-FEED-NAME (WS-MARKED-ENTRIES).
           MOVE 'FEEDREG' TO BP-SOURCE.
           MOVE FEEDREG-FILE TO BP-BEFORE-IMAGE.
           SET FEED-REG-BACKED-OUT TO TRUE.
           SET BP-CHANGE-REWRITE TO TRUE.
           MOVE FEEDREG-FILE TO BP-AFTER-IMAGE.
           PERFORM 7000-STAGE-CHANGE THRU 7000-EXIT.
           ADD 1 TO WS-REGISTRY-MARKED.
           DISPLAY '  FEED ' WS-REG-FEED ' FOR ' WS-LOOKUP-DATE
               ' TO BE MARKED BACKED OUT - RE-SCORE NEEDS NO '
               'OVERRIDE'.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4550-MATCH-ONE-MARKED - NOTE A REGISTRY ENTRY ALREADY STAGED
      *****************************************************************
       4550-MATCH-ONE-MARKED.
           IF WS-MK-FEED-NAME (WS-MARKED-SUB) = WS-REG-FEED
               MOVE WS-MARKED-SUB TO WS-MATCH-SUB
           END-IF.
       4550-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-ONE-CARD - WHAT ONE ACCEPTED CARD REMOVED. A CARD
      *                        THAT FOUND NOTHING AT ALL IS WORTH A
      *                        WARNING - THE DATE WAS PROBABLY WRONG
      *                        OR HISTARCH ALREADY ARCHIVED IT.
      *****************************************************************
       5000-PRINT-ONE-CARD.
           DISPLAY '  ' WS-CD-ACTION (WS-CARD-SUB) ' '
               WS-CD-TARGET (WS-CARD-SUB) ' '
               WS-CD-FEED-DATE (WS-CARD-SUB)
               '  HISTONE ' WS-CD-HISTONE (WS-CARD-SUB)
               '  HISTTWO ' WS-CD-HISTTWO (WS-CARD-SUB)
               '  ZLJRNL ' WS-CD-JOURNAL (WS-CARD-SUB).
           IF WS-CD-HISTONE (WS-CARD-SUB) = 0
               AND WS-CD-HISTTWO (WS-CARD-SUB) = 0
               AND WS-CD-JOURNAL (WS-CARD-SUB) = 0
               DISPLAY '    *** NOTHING ON FILE TO BACK OUT FOR '
                   'THIS CARD ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5800-POST-STAGED-AUDIT - POST THE HISTORY AND JOURNAL BEFORE
      *                           IMAGES THE BACKOUT RUN STAGED IN
      *                           BKOAUDN TO THE LIVE AUDIT, NOW THAT
      *                           THE COPIES THEY DESCRIBE HAVE GONE
      *                           BACK. THEY ARE POSTED BEFORE ANY
      *                           KEYED CHANGE, SO AN EARLIER APPLY RUN
      *                           THAT STOPPED PART WAY LEFT A LEADING
      *                           RUN OF THEM AT THE END OF BKOAUD; THE
      *                           AUDIT IS READ FIRST AND THOSE ALREADY
      *                           THERE ARE PASSED OVER. THE STAGED
      *                           IMAGES CARRY THE BACKOUT RUN'S OWN
      *                           DATE AND TIME, SO NO OTHER RECORD CAN
      *                           MATCH THEM. AN AUDIT THAT CANNOT BE
      *                           WRITTEN STOPS THE RUN BEFORE ANY
      *                           KEYED CHANGE IS MADE.
      *****************************************************************
       5800-POST-STAGED-AUDIT.
           OPEN INPUT BKOAUDNFILE.
           IF WS-BKOAUDNFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOAUDN - STATUS '
                   WS-BKOAUDNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5800-EXIT
           END-IF.
           SET BKOAUDNFILE-IS-OPEN TO TRUE.
           READ BKOAUDNFILE INTO WS-STAGED-AUDIT
               AT END
                   MOVE 'Y' TO WS-BKOAUDN-EOF
           END-READ.
           IF WS-BKOAUDN-EOF NOT = 'Y'
               OPEN INPUT BKOAUDFILE
               IF WS-BKOAUDFILE-STATUS = '00'
                   PERFORM 5810-MATCH-ONE-POSTED THRU 5810-EXIT
                       UNTIL WS-BKOAUD-EOF = 'Y'
                   CLOSE BKOAUDFILE
               ELSE
                   IF WS-BKOAUDFILE-STATUS NOT = '35'
                       DISPLAY 'BACKOUT: UNABLE TO READ BKOAUD - '
                           'STATUS ' WS-BKOAUDFILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GO TO 5800-EXIT
                   END-IF
               END-IF
           END-IF.
           CLOSE BKOAUDNFILE.
           MOVE 'N' TO WS-BKOAUDN-OPEN-SW.
           PERFORM 1850-OPEN-AUDIT THRU 1850-EXIT.
           IF RETURN-CODE >= 16
               GO TO 5800-EXIT
           END-IF.
           OPEN INPUT BKOAUDNFILE.
           IF WS-BKOAUDNFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO OPEN BKOAUDN - STATUS '
                   WS-BKOAUDNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5800-EXIT
           END-IF.
           SET BKOAUDNFILE-IS-OPEN TO TRUE.
           MOVE 'N' TO WS-BKOAUDN-EOF.
           MOVE 0 TO WS-AUDIT-READ.
           PERFORM 5820-POST-ONE-STAGED THRU 5820-EXIT
               UNTIL WS-BKOAUDN-EOF = 'Y'.
           IF WS-AUDIT-ALREADY > 0
               DISPLAY '  ' WS-AUDIT-ALREADY ' STAGED BEFORE IMAGE(S) '
                   'ALREADY ON BKOAUD - PASSED OVER'
           END-IF.
       5800-EXIT.
           EXIT.

      *****************************************************************
      *  5810-MATCH-ONE-POSTED - READ ONE LIVE AUDIT RECORD. ONE EQUAL
      *                          TO THE NEXT STAGED IMAGE WAS POSTED
      *                          BY AN EARLIER APPLY RUN; THE FIRST
      *                          RECORD AFTER THAT RUN THAT IS NOT ENDS
      *                          THE SEARCH.
      *****************************************************************
       5810-MATCH-ONE-POSTED.
           READ BKOAUDFILE
               AT END
                   MOVE 'Y' TO WS-BKOAUD-EOF
                   GO TO 5810-EXIT
           END-READ.
           IF BKOAUD-FILE NOT = WS-STAGED-AUDIT
               IF WS-AUDIT-ALREADY > 0
                   MOVE 'Y' TO WS-BKOAUD-EOF
               END-IF
               GO TO 5810-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-ALREADY.
           READ BKOAUDNFILE INTO WS-STAGED-AUDIT
               AT END
                   MOVE 'Y' TO WS-BKOAUD-EOF
           END-READ.
       5810-EXIT.
           EXIT.

      *****************************************************************
      *  5820-POST-ONE-STAGED - APPEND ONE STAGED BEFORE IMAGE TO THE
      *                         LIVE AUDIT UNLESS IT IS ALREADY THERE
      *****************************************************************
       5820-POST-ONE-STAGED.
           READ BKOAUDNFILE
               AT END
                   MOVE 'Y' TO WS-BKOAUDN-EOF
                   GO TO 5820-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ.
           IF WS-AUDIT-READ <= WS-AUDIT-ALREADY
               GO TO 5820-EXIT
           END-IF.
           WRITE BKOAUD-FILE FROM BKOAUDN-REC.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO WRITE BKOAUD - STATUS '
                   WS-BKOAUDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-BKOAUDN-EOF
               GO TO 5820-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-POSTED.
       5820-EXIT.
           EXIT.

      *****************************************************************
      *  6000-APPLY-ONE-CHANGE - MAKE ONE KEYED CHANGE THE BACKOUT RUN
      *                          LEFT IN BKOKEYS
      *****************************************************************
       6000-APPLY-ONE-CHANGE.
           READ BKOKEYSFILE
               AT END
                   MOVE 'Y' TO WS-BKOKEYS-EOF
                   GO TO 6000-EXIT
           END-READ.
           IF BKOKEYS-FILE = SPACES
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-CHANGES-READ.
           EVALUATE BP-SOURCE
               WHEN 'POSONE'
                   PERFORM 6100-APPLY-POSONE THRU 6100-EXIT
               WHEN 'POSTWO'
                   PERFORM 6200-APPLY-POSTWO THRU 6200-EXIT
               WHEN 'FEEDREG'
                   PERFORM 6300-APPLY-FEEDREG THRU 6300-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-APPLY-KEY
                   MOVE 'IS NOT A KEYED MASTER THE BACKOUT CHANGES'
                       TO WS-APPLY-REASON
                   PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
           END-EVALUATE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  6100-APPLY-POSONE - STEP ONE POSONE RECORD BACK OR DELETE IT.
      *                      A RECORD ALREADY IN ITS AFTER STATE WAS
      *                      CHANGED BY AN EARLIER APPLY RUN AND IS
      *                      PASSED OVER; ONE THAT MATCHES NEITHER
      *                      IMAGE HAS MOVED ON SINCE THE BACKOUT RAN
      *                      AND IS LEFT FOR THE OPERATOR.
      *****************************************************************
       6100-APPLY-POSONE.
           MOVE BP-BEFORE-IMAGE (1:8) TO WS-APPLY-KEY.
           IF NOT POSONEFILE-IS-OPEN
               MOVE 'NOT STEPPED BACK - POSONE IS NOT AVAILABLE'
                   TO WS-APPLY-REASON
               PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
               GO TO 6100-EXIT
           END-IF.
           MOVE BP-BEFORE-IMAGE TO POSFILE-FILE.
           READ POSONEFILE
               INVALID KEY
                   IF BP-CHANGE-DELETE
                       PERFORM 6800-ALREADY-MADE THRU 6800-EXIT
                   ELSE
                       MOVE 'NOT STEPPED BACK - THE RECORD IS GONE'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                   END-IF
                   GO TO 6100-EXIT
           END-READ.
           IF BP-CHANGE-REWRITE
               AND POSFILE-FILE = BP-AFTER-IMAGE
               PERFORM 6800-ALREADY-MADE THRU 6800-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF POSFILE-FILE NOT = BP-BEFORE-IMAGE
               MOVE 'NOT STEPPED BACK - CHANGED SINCE THE BACKOUT'
                   TO WS-APPLY-REASON
               PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6700-AUDIT-CHANGE THRU 6700-EXIT.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               GO TO 6100-EXIT
           END-IF.
           IF BP-CHANGE-DELETE
               DELETE POSONEFILE
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE THE RECORD'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                       GO TO 6100-EXIT
               END-DELETE
           ELSE
               MOVE BP-AFTER-IMAGE TO POSFILE-FILE
               REWRITE POSFILE-FILE
                   INVALID KEY
                       MOVE 'UNABLE TO REWRITE THE RECORD'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                       GO TO 6100-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO WS-CHANGES-MADE.
           DISPLAY '  POSONE ' WS-APPLY-KEY (1:8)
               ' STEPPED BACK FROM ' BP-FEED-DATE.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-APPLY-POSTWO - THE SAME FOR POSTWO
      *****************************************************************
       6200-APPLY-POSTWO.
           MOVE BP-BEFORE-IMAGE (1:8) TO WS-APPLY-KEY.
           IF NOT POSTWOFILE-IS-OPEN
               MOVE 'NOT STEPPED BACK - POSTWO IS NOT AVAILABLE'
                   TO WS-APPLY-REASON
               PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
               GO TO 6200-EXIT
           END-IF.
           MOVE BP-BEFORE-IMAGE TO POSTWOFILE-FILE.
           READ POSTWOFILE
               INVALID KEY
                   IF BP-CHANGE-DELETE
                       PERFORM 6800-ALREADY-MADE THRU 6800-EXIT
                   ELSE
                       MOVE 'NOT STEPPED BACK - THE RECORD IS GONE'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                   END-IF
                   GO TO 6200-EXIT
           END-READ.
           IF BP-CHANGE-REWRITE
               AND POSTWOFILE-FILE = BP-AFTER-IMAGE
               PERFORM 6800-ALREADY-MADE THRU 6800-EXIT
               GO TO 6200-EXIT
           END-IF.
           IF POSTWOFILE-FILE NOT = BP-BEFORE-IMAGE
               MOVE 'NOT STEPPED BACK - CHANGED SINCE THE BACKOUT'
                   TO WS-APPLY-REASON
               PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6700-AUDIT-CHANGE THRU 6700-EXIT.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               GO TO 6200-EXIT
           END-IF.
           IF BP-CHANGE-DELETE
               DELETE POSTWOFILE
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE THE RECORD'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                       GO TO 6200-EXIT
               END-DELETE
           ELSE
               MOVE BP-AFTER-IMAGE TO POSTWOFILE-FILE
               REWRITE POSTWOFILE-FILE
                   INVALID KEY
                       MOVE 'UNABLE TO REWRITE THE RECORD'
                           TO WS-APPLY-REASON
                       PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                       GO TO 6200-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO WS-CHANGES-MADE.
           DISPLAY '  POSTWO ' WS-APPLY-KEY (1:8)
               ' STEPPED BACK FROM ' BP-FEED-DATE.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-APPLY-FEEDREG - MARK ONE REGISTRY ENTRY BACKED OUT, ON
      *                       THE SAME TERMS AS THE POSITION MASTERS
      *****************************************************************
       6300-APPLY-FEEDREG.
           MOVE BP-BEFORE-IMAGE (1:40) TO WS-APPLY-KEY.
           MOVE BP-BEFORE-IMAGE TO FEEDREG-FILE.
           READ FEEDREGFILE
               INVALID KEY
                   MOVE 'NOT MARKED - THE REGISTRY ENTRY IS GONE'
                       TO WS-APPLY-REASON
                   PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                   GO TO 6300-EXIT
           END-READ.
           IF FEEDREG-FILE = BP-AFTER-IMAGE
               PERFORM 6800-ALREADY-MADE THRU 6800-EXIT
               GO TO 6300-EXIT
           END-IF.
           IF FEEDREG-FILE NOT = BP-BEFORE-IMAGE
               MOVE 'NOT MARKED - CHANGED SINCE THE BACKOUT'
                   TO WS-APPLY-REASON
               PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6700-AUDIT-CHANGE THRU 6700-EXIT.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               GO TO 6300-EXIT
           END-IF.
           MOVE BP-AFTER-IMAGE TO FEEDREG-FILE.
           REWRITE FEEDREG-FILE
               INVALID KEY
                   MOVE 'UNABLE TO MARK THE ENTRY BACKED OUT'
                       TO WS-APPLY-REASON
                   PERFORM 6900-CHANGE-FAILED THRU 6900-EXIT
                   GO TO 6300-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGES-MADE.
           DISPLAY '  FEED ' WS-APPLY-KEY ' FOR ' BP-FEED-DATE
               ' MARKED BACKED OUT - RE-SCORE NEEDS NO OVERRIDE'.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6700-AUDIT-CHANGE - BEFORE IMAGE OF ONE KEYED RECORD ABOUT TO
      *                      CHANGE, CHARGED TO THE CARD THAT STAGED IT
      *****************************************************************
       6700-AUDIT-CHANGE.
           MOVE BP-USER-ID TO BA-USER-ID.
           MOVE BP-ACTION TO BA-ACTION.
           MOVE BP-FEED-DATE TO BA-FEED-DATE.
           MOVE BP-SOURCE TO WS-AUDIT-SOURCE.
           MOVE BP-BEFORE-IMAGE TO WS-AUDIT-IMAGE.
           PERFORM 8050-PUT-AUDIT THRU 8050-EXIT.
       6700-EXIT.
           EXIT.

      *****************************************************************
      *  6800-ALREADY-MADE - AN EARLIER APPLY RUN MADE THIS CHANGE
      *****************************************************************
       6800-ALREADY-MADE.
           ADD 1 TO WS-CHANGES-ALREADY.
           DISPLAY '  ' BP-SOURCE ' ' WS-APPLY-KEY
               ' ALREADY CHANGED - PASSED OVER'.
       6800-EXIT.
           EXIT.

      *****************************************************************
      *  6900-CHANGE-FAILED - ONE KEYED CHANGE COULD NOT BE MADE
      *                       (REASON IN WS-APPLY-REASON)
      *****************************************************************
       6900-CHANGE-FAILED.
           DISPLAY 'BACKOUT: ' BP-SOURCE ' ' WS-APPLY-KEY ' '
               WS-APPLY-REASON.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       6900-EXIT.
           EXIT.

      *****************************************************************
      *  7000-STAGE-CHANGE - WRITE ONE KEYED CHANGE (SOURCE, CHANGE
      *                      AND IMAGES ALREADY IN BKOKEYS-FILE) FOR
      *                      THE APPLY RUN, CHARGED TO THE CURRENT
      *                      CARD. A CHANGE THAT CANNOT BE STAGED
      *                      HOLDS THE COPY-BACK.
      *****************************************************************
       7000-STAGE-CHANGE.
           MOVE WS-CD-USER-ID (WS-CARD-SUB) TO BP-USER-ID.
           MOVE WS-CD-ACTION (WS-CARD-SUB) TO BP-ACTION.
           MOVE WS-CD-FEED-DATE (WS-CARD-SUB) TO BP-FEED-DATE.
           WRITE BKOKEYS-FILE.
           IF WS-BKOKEYSFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO WRITE BKOKEYS - STATUS '
                   WS-BKOKEYSFILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-AUDIT - ONE BEFORE-IMAGE AUDIT RECORD PER RECORD
      *                     REMOVED OR CHANGED, CHARGED TO THE CARD
      *                     (AND USER) THAT CAUSED IT. A RECORD THAT
      *                     CANNOT BE AUDITED MUST NOT BE REMOVED
      *                     SILENTLY, SO A FAILED WRITE HOLDS THE
      *                     COPY-BACK.
      *****************************************************************
       8000-WRITE-AUDIT.
           MOVE WS-CD-USER-ID (WS-CARD-SUB) TO BA-USER-ID.
           MOVE WS-CD-ACTION (WS-CARD-SUB) TO BA-ACTION.
           MOVE WS-CD-FEED-DATE (WS-CARD-SUB) TO BA-FEED-DATE.
           PERFORM 8050-PUT-AUDIT THRU 8050-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8050-PUT-AUDIT - STAMP AND WRITE ONE AUDIT RECORD WHOSE USER,
      *                   ACTION AND FEED DATE ARE ALREADY SET. A
      *                   BACKOUT RUN STAGES IT IN BKOAUDN FOR THE
      *                   APPLY RUN TO POST; AN APPLY RUN WRITES IT TO
      *                   THE LIVE AUDIT.
      *****************************************************************
       8050-PUT-AUDIT.
           MOVE WS-RUN-DATE TO BA-DATE.
           MOVE WS-RUN-TIME (1:6) TO BA-TIME.
           MOVE WS-AUDIT-SOURCE TO BA-SOURCE.
           MOVE WS-AUDIT-IMAGE TO BA-BEFORE-IMAGE.
           IF RUN-IS-STAGE
               WRITE BKOAUDN-REC FROM BKOAUD-FILE
               IF WS-BKOAUDNFILE-STATUS NOT = '00'
                   DISPLAY 'BACKOUT: UNABLE TO WRITE BKOAUDN - STATUS '
                       WS-BKOAUDNFILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-AUDIT-STAGED
               END-IF
               GO TO 8050-EXIT
           END-IF.
           WRITE BKOAUD-FILE.
           IF WS-BKOAUDFILE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: UNABLE TO WRITE BKOAUD - STATUS '
                   WS-BKOAUDFILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8050-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP
      *****************************************************************
       9000-TERMINATE.
           DISPLAY ' '.
           IF RUN-IS-APPLY
               DISPLAY 'BACKOUT: ' WS-CHANGES-READ
                   ' KEYED CHANGE(S) READ, ' WS-CHANGES-MADE
                   ' MADE, ' WS-CHANGES-ALREADY ' ALREADY MADE'
               DISPLAY 'BACKOUT: ' WS-AUDIT-POSTED
                   ' STAGED BEFORE IMAGE(S) POSTED TO BKOAUD, '
                   WS-AUDIT-ALREADY ' ALREADY POSTED'
               IF RETURN-CODE >= 8
                   DISPLAY 'BACKOUT: APPLY INCOMPLETE - CORRECT THE '
                       'CAUSE AND RERUN THE APPLY STEP; CHANGES '
                       'ALREADY MADE ARE PASSED OVER'
               END-IF
           ELSE
               DISPLAY 'BACKOUT: ' WS-CARD-COUNT ' CARD(S) READ, '
                   WS-REJECTED-COUNT ' REJECTED; '
                   WS-HISTONE-REMOVED ' HISTONE, '
                   WS-HISTTWO-REMOVED ' HISTTWO AND '
                   WS-JOURNAL-REMOVED ' ZLJRNL RECORD(S) REMOVED, '
                   WS-REGISTRY-MARKED ' FEED(S) TO BE MARKED BACKED '
                   'OUT, ' WS-POSITIONS-STEPPED ' POSITION(S) TO BE '
                   'STEPPED BACK, ' WS-AUDIT-STAGED ' BEFORE '
                   'IMAGE(S) STAGED FOR BKOAUD'
               IF RETURN-CODE >= 8
                   DISPLAY 'BACKOUT: RUN FAILED - THE LIVE DATASETS '
                       'ARE NOT TO BE REPLACED OR CHANGED'
               END-IF
           END-IF.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF BKOTXNFILE-IS-OPEN
               CLOSE BKOTXNFILE
           END-IF.
           IF HISTONEFILE-IS-OPEN
               CLOSE HISTONEFILE
           END-IF.
           IF HISTONENFILE-IS-OPEN
               CLOSE HISTONENFILE
           END-IF.
           IF HISTTWOFILE-IS-OPEN
               CLOSE HISTTWOFILE
           END-IF.
           IF HISTTWONFILE-IS-OPEN
               CLOSE HISTTWONFILE
           END-IF.
           IF ZLJRNLFILE-IS-OPEN
               CLOSE ZLJRNLFILE
           END-IF.
           IF ZLJRNLNFILE-IS-OPEN
               CLOSE ZLJRNLNFILE
           END-IF.
           IF FEEDREGFILE-IS-OPEN
               CLOSE FEEDREGFILE
           END-IF.
           IF POSONEFILE-IS-OPEN
               CLOSE POSONEFILE
           END-IF.
           IF POSTWOFILE-IS-OPEN
               CLOSE POSTWOFILE
           END-IF.
           IF BKOAUDFILE-IS-OPEN
               CLOSE BKOAUDFILE
           END-IF.
           IF BKOKEYSFILE-IS-OPEN
               CLOSE BKOKEYSFILE
           END-IF.
           IF BKOAUDNFILE-IS-OPEN
               CLOSE BKOAUDNFILE
           END-IF.
       9000-EXIT.
           EXIT.
