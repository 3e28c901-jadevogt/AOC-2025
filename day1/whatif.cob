       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHATIF.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - DIAL CONTROL WHAT-IF
      *                   SIMULATOR. A DIALTXN CHANGE TO A DIAL'S
      *                   TARGET, SIZE, START STATE OR REJECT
      *                   TOLERANCE WAS ONLY EVER JUDGED THE MORNING
      *                   AFTER, WHEN THE OUTLIER CHECK FIRED OR A
      *                   VAULT WAS WITHHELD. THIS STEP TAKES THE
      *                   PROPOSED CHANGES (PROPOSE DD, THE DIALTXN
      *                   LAYOUT, CHANGE RECORDS ONLY) AND RE-SCORES
      *                   A REAL FEED UNDER THE SETTINGS IN FORCE AND
      *                   UNDER THE PROPOSED ONES, WITH BOTH THE
      *                   PARTONE LANDING RULE AND THE PARTTWO
      *                   CROSSING RULE. ON A PROPOSAL A BLANK FIELD
      *                   KEEPS THE VALUE IN FORCE (DIALMNT ITSELF
      *                   READS A BLANK TARGET AS ZERO, SO KEY THE
      *                   TARGET WHEN PREVIEWING A CHANGE THAT WILL
      *                   SUBMIT ONE); THE FEED, VAULT, START MODE
      *                   AND EFFECTIVE DATE ARE NOT SIMULATED AND
      *                   THE PROPOSAL IS APPLIED TO EVERY FEED READ.
      *                   SYSIN NAMES THE FEED GENERATION TO READ
      *                   (COLS 1-40 THE FEED AS CONFIGURED IN
      *                   DIALCTL, COLS 41-80 THE DATED GENERATION,
      *                   BLANK MEANING THE FEED ITSELF); A BLANK
      *                   CARD READS THE FEEDS ON FEEDLIST, OR THE
      *                   DIALCTL FEEDS WHEN THERE IS NO LIST. EVERY
      *                   DIAL ON THE FEEDS READ IS FOLLOWED SO THE
      *                   VAULT BREAKER IS JUDGED OVER THE WHOLE
      *                   VAULT, EXACTLY AS THE SCORING STEPS JUDGE
      *                   IT. THE SIDE-BY-SIDE REPORT (SYSOUT) SHOWS
      *                   FOR EACH PROPOSED DIAL AND FEED THE SCORE
      *                   DELTAS, WHETHER THE DIAL OR VAULT REJECT
      *                   BREAKER WOULD TRIP, AND HOW EACH SCORE
      *                   STANDS AGAINST THE DIAL'S HISTONE/HISTTWO
      *                   AVERAGE AND THE OUTLIER THRESHOLD. THE
      *                   POSITION MASTERS AND HISTORY ARE READ ONLY;
      *                   NOTHING IS WRITTEN TO HISTORY, JOURNALS,
      *                   CHECKPOINTS, POSITIONS, THE REGISTRY OR
      *                   OPSLOG. RETURN-CODE 4 MEANS THE PROPOSAL
      *                   CHANGES A PUBLICATION OR OUTLIER OUTCOME
      *                   (OR A CARD WAS NOT SIMULATED), 8 THAT A
      *                   PROPOSAL OR FEED COULD NOT BE USED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALCTLFILE ASSIGN TO DIALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT PROPOSEFILE ASSIGN TO PROPOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSEFILE-STATUS.

           SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUTFILE-STATUS.

           SELECT FEEDLISTFILE ASSIGN TO FEEDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLISTFILE-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-HIST-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORYFILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  PROPOSEFILE.
           COPY DLTXNREC.

       FD  INPUTFILE
           RECORDING MODE IS V.
           COPY INPTREC.
           COPY FDCTLREC.

       FD  FEEDLISTFILE.
       01  FEEDLIST-FILE.
           05  FL-BASE-FILE            PIC X(40).
           05  FL-ACTUAL-FILE          PIC X(40).

       FD  HISTORYFILE.
           COPY HISTREC.

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

       WORKING-STORAGE SECTION.
      *****************************************************************
      *  SYSIN: THE FEED GENERATION TO SIMULATE AGAINST, IN THE
      *  FEEDLIST RECORD LAYOUT. A BLANK CARD USES FEEDLIST/DIALCTL.
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-SI-BASE-FILE         PIC X(40).
           05  WS-SI-ACTUAL-FILE       PIC X(40).

       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-PROPOSE-EOF              PIC A(1) VALUE 'N'.
       01  WS-INPUTFILE-EOF            PIC A(1).
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-HISTORY-EOF              PIC A(1).
       01  WS-INPUT-FILENAME           PIC X(40).
       01  WS-BASE-FILENAME            PIC X(40).
       01  WS-HIST-DDNAME              PIC X(8).
       01  WS-LOOKUP-DIAL-ID           PIC X(8).
       01  WS-FEED-DATE                PIC 9(8).
       01  WS-VERSION-DATE             PIC 9(8).
       01  WS-PREV-FEED-DATE           PIC 9(8).
       01  WS-LEFT                     PIC A(1) VALUE 'L'.
       01  WS-RIGHT                    PIC A(1) VALUE 'R'.
       01  WS-SET-VERB                 PIC A(1) VALUE 'S'.
       01  WS-RESET-VERB               PIC A(1) VALUE 'Z'.
       01  WS-NUM-MAG                  PIC 9(07).
       01  WS-NUM-SIZE                 PIC 9(05).
       01  WS-NUM-TOLERANCE            PIC 9(03).
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-CARRIED-STATE            PIC S9(10).

      *****************************************************************
      *  WORKING FIELDS THE TWO SCORING RULES OPERATE ON, AS IN
      *  PARTONE AND PARTTWO
      *****************************************************************
       01  WS-STATE                    PIC S9(10).
       01  WS-START-STATE              PIC S9(10).
       01  WS-SCORE                    PIC 9(9).
       01  WS-DIAL-SIZE                PIC 9(05).
       01  WS-TARGET-POS               PIC 9(05).
       01  WS-TEMP-A                   PIC S9(10).
       01  WS-TEMP-B                   PIC S9(10).
       01  WS-SHIFT-STATE              PIC S9(10).
       01  WS-CROSS-COUNT              PIC S9(09).
       01  WS-REJECT-SCALED            PIC 9(12).
       01  WS-TOLERANCE-SCALED         PIC 9(12).
       01  WS-OUTLIER-THRESHOLD        PIC 9(4) VALUE 20.
       01  WS-HIST-AVERAGE             PIC 9(9)V9(2).
       01  WS-HIST-DIFF                PIC S9(9)V9(2).
       01  WS-SCORE-DELTA              PIC S9(10).

       01  WS-CARD-COUNT               PIC 9(05) VALUE 0.
       01  WS-PROPOSAL-COUNT           PIC 9(05) VALUE 0.
       01  WS-FEED-COUNT               PIC 9(05) VALUE 0.
       01  WS-SIMULATED-COUNT          PIC 9(09) VALUE 0.
       01  WS-OUTCOME-CHANGES          PIC 9(09) VALUE 0.
       01  WS-DIAL-RESULTS             PIC 9(09) VALUE 0.

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(09) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(09) VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-SUB             PIC 9(09) VALUE 0.
       01  WS-GROUP-FEED-COUNT         PIC 9(09) VALUE 0.
       01  WS-FEED-SUB                 PIC 9(09) VALUE 0.
       01  WS-RESULT-ENTRIES           PIC 9(09) VALUE 0.
       01  WS-RESULT-SUB               PIC 9(09) VALUE 0.
       01  WS-VAULT-ENTRIES            PIC 9(09) VALUE 0.
       01  WS-VAULT-SUB                PIC 9(09) VALUE 0.
       01  WS-VAULT-MATCH-SUB          PIC 9(09) VALUE 0.
       01  WS-RULE-SUB                 PIC 9(01) VALUE 0.
       01  WS-SET-SUB                  PIC 9(01) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE INPUT DATASETS AND
      *  ALLOCATED AT INITIALIZATION. THE TABLE LAYOUTS LIVE IN THE
      *  LINKAGE SECTION AND ARE ADDRESSED TO THE ALLOCATED STORAGE.
      *****************************************************************
       01  WS-DIAL-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-FEEDLIST-CAPACITY        PIC 9(09) COMP VALUE 0.
       01  WS-GROUP-FEED-CAPACITY      PIC 9(09) COMP VALUE 0.
       01  WS-RESULT-CAPACITY          PIC 9(09) COMP VALUE 0.
       01  WS-VAULT-CAPACITY           PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(09) COMP.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-FEEDLIST-TABLE-PTR       POINTER.
       01  WS-GROUP-FEED-TABLE-PTR     POINTER.
       01  WS-RESULT-TABLE-PTR         POINTER.
       01  WS-VAULT-TABLE-PTR          POINTER.

      *****************************************************************
      *  ONE SIDE-BY-SIDE REPORT LINE: A LABEL, THE CURRENT AND THE
      *  PROPOSED VALUE, AND THE DIFFERENCE WHERE ONE APPLIES
      *****************************************************************
       01  WS-CMP-LINE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COLUMN OCCURS 2 TIMES.
               10  WS-CL-VALUE         PIC X(13).
               10  FILLER              PIC X(02).
           05  WS-CL-DELTA             PIC X(13).
       01  WS-COUNT-EDIT               PIC Z(12)9.
       01  WS-SIGNED-EDIT              PIC -(12)9.
       01  WS-DELTA-EDIT               PIC +(12)9.
       01  WS-AVERAGE-EDIT             PIC Z(9)9.99.
       01  WS-DIFF-EDIT                PIC +(9)9.99.
       01  WS-PUB-STATUS               PIC X(01) OCCURS 2 TIMES.
       01  WS-OUTLIER-SW               PIC X(01) OCCURS 2 TIMES.
       01  WS-RULE-NAME                PIC X(30).
       01  WS-PROPOSED-FIELDS          PIC X(40).
       01  WS-FIELDS-PTR               PIC 9(03).

       01  WS-SWITCHES.
           05  WS-POSONE-OPEN-SW       PIC X(01) VALUE 'N'.
               88  POSONEFILE-IS-OPEN            VALUE 'Y'.
           05  WS-POSTWO-OPEN-SW       PIC X(01) VALUE 'N'.
               88  POSTWOFILE-IS-OPEN            VALUE 'Y'.
           05  WS-NAMED-FEED-SW        PIC X(01) VALUE 'N'.
               88  NAMED-FEED-RUN                VALUE 'Y'.
           05  WS-MEMBERS-STARTED-SW   PIC X(01).
               88  MEMBERS-ARE-STARTED           VALUE 'Y'.
           05  WS-FEED-SKIPPED-SW      PIC X(01).
               88  FEED-IS-SKIPPED               VALUE 'Y'.
           05  WS-CARRIED-SW           PIC X(01).
               88  CARRIED-STATE-FOUND           VALUE 'Y'.
           05  WS-VALID-SW             PIC X(01).
               88  RECORD-IS-VALID               VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-PROPOSEFILE-STATUS       PIC X(2).
       77  WS-INPUTFILE-STATUS         PIC X(2).
       77  WS-FEEDLISTFILE-STATUS      PIC X(2).
       77  WS-HISTORYFILE-STATUS       PIC X(2).
       77  WS-POSONEFILE-STATUS        PIC X(2).
       77  WS-POSTWOFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).

       LINKAGE SECTION.
      *****************************************************************
      *  ONE ENTRY PER DIAL. THE SETTING GROUP HOLDS THE VALUES IN
      *  FORCE ON THE FEED BEING READ (1) AND THE SAME VALUES WITH
      *  THE PROPOSAL APPLIED (2); THE RULE GROUP HOLDS THE DIAL'S
      *  HISTORY TOTALS AND THE RUNNING DIAL FOR THE LANDING RULE
      *  (1, PARTONE) AND THE CROSSING RULE (2, PARTTWO), ONCE PER
      *  SETTING.
      *****************************************************************
       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-INPUT-FILE    PIC X(40).
               10  WS-DL-VAULT-ID      PIC X(8).
               10  WS-DL-DONE-SW       PIC X(01).
               10  WS-DL-MEMBER-SW     PIC X(01).
               10  WS-DL-LIVE-SW       PIC X(01).
               10  WS-DL-START-MODE    PIC X(01).
               10  WS-DL-RECORD-COUNT  PIC 9(09).
               10  WS-DL-REJECT-COUNT  PIC 9(09).
               10  WS-DL-PROPOSED-SW   PIC X(01).
               10  WS-DL-PR-USER-ID    PIC X(8).
               10  WS-DL-PR-START-STATE
                                       PIC X(10).
               10  WS-DL-PR-DIAL-SIZE  PIC X(05).
               10  WS-DL-PR-TOLERANCE  PIC X(03).
               10  WS-DL-PR-TARGET-POS PIC X(05).
               10  WS-DL-SETTING OCCURS 2 TIMES.
                   15  WS-DL-ST-SW     PIC X(01).
                   15  WS-DL-ST-START-STATE
                                       PIC S9(10).
                   15  WS-DL-ST-DIAL-SIZE
                                       PIC 9(05).
                   15  WS-DL-ST-TARGET-POS
                                       PIC 9(05).
                   15  WS-DL-ST-TOLERANCE
                                       PIC 9(03).
               10  WS-DL-RULE OCCURS 2 TIMES.
                   15  WS-DL-HIST-COUNT
                                       PIC 9(09).
                   15  WS-DL-HIST-TOTAL
                                       PIC 9(12).
                   15  WS-DL-SIM OCCURS 2 TIMES.
                       20  WS-DL-SM-STATE
                                       PIC S9(10).
                       20  WS-DL-SM-FEED-START
                                       PIC S9(10).
                       20  WS-DL-SM-SCORE
                                       PIC 9(09).
                       20  WS-DL-SM-CARRY-DATE
                                       PIC 9(8).

       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-STATUS        PIC X(01).
               10  WS-VR-START-MODE    PIC X(01).
               10  WS-VR-START-STATE   PIC S9(10).
               10  WS-VR-DIAL-SIZE     PIC 9(05).
               10  WS-VR-TARGET-POS    PIC 9(05).
               10  WS-VR-TOLERANCE     PIC 9(03).

       01  WS-FEEDLIST-TABLE.
           05  WS-FEEDLIST-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-FEEDLIST-CAPACITY.
               10  WS-FL-BASE-FILE     PIC X(40).
               10  WS-FL-ACTUAL-FILE   PIC X(40).

       01  WS-GROUP-FEED-TABLE.
           05  WS-GROUP-FEED-ENTRY OCCURS 1 TO 1000001 TIMES
               DEPENDING ON WS-GROUP-FEED-CAPACITY.
               10  WS-GF-ACTUAL-FILE   PIC X(40).

      *****************************************************************
      *  ONE ENTRY PER DIAL PER FEED SIMULATED - WHAT THAT FEED'S
      *  NIGHTLY RUN WOULD HAVE HELD FOR PUBLICATION UNDER EACH
      *  SETTING AND RULE
      *****************************************************************
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-RESULT-CAPACITY.
               10  WS-RS-MEMBER-SUB    PIC 9(09).
               10  WS-RS-VAULT-SUB     PIC 9(09).
               10  WS-RS-FEED-DATE     PIC 9(8).
               10  WS-RS-FEED-NAME     PIC X(40).
               10  WS-RS-RECORD-COUNT  PIC 9(09).
               10  WS-RS-REJECT-COUNT  PIC 9(09).
               10  WS-RS-SETTING OCCURS 2 TIMES.
                   15  WS-RS-ST-SW     PIC X(01).
                   15  WS-RS-ST-START-STATE
                                       PIC S9(10).
                   15  WS-RS-ST-DIAL-SIZE
                                       PIC 9(05).
                   15  WS-RS-ST-TARGET-POS
                                       PIC 9(05).
                   15  WS-RS-ST-TOLERANCE
                                       PIC 9(03).
                   15  WS-RS-ST-TRIP-SW
                                       PIC X(01).
               10  WS-RS-RULE OCCURS 2 TIMES.
                   15  WS-RS-SIM OCCURS 2 TIMES.
                       20  WS-RS-SM-FEED-START
                                       PIC S9(10).
                       20  WS-RS-SM-STATE
                                       PIC S9(10).
                       20  WS-RS-SM-SCORE
                                       PIC 9(09).

       01  WS-VAULT-TABLE.
           05  WS-VAULT-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-VAULT-CAPACITY.
               10  WS-VT-VAULT-ID      PIC X(8).
               10  WS-VT-FEED-DATE     PIC 9(8).
               10  WS-VT-PROPOSED-SW   PIC X(01).
               10  WS-VT-SETTING OCCURS 2 TIMES.
                   15  WS-VT-MEMBER-COUNT
                                       PIC 9(09).
                   15  WS-VT-TRIPPED-COUNT
                                       PIC 9(09).
                   15  WS-VT-SUPPRESS-SW
                                       PIC X(01).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-SIMULATE-ONE-GROUP THRU 2000-EXIT
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-DIAL-ENTRIES
                   OR RETURN-CODE >= 16
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 3000-JUDGE-VAULTS THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE FEED SELECTION FROM SYSIN, LOAD
      *                    THE DIAL CONTROL DATA, THE PROPOSALS, THE
      *                    FEED LIST AND BOTH HISTORIES, AND OPEN THE
      *                    POSITION MASTERS FOR READING
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD.
           IF WS-SI-BASE-FILE NOT = SPACES
               SET NAMED-FEED-RUN TO TRUE
               IF WS-SI-ACTUAL-FILE = SPACES
                   MOVE WS-SI-BASE-FILE TO WS-SI-ACTUAL-FILE
               END-IF
           END-IF.
           DISPLAY 'DIAL CONTROL WHAT-IF SIMULATION FOR ' WS-RUN-DATE.
           IF NAMED-FEED-RUN
               DISPLAY 'FEED ' WS-SI-BASE-FILE ' GENERATION '
                   WS-SI-ACTUAL-FILE
           ELSE
               DISPLAY 'FEEDS FROM FEEDLIST, ELSE AS CONFIGURED IN '
                   'DIALCTL'
           END-IF.
           DISPLAY 'SIMULATION ONLY - NOTHING IS WRITTEN TO HISTORY, '
               'JOURNALS, CHECKPOINTS, POSITIONS OR THE REGISTRY'.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'WHATIF: UNABLE TO OPEN DIALCTLFILE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-LOAD-ONE-DIAL THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           CLOSE DIALCTLFILE.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-PROPOSALS THRU 1200-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1800-LOAD-FEED-LIST THRU 1800-EXIT.
           MOVE 1 TO WS-RULE-SUB.
           MOVE 'HISTONE' TO WS-HIST-DDNAME.
           PERFORM 1600-LOAD-HISTORY THRU 1600-EXIT.
           MOVE 2 TO WS-RULE-SUB.
           MOVE 'HISTTWO' TO WS-HIST-DDNAME.
           PERFORM 1600-LOAD-HISTORY THRU 1600-EXIT.
           OPEN INPUT POSONEFILE.
           IF WS-POSONEFILE-STATUS = '00'
               SET POSONEFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WHATIF: NO POSONE POSITION MASTER - CARRY-'
                   'FORWARD DIALS START THE LANDING RULE FROM THEIR '
                   'CONFIGURED START'
           END-IF.
           OPEN INPUT POSTWOFILE.
           IF WS-POSTWOFILE-STATUS = '00'
               SET POSTWOFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WHATIF: NO POSTWO POSITION MASTER - CARRY-'
                   'FORWARD DIALS START THE CROSSING RULE FROM THEIR '
                   'CONFIGURED START'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE CONTROL FILE AND THE FEED LIST
      *                     AND ALLOCATE THE RUN TABLES TO MATCH
      *****************************************************************
       1100-SIZE-TABLES.
           PERFORM 1110-COUNT-DIALCTL THRU 1110-EXIT.
           PERFORM 1120-COUNT-FEEDLIST THRU 1120-EXIT.
           PERFORM 1150-ALLOCATE-TABLES THRU 1150-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-COUNT-DIALCTL - ONE SLOT PER CONTROL RECORD, IN THE DIAL
      *                       TABLE AND THE VERSION TABLE. AN
      *                       UNOPENABLE CONTROL FILE IS REPORTED BY
      *                       THE REAL OPEN IN 1000-INITIALIZE.
      *****************************************************************
       1110-COUNT-DIALCTL.
           MOVE 0 TO WS-DIAL-CAPACITY.
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
           ADD 1 TO WS-DIAL-CAPACITY.
       1115-EXIT.
           EXIT.

      *****************************************************************
      *  1120-COUNT-FEEDLIST - ONE SLOT PER CATCH-UP FEED LIST ENTRY,
      *                        OR ONE FOR THE FEED NAMED ON SYSIN
      *****************************************************************
       1120-COUNT-FEEDLIST.
           MOVE 0 TO WS-FEEDLIST-CAPACITY.
           IF NAMED-FEED-RUN
               MOVE 1 TO WS-FEEDLIST-CAPACITY
               GO TO 1120-EXIT
           END-IF.
           OPEN INPUT FEEDLISTFILE.
           IF WS-FEEDLISTFILE-STATUS NOT = '00'
               GO TO 1120-EXIT
           END-IF.
           PERFORM 1125-COUNT-ONE-FEEDLIST THRU 1125-EXIT
               UNTIL WS-FEEDLIST-EOF = 'Y'.
           CLOSE FEEDLISTFILE.
           MOVE 'N' TO WS-FEEDLIST-EOF.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1125-COUNT-ONE-FEEDLIST - COUNT ONE FEED LIST RECORD
      *****************************************************************
       1125-COUNT-ONE-FEEDLIST.
           READ FEEDLISTFILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1125-EXIT
           END-READ.
           ADD 1 TO WS-FEEDLIST-CAPACITY.
       1125-EXIT.
           EXIT.

      *****************************************************************
      *  1150-ALLOCATE-TABLES - ALLOCATE EVERY RUN TABLE AT ITS
      *                         COUNTED CAPACITY: ONE RESULT PER DIAL
      *                         PER FEED, AND AT MOST ONE VAULT ENTRY
      *                         PER RESULT. AN ALLOCATION FAILURE
      *                         STOPS THE RUN AT INITIALIZATION.
      *****************************************************************
       1150-ALLOCATE-TABLES.
           IF WS-DIAL-CAPACITY = 0
               MOVE 1 TO WS-DIAL-CAPACITY
           END-IF.
           COMPUTE WS-GROUP-FEED-CAPACITY =
               WS-FEEDLIST-CAPACITY + 1.
           IF WS-FEEDLIST-CAPACITY = 0
               MOVE 1 TO WS-FEEDLIST-CAPACITY
           END-IF.
           COMPUTE WS-RESULT-CAPACITY =
               WS-DIAL-CAPACITY * WS-GROUP-FEED-CAPACITY.
           MOVE WS-RESULT-CAPACITY TO WS-VAULT-CAPACITY.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-VERSION-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VERSION-TABLE-PTR.
           SET ADDRESS OF WS-VERSION-TABLE TO WS-VERSION-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES = WS-FEEDLIST-CAPACITY
               * LENGTH OF WS-FEEDLIST-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-FEEDLIST-TABLE-PTR.
           SET ADDRESS OF WS-FEEDLIST-TABLE
               TO WS-FEEDLIST-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES = WS-GROUP-FEED-CAPACITY
               * LENGTH OF WS-GROUP-FEED-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-GROUP-FEED-TABLE-PTR.
           SET ADDRESS OF WS-GROUP-FEED-TABLE
               TO WS-GROUP-FEED-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-RESULT-CAPACITY * LENGTH OF WS-RESULT-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-RESULT-TABLE-PTR.
           SET ADDRESS OF WS-RESULT-TABLE TO WS-RESULT-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-VAULT-CAPACITY * LENGTH OF WS-VAULT-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VAULT-TABLE-PTR.
           SET ADDRESS OF WS-VAULT-TABLE TO WS-VAULT-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-VERSION-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-GROUP-FEED-TABLE-PTR = NULL
               OR WS-RESULT-TABLE-PTR = NULL
               OR WS-VAULT-TABLE-PTR = NULL
               DISPLAY 'WHATIF: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-PROPOSALS - READ THE PROPOSED CHANGES. WITH NO
      *                        USABLE PROPOSAL THERE IS NOTHING TO
      *                        SIMULATE AND THE RUN STOPS.
      *****************************************************************
       1200-LOAD-PROPOSALS.
           OPEN INPUT PROPOSEFILE.
           IF WS-PROPOSEFILE-STATUS NOT = '00'
               DISPLAY 'WHATIF: UNABLE TO OPEN PROPOSE - NOTHING TO '
                   'SIMULATE'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-LOAD-ONE-PROPOSAL THRU 1250-EXIT
               UNTIL WS-PROPOSE-EOF = 'Y'.
           CLOSE PROPOSEFILE.
           DISPLAY WS-CARD-COUNT ' PROPOSAL CARD(S) READ, '
               WS-PROPOSAL-COUNT ' DIAL(S) TO SIMULATE'.
           IF WS-PROPOSAL-COUNT = 0
               DISPLAY 'WHATIF: NO USABLE PROPOSED CHANGE - NOTHING '
                   'TO SIMULATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-LOAD-ONE-PROPOSAL - CHECK ONE PROPOSED CHANGE AND HANG
      *                           IT ON ITS DIAL. EACH SIMULATED FIELD
      *                           IS CHECKED AS DIALMNT CHECKS IT; A
      *                           BLANK ONE KEEPS THE VALUE IN FORCE.
      *                           A LATER CARD FOR THE SAME DIAL
      *                           REPLACES AN EARLIER ONE.
      *****************************************************************
       1250-LOAD-ONE-PROPOSAL.
           READ PROPOSEFILE
               AT END
                   MOVE 'Y' TO WS-PROPOSE-EOF
                   GO TO 1250-EXIT
           END-READ.
           IF DIALTXN-FILE = SPACES
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           IF NOT TXN-IS-CHANGE
               DISPLAY 'WHATIF: ' TX-ACTION ' FOR DIAL ' TX-DIAL-ID
                   ' IS NOT A CHANGE - NOT SIMULATED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1250-EXIT
           END-IF.
           MOVE TX-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 1550-FIND-DIAL THRU 1550-EXIT.
           IF WS-MATCH-SUB = 0
               MOVE 'DIAL IS NOT ON DIALCTL' TO WS-REJECT-REASON
               PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
               GO TO 1250-EXIT
           END-IF.
           IF TX-START-STATE = SPACES AND TX-DIAL-SIZE = SPACES
               AND TX-REJECT-TOLERANCE = SPACES
               AND TX-TARGET-POS = SPACES
               DISPLAY 'WHATIF: CHANGE FOR DIAL ' TX-DIAL-ID
                   ' KEYS NONE OF THE SIMULATED SETTINGS - NOT '
                   'SIMULATED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1250-EXIT
           END-IF.
           IF TX-START-STATE NOT = SPACES
               AND TX-START-STATE NOT NUMERIC
               MOVE 'START STATE IS NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
               GO TO 1250-EXIT
           END-IF.
           IF TX-DIAL-SIZE NOT = SPACES
               IF TX-DIAL-SIZE NOT NUMERIC
                   MOVE 'DIAL SIZE IS NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
                   GO TO 1250-EXIT
               END-IF
               MOVE TX-DIAL-SIZE TO WS-NUM-SIZE
               IF WS-NUM-SIZE NOT GREATER THAN 0
                   MOVE 'DIAL SIZE IS NOT POSITIVE' TO WS-REJECT-REASON
                   PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
                   GO TO 1250-EXIT
               END-IF
           END-IF.
           IF TX-REJECT-TOLERANCE NOT = SPACES
               IF TX-REJECT-TOLERANCE NOT NUMERIC
                   MOVE 'REJECT TOLERANCE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
                   GO TO 1250-EXIT
               END-IF
               MOVE TX-REJECT-TOLERANCE TO WS-NUM-TOLERANCE
               IF WS-NUM-TOLERANCE > 100
                   MOVE 'REJECT TOLERANCE IS OVER 100 PERCENT'
                       TO WS-REJECT-REASON
                   PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
                   GO TO 1250-EXIT
               END-IF
           END-IF.
           IF TX-TARGET-POS NOT = SPACES
               AND TX-TARGET-POS NOT NUMERIC
               MOVE 'TARGET POSITION IS NOT NUMERIC'
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-PROPOSAL THRU 1290-EXIT
               GO TO 1250-EXIT
           END-IF.
           IF WS-DL-PROPOSED-SW (WS-MATCH-SUB) = 'Y'
               DISPLAY 'WHATIF: LATER CHANGE FOR DIAL ' TX-DIAL-ID
                   ' REPLACES THE EARLIER ONE'
           ELSE
               ADD 1 TO WS-PROPOSAL-COUNT
           END-IF.
           MOVE 'Y' TO WS-DL-PROPOSED-SW (WS-MATCH-SUB).
           MOVE TX-USER-ID TO WS-DL-PR-USER-ID (WS-MATCH-SUB).
           MOVE TX-START-STATE
               TO WS-DL-PR-START-STATE (WS-MATCH-SUB).
           MOVE TX-DIAL-SIZE TO WS-DL-PR-DIAL-SIZE (WS-MATCH-SUB).
           MOVE TX-REJECT-TOLERANCE
               TO WS-DL-PR-TOLERANCE (WS-MATCH-SUB).
           MOVE TX-TARGET-POS TO WS-DL-PR-TARGET-POS (WS-MATCH-SUB).
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1290-REJECT-PROPOSAL - SAY WHY ONE PROPOSAL CANNOT BE USED
      *****************************************************************
       1290-REJECT-PROPOSAL.
           DISPLAY 'WHATIF: CHANGE FOR DIAL ' TX-DIAL-ID
               ' NOT SIMULATED - ' WS-REJECT-REASON.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       1290-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD TO THE
      *                       VERSION TABLE, AND ITS DIAL TO THE DIAL
      *                       TABLE THE FIRST TIME THE DIAL IS SEEN.
      *                       THE VERSION RULES ARE THE SCORING
      *                       STEPS' OWN: A BLANK OR NON-NUMERIC
      *                       EFFECTIVE DATE IS IN FORCE FROM THE
      *                       BEGINNING OF TIME, A NON-NUMERIC TARGET
      *                       IS ZERO, A NON-NUMERIC TOLERANCE IS 100
      *                       PERCENT, AND A BAD SIZE OR TARGET
      *                       LEAVES THE VERSION UNSCOREABLE.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'WHATIF: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-VERSION-ENTRIES.
           MOVE WS-VERSION-ENTRIES TO WS-VERSION-SUB.
           MOVE DC-DIAL-ID TO WS-VR-DIAL-ID (WS-VERSION-SUB).
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE TO WS-VR-EFF-DATE (WS-VERSION-SUB)
           ELSE
               MOVE 0 TO WS-VR-EFF-DATE (WS-VERSION-SUB)
           END-IF.
           MOVE DC-START-STATE TO WS-VR-START-STATE (WS-VERSION-SUB).
           MOVE DC-DIAL-SIZE TO WS-VR-DIAL-SIZE (WS-VERSION-SUB).
           IF DC-TARGET-POS IS NUMERIC
               MOVE DC-TARGET-POS TO WS-VR-TARGET-POS (WS-VERSION-SUB)
           ELSE
               MOVE 0 TO WS-VR-TARGET-POS (WS-VERSION-SUB)
           END-IF.
           IF DC-REJECT-TOLERANCE IS NUMERIC
               MOVE DC-REJECT-TOLERANCE
                   TO WS-VR-TOLERANCE (WS-VERSION-SUB)
           ELSE
               MOVE 100 TO WS-VR-TOLERANCE (WS-VERSION-SUB)
           END-IF.
           IF DC-CARRY-FORWARD
               MOVE 'C' TO WS-VR-START-MODE (WS-VERSION-SUB)
           ELSE
               MOVE 'F' TO WS-VR-START-MODE (WS-VERSION-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN DC-VERSION-RETIRED
                   MOVE 'D' TO WS-VR-STATUS (WS-VERSION-SUB)
               WHEN DC-DIAL-SIZE NOT GREATER THAN 0
               WHEN WS-VR-TARGET-POS (WS-VERSION-SUB)
                   NOT LESS THAN DC-DIAL-SIZE
                   MOVE 'B' TO WS-VR-STATUS (WS-VERSION-SUB)
               WHEN OTHER
                   MOVE 'A' TO WS-VR-STATUS (WS-VERSION-SUB)
           END-EVALUATE.
           MOVE DC-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 1550-FIND-DIAL THRU 1550-EXIT.
           IF WS-MATCH-SUB NOT = 0
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE DC-INPUT-FILE TO WS-DL-INPUT-FILE (WS-DIAL-ENTRIES).
           MOVE DC-VAULT-ID TO WS-DL-VAULT-ID (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-DONE-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-MEMBER-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-LIVE-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-PROPOSED-SW (WS-DIAL-ENTRIES).
           PERFORM 1520-CLEAR-ONE-RULE THRU 1520-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 2.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1520-CLEAR-ONE-RULE - ZERO A NEW DIAL'S HISTORY TOTALS AND
      *                        RUNNING DIALS FOR ONE RULE
      *****************************************************************
       1520-CLEAR-ONE-RULE.
           MOVE 0 TO WS-DL-HIST-COUNT (WS-DIAL-ENTRIES WS-RULE-SUB).
           MOVE 0 TO WS-DL-HIST-TOTAL (WS-DIAL-ENTRIES WS-RULE-SUB).
           PERFORM 1525-CLEAR-ONE-SIM THRU 1525-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       1520-EXIT.
           EXIT.

      *****************************************************************
      *  1525-CLEAR-ONE-SIM - ZERO ONE RUNNING DIAL. A ZERO CARRY DATE
      *                       MEANS NO EARLIER FEED HAS BEEN SIMULATED.
      *****************************************************************
       1525-CLEAR-ONE-SIM.
           MOVE 0 TO WS-DL-SM-STATE (WS-DIAL-ENTRIES WS-RULE-SUB
               WS-SET-SUB).
           MOVE 0 TO WS-DL-SM-FEED-START (WS-DIAL-ENTRIES WS-RULE-SUB
               WS-SET-SUB).
           MOVE 0 TO WS-DL-SM-SCORE (WS-DIAL-ENTRIES WS-RULE-SUB
               WS-SET-SUB).
           MOVE 0 TO WS-DL-SM-CARRY-DATE (WS-DIAL-ENTRIES WS-RULE-SUB
               WS-SET-SUB).
       1525-EXIT.
           EXIT.

      *****************************************************************
      *  1550-FIND-DIAL - LOOK WS-LOOKUP-DIAL-ID UP IN THE DIAL TABLE
      *****************************************************************
       1550-FIND-DIAL.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 1560-MATCH-ONE-DIAL THRU 1560-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-MATCH-ONE-DIAL - NOTE THE DIAL TABLE ENTRY, IF ANY,
      *                        HOLDING THE DIAL-ID LOOKED FOR
      *****************************************************************
       1560-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-SCAN-SUB) = WS-LOOKUP-DIAL-ID
               MOVE WS-SCAN-SUB TO WS-MATCH-SUB
           END-IF.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1600-LOAD-HISTORY - FOLD ONE HISTORY DATASET (HISTONE FOR
      *                      THE LANDING RULE, HISTTWO FOR THE
      *                      CROSSING RULE) INTO EACH DIAL'S RUN
      *                      COUNT AND SCORE TOTAL, THE SAME AVERAGE
      *                      THE OUTLIER CHECK USES. A MISSING
      *                      DATASET LEAVES THE RULE WITH NO AVERAGES.
      *****************************************************************
       1600-LOAD-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT HISTORYFILE.
           IF WS-HISTORYFILE-STATUS NOT = '00'
               DISPLAY 'WHATIF: NO ' WS-HIST-DDNAME
                   ' - NO AVERAGES TO COMPARE AGAINST'
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1650-LOAD-ONE-HISTORY THRU 1650-EXIT
               UNTIL WS-HISTORY-EOF = 'Y'.
           CLOSE HISTORYFILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1650-LOAD-ONE-HISTORY - ADD ONE PAST RUN, OR ONE ARCHIVED
      *                          SUMMARY, TO ITS DIAL'S TOTALS
      *****************************************************************
       1650-LOAD-ONE-HISTORY.
           READ HISTORYFILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
                   GO TO 1650-EXIT
           END-READ.
           IF HIST-SUMMARY-REC
               MOVE SM-DIAL-ID TO WS-LOOKUP-DIAL-ID
           ELSE
               MOVE HS-DIAL-ID TO WS-LOOKUP-DIAL-ID
           END-IF.
           PERFORM 1550-FIND-DIAL THRU 1550-EXIT.
           IF WS-MATCH-SUB = 0
               GO TO 1650-EXIT
           END-IF.
           IF HIST-SUMMARY-REC
               ADD SM-RUN-COUNT
                   TO WS-DL-HIST-COUNT (WS-MATCH-SUB WS-RULE-SUB)
               ADD SM-SCORE-TOTAL
                   TO WS-DL-HIST-TOTAL (WS-MATCH-SUB WS-RULE-SUB)
           ELSE
               ADD 1 TO WS-DL-HIST-COUNT (WS-MATCH-SUB WS-RULE-SUB)
               ADD HS-FINAL-SCORE
                   TO WS-DL-HIST-TOTAL (WS-MATCH-SUB WS-RULE-SUB)
           END-IF.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1800-LOAD-FEED-LIST - THE FEED NAMED ON SYSIN IS THE WHOLE
      *                        LIST; OTHERWISE LOAD THE OPTIONAL
      *                        CATCH-UP FEED LIST. NO LIST AT ALL
      *                        MEANS THE FEEDS AS CONFIGURED.
      *****************************************************************
       1800-LOAD-FEED-LIST.
           IF NAMED-FEED-RUN
               MOVE 1 TO WS-FEEDLIST-ENTRIES
               MOVE WS-SI-BASE-FILE TO WS-FL-BASE-FILE (1)
               MOVE WS-SI-ACTUAL-FILE TO WS-FL-ACTUAL-FILE (1)
               GO TO 1800-EXIT
           END-IF.
           OPEN INPUT FEEDLISTFILE.
           IF WS-FEEDLISTFILE-STATUS NOT = '00'
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1850-LOAD-ONE-FEED-ENTRY THRU 1850-EXIT
               UNTIL WS-FEEDLIST-EOF = 'Y'.
           CLOSE FEEDLISTFILE.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *  1850-LOAD-ONE-FEED-ENTRY - ADD ONE FEED LIST RECORD
      *****************************************************************
       1850-LOAD-ONE-FEED-ENTRY.
           READ FEEDLISTFILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1850-EXIT
           END-READ.
           IF FEEDLIST-FILE = SPACES
               GO TO 1850-EXIT
           END-IF.
           IF WS-FEEDLIST-ENTRIES >= WS-FEEDLIST-CAPACITY
               DISPLAY 'WHATIF: FEED LIST TABLE OVER ITS SIZED '
                   'CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FEEDLIST-EOF
               GO TO 1850-EXIT
           END-IF.
           ADD 1 TO WS-FEEDLIST-ENTRIES.
           MOVE FL-BASE-FILE
               TO WS-FL-BASE-FILE (WS-FEEDLIST-ENTRIES).
           MOVE FL-ACTUAL-FILE
               TO WS-FL-ACTUAL-FILE (WS-FEEDLIST-ENTRIES).
       1850-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SIMULATE-ONE-GROUP - FOLLOW EVERY DIAL CONFIGURED
      *                            AGAINST ONE DISTINCT FEED THROUGH
      *                            THAT FEED, OR EACH OF ITS LISTED
      *                            DATED GENERATIONS IN LIST ORDER
      *****************************************************************
       2000-SIMULATE-ONE-GROUP.
           IF WS-DL-DONE-SW (WS-GROUP-SUB) = 'Y'
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DL-INPUT-FILE (WS-GROUP-SUB) TO WS-BASE-FILENAME.
           MOVE 0 TO WS-PREV-FEED-DATE.
           PERFORM 2100-MARK-ONE-MEMBER THRU 2100-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
           PERFORM 2020-BUILD-GROUP-FEEDS THRU 2020-EXIT.
           PERFORM 2050-SIMULATE-ONE-FEED THRU 2050-EXIT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-GROUP-FEED-COUNT
               OR RETURN-CODE >= 16.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2020-BUILD-GROUP-FEEDS - COLLECT THIS GROUP'S DATED FEEDS
      *                           FROM THE FEED LIST, IN LIST ORDER.
      *                           NO LIST ENTRIES MEANS THE SINGLE
      *                           FEED NAMED IN DIALCTLFILE - EXCEPT
      *                           WHEN SYSIN NAMED THE ONE FEED TO
      *                           READ, WHEN THE GROUP IS NOT READ.
      *****************************************************************
       2020-BUILD-GROUP-FEEDS.
           MOVE 0 TO WS-GROUP-FEED-COUNT.
           PERFORM 2030-ADD-ONE-GROUP-FEED THRU 2030-EXIT
               VARYING WS-FEEDLIST-SUB FROM 1 BY 1
               UNTIL WS-FEEDLIST-SUB > WS-FEEDLIST-ENTRIES.
           IF WS-GROUP-FEED-COUNT = 0
               AND NOT NAMED-FEED-RUN
               MOVE 1 TO WS-GROUP-FEED-COUNT
               MOVE WS-BASE-FILENAME TO WS-GF-ACTUAL-FILE (1)
           END-IF.
       2020-EXIT.
           EXIT.

      *****************************************************************
      *  2030-ADD-ONE-GROUP-FEED - TAKE ONE MATCHING FEED LIST ENTRY
      *****************************************************************
       2030-ADD-ONE-GROUP-FEED.
           IF WS-FL-BASE-FILE (WS-FEEDLIST-SUB)
               NOT = WS-BASE-FILENAME
               GO TO 2030-EXIT
           END-IF.
           IF WS-GROUP-FEED-COUNT >= WS-GROUP-FEED-CAPACITY
               DISPLAY 'WHATIF: FEED GROUP OVER ITS SIZED CAPACITY '
                   'FOR ' WS-BASE-FILENAME ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 2030-EXIT
           END-IF.
           ADD 1 TO WS-GROUP-FEED-COUNT.
           MOVE WS-FL-ACTUAL-FILE (WS-FEEDLIST-SUB)
               TO WS-GF-ACTUAL-FILE (WS-GROUP-FEED-COUNT).
       2030-EXIT.
           EXIT.

      *****************************************************************
      *  2050-SIMULATE-ONE-FEED - READ ONE FEED FILE, FOLLOWING EVERY
      *                           MEMBER UNDER BOTH SETTINGS AND BOTH
      *                           RULES, AND HOLD EACH MEMBER'S
      *                           RESULT AS THAT FEED'S NIGHTLY RUN
      *                           WOULD. A FEED THAT CANNOT BE OPENED
      *                           IS LEFT OUT OF THE COMPARISON.
      *****************************************************************
       2050-SIMULATE-ONE-FEED.
           MOVE WS-GF-ACTUAL-FILE (WS-FEED-SUB) TO WS-INPUT-FILENAME.
           MOVE 0 TO WS-FEED-DATE.
           MOVE 'N' TO WS-MEMBERS-STARTED-SW.
           MOVE 'N' TO WS-FEED-SKIPPED-SW.
           MOVE 'N' TO WS-INPUTFILE-EOF.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS NOT = '00'
               DISPLAY 'WHATIF: FEED ' WS-INPUT-FILENAME
                   ' CANNOT BE OPENED - NOT SIMULATED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM 2200-READ-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-INPUTFILE-EOF = 'Y'.
           CLOSE INPUTFILE.
           IF NOT MEMBERS-ARE-STARTED
               PERFORM 2300-START-MEMBERS THRU 2300-EXIT
           END-IF.
           IF FEED-IS-SKIPPED
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2900-END-ONE-MEMBER THRU 2900-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-MARK-ONE-MEMBER - FLAG THE TABLE ENTRIES THAT BELONG TO
      *                         THE CURRENT FEED
      *****************************************************************
       2100-MARK-ONE-MEMBER.
           IF WS-DL-DONE-SW (WS-MEMBER-SUB) = 'N'
               AND WS-DL-INPUT-FILE (WS-MEMBER-SUB) = WS-BASE-FILENAME
               MOVE 'Y' TO WS-DL-MEMBER-SW (WS-MEMBER-SUB)
               MOVE 'Y' TO WS-DL-DONE-SW (WS-MEMBER-SUB)
           ELSE
               MOVE 'N' TO WS-DL-MEMBER-SW (WS-MEMBER-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-READ-ONE-RECORD - TAKE THE FEED DATE FROM THE HEADER,
      *                         PASS OVER THE OTHER CONTROL RECORDS
      *                         AND APPLY EVERY INSTRUCTION
      *****************************************************************
       2200-READ-ONE-RECORD.
           READ INPUTFILE
               AT END
                   MOVE 'Y' TO WS-INPUTFILE-EOF
                   GO TO 2200-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN FEED-HEADER-REC
                   IF FV-FEED-DATE IS NUMERIC
                       MOVE FV-FEED-DATE TO WS-FEED-DATE
                   END-IF
               WHEN FEED-DIAL-COUNT-REC
               WHEN FEED-TRAILER-REC
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-APPLY-INSTRUCTION THRU 2400-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-START-MEMBERS - AT THE FEED'S FIRST INSTRUCTION, WHEN
      *                       THE HEADER DATE IS KNOWN, SET EVERY
      *                       MEMBER UP FOR THE FEED DATE (THE RUN
      *                       DATE FOR A FEED WITH NO HEADER). AS IN
      *                       THE SCORING STEPS, A LISTED FEED THAT
      *                       IS NOT NEWER THAN THE ONE BEFORE IT IS
      *                       SKIPPED.
      *****************************************************************
       2300-START-MEMBERS.
           SET MEMBERS-ARE-STARTED TO TRUE.
           IF WS-FEED-DATE = 0
               MOVE WS-RUN-DATE TO WS-VERSION-DATE
           ELSE
               MOVE WS-FEED-DATE TO WS-VERSION-DATE
           END-IF.
           IF WS-GROUP-FEED-COUNT > 1
               AND WS-VERSION-DATE NOT > WS-PREV-FEED-DATE
               DISPLAY 'WHATIF: FEED ' WS-INPUT-FILENAME
                   ' DATED ' WS-VERSION-DATE ' IS NOT OLDEST-FIRST '
                   'IN THE FEED LIST - FEED SKIPPED'
               SET FEED-IS-SKIPPED TO TRUE
               MOVE 'Y' TO WS-INPUTFILE-EOF
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-VERSION-DATE TO WS-PREV-FEED-DATE.
           PERFORM 2310-START-ONE-MEMBER THRU 2310-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-START-ONE-MEMBER - SELECT ONE MEMBER'S VERSION IN FORCE,
      *                          BUILD ITS CURRENT AND PROPOSED
      *                          SETTINGS FROM IT AND PLACE EACH OF
      *                          ITS FOUR RUNNING DIALS AT ITS START.
      *                          A DIAL NOT LIVE ON THE FEED DATE
      *                          SITS THE FEED OUT, AS IT WOULD IN
      *                          THE SCORING STEPS.
      *****************************************************************
       2310-START-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2310-EXIT
           END-IF.
           MOVE 'N' TO WS-DL-LIVE-SW (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-RECORD-COUNT (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-REJECT-COUNT (WS-MEMBER-SUB).
           MOVE 'N' TO WS-DL-ST-SW (WS-MEMBER-SUB 1).
           MOVE 'N' TO WS-DL-ST-SW (WS-MEMBER-SUB 2).
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 2320-TRY-ONE-VERSION THRU 2320-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               IF WS-DL-PROPOSED-SW (WS-MEMBER-SUB) = 'Y'
                   DISPLAY 'WHATIF: DIAL '
                       WS-DL-DIAL-ID (WS-MEMBER-SUB)
                       ' HAS NO VERSION IN FORCE ON '
                       WS-VERSION-DATE ' - NOT SIMULATED ON FEED '
                       WS-INPUT-FILENAME
               END-IF
               GO TO 2310-EXIT
           END-IF.
           IF WS-VR-STATUS (WS-VERSION-MATCH-SUB) NOT = 'A'
               IF WS-DL-PROPOSED-SW (WS-MEMBER-SUB) = 'Y'
                   DISPLAY 'WHATIF: DIAL '
                       WS-DL-DIAL-ID (WS-MEMBER-SUB)
                       ' IS RETIRED OR BADLY CONFIGURED ON '
                       WS-VERSION-DATE ' - NOT SIMULATED ON FEED '
                       WS-INPUT-FILENAME
               END-IF
               GO TO 2310-EXIT
           END-IF.
           MOVE 'Y' TO WS-DL-LIVE-SW (WS-MEMBER-SUB).
           MOVE WS-VR-START-MODE (WS-VERSION-MATCH-SUB)
               TO WS-DL-START-MODE (WS-MEMBER-SUB).
           ADD 1 TO WS-SIMULATED-COUNT.
           PERFORM 2315-SET-ONE-SETTING THRU 2315-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           IF WS-DL-ST-SW (WS-MEMBER-SUB 2) = 'B'
               DISPLAY 'WHATIF: DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' - PROPOSED TARGET OR START IS NOT WITHIN THE '
                   'PROPOSED DIAL SIZE ON ' WS-VERSION-DATE
                   ' - DIALMNT WOULD REJECT THE CHANGE'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 2325-START-ONE-RULE THRU 2325-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 2.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2315-SET-ONE-SETTING - COPY THE VERSION IN FORCE INTO ONE
      *                         SETTING; THE PROPOSED SETTING THEN
      *                         TAKES EVERY FIELD THE PROPOSAL KEYED.
      *                         A PROPOSED TARGET OR START OUTSIDE THE
      *                         PROPOSED SIZE CANNOT BE SCORED.
      *****************************************************************
       2315-SET-ONE-SETTING.
           MOVE 'Y' TO WS-DL-ST-SW (WS-MEMBER-SUB WS-SET-SUB).
           MOVE WS-VR-START-STATE (WS-VERSION-MATCH-SUB)
               TO WS-DL-ST-START-STATE (WS-MEMBER-SUB WS-SET-SUB).
           MOVE WS-VR-DIAL-SIZE (WS-VERSION-MATCH-SUB)
               TO WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB WS-SET-SUB).
           MOVE WS-VR-TARGET-POS (WS-VERSION-MATCH-SUB)
               TO WS-DL-ST-TARGET-POS (WS-MEMBER-SUB WS-SET-SUB).
           MOVE WS-VR-TOLERANCE (WS-VERSION-MATCH-SUB)
               TO WS-DL-ST-TOLERANCE (WS-MEMBER-SUB WS-SET-SUB).
           IF WS-SET-SUB = 1
               OR WS-DL-PROPOSED-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2315-EXIT
           END-IF.
           IF WS-DL-PR-START-STATE (WS-MEMBER-SUB) NOT = SPACES
               MOVE WS-DL-PR-START-STATE (WS-MEMBER-SUB)
                   TO WS-DL-ST-START-STATE (WS-MEMBER-SUB 2)
           END-IF.
           IF WS-DL-PR-DIAL-SIZE (WS-MEMBER-SUB) NOT = SPACES
               MOVE WS-DL-PR-DIAL-SIZE (WS-MEMBER-SUB)
                   TO WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB 2)
           END-IF.
           IF WS-DL-PR-TOLERANCE (WS-MEMBER-SUB) NOT = SPACES
               MOVE WS-DL-PR-TOLERANCE (WS-MEMBER-SUB)
                   TO WS-DL-ST-TOLERANCE (WS-MEMBER-SUB 2)
           END-IF.
           IF WS-DL-PR-TARGET-POS (WS-MEMBER-SUB) NOT = SPACES
               MOVE WS-DL-PR-TARGET-POS (WS-MEMBER-SUB)
                   TO WS-DL-ST-TARGET-POS (WS-MEMBER-SUB 2)
           END-IF.
           IF WS-DL-ST-TARGET-POS (WS-MEMBER-SUB 2)
               NOT LESS THAN WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB 2)
               OR WS-DL-ST-START-STATE (WS-MEMBER-SUB 2) < 0
               OR WS-DL-ST-START-STATE (WS-MEMBER-SUB 2)
                   NOT LESS THAN WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB 2)
               MOVE 'B' TO WS-DL-ST-SW (WS-MEMBER-SUB 2)
           END-IF.
       2315-EXIT.
           EXIT.

      *****************************************************************
      *  2320-TRY-ONE-VERSION - THE VERSION IN FORCE IS THE ONE WITH
      *                         THE LATEST EFFECTIVE DATE NOT AFTER
      *                         THE FEED DATE, THE LATER RECORD
      *                         WINNING A TIE
      *****************************************************************
       2320-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB)
               NOT = WS-DL-DIAL-ID (WS-MEMBER-SUB)
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-VERSION-DATE
               GO TO 2320-EXIT
           END-IF.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
               GO TO 2320-EXIT
           END-IF.
           IF WS-VR-EFF-DATE (WS-VERSION-SUB)
               NOT < WS-VR-EFF-DATE (WS-VERSION-MATCH-SUB)
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2325-START-ONE-RULE - PLACE THE MEMBER'S RUNNING DIALS FOR
      *                        ONE RULE AT THEIR START, ONE PER
      *                        SETTING
      *****************************************************************
       2325-START-ONE-RULE.
           PERFORM 2330-SET-START THRU 2330-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       2325-EXIT.
           EXIT.

      *****************************************************************
      *  2330-SET-START - PLACE ONE RUNNING DIAL WHERE ITS SCORING
      *                   STEP WILL START IT. A FIXED-START DIAL
      *                   STARTS AT ITS CONFIGURED START. A CARRY-
      *                   FORWARD DIAL CONTINUES FROM AN EARLIER FEED
      *                   SIMULATED IN THIS RUN, ELSE FROM THE RULE'S
      *                   POSITION MASTER (POSONE FOR THE LANDING
      *                   RULE, POSTWO FOR THE CROSSING RULE): A
      *                   RE-SCORE OF THE MASTER'S OWN FEED DATE
      *                   STARTS WHERE THAT FEED STARTED, A LATER
      *                   FEED WHERE IT FINISHED. A CARRIED POSITION
      *                   OUTSIDE THE SETTING'S DIAL SIZE - AS A
      *                   SMALLER PROPOSED SIZE CAN LEAVE IT - FALLS
      *                   BACK TO THE CONFIGURED START, AS IT DOES IN
      *                   THE SCORING STEPS.
      *****************************************************************
       2330-SET-START.
           IF WS-DL-ST-SW (WS-MEMBER-SUB WS-SET-SUB) NOT = 'Y'
               GO TO 2330-EXIT
           END-IF.
           MOVE 0 TO WS-DL-SM-SCORE (WS-MEMBER-SUB WS-RULE-SUB
               WS-SET-SUB).
           MOVE 'N' TO WS-CARRIED-SW.
           IF WS-DL-START-MODE (WS-MEMBER-SUB) = 'C'
               IF WS-DL-SM-CARRY-DATE (WS-MEMBER-SUB WS-RULE-SUB
                   WS-SET-SUB) NOT = 0
                   MOVE WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB
                       WS-SET-SUB) TO WS-CARRIED-STATE
                   SET CARRIED-STATE-FOUND TO TRUE
               ELSE
                   IF WS-RULE-SUB = 1
                       PERFORM 2340-READ-POSONE THRU 2340-EXIT
                   ELSE
                       PERFORM 2345-READ-POSTWO THRU 2345-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DL-ST-START-STATE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB
                   WS-SET-SUB).
           IF CARRIED-STATE-FOUND
               AND WS-CARRIED-STATE NOT < 0
               AND WS-CARRIED-STATE
                   < WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB WS-SET-SUB)
               MOVE WS-CARRIED-STATE
                   TO WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB
                       WS-SET-SUB)
           END-IF.
           MOVE WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-DL-SM-FEED-START (WS-MEMBER-SUB WS-RULE-SUB
                   WS-SET-SUB).
       2330-EXIT.
           EXIT.

      *****************************************************************
      *  2340-READ-POSONE - THE LANDING RULE'S CARRIED POSITION FOR
      *                     THE MEMBER, IF POSONE HOLDS ONE THAT
      *                     APPLIES TO THIS FEED DATE
      *****************************************************************
       2340-READ-POSONE.
           IF NOT POSONEFILE-IS-OPEN
               GO TO 2340-EXIT
           END-IF.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO PS-DIAL-ID.
           READ POSONEFILE
               INVALID KEY
                   GO TO 2340-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PS-FEED-DATE = WS-VERSION-DATE
                   MOVE PS-START-STATE TO WS-CARRIED-STATE
               WHEN PS-FEED-DATE < WS-VERSION-DATE
                   MOVE PS-FINAL-STATE TO WS-CARRIED-STATE
               WHEN OTHER
                   GO TO 2340-EXIT
           END-EVALUATE.
           SET CARRIED-STATE-FOUND TO TRUE.
       2340-EXIT.
           EXIT.

      *****************************************************************
      *  2345-READ-POSTWO - THE CROSSING RULE'S CARRIED POSITION FOR
      *                     THE MEMBER, IF POSTWO HOLDS ONE THAT
      *                     APPLIES TO THIS FEED DATE
      *****************************************************************
       2345-READ-POSTWO.
           IF NOT POSTWOFILE-IS-OPEN
               GO TO 2345-EXIT
           END-IF.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO PT-DIAL-ID.
           READ POSTWOFILE
               INVALID KEY
                   GO TO 2345-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PT-FEED-DATE = WS-VERSION-DATE
                   MOVE PT-START-STATE TO WS-CARRIED-STATE
               WHEN PT-FEED-DATE < WS-VERSION-DATE
                   MOVE PT-FINAL-STATE TO WS-CARRIED-STATE
               WHEN OTHER
                   GO TO 2345-EXIT
           END-EVALUATE.
           SET CARRIED-STATE-FOUND TO TRUE.
       2345-EXIT.
           EXIT.

      *****************************************************************
      *  2400-APPLY-INSTRUCTION - CHECK ONE INSTRUCTION THE WAY THE
      *                           SCORING STEPS DO, THEN APPLY IT TO
      *                           EVERY MEMBER IT IS FOR
      *****************************************************************
       2400-APPLY-INSTRUCTION.
           IF NOT MEMBERS-ARE-STARTED
               PERFORM 2300-START-MEMBERS THRU 2300-EXIT
           END-IF.
           IF FEED-IS-SKIPPED
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-VALIDATE-RECORD THRU 2410-EXIT.
           PERFORM 2450-APPLY-ONE-MEMBER THRU 2450-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-VALIDATE-RECORD - DIRECTION MUST BE L, R, S OR Z AND,
      *                         EXCEPT FOR Z, THE MAGNITUDE NUMERIC
      *                         AND NOT NEGATIVE
      *****************************************************************
       2410-VALIDATE-RECORD.
           MOVE 'N' TO WS-VALID-SW.
           MOVE 0 TO WS-NUM-MAG.
           IF DIRECTION NOT = WS-LEFT AND DIRECTION NOT = WS-RIGHT
               AND DIRECTION NOT = WS-SET-VERB
               AND DIRECTION NOT = WS-RESET-VERB
               GO TO 2410-EXIT
           END-IF.
           IF DIRECTION = WS-RESET-VERB
               SET RECORD-IS-VALID TO TRUE
               GO TO 2410-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL (MAGNITUDE) NOT = 0
               GO TO 2410-EXIT
           END-IF.
           IF FUNCTION NUMVAL (MAGNITUDE) < 0
               GO TO 2410-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL (MAGNITUDE) TO WS-NUM-MAG.
           SET RECORD-IS-VALID TO TRUE.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2450-APPLY-ONE-MEMBER - COUNT THE INSTRUCTION AGAINST ONE
      *                          MEMBER - A REJECT COUNTS TOWARDS THE
      *                          REJECT BREAKER AND MOVES NOTHING -
      *                          AND MOVE ITS RUNNING DIALS
      *****************************************************************
       2450-APPLY-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               OR WS-DL-LIVE-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2450-EXIT
           END-IF.
           IF DIAL-ID NOT = SPACES
               AND DIAL-ID NOT = WS-DL-DIAL-ID (WS-MEMBER-SUB)
               GO TO 2450-EXIT
           END-IF.
           ADD 1 TO WS-DL-RECORD-COUNT (WS-MEMBER-SUB).
           IF NOT RECORD-IS-VALID
               ADD 1 TO WS-DL-REJECT-COUNT (WS-MEMBER-SUB)
               GO TO 2450-EXIT
           END-IF.
           PERFORM 2460-APPLY-ONE-RULE THRU 2460-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 2.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-APPLY-ONE-RULE - MOVE THE MEMBER'S RUNNING DIALS FOR
      *                        ONE RULE, ONE PER SETTING
      *****************************************************************
       2460-APPLY-ONE-RULE.
           PERFORM 2470-APPLY-ONE-SIM THRU 2470-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       2460-EXIT.
           EXIT.

      *****************************************************************
      *  2470-APPLY-ONE-SIM - LOAD ONE RUNNING DIAL INTO THE WORKING
      *                       FIELDS, APPLY THE INSTRUCTION UNDER ITS
      *                       RULE AND SAVE IT BACK
      *****************************************************************
       2470-APPLY-ONE-SIM.
           IF WS-DL-ST-SW (WS-MEMBER-SUB WS-SET-SUB) NOT = 'Y'
               GO TO 2470-EXIT
           END-IF.
           MOVE WS-DL-ST-START-STATE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-START-STATE.
           MOVE WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-DIAL-SIZE.
           MOVE WS-DL-ST-TARGET-POS (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-TARGET-POS.
           MOVE WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-STATE.
           MOVE WS-DL-SM-SCORE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-SCORE.
           IF WS-RULE-SUB = 1
               PERFORM 2500-APPLY-LANDING THRU 2500-EXIT
           ELSE
               PERFORM 2550-APPLY-CROSSING THRU 2550-EXIT
           END-IF.
           MOVE WS-STATE
               TO WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB).
           MOVE WS-SCORE
               TO WS-DL-SM-SCORE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB).
       2470-EXIT.
           EXIT.

      *****************************************************************
      *  2500-APPLY-LANDING - PARTONE'S RULE: L AND R ARE RELATIVE
      *                       MOVES, S JUMPS TO THE POSITION IN
      *                       MAGNITUDE AND Z RETURNS TO THE START
      *                       STATE; EVERY VERB SCORES WHEN THE DIAL
      *                       COMES TO REST ON THE TARGET
      *****************************************************************
       2500-APPLY-LANDING.
           EVALUATE DIRECTION
               WHEN WS-LEFT
                   SUBTRACT WS-NUM-MAG FROM WS-STATE
               WHEN WS-RIGHT
                   ADD WS-NUM-MAG TO WS-STATE
               WHEN WS-SET-VERB
                   MOVE WS-NUM-MAG TO WS-STATE
               WHEN WS-RESET-VERB
                   MOVE WS-START-STATE TO WS-STATE
           END-EVALUATE.
           PERFORM 2570-COME-TO-REST THRU 2570-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2550-APPLY-CROSSING - PARTTWO'S RULE: L AND R SCORE EVERY
      *                        PASS OF THE TARGET ON THE WAY; S AND Z
      *                        PASS NOTHING AND SCORE ONLY BY COMING
      *                        TO REST ON IT
      *****************************************************************
       2550-APPLY-CROSSING.
           EVALUATE DIRECTION
               WHEN WS-LEFT
                   PERFORM 2560-STEP-LEFT THRU 2560-EXIT
               WHEN WS-RIGHT
                   PERFORM 2565-STEP-RIGHT THRU 2565-EXIT
               WHEN WS-SET-VERB
                   MOVE WS-NUM-MAG TO WS-STATE
                   PERFORM 2570-COME-TO-REST THRU 2570-EXIT
               WHEN WS-RESET-VERB
                   MOVE WS-START-STATE TO WS-STATE
                   PERFORM 2570-COME-TO-REST THRU 2570-EXIT
           END-EVALUATE.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2560-STEP-LEFT - PARTTWO'S ONE-SHOT LEFT MOVE, COUNTING IN
      *                   COORDINATES SHIFTED BY THE TARGET: THE
      *                   PASSES OF ZERO GOING FROM (STATE - 1) DOWN
      *                   TO (STATE - MAGNITUDE) ARE THE DIFFERENCE
      *                   OF TWO FLOOR DIVISIONS BY THE DIAL SIZE
      *****************************************************************
       2560-STEP-LEFT.
           COMPUTE WS-SHIFT-STATE = WS-STATE - WS-TARGET-POS.
           MOVE FUNCTION MOD (WS-SHIFT-STATE WS-DIAL-SIZE)
               TO WS-SHIFT-STATE.
           COMPUTE WS-TEMP-A = WS-SHIFT-STATE - 1.
           COMPUTE WS-TEMP-B = WS-SHIFT-STATE - WS-NUM-MAG - 1.
           COMPUTE WS-CROSS-COUNT =
               ((WS-TEMP-A - FUNCTION MOD (WS-TEMP-A WS-DIAL-SIZE))
                   / WS-DIAL-SIZE)
             - ((WS-TEMP-B - FUNCTION MOD (WS-TEMP-B WS-DIAL-SIZE))
                   / WS-DIAL-SIZE).
           ADD WS-CROSS-COUNT TO WS-SCORE
               ON SIZE ERROR
                   PERFORM 2590-NOTE-OVERFLOW THRU 2590-EXIT
           END-ADD.
           SUBTRACT WS-NUM-MAG FROM WS-STATE.
           MOVE FUNCTION MOD (WS-STATE WS-DIAL-SIZE) TO WS-STATE.
       2560-EXIT.
           EXIT.

      *****************************************************************
      *  2565-STEP-RIGHT - PARTTWO'S ONE-SHOT RIGHT MOVE: THE PASSES
      *                    OF ZERO GOING FROM (STATE + 1) UP TO
      *                    (STATE + MAGNITUDE) ARE THE FLOOR DIVISION
      *                    OF (STATE + MAGNITUDE) BY THE DIAL SIZE
      *****************************************************************
       2565-STEP-RIGHT.
           COMPUTE WS-SHIFT-STATE = WS-STATE - WS-TARGET-POS.
           MOVE FUNCTION MOD (WS-SHIFT-STATE WS-DIAL-SIZE)
               TO WS-SHIFT-STATE.
           COMPUTE WS-TEMP-A = WS-SHIFT-STATE + WS-NUM-MAG.
           COMPUTE WS-CROSS-COUNT =
               (WS-TEMP-A - FUNCTION MOD (WS-TEMP-A WS-DIAL-SIZE))
                   / WS-DIAL-SIZE.
           ADD WS-CROSS-COUNT TO WS-SCORE
               ON SIZE ERROR
                   PERFORM 2590-NOTE-OVERFLOW THRU 2590-EXIT
           END-ADD.
           ADD WS-NUM-MAG TO WS-STATE.
           MOVE FUNCTION MOD (WS-STATE WS-DIAL-SIZE) TO WS-STATE.
       2565-EXIT.
           EXIT.

      *****************************************************************
      *  2570-COME-TO-REST - BRING THE DIAL BACK WITHIN ITS SIZE AND
      *                      SCORE ONE IF IT HAS COME TO REST ON THE
      *                      TARGET
      *****************************************************************
       2570-COME-TO-REST.
           MOVE FUNCTION MOD (WS-STATE WS-DIAL-SIZE) TO WS-STATE.
           IF WS-STATE IS EQUAL TO WS-TARGET-POS
               ADD 1 TO WS-SCORE
                   ON SIZE ERROR
                       PERFORM 2590-NOTE-OVERFLOW THRU 2590-EXIT
               END-ADD
           END-IF.
       2570-EXIT.
           EXIT.

      *****************************************************************
      *  2590-NOTE-OVERFLOW - THE SCORING STEP WOULD REPORT A SCORE
      *                       OVERFLOW HERE; SAY SO
      *****************************************************************
       2590-NOTE-OVERFLOW.
           DISPLAY 'WHATIF: SCORE OVERFLOW FOR DIAL '
               WS-DL-DIAL-ID (WS-MEMBER-SUB) ' UNDER RULE '
               WS-RULE-SUB ' SETTING ' WS-SET-SUB ' - VALUE WRAPPED'.
       2590-EXIT.
           EXIT.

      *****************************************************************
      *  2900-END-ONE-MEMBER - THE FEED IS EXHAUSTED FOR ONE MEMBER:
      *                        HOLD ITS RESULT FOR JUDGING ONCE EVERY
      *                        FEED HAS BEEN READ
      *****************************************************************
       2900-END-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               OR WS-DL-LIVE-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2900-EXIT
           END-IF.
           IF WS-RESULT-ENTRIES >= WS-RESULT-CAPACITY
               DISPLAY 'WHATIF: FEED RESULT TABLE OVER ITS SIZED '
                   'CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WS-RESULT-ENTRIES.
           MOVE WS-RESULT-ENTRIES TO WS-RESULT-SUB.
           MOVE WS-MEMBER-SUB TO WS-RS-MEMBER-SUB (WS-RESULT-SUB).
           MOVE 0 TO WS-RS-VAULT-SUB (WS-RESULT-SUB).
           MOVE WS-VERSION-DATE TO WS-RS-FEED-DATE (WS-RESULT-SUB).
           MOVE WS-INPUT-FILENAME TO WS-RS-FEED-NAME (WS-RESULT-SUB).
           MOVE WS-DL-RECORD-COUNT (WS-MEMBER-SUB)
               TO WS-RS-RECORD-COUNT (WS-RESULT-SUB).
           MOVE WS-DL-REJECT-COUNT (WS-MEMBER-SUB)
               TO WS-RS-REJECT-COUNT (WS-RESULT-SUB).
           PERFORM 2950-STORE-ONE-SETTING THRU 2950-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           PERFORM 2960-STORE-ONE-RULE THRU 2960-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 2.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  2950-STORE-ONE-SETTING - HOLD ONE SETTING'S VALUES WITH THE
      *                           RESULT
      *****************************************************************
       2950-STORE-ONE-SETTING.
           MOVE WS-DL-ST-SW (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB).
           MOVE WS-DL-ST-START-STATE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-RS-ST-START-STATE (WS-RESULT-SUB WS-SET-SUB).
           MOVE WS-DL-ST-DIAL-SIZE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-RS-ST-DIAL-SIZE (WS-RESULT-SUB WS-SET-SUB).
           MOVE WS-DL-ST-TARGET-POS (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-RS-ST-TARGET-POS (WS-RESULT-SUB WS-SET-SUB).
           MOVE WS-DL-ST-TOLERANCE (WS-MEMBER-SUB WS-SET-SUB)
               TO WS-RS-ST-TOLERANCE (WS-RESULT-SUB WS-SET-SUB).
           MOVE 'N' TO WS-RS-ST-TRIP-SW (WS-RESULT-SUB WS-SET-SUB).
       2950-EXIT.
           EXIT.

      *****************************************************************
      *  2960-STORE-ONE-RULE - HOLD ONE RULE'S RUNNING DIALS WITH THE
      *                        RESULT
      *****************************************************************
       2960-STORE-ONE-RULE.
           PERFORM 2965-STORE-ONE-SIM THRU 2965-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       2960-EXIT.
           EXIT.

      *****************************************************************
      *  2965-STORE-ONE-SIM - HOLD ONE RUNNING DIAL'S START, FINAL
      *                       STATE AND SCORE. A CARRY-FORWARD DIAL
      *                       STARTS THE GROUP'S NEXT DATED FEED
      *                       WHERE THIS ONE LEFT IT.
      *****************************************************************
       2965-STORE-ONE-SIM.
           IF WS-DL-ST-SW (WS-MEMBER-SUB WS-SET-SUB) NOT = 'Y'
               MOVE 0 TO WS-RS-SM-FEED-START (WS-RESULT-SUB
                   WS-RULE-SUB WS-SET-SUB)
               MOVE 0 TO WS-RS-SM-STATE (WS-RESULT-SUB WS-RULE-SUB
                   WS-SET-SUB)
               MOVE 0 TO WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB
                   WS-SET-SUB)
               GO TO 2965-EXIT
           END-IF.
           MOVE WS-DL-SM-FEED-START (WS-MEMBER-SUB WS-RULE-SUB
               WS-SET-SUB) TO WS-RS-SM-FEED-START (WS-RESULT-SUB
                   WS-RULE-SUB WS-SET-SUB).
           MOVE WS-DL-SM-STATE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-RS-SM-STATE (WS-RESULT-SUB WS-RULE-SUB
                   WS-SET-SUB).
           MOVE WS-DL-SM-SCORE (WS-MEMBER-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB
                   WS-SET-SUB).
           IF WS-DL-START-MODE (WS-MEMBER-SUB) = 'C'
               MOVE WS-VERSION-DATE
                   TO WS-DL-SM-CARRY-DATE (WS-MEMBER-SUB WS-RULE-SUB
                       WS-SET-SUB)
           END-IF.
       2965-EXIT.
           EXIT.

      *****************************************************************
      *  3000-JUDGE-VAULTS - TRIP EACH RESULT'S OWN REJECT BREAKER
      *                      UNDER EACH SETTING, TALLY THE TRIPS BY
      *                      VAULT AND FEED DATE, AND JUDGE THE VAULT
      *                      BREAKER: MORE THAN HALF THE VAULT'S
      *                      SCORED DIALS TRIPPED WITHHOLDS THE WHOLE
      *                      VAULT. THE REJECT COUNT IS THE SAME UNDER
      *                      BOTH RULES, SO ONE JUDGEMENT SERVES
      *                      PARTONE AND PARTTWO ALIKE.
      *****************************************************************
       3000-JUDGE-VAULTS.
           PERFORM 3050-TALLY-ONE-RESULT THRU 3050-EXIT
               VARYING WS-RESULT-SUB FROM 1 BY 1
               UNTIL WS-RESULT-SUB > WS-RESULT-ENTRIES
               OR RETURN-CODE >= 16.
           PERFORM 3070-JUDGE-ONE-VAULT THRU 3070-EXIT
               VARYING WS-VAULT-SUB FROM 1 BY 1
               UNTIL WS-VAULT-SUB > WS-VAULT-ENTRIES.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3050-TALLY-ONE-RESULT - FIND OR ADD THE RESULT'S VAULT ENTRY
      *                          FOR ITS FEED DATE AND FOLD THE RESULT
      *                          IN UNDER EACH SETTING. UNGROUPED
      *                          DIALS (BLANK VAULT) ONLY TRIP THEIR
      *                          OWN BREAKER.
      *****************************************************************
       3050-TALLY-ONE-RESULT.
           MOVE WS-RS-MEMBER-SUB (WS-RESULT-SUB) TO WS-MEMBER-SUB.
           MOVE 0 TO WS-VAULT-MATCH-SUB.
           IF WS-DL-VAULT-ID (WS-MEMBER-SUB) NOT = SPACES
               PERFORM 3060-FIND-VAULT-ENTRY THRU 3060-EXIT
               IF WS-VAULT-MATCH-SUB = 0
                   IF WS-VAULT-ENTRIES >= WS-VAULT-CAPACITY
                       DISPLAY 'WHATIF: VAULT TABLE OVER ITS SIZED '
                           'CAPACITY - RUN STOPPED'
                       MOVE 16 TO RETURN-CODE
                       GO TO 3050-EXIT
                   END-IF
                   ADD 1 TO WS-VAULT-ENTRIES
                   MOVE WS-VAULT-ENTRIES TO WS-VAULT-MATCH-SUB
                   MOVE WS-DL-VAULT-ID (WS-MEMBER-SUB)
                       TO WS-VT-VAULT-ID (WS-VAULT-MATCH-SUB)
                   MOVE WS-RS-FEED-DATE (WS-RESULT-SUB)
                       TO WS-VT-FEED-DATE (WS-VAULT-MATCH-SUB)
                   MOVE 'N' TO WS-VT-PROPOSED-SW (WS-VAULT-MATCH-SUB)
                   MOVE 0 TO WS-VT-MEMBER-COUNT (WS-VAULT-MATCH-SUB 1)
                   MOVE 0 TO WS-VT-MEMBER-COUNT (WS-VAULT-MATCH-SUB 2)
                   MOVE 0 TO WS-VT-TRIPPED-COUNT (WS-VAULT-MATCH-SUB 1)
                   MOVE 0 TO WS-VT-TRIPPED-COUNT (WS-VAULT-MATCH-SUB 2)
               END-IF
               IF WS-DL-PROPOSED-SW (WS-MEMBER-SUB) = 'Y'
                   MOVE 'Y' TO WS-VT-PROPOSED-SW (WS-VAULT-MATCH-SUB)
               END-IF
           END-IF.
           MOVE WS-VAULT-MATCH-SUB TO WS-RS-VAULT-SUB (WS-RESULT-SUB).
           PERFORM 3055-TALLY-ONE-SETTING THRU 3055-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       3050-EXIT.
           EXIT.

      *****************************************************************
      *  3055-TALLY-ONE-SETTING - THE SCORING STEPS' BREAKER TEST:
      *                           REJECTS OVER THE TOLERANCE
      *                           PERCENTAGE OF THE RECORDS READ FOR
      *                           THE DIAL. A SETTING THAT CANNOT BE
      *                           SCORED IS NOT A SCORED DIAL.
      *****************************************************************
       3055-TALLY-ONE-SETTING.
           IF WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
               GO TO 3055-EXIT
           END-IF.
           COMPUTE WS-REJECT-SCALED =
               WS-RS-REJECT-COUNT (WS-RESULT-SUB) * 100.
           COMPUTE WS-TOLERANCE-SCALED =
               WS-RS-ST-TOLERANCE (WS-RESULT-SUB WS-SET-SUB)
               * WS-RS-RECORD-COUNT (WS-RESULT-SUB).
           IF WS-RS-RECORD-COUNT (WS-RESULT-SUB) > 0
               AND WS-REJECT-SCALED > WS-TOLERANCE-SCALED
               MOVE 'Y' TO WS-RS-ST-TRIP-SW (WS-RESULT-SUB WS-SET-SUB)
           END-IF.
           IF WS-VAULT-MATCH-SUB = 0
               GO TO 3055-EXIT
           END-IF.
           ADD 1 TO WS-VT-MEMBER-COUNT (WS-VAULT-MATCH-SUB WS-SET-SUB).
           IF WS-RS-ST-TRIP-SW (WS-RESULT-SUB WS-SET-SUB) = 'Y'
               ADD 1 TO WS-VT-TRIPPED-COUNT (WS-VAULT-MATCH-SUB
                   WS-SET-SUB)
           END-IF.
       3055-EXIT.
           EXIT.

      *****************************************************************
      *  3060-FIND-VAULT-ENTRY - LOOK THE CURRENT RESULT'S VAULT AND
      *                          FEED DATE UP IN THE VAULT TABLE
      *****************************************************************
       3060-FIND-VAULT-ENTRY.
           MOVE 0 TO WS-VAULT-MATCH-SUB.
           PERFORM 3065-MATCH-ONE-VAULT THRU 3065-EXIT
               VARYING WS-VAULT-SUB FROM 1 BY 1
               UNTIL WS-VAULT-SUB > WS-VAULT-ENTRIES
               OR WS-VAULT-MATCH-SUB NOT = 0.
       3060-EXIT.
           EXIT.

      *****************************************************************
      *  3065-MATCH-ONE-VAULT - NOTE ONE VAULT ENTRY FOR THE RESULT'S
      *                         VAULT AND FEED DATE
      *****************************************************************
       3065-MATCH-ONE-VAULT.
           IF WS-VT-VAULT-ID (WS-VAULT-SUB)
               = WS-DL-VAULT-ID (WS-MEMBER-SUB)
               AND WS-VT-FEED-DATE (WS-VAULT-SUB)
               = WS-RS-FEED-DATE (WS-RESULT-SUB)
               MOVE WS-VAULT-SUB TO WS-VAULT-MATCH-SUB
           END-IF.
       3065-EXIT.
           EXIT.

      *****************************************************************
      *  3070-JUDGE-ONE-VAULT - TRIP THE VAULT BREAKER UNDER EACH
      *                         SETTING WHEN MORE THAN HALF ITS
      *                         SCORED DIALS TRIPPED THEIR OWN
      *****************************************************************
       3070-JUDGE-ONE-VAULT.
           PERFORM 3075-JUDGE-ONE-SETTING THRU 3075-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
       3070-EXIT.
           EXIT.

      *****************************************************************
      *  3075-JUDGE-ONE-SETTING - ONE VAULT, ONE SETTING
      *****************************************************************
       3075-JUDGE-ONE-SETTING.
           IF WS-VT-TRIPPED-COUNT (WS-VAULT-SUB WS-SET-SUB) * 2
               > WS-VT-MEMBER-COUNT (WS-VAULT-SUB WS-SET-SUB)
               MOVE 'Y' TO WS-VT-SUPPRESS-SW (WS-VAULT-SUB WS-SET-SUB)
           ELSE
               MOVE 'N' TO WS-VT-SUPPRESS-SW (WS-VAULT-SUB WS-SET-SUB)
           END-IF.
       3075-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-REPORT - THE SIDE-BY-SIDE COMPARISON FOR EVERY
      *                      PROPOSED DIAL, IN DIAL CONTROL ORDER,
      *                      THEN THE VAULT BREAKER FOR EVERY VAULT
      *                      HOLDING ONE
      *****************************************************************
       4000-PRINT-REPORT.
           PERFORM 4100-PRINT-ONE-DIAL THRU 4100-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
           PERFORM 4500-PRINT-VAULTS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-PRINT-ONE-DIAL - ONE PROPOSED DIAL: THE PROPOSAL, THEN
      *                        ONE COMPARISON PER FEED SIMULATED
      *****************************************************************
       4100-PRINT-ONE-DIAL.
           IF WS-DL-PROPOSED-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-PROPOSED-FIELDS.
           MOVE 1 TO WS-FIELDS-PTR.
           IF WS-DL-PR-TARGET-POS (WS-MEMBER-SUB) NOT = SPACES
               STRING 'TARGET ' DELIMITED BY SIZE
                   INTO WS-PROPOSED-FIELDS
                   WITH POINTER WS-FIELDS-PTR
           END-IF.
           IF WS-DL-PR-DIAL-SIZE (WS-MEMBER-SUB) NOT = SPACES
               STRING 'SIZE ' DELIMITED BY SIZE
                   INTO WS-PROPOSED-FIELDS
                   WITH POINTER WS-FIELDS-PTR
           END-IF.
           IF WS-DL-PR-START-STATE (WS-MEMBER-SUB) NOT = SPACES
               STRING 'START ' DELIMITED BY SIZE
                   INTO WS-PROPOSED-FIELDS
                   WITH POINTER WS-FIELDS-PTR
           END-IF.
           IF WS-DL-PR-TOLERANCE (WS-MEMBER-SUB) NOT = SPACES
               STRING 'TOLERANCE ' DELIMITED BY SIZE
                   INTO WS-PROPOSED-FIELDS
                   WITH POINTER WS-FIELDS-PTR
           END-IF.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=============================='.
           DISPLAY 'DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
               '  VAULT ' WS-DL-VAULT-ID (WS-MEMBER-SUB)
               '  CHANGE BY ' WS-DL-PR-USER-ID (WS-MEMBER-SUB).
           DISPLAY '  PROPOSES ' WS-PROPOSED-FIELDS.
           MOVE 0 TO WS-DIAL-RESULTS.
           PERFORM 4150-PRINT-ONE-RESULT THRU 4150-EXIT
               VARYING WS-RESULT-SUB FROM 1 BY 1
               UNTIL WS-RESULT-SUB > WS-RESULT-ENTRIES.
           IF WS-DIAL-RESULTS = 0
               DISPLAY '  NO FEED WAS SIMULATED FOR THIS DIAL - '
                   'NOTHING TO COMPARE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-PRINT-ONE-RESULT - ONE FEED'S COMPARISON FOR THE DIAL:
      *                          THE SETTINGS, BOTH BREAKERS AND
      *                          WHETHER THE SCORE PUBLISHES, THEN
      *                          EACH RULE'S SCORES AGAINST ITS
      *                          HISTORY AVERAGE
      *****************************************************************
       4150-PRINT-ONE-RESULT.
           IF WS-RS-MEMBER-SUB (WS-RESULT-SUB) NOT = WS-MEMBER-SUB
               GO TO 4150-EXIT
           END-IF.
           ADD 1 TO WS-DIAL-RESULTS.
           PERFORM 4160-JUDGE-PUBLICATION THRU 4160-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY ' '.
           DISPLAY '  FEED ' WS-RS-FEED-NAME (WS-RESULT-SUB)
               ' DATED ' WS-RS-FEED-DATE (WS-RESULT-SUB).
           DISPLAY '    RECORDS ' WS-RS-RECORD-COUNT (WS-RESULT-SUB)
               '   REJECTED ' WS-RS-REJECT-COUNT (WS-RESULT-SUB).
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '      CURRENT' TO WS-CL-VALUE (1).
           MOVE '     PROPOSED' TO WS-CL-VALUE (2).
           MOVE '        DELTA' TO WS-CL-DELTA.
           DISPLAY WS-CMP-LINE.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '    TARGET POSITION' TO WS-CL-LABEL.
           MOVE WS-RS-ST-TARGET-POS (WS-RESULT-SUB 1) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (1).
           MOVE WS-RS-ST-TARGET-POS (WS-RESULT-SUB 2) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    DIAL SIZE' TO WS-CL-LABEL.
           MOVE WS-RS-ST-DIAL-SIZE (WS-RESULT-SUB 1) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (1).
           MOVE WS-RS-ST-DIAL-SIZE (WS-RESULT-SUB 2) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    CONFIGURED START STATE' TO WS-CL-LABEL.
           MOVE WS-RS-ST-START-STATE (WS-RESULT-SUB 1)
               TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO WS-CL-VALUE (1).
           MOVE WS-RS-ST-START-STATE (WS-RESULT-SUB 2)
               TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    REJECT TOLERANCE PCT' TO WS-CL-LABEL.
           MOVE WS-RS-ST-TOLERANCE (WS-RESULT-SUB 1) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (1).
           MOVE WS-RS-ST-TOLERANCE (WS-RESULT-SUB 2) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    DIAL REJECT BREAKER TRIPS' TO WS-CL-LABEL.
           PERFORM 4170-EDIT-DIAL-BREAKER THRU 4170-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           MOVE '    VAULT REJECT BREAKER TRIPS' TO WS-CL-LABEL.
           PERFORM 4175-EDIT-VAULT-BREAKER THRU 4175-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           MOVE '    SCORE WOULD BE' TO WS-CL-LABEL.
           PERFORM 4180-EDIT-PUBLICATION THRU 4180-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           IF WS-PUB-STATUS (1) NOT = WS-PUB-STATUS (2)
               ADD 1 TO WS-OUTCOME-CHANGES
               DISPLAY '    *** THE PROPOSAL CHANGES WHETHER THIS '
                   'SCORE IS PUBLISHED ***'
           END-IF.
           PERFORM 4200-PRINT-ONE-RULE THRU 4200-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 2.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4160-JUDGE-PUBLICATION - WHAT THE SCORING STEP WOULD DO WITH
      *                           THE RESULT UNDER ONE SETTING: P
      *                           PUBLISH, D WITHHOLD ON THE DIAL
      *                           BREAKER, V WITHHOLD WITH THE VAULT,
      *                           B NOT SCOREABLE AT ALL
      *****************************************************************
       4160-JUDGE-PUBLICATION.
           MOVE WS-RS-VAULT-SUB (WS-RESULT-SUB) TO WS-VAULT-SUB.
           EVALUATE TRUE
               WHEN WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
                   MOVE 'B' TO WS-PUB-STATUS (WS-SET-SUB)
               WHEN WS-RS-ST-TRIP-SW (WS-RESULT-SUB WS-SET-SUB) = 'Y'
                   MOVE 'D' TO WS-PUB-STATUS (WS-SET-SUB)
               WHEN WS-VAULT-SUB NOT = 0
                   AND WS-VT-SUPPRESS-SW (WS-VAULT-SUB WS-SET-SUB)
                       = 'Y'
                   MOVE 'V' TO WS-PUB-STATUS (WS-SET-SUB)
               WHEN OTHER
                   MOVE 'P' TO WS-PUB-STATUS (WS-SET-SUB)
           END-EVALUATE.
       4160-EXIT.
           EXIT.

      *****************************************************************
      *  4170-EDIT-DIAL-BREAKER - YES/NO FOR THE DIAL'S OWN BREAKER
      *****************************************************************
       4170-EDIT-DIAL-BREAKER.
           EVALUATE TRUE
               WHEN WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
                   MOVE '          N/A' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN WS-RS-ST-TRIP-SW (WS-RESULT-SUB WS-SET-SUB) = 'Y'
                   MOVE '          YES' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN OTHER
                   MOVE '           NO' TO WS-CL-VALUE (WS-SET-SUB)
           END-EVALUATE.
       4170-EXIT.
           EXIT.

      *****************************************************************
      *  4175-EDIT-VAULT-BREAKER - YES/NO FOR THE DIAL'S VAULT
      *****************************************************************
       4175-EDIT-VAULT-BREAKER.
           MOVE WS-RS-VAULT-SUB (WS-RESULT-SUB) TO WS-VAULT-SUB.
           EVALUATE TRUE
               WHEN WS-VAULT-SUB = 0
                   MOVE '     NO VAULT' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN WS-VT-SUPPRESS-SW (WS-VAULT-SUB WS-SET-SUB) = 'Y'
                   MOVE '          YES' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN OTHER
                   MOVE '           NO' TO WS-CL-VALUE (WS-SET-SUB)
           END-EVALUATE.
       4175-EXIT.
           EXIT.

      *****************************************************************
      *  4180-EDIT-PUBLICATION - THE PUBLICATION OUTCOME IN WORDS
      *****************************************************************
       4180-EDIT-PUBLICATION.
           EVALUATE WS-PUB-STATUS (WS-SET-SUB)
               WHEN 'P'
                   MOVE '    PUBLISHED' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN 'D'
                   MOVE '     WITHHELD' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN 'V'
                   MOVE '   VAULT-HELD' TO WS-CL-VALUE (WS-SET-SUB)
               WHEN OTHER
                   MOVE '   NOT SCORED' TO WS-CL-VALUE (WS-SET-SUB)
           END-EVALUATE.
       4180-EXIT.
           EXIT.

      *****************************************************************
      *  4200-PRINT-ONE-RULE - ONE RULE'S SCORES UNDER BOTH SETTINGS
      *                        AND THEIR DELTA, WHERE EACH RUNNING DIAL
      *                        STARTED AND FINISHED, AND HOW EACH
      *                        SCORE STANDS AGAINST THE DIAL'S HISTORY
      *                        AVERAGE FOR THE RULE. AS IN THE SCORING
      *                        STEPS, ONLY A PUBLISHED SCORE IS
      *                        CHECKED FOR AN OUTLIER.
      *****************************************************************
       4200-PRINT-ONE-RULE.
           IF WS-RULE-SUB = 1
               MOVE '    LANDING SCORE (PARTONE)' TO WS-RULE-NAME
               MOVE 'HISTONE' TO WS-HIST-DDNAME
           ELSE
               MOVE '    CROSSING SCORE (PARTTWO)' TO WS-RULE-NAME
               MOVE 'HISTTWO' TO WS-HIST-DDNAME
           END-IF.
           DISPLAY ' '.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE WS-RULE-NAME TO WS-CL-LABEL.
           PERFORM 4210-EDIT-SCORE THRU 4210-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           IF WS-RS-ST-SW (WS-RESULT-SUB 1) = 'Y'
               AND WS-RS-ST-SW (WS-RESULT-SUB 2) = 'Y'
               COMPUTE WS-SCORE-DELTA =
                   WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB 2)
                   - WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB 1)
               MOVE WS-SCORE-DELTA TO WS-DELTA-EDIT
               MOVE WS-DELTA-EDIT TO WS-CL-DELTA
           END-IF.
           DISPLAY WS-CMP-LINE.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '      STARTED FROM' TO WS-CL-LABEL.
           PERFORM 4215-EDIT-FEED-START THRU 4215-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           MOVE '      FINAL STATE' TO WS-CL-LABEL.
           PERFORM 4220-EDIT-FINAL-STATE THRU 4220-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           IF WS-DL-HIST-COUNT (WS-MEMBER-SUB WS-RULE-SUB) = 0
               DISPLAY '      ' WS-HIST-DDNAME ' HOLDS NO RUNS FOR '
                   'THE DIAL - NO AVERAGE TO COMPARE AGAINST'
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-HIST-AVERAGE ROUNDED =
               WS-DL-HIST-TOTAL (WS-MEMBER-SUB WS-RULE-SUB) /
               WS-DL-HIST-COUNT (WS-MEMBER-SUB WS-RULE-SUB).
           MOVE WS-HIST-AVERAGE TO WS-AVERAGE-EDIT.
           DISPLAY '      ' WS-HIST-DDNAME ' AVERAGE ' WS-AVERAGE-EDIT
               ' OVER ' WS-DL-HIST-COUNT (WS-MEMBER-SUB WS-RULE-SUB)
               ' RUN(S), OUTLIER BEYOND +/-' WS-OUTLIER-THRESHOLD.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '      SCORE LESS AVERAGE' TO WS-CL-LABEL.
           PERFORM 4230-EDIT-DIFFERENCE THRU 4230-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '      OUTLIER' TO WS-CL-LABEL.
           PERFORM 4240-EDIT-OUTLIER THRU 4240-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           IF WS-OUTLIER-SW (1) NOT = WS-OUTLIER-SW (2)
               ADD 1 TO WS-OUTCOME-CHANGES
               DISPLAY '      *** THE PROPOSAL CHANGES WHETHER THE '
                   'OUTLIER CHECK FIRES ***'
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4210-EDIT-SCORE - ONE SETTING'S SCORE FOR THE RULE
      *****************************************************************
       4210-EDIT-SCORE.
           IF WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
               MOVE '          N/A' TO WS-CL-VALUE (WS-SET-SUB)
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (WS-SET-SUB).
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  4215-EDIT-FEED-START - WHERE ONE SETTING'S DIAL STARTED
      *****************************************************************
       4215-EDIT-FEED-START.
           IF WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
               MOVE '          N/A' TO WS-CL-VALUE (WS-SET-SUB)
               GO TO 4215-EXIT
           END-IF.
           MOVE WS-RS-SM-FEED-START (WS-RESULT-SUB WS-RULE-SUB
               WS-SET-SUB) TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO WS-CL-VALUE (WS-SET-SUB).
       4215-EXIT.
           EXIT.

      *****************************************************************
      *  4220-EDIT-FINAL-STATE - WHERE ONE SETTING'S DIAL FINISHED
      *****************************************************************
       4220-EDIT-FINAL-STATE.
           IF WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
               MOVE '          N/A' TO WS-CL-VALUE (WS-SET-SUB)
               GO TO 4220-EXIT
           END-IF.
           MOVE WS-RS-SM-STATE (WS-RESULT-SUB WS-RULE-SUB WS-SET-SUB)
               TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO WS-CL-VALUE (WS-SET-SUB).
       4220-EXIT.
           EXIT.

      *****************************************************************
      *  4230-EDIT-DIFFERENCE - ONE SETTING'S SCORE LESS THE AVERAGE
      *****************************************************************
       4230-EDIT-DIFFERENCE.
           IF WS-RS-ST-SW (WS-RESULT-SUB WS-SET-SUB) NOT = 'Y'
               MOVE '          N/A' TO WS-CL-VALUE (WS-SET-SUB)
               GO TO 4230-EXIT
           END-IF.
           COMPUTE WS-HIST-DIFF =
               WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB WS-SET-SUB)
               - WS-HIST-AVERAGE.
           MOVE WS-HIST-DIFF TO WS-DIFF-EDIT.
           MOVE WS-DIFF-EDIT TO WS-CL-VALUE (WS-SET-SUB).
       4230-EXIT.
           EXIT.

      *****************************************************************
      *  4240-EDIT-OUTLIER - WOULD THE OUTLIER CHECK FIRE ON THE
      *                      PUBLISHED SCORE UNDER ONE SETTING
      *****************************************************************
       4240-EDIT-OUTLIER.
           MOVE 'N' TO WS-OUTLIER-SW (WS-SET-SUB).
           IF WS-PUB-STATUS (WS-SET-SUB) NOT = 'P'
               MOVE '  NOT CHECKED' TO WS-CL-VALUE (WS-SET-SUB)
               GO TO 4240-EXIT
           END-IF.
           COMPUTE WS-HIST-DIFF =
               WS-RS-SM-SCORE (WS-RESULT-SUB WS-RULE-SUB WS-SET-SUB)
               - WS-HIST-AVERAGE.
           IF FUNCTION ABS (WS-HIST-DIFF) > WS-OUTLIER-THRESHOLD
               MOVE 'Y' TO WS-OUTLIER-SW (WS-SET-SUB)
               MOVE '          YES' TO WS-CL-VALUE (WS-SET-SUB)
           ELSE
               MOVE '           NO' TO WS-CL-VALUE (WS-SET-SUB)
           END-IF.
       4240-EXIT.
           EXIT.

      *****************************************************************
      *  4500-PRINT-VAULTS - THE VAULT BREAKER, CURRENT AGAINST
      *                      PROPOSED, FOR EVERY VAULT AND FEED DATE
      *                      HOLDING A PROPOSED DIAL. A PROPOSAL THAT
      *                      FLIPS THE BREAKER WITHHOLDS OR RELEASES
      *                      EVERY DIAL IN THE VAULT, NOT JUST ITS
      *                      OWN.
      *****************************************************************
       4500-PRINT-VAULTS.
           DISPLAY ' '.
           DISPLAY '================================================'
               '=============================='.
           DISPLAY 'VAULT REJECT BREAKER FOR VAULTS HOLDING A '
               'PROPOSED DIAL'.
           MOVE 0 TO WS-DIAL-RESULTS.
           PERFORM 4550-PRINT-ONE-VAULT THRU 4550-EXIT
               VARYING WS-VAULT-SUB FROM 1 BY 1
               UNTIL WS-VAULT-SUB > WS-VAULT-ENTRIES.
           IF WS-DIAL-RESULTS = 0
               DISPLAY '  NO PROPOSED DIAL BELONGS TO A VAULT'
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4550-PRINT-ONE-VAULT - ONE VAULT AND FEED DATE
      *****************************************************************
       4550-PRINT-ONE-VAULT.
           IF WS-VT-PROPOSED-SW (WS-VAULT-SUB) NOT = 'Y'
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO WS-DIAL-RESULTS.
           DISPLAY ' '.
           DISPLAY '  VAULT ' WS-VT-VAULT-ID (WS-VAULT-SUB)
               ' FEED DATED ' WS-VT-FEED-DATE (WS-VAULT-SUB).
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '      CURRENT' TO WS-CL-VALUE (1).
           MOVE '     PROPOSED' TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE SPACES TO WS-CMP-LINE.
           MOVE '    DIALS SCORED' TO WS-CL-LABEL.
           MOVE WS-VT-MEMBER-COUNT (WS-VAULT-SUB 1) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (1).
           MOVE WS-VT-MEMBER-COUNT (WS-VAULT-SUB 2) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    DIALS OVER TOLERANCE' TO WS-CL-LABEL.
           MOVE WS-VT-TRIPPED-COUNT (WS-VAULT-SUB 1) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (1).
           MOVE WS-VT-TRIPPED-COUNT (WS-VAULT-SUB 2) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CL-VALUE (2).
           DISPLAY WS-CMP-LINE.
           MOVE '    VAULT BREAKER TRIPS' TO WS-CL-LABEL.
           PERFORM 4560-EDIT-ONE-VAULT THRU 4560-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2.
           DISPLAY WS-CMP-LINE.
           IF WS-VT-SUPPRESS-SW (WS-VAULT-SUB 1)
               = WS-VT-SUPPRESS-SW (WS-VAULT-SUB 2)
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO WS-OUTCOME-CHANGES.
           IF WS-VT-SUPPRESS-SW (WS-VAULT-SUB 2) = 'Y'
               DISPLAY '    *** THE PROPOSAL TRIPS THE VAULT BREAKER - '
                   'EVERY DIAL IN THE VAULT IS WITHHELD ***'
           ELSE
               DISPLAY '    *** THE PROPOSAL CLEARS THE VAULT BREAKER '
                   '- THE VAULT PUBLISHES ***'
           END-IF.
       4550-EXIT.
           EXIT.

      *****************************************************************
      *  4560-EDIT-ONE-VAULT - YES/NO FOR ONE SETTING'S BREAKER
      *****************************************************************
       4560-EDIT-ONE-VAULT.
           IF WS-VT-SUPPRESS-SW (WS-VAULT-SUB WS-SET-SUB) = 'Y'
               MOVE '          YES' TO WS-CL-VALUE (WS-SET-SUB)
           ELSE
               MOVE '           NO' TO WS-CL-VALUE (WS-SET-SUB)
           END-IF.
       4560-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP. THE
      *                   SIMULATOR WRITES NO OPERATIONS EVENTS: A
      *                   PREVIEW IS NOT PART OF THE NIGHT'S STORY.
      *****************************************************************
       9000-TERMINATE.
           DISPLAY ' '.
           DISPLAY 'WHATIF: ' WS-PROPOSAL-COUNT ' PROPOSED DIAL(S), '
               WS-FEED-COUNT ' FEED(S) READ, ' WS-SIMULATED-COUNT
               ' DIAL FEED(S) SIMULATED'.
           IF RETURN-CODE < 16
               IF WS-OUTCOME-CHANGES = 0
                   DISPLAY 'WHATIF: NO PUBLICATION OR OUTLIER OUTCOME '
                       'WOULD CHANGE UNDER THE PROPOSAL'
               ELSE
                   DISPLAY 'WHATIF: ' WS-OUTCOME-CHANGES
                       ' PUBLICATION OR OUTLIER OUTCOME(S) WOULD '
                       'CHANGE UNDER THE PROPOSAL'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF POSONEFILE-IS-OPEN
               CLOSE POSONEFILE
           END-IF.
           IF POSTWOFILE-IS-OPEN
               CLOSE POSTWOFILE
           END-IF.
       9000-EXIT.
           EXIT.
