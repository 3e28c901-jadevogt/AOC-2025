       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAMPSCR.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - INSTRUCTION-PATTERN TAMPER
      *                   SCREEN. THE SCORING PROGRAMS COUNT LANDINGS
      *                   BUT NOTHING LOOKED AT HOW A DIAL GOT THERE:
      *                   A BURST OF S (SET) INSTRUCTIONS ONTO THE
      *                   TARGET, A RUN OF Z RESETS, OR L/R MOVES THAT
      *                   KEEP RETURNING TO THE TARGET WERE ONLY EVER
      *                   FOUND BY SOMEONE READING THE RAW FEED. THIS
      *                   STEP RUNS AFTER FEEDVAL AND READS EVERY FEED
      *                   (AND EVERY DATED GENERATION ON THE FEED
      *                   LIST) AGAINST THE PER-DIAL THRESHOLDS IN THE
      *                   TAMPRUL RULES FILE: TOO MANY LANDINGS WITHIN
      *                   A WINDOW OF CONSECUTIVE INSTRUCTIONS, TOO
      *                   MANY SETS DIRECTLY ONTO THE TARGET, TOO MANY
      *                   RESETS, AND MAGNITUDES FAR BEYOND THE DIAL
      *                   SIZE. THE DIAL IS FOLLOWED WITH THE PARTONE
      *                   LANDING RULE AND THE SETTINGS IN FORCE ON
      *                   THE FEED DATE; A CARRY-FORWARD DIAL STARTS
      *                   WHERE POSONE SAYS PARTONE WILL START IT.
      *                   EVERY HIT IS APPENDED TO THE SECURITY ALERT
      *                   DATASET (SECALRT) WITH THE FEED NAME, RECORD
      *                   NUMBER AND RULE, RAISES AN ALERT EVENT ON
      *                   OPSLOG FOR RUNSUMM, AND SETS RETURN-CODE 8
      *                   SO VAULTRUN HOLDS SCOREXT PUBLICATION. A
      *                   MISSING OR EMPTY RULES FILE SCREENS NOTHING
      *                   AND SETS RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALCTLFILE ASSIGN TO DIALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUTFILE-STATUS.

           SELECT FEEDLISTFILE ASSIGN TO FEEDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLISTFILE-STATUS.

           SELECT TAMPRULFILE ASSIGN TO TAMPRUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAMPRULFILE-STATUS.

           SELECT POSFILE ASSIGN TO POSONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-DIAL-ID
               FILE STATUS IS WS-POSFILE-STATUS.

           SELECT SECALRTFILE ASSIGN TO SECALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECALRTFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  INPUTFILE
           RECORDING MODE IS V.
           COPY INPTREC.
           COPY FDCTLREC.

       FD  FEEDLISTFILE.
       01  FEEDLIST-FILE.
           05  FL-BASE-FILE            PIC X(40).
           05  FL-ACTUAL-FILE          PIC X(40).

       FD  TAMPRULFILE.
           COPY TMRULREC.

       FD  POSFILE.
           COPY DLPOSREC.

       FD  SECALRTFILE.
           COPY TMALTREC.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-INPUTFILE-EOF            PIC A(1).
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-TAMPRUL-EOF              PIC A(1) VALUE 'N'.
       01  WS-INPUT-FILENAME           PIC X(40).
       01  WS-BASE-FILENAME            PIC X(40).
       01  WS-LOOKUP-DIAL-ID           PIC X(8).
       01  WS-FEED-DATE                PIC 9(8).
       01  WS-VERSION-DATE             PIC 9(8).
       01  WS-FEED-RECORD-NO           PIC 9(09).
       01  WS-LEFT                     PIC A(1) VALUE 'L'.
       01  WS-RIGHT                    PIC A(1) VALUE 'R'.
       01  WS-SET-VERB                 PIC A(1) VALUE 'S'.
       01  WS-RESET-VERB               PIC A(1) VALUE 'Z'.
       01  WS-NUM-MAG                  PIC 9(07).
       01  WS-MAG-LIMIT                PIC 9(09).
       01  WS-CARRIED-STATE            PIC S9(10).
       01  WS-LAND-SPAN                PIC 9(09).
       01  WS-OLDEST-LANDING           PIC 9(09).
       01  WS-FEED-COUNT               PIC 9(05) VALUE 0.
       01  WS-SCREENED-COUNT           PIC 9(09) VALUE 0.
       01  WS-HIT-COUNT                PIC 9(09) VALUE 0.
       01  WS-FEED-HITS                PIC 9(09) VALUE 0.
       01  WS-UNRULED-COUNT            PIC 9(05) VALUE 0.

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(09) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-SUB             PIC 9(09) VALUE 0.
       01  WS-GROUP-FEED-COUNT         PIC 9(09) VALUE 0.
       01  WS-FEED-SUB                 PIC 9(09) VALUE 0.
       01  WS-RULE-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-RULE-SUB                 PIC 9(09) VALUE 0.
       01  WS-RULE-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-DEFAULT-RULE-SUB         PIC 9(09) VALUE 0.
       01  WS-RING-SUB                 PIC 9(02) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE INPUT DATASETS AND
      *  ALLOCATED AT INITIALIZATION. THE TABLE LAYOUTS LIVE IN THE
      *  LINKAGE SECTION AND ARE ADDRESSED TO THE ALLOCATED STORAGE.
      *****************************************************************
       01  WS-DIAL-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-FEEDLIST-CAPACITY        PIC 9(09) COMP VALUE 0.
       01  WS-GROUP-FEED-CAPACITY      PIC 9(09) COMP VALUE 0.
       01  WS-RULE-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(09) COMP.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-FEEDLIST-TABLE-PTR       POINTER.
       01  WS-GROUP-FEED-TABLE-PTR     POINTER.
       01  WS-RULE-TABLE-PTR           POINTER.

       01  WS-HIT-RULE                 PIC X(8).
       01  WS-HIT-OBSERVED             PIC 9(09).
       01  WS-HIT-LIMIT                PIC 9(09).
       01  WS-ALERT-DETAIL.
           05  WS-AD-RULE              PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' REC '.
           05  WS-AD-RECORD            PIC 9(09).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AD-FEED-NAME         PIC X(37).

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
       01  WS-OPS-DIAL-ID              PIC X(8).
       01  WS-OPS-COUNT                PIC 9(09).
       01  WS-OPS-DETAIL               PIC X(60).

       01  WS-SWITCHES.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-POSFILE-OPEN-SW      PIC X(01) VALUE 'N'.
               88  POSFILE-IS-OPEN               VALUE 'Y'.
           05  WS-SECALRT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  SECALRTFILE-IS-OPEN           VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-MEMBERS-STARTED-SW   PIC X(01).
               88  MEMBERS-ARE-STARTED           VALUE 'Y'.
           05  WS-VALID-SW             PIC X(01).
               88  RECORD-IS-VALID               VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-INPUTFILE-STATUS         PIC X(2).
       77  WS-FEEDLISTFILE-STATUS      PIC X(2).
       77  WS-TAMPRULFILE-STATUS       PIC X(2).
       77  WS-POSFILE-STATUS           PIC X(2).
       77  WS-SECALRTFILE-STATUS       PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-INPUT-FILE    PIC X(40).
               10  WS-DL-VAULT-ID      PIC X(8).
               10  WS-DL-RULE-SUB      PIC 9(09).
               10  WS-DL-DONE-SW       PIC X(01).
               10  WS-DL-MEMBER-SW     PIC X(01).
               10  WS-DL-LIVE-SW       PIC X(01).
               10  WS-DL-START-MODE    PIC X(01).
               10  WS-DL-START-STATE   PIC S9(10).
               10  WS-DL-DIAL-SIZE     PIC 9(05).
               10  WS-DL-TARGET-POS    PIC 9(05).
               10  WS-DL-STATE         PIC S9(10).
               10  WS-DL-CARRY-DATE    PIC 9(8).
               10  WS-DL-RECORD-COUNT  PIC 9(09).
               10  WS-DL-SET-COUNT     PIC 9(09).
               10  WS-DL-RESET-COUNT   PIC 9(09).
               10  WS-DL-SET-RAISED-SW PIC X(01).
               10  WS-DL-RESET-RAISED-SW
                                       PIC X(01).
               10  WS-DL-RING-COUNT    PIC 9(02).
               10  WS-DL-RING-NEXT     PIC 9(02).
               10  WS-DL-RING-LANDING  PIC 9(09) OCCURS 99 TIMES.

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

       01  WS-FEEDLIST-TABLE.
           05  WS-FEEDLIST-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-FEEDLIST-CAPACITY.
               10  WS-FL-BASE-FILE     PIC X(40).
               10  WS-FL-ACTUAL-FILE   PIC X(40).

       01  WS-GROUP-FEED-TABLE.
           05  WS-GROUP-FEED-ENTRY OCCURS 1 TO 1000001 TIMES
               DEPENDING ON WS-GROUP-FEED-CAPACITY.
               10  WS-GF-ACTUAL-FILE   PIC X(40).

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-RULE-CAPACITY.
               10  WS-RL-DIAL-ID       PIC X(8).
               10  WS-RL-LAND-SW       PIC X(01).
               10  WS-RL-LAND-MAX      PIC 9(02).
               10  WS-RL-LAND-WINDOW   PIC 9(05).
               10  WS-RL-SET-SW        PIC X(01).
               10  WS-RL-SET-MAX       PIC 9(05).
               10  WS-RL-RESET-SW      PIC X(01).
               10  WS-RL-RESET-MAX     PIC 9(05).
               10  WS-RL-MAG-SW        PIC X(01).
               10  WS-RL-MAG-FACTOR    PIC 9(03).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-SCREEN-ONE-GROUP THRU 2000-EXIT
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-DIAL-ENTRIES
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - LOAD THE RULES, THE DIAL CONTROL DATA AND
      *                    THE FEED LIST, AND OPEN THE POSITION
      *                    MASTER, THE ALERT DATASET AND THE LOG
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'FEED TAMPER SCREEN FOR ' WS-RUN-DATE.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'TAMPSCR: UNABLE TO OPEN DIALCTLFILE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-DIAL THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1800-LOAD-FEED-LIST THRU 1800-EXIT.
           OPEN INPUT POSFILE.
           IF WS-POSFILE-STATUS = '00'
               SET POSFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'TAMPSCR: NO POSITION MASTER - CARRY-FORWARD '
                   'DIALS ARE SCREENED FROM THEIR CONFIGURED START'
           END-IF.
           OPEN EXTEND SECALRTFILE.
           IF WS-SECALRTFILE-STATUS = '35'
               OPEN OUTPUT SECALRTFILE
           END-IF.
           IF WS-SECALRTFILE-STATUS NOT = '00'
               DISPLAY 'TAMPSCR: UNABLE TO OPEN SECALRT - NO HIT '
                   'COULD BE RECORDED, RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET SECALRTFILE-IS-OPEN TO TRUE.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
           END-IF.
           IF WS-OPSLOGFILE-STATUS = '00'
               SET OPSLOGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'TAMPSCR: UNABLE TO OPEN OPSLOG - EVENTS GO '
                   'TO SYSOUT ONLY'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE CONTROL FILE, THE FEED LIST AND
      *                     THE RULES FILE AND ALLOCATE THE RUN
      *                     TABLES TO MATCH, SO A RUN OF ANY SIZE
      *                     SCREENS COMPLETELY
      *****************************************************************
       1100-SIZE-TABLES.
           PERFORM 1110-COUNT-DIALCTL THRU 1110-EXIT.
           PERFORM 1120-COUNT-FEEDLIST THRU 1120-EXIT.
           PERFORM 1130-COUNT-RULES THRU 1130-EXIT.
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
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1115-EXIT
           END-READ.
           ADD 1 TO WS-DIAL-CAPACITY.
       1115-EXIT.
           EXIT.

      *****************************************************************
      *  1120-COUNT-FEEDLIST - ONE SLOT PER CATCH-UP FEED LIST ENTRY
      *****************************************************************
       1120-COUNT-FEEDLIST.
           MOVE 0 TO WS-FEEDLIST-CAPACITY.
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
           READ FEEDLISTFILE INTO FEEDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1125-EXIT
           END-READ.
           ADD 1 TO WS-FEEDLIST-CAPACITY.
       1125-EXIT.
           EXIT.

      *****************************************************************
      *  1130-COUNT-RULES - ONE SLOT PER RULES FILE RECORD
      *****************************************************************
       1130-COUNT-RULES.
           MOVE 0 TO WS-RULE-CAPACITY.
           OPEN INPUT TAMPRULFILE.
           IF WS-TAMPRULFILE-STATUS NOT = '00'
               GO TO 1130-EXIT
           END-IF.
           PERFORM 1135-COUNT-ONE-RULE THRU 1135-EXIT
               UNTIL WS-TAMPRUL-EOF = 'Y'.
           CLOSE TAMPRULFILE.
           MOVE 'N' TO WS-TAMPRUL-EOF.
       1130-EXIT.
           EXIT.

      *****************************************************************
      *  1135-COUNT-ONE-RULE - COUNT ONE RULES FILE RECORD
      *****************************************************************
       1135-COUNT-ONE-RULE.
           READ TAMPRULFILE INTO TAMPRUL-FILE
               AT END
                   MOVE 'Y' TO WS-TAMPRUL-EOF
                   GO TO 1135-EXIT
           END-READ.
           ADD 1 TO WS-RULE-CAPACITY.
       1135-EXIT.
           EXIT.

      *****************************************************************
      *  1150-ALLOCATE-TABLES - ALLOCATE EVERY RUN TABLE AT ITS
      *                         COUNTED CAPACITY. AN ALLOCATION
      *                         FAILURE STOPS THE RUN AT
      *                         INITIALIZATION, LOUDLY.
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
           IF WS-RULE-CAPACITY = 0
               MOVE 1 TO WS-RULE-CAPACITY
           END-IF.
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
           COMPUTE WS-TABLE-BYTES = WS-RULE-CAPACITY
               * LENGTH OF WS-RULE-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-RULE-TABLE-PTR.
           SET ADDRESS OF WS-RULE-TABLE TO WS-RULE-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-VERSION-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-GROUP-FEED-TABLE-PTR = NULL
               OR WS-RULE-TABLE-PTR = NULL
               DISPLAY 'TAMPSCR: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-RULES - LOAD THE SCREENING THRESHOLDS. WITH NO
      *                    RULES THERE IS NOTHING TO SCREEN AGAINST:
      *                    THE STEP SAYS SO AND WARNS, BUT DOES NOT
      *                    HOLD PUBLICATION ON ITS OWN ACCOUNT.
      *****************************************************************
       1200-LOAD-RULES.
           OPEN INPUT TAMPRULFILE.
           IF WS-TAMPRULFILE-STATUS NOT = '00'
               DISPLAY 'TAMPSCR: NO TAMPRUL RULES FILE - NOTHING '
                   'IS SCREENED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-LOAD-ONE-RULE THRU 1250-EXIT
               UNTIL WS-TAMPRUL-EOF = 'Y'.
           CLOSE TAMPRULFILE.
           IF WS-RULE-ENTRIES = 0
               DISPLAY 'TAMPSCR: TAMPRUL HOLDS NO RULES - NOTHING '
                   'IS SCREENED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-LOAD-ONE-RULE - ADD ONE RULES RECORD TO THE TABLE. A
      *                       LATER RECORD FOR THE SAME DIAL REPLACES
      *                       AN EARLIER ONE. A THRESHOLD MUST BE
      *                       ZERO-FILLED DIGITS; A BLANK ONE SWITCHES
      *                       ITS RULE OFF, AND ANYTHING ELSE SWITCHES
      *                       IT OFF WITH A WARNING.
      *****************************************************************
       1250-LOAD-ONE-RULE.
           READ TAMPRULFILE INTO TAMPRUL-FILE
               AT END
                   MOVE 'Y' TO WS-TAMPRUL-EOF
                   GO TO 1250-EXIT
           END-READ.
           IF TAMPRUL-FILE = SPACES OR TR-DIAL-ID = SPACES
               GO TO 1250-EXIT
           END-IF.
           MOVE TR-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 1550-FIND-RULE THRU 1550-EXIT.
           IF WS-RULE-MATCH-SUB = 0
               IF WS-RULE-ENTRIES >= WS-RULE-CAPACITY
                   DISPLAY 'TAMPSCR: RULE TABLE OVER ITS SIZED '
                       'CAPACITY - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-TAMPRUL-EOF
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-RULE-ENTRIES
               MOVE WS-RULE-ENTRIES TO WS-RULE-MATCH-SUB
           END-IF.
           MOVE WS-RULE-MATCH-SUB TO WS-RULE-SUB.
           MOVE TR-DIAL-ID TO WS-RL-DIAL-ID (WS-RULE-SUB).
           IF TR-DEFAULT-RULE
               MOVE WS-RULE-SUB TO WS-DEFAULT-RULE-SUB
           END-IF.
           MOVE 'N' TO WS-RL-LAND-SW (WS-RULE-SUB).
           MOVE 'N' TO WS-RL-SET-SW (WS-RULE-SUB).
           MOVE 'N' TO WS-RL-RESET-SW (WS-RULE-SUB).
           MOVE 'N' TO WS-RL-MAG-SW (WS-RULE-SUB).
           IF TR-LAND-MAX IS NUMERIC
               AND TR-LAND-WINDOW IS NUMERIC
               MOVE TR-LAND-MAX TO WS-RL-LAND-MAX (WS-RULE-SUB)
               MOVE TR-LAND-WINDOW TO WS-RL-LAND-WINDOW (WS-RULE-SUB)
               IF WS-RL-LAND-WINDOW (WS-RULE-SUB) > 0
                   MOVE 'Y' TO WS-RL-LAND-SW (WS-RULE-SUB)
               END-IF
           END-IF.
           IF TR-SET-MAX IS NUMERIC
               MOVE TR-SET-MAX TO WS-RL-SET-MAX (WS-RULE-SUB)
               MOVE 'Y' TO WS-RL-SET-SW (WS-RULE-SUB)
           END-IF.
           IF TR-RESET-MAX IS NUMERIC
               MOVE TR-RESET-MAX TO WS-RL-RESET-MAX (WS-RULE-SUB)
               MOVE 'Y' TO WS-RL-RESET-SW (WS-RULE-SUB)
           END-IF.
           IF TR-MAG-FACTOR IS NUMERIC
               MOVE TR-MAG-FACTOR TO WS-RL-MAG-FACTOR (WS-RULE-SUB)
               IF WS-RL-MAG-FACTOR (WS-RULE-SUB) > 0
                   MOVE 'Y' TO WS-RL-MAG-SW (WS-RULE-SUB)
               END-IF
           END-IF.
           IF (TR-LAND-MAX NOT = SPACES AND TR-LAND-MAX NOT NUMERIC)
               OR (TR-LAND-WINDOW NOT = SPACES
                   AND TR-LAND-WINDOW NOT NUMERIC)
               OR (TR-SET-MAX NOT = SPACES AND TR-SET-MAX NOT NUMERIC)
               OR (TR-RESET-MAX NOT = SPACES
                   AND TR-RESET-MAX NOT NUMERIC)
               OR (TR-MAG-FACTOR NOT = SPACES
                   AND TR-MAG-FACTOR NOT NUMERIC)
               DISPLAY 'TAMPSCR: RULE FOR ' TR-DIAL-ID
                   ' HAS A THRESHOLD THAT IS NOT DIGITS - THAT '
                   'RULE IS OFF'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD TO THE
      *                       VERSION TABLE, AND ITS DIAL TO THE DIAL
      *                       TABLE, WITH ITS SCREENING RULE, THE
      *                       FIRST TIME THE DIAL IS SEEN. A BLANK OR
      *                       NON-NUMERIC EFFECTIVE DATE IS IN FORCE
      *                       FROM THE BEGINNING OF TIME. A VERSION
      *                       WITH A BAD SIZE OR TARGET CANNOT BE
      *                       FOLLOWED AND IS NOT SCREENED - THE
      *                       SCORING STEPS REPORT IT.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'TAMPSCR: DIAL CONTROL TABLE OVER ITS SIZED '
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
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 1510-MATCH-ONE-DIAL THRU 1510-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
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
           MOVE 0 TO WS-DL-CARRY-DATE (WS-DIAL-ENTRIES).
           MOVE DC-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 1550-FIND-RULE THRU 1550-EXIT.
           IF WS-RULE-MATCH-SUB = 0
               MOVE WS-DEFAULT-RULE-SUB TO WS-RULE-MATCH-SUB
           END-IF.
           MOVE WS-RULE-MATCH-SUB TO WS-DL-RULE-SUB (WS-DIAL-ENTRIES).
           IF WS-RULE-MATCH-SUB = 0
               ADD 1 TO WS-UNRULED-COUNT
               DISPLAY 'TAMPSCR: DIAL ' DC-DIAL-ID ' HAS NO '
                   'SCREENING RULE AND NO DEFAULT - NOT SCREENED'
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-MATCH-ONE-DIAL - NOTE THE DIAL TABLE ENTRY, IF ANY,
      *                        ALREADY HOLDING THIS VERSION'S DIAL
      *****************************************************************
       1510-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-MEMBER-SUB) = DC-DIAL-ID
               MOVE WS-MEMBER-SUB TO WS-MATCH-SUB
           END-IF.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1550-FIND-RULE - LOOK A DIAL-ID UP IN THE RULE TABLE
      *****************************************************************
       1550-FIND-RULE.
           MOVE 0 TO WS-RULE-MATCH-SUB.
           PERFORM 1560-MATCH-ONE-RULE THRU 1560-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-ENTRIES
               OR WS-RULE-MATCH-SUB NOT = 0.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-MATCH-ONE-RULE - NOTE ONE RULE ENTRY FOR THE DIAL-ID
      *****************************************************************
       1560-MATCH-ONE-RULE.
           IF WS-RL-DIAL-ID (WS-RULE-SUB) = WS-LOOKUP-DIAL-ID
               MOVE WS-RULE-SUB TO WS-RULE-MATCH-SUB
           END-IF.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1800-LOAD-FEED-LIST - LOAD THE OPTIONAL CATCH-UP FEED LIST,
      *                        SO EVERY DATED GENERATION THE SCORING
      *                        STEPS WILL SCORE IS SCREENED FIRST. NO
      *                        LIST AT ALL MEANS THE ORDINARY NIGHT.
      *****************************************************************
       1800-LOAD-FEED-LIST.
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
           READ FEEDLISTFILE INTO FEEDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF
                   GO TO 1850-EXIT
           END-READ.
           IF FEEDLIST-FILE = SPACES
               GO TO 1850-EXIT
           END-IF.
           IF WS-FEEDLIST-ENTRIES >= WS-FEEDLIST-CAPACITY
               DISPLAY 'TAMPSCR: FEED LIST TABLE OVER ITS SIZED '
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
      *  2000-SCREEN-ONE-GROUP - SCREEN ONE DISTINCT FEED FILE, OR
      *                          EACH OF ITS LISTED DATED GENERATIONS
      *                          IN LIST ORDER, FOR THE DIALS
      *                          CONFIGURED AGAINST IT
      *****************************************************************
       2000-SCREEN-ONE-GROUP.
           IF WS-DL-DONE-SW (WS-GROUP-SUB) = 'Y'
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DL-INPUT-FILE (WS-GROUP-SUB) TO WS-BASE-FILENAME.
           PERFORM 2100-MARK-ONE-MEMBER THRU 2100-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
           PERFORM 2020-BUILD-GROUP-FEEDS THRU 2020-EXIT.
           PERFORM 2050-SCREEN-ONE-FEED THRU 2050-EXIT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-GROUP-FEED-COUNT
               OR RETURN-CODE >= 16.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2020-BUILD-GROUP-FEEDS - COLLECT THIS GROUP'S DATED FEEDS
      *                           FROM THE FEED LIST, IN LIST ORDER.
      *                           NO LIST ENTRIES MEANS THE SINGLE
      *                           FEED NAMED IN DIALCTLFILE.
      *****************************************************************
       2020-BUILD-GROUP-FEEDS.
           MOVE 0 TO WS-GROUP-FEED-COUNT.
           PERFORM 2030-ADD-ONE-GROUP-FEED THRU 2030-EXIT
               VARYING WS-FEEDLIST-SUB FROM 1 BY 1
               UNTIL WS-FEEDLIST-SUB > WS-FEEDLIST-ENTRIES.
           IF WS-GROUP-FEED-COUNT = 0
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
               DISPLAY 'TAMPSCR: FEED GROUP OVER ITS SIZED CAPACITY '
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
      *  2050-SCREEN-ONE-FEED - READ ONE FEED FILE THROUGH THE RULES.
      *                         A FEED THAT CANNOT BE OPENED HAS NOT
      *                         BEEN SCREENED, SO NOTHING SCORED FROM
      *                         IT MAY BE PUBLISHED ON THIS STEP'S
      *                         SAY-SO.
      *****************************************************************
       2050-SCREEN-ONE-FEED.
           MOVE WS-GF-ACTUAL-FILE (WS-FEED-SUB) TO WS-INPUT-FILENAME.
           ADD 1 TO WS-FEED-COUNT.
           DISPLAY ' '.
           DISPLAY '  FEED ' WS-INPUT-FILENAME.
           MOVE 0 TO WS-FEED-DATE.
           MOVE 0 TO WS-FEED-RECORD-NO.
           MOVE 0 TO WS-FEED-HITS.
           MOVE 'N' TO WS-MEMBERS-STARTED-SW.
           MOVE 'N' TO WS-INPUTFILE-EOF.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS NOT = '00'
               DISPLAY '    *** FEED CANNOT BE OPENED - NOT '
                   'SCREENED ***'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2200-READ-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-INPUTFILE-EOF = 'Y'.
           CLOSE INPUTFILE.
           IF MEMBERS-ARE-STARTED
               PERFORM 2900-END-ONE-MEMBER THRU 2900-EXIT
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES
           END-IF.
           IF WS-FEED-HITS = 0
               DISPLAY '    NO RULE HITS - ' WS-FEED-RECORD-NO
                   ' RECORD(S) READ'
           ELSE
               DISPLAY '    ' WS-FEED-HITS ' RULE HIT(S) - '
                   WS-FEED-RECORD-NO ' RECORD(S) READ'
           END-IF.
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
      *                         AND SCREEN EVERY INSTRUCTION
      *****************************************************************
       2200-READ-ONE-RECORD.
           READ INPUTFILE
               AT END
                   MOVE 'Y' TO WS-INPUTFILE-EOF
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-FEED-RECORD-NO.
           EVALUATE TRUE
               WHEN FEED-HEADER-REC
                   IF FV-FEED-DATE IS NUMERIC
                       MOVE FV-FEED-DATE TO WS-FEED-DATE
                   END-IF
               WHEN FEED-DIAL-COUNT-REC
               WHEN FEED-TRAILER-REC
                   CONTINUE
               WHEN OTHER
                   PERFORM 2400-SCREEN-INSTRUCTION THRU 2400-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-START-MEMBERS - AT THE FEED'S FIRST INSTRUCTION, WHEN
      *                       THE HEADER DATE IS KNOWN, SET EVERY
      *                       MEMBER UP WITH ITS SETTINGS IN FORCE ON
      *                       THE FEED DATE (THE RUN DATE FOR A FEED
      *                       WITH NO HEADER) AND ITS START POSITION
      *****************************************************************
       2300-START-MEMBERS.
           SET MEMBERS-ARE-STARTED TO TRUE.
           IF WS-FEED-DATE = 0
               MOVE WS-RUN-DATE TO WS-VERSION-DATE
           ELSE
               MOVE WS-FEED-DATE TO WS-VERSION-DATE
           END-IF.
           PERFORM 2310-START-ONE-MEMBER THRU 2310-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-START-ONE-MEMBER - SELECT ONE MEMBER'S VERSION IN FORCE,
      *                          CLEAR ITS PER-FEED COUNTS AND PLACE
      *                          THE DIAL AT ITS START POSITION. A
      *                          DIAL WITH NO RULE, OR NOT LIVE ON THE
      *                          FEED DATE, IS NOT SCREENED.
      *****************************************************************
       2310-START-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2310-EXIT
           END-IF.
           MOVE 'N' TO WS-DL-LIVE-SW (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-RECORD-COUNT (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-SET-COUNT (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-RESET-COUNT (WS-MEMBER-SUB).
           MOVE 'N' TO WS-DL-SET-RAISED-SW (WS-MEMBER-SUB).
           MOVE 'N' TO WS-DL-RESET-RAISED-SW (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-RING-COUNT (WS-MEMBER-SUB).
           MOVE 1 TO WS-DL-RING-NEXT (WS-MEMBER-SUB).
           IF WS-DL-RULE-SUB (WS-MEMBER-SUB) = 0
               GO TO 2310-EXIT
           END-IF.
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 2320-TRY-ONE-VERSION THRU 2320-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               DISPLAY '    DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' HAS NO VERSION IN FORCE ON ' WS-VERSION-DATE
                   ' - NOT SCREENED'
               GO TO 2310-EXIT
           END-IF.
           IF WS-VR-STATUS (WS-VERSION-MATCH-SUB) NOT = 'A'
               DISPLAY '    DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' IS RETIRED OR BADLY CONFIGURED ON '
                   WS-VERSION-DATE ' - NOT SCREENED'
               GO TO 2310-EXIT
           END-IF.
           MOVE WS-VR-START-MODE (WS-VERSION-MATCH-SUB)
               TO WS-DL-START-MODE (WS-MEMBER-SUB).
           MOVE WS-VR-START-STATE (WS-VERSION-MATCH-SUB)
               TO WS-DL-START-STATE (WS-MEMBER-SUB).
           MOVE WS-VR-DIAL-SIZE (WS-VERSION-MATCH-SUB)
               TO WS-DL-DIAL-SIZE (WS-MEMBER-SUB).
           MOVE WS-VR-TARGET-POS (WS-VERSION-MATCH-SUB)
               TO WS-DL-TARGET-POS (WS-MEMBER-SUB).
           MOVE 'Y' TO WS-DL-LIVE-SW (WS-MEMBER-SUB).
           ADD 1 TO WS-SCREENED-COUNT.
           PERFORM 2330-SET-START THRU 2330-EXIT.
       2310-EXIT.
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
      *  2330-SET-START - PLACE ONE MEMBER WHERE PARTONE WILL START
      *                   IT. A FIXED-START DIAL STARTS AT ITS
      *                   CONFIGURED START. A CARRY-FORWARD DIAL
      *                   CONTINUES FROM AN EARLIER FEED SCREENED IN
      *                   THIS RUN, ELSE FROM THE POSONE MASTER: A
      *                   RE-SCORE OF THE MASTER'S OWN FEED DATE
      *                   STARTS WHERE THAT FEED STARTED, A LATER
      *                   FEED WHERE IT FINISHED. ANYTHING ELSE
      *                   STARTS AT THE CONFIGURED START.
      *****************************************************************
       2330-SET-START.
           IF WS-DL-START-MODE (WS-MEMBER-SUB) = 'C'
               AND WS-DL-CARRY-DATE (WS-MEMBER-SUB) NOT = 0
               GO TO 2330-EXIT
           END-IF.
           MOVE WS-DL-START-STATE (WS-MEMBER-SUB)
               TO WS-DL-STATE (WS-MEMBER-SUB).
           IF WS-DL-START-MODE (WS-MEMBER-SUB) NOT = 'C'
               OR NOT POSFILE-IS-OPEN
               GO TO 2330-EXIT
           END-IF.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO PS-DIAL-ID.
           READ POSFILE
               INVALID KEY
                   GO TO 2330-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PS-FEED-DATE = WS-FEED-DATE
                   MOVE PS-START-STATE TO WS-CARRIED-STATE
               WHEN PS-FEED-DATE < WS-FEED-DATE
                   MOVE PS-FINAL-STATE TO WS-CARRIED-STATE
               WHEN OTHER
                   GO TO 2330-EXIT
           END-EVALUATE.
           IF WS-CARRIED-STATE < 0
               OR WS-CARRIED-STATE
                   NOT LESS THAN WS-DL-DIAL-SIZE (WS-MEMBER-SUB)
               GO TO 2330-EXIT
           END-IF.
           MOVE WS-CARRIED-STATE TO WS-DL-STATE (WS-MEMBER-SUB).
       2330-EXIT.
           EXIT.

      *****************************************************************
      *  2400-SCREEN-INSTRUCTION - CHECK ONE INSTRUCTION THE WAY THE
      *                            SCORING PROGRAMS DO, THEN SCREEN IT
      *                            FOR EVERY MEMBER IT APPLIES TO
      *****************************************************************
       2400-SCREEN-INSTRUCTION.
           IF NOT MEMBERS-ARE-STARTED
               PERFORM 2300-START-MEMBERS THRU 2300-EXIT
           END-IF.
           PERFORM 2410-VALIDATE-RECORD THRU 2410-EXIT.
           PERFORM 2450-SCREEN-ONE-MEMBER THRU 2450-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-VALIDATE-RECORD - DIRECTION MUST BE L, R, S OR Z AND,
      *                         EXCEPT FOR Z, THE MAGNITUDE NUMERIC
      *                         AND NOT NEGATIVE. A RECORD THE SCORING
      *                         PROGRAMS WOULD REJECT MOVES NO DIAL
      *                         AND IS NOT SCREENED.
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
      *  2450-SCREEN-ONE-MEMBER - COUNT THE INSTRUCTION AGAINST ONE
      *                           MEMBER, MOVE THE DIAL AS PARTONE
      *                           WOULD AND APPLY EVERY RULE THAT IS
      *                           ON FOR IT
      *****************************************************************
       2450-SCREEN-ONE-MEMBER.
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
               GO TO 2450-EXIT
           END-IF.
           MOVE WS-DL-RULE-SUB (WS-MEMBER-SUB) TO WS-RULE-SUB.
           IF DIRECTION NOT = WS-RESET-VERB
               AND WS-RL-MAG-SW (WS-RULE-SUB) = 'Y'
               COMPUTE WS-MAG-LIMIT = WS-RL-MAG-FACTOR (WS-RULE-SUB)
                   * WS-DL-DIAL-SIZE (WS-MEMBER-SUB)
               IF WS-NUM-MAG > WS-MAG-LIMIT
                   MOVE 'BIGMAGN' TO WS-HIT-RULE
                   MOVE WS-NUM-MAG TO WS-HIT-OBSERVED
                   MOVE WS-MAG-LIMIT TO WS-HIT-LIMIT
                   PERFORM 2600-RAISE-HIT THRU 2600-EXIT
               END-IF
           END-IF.
           EVALUATE DIRECTION
               WHEN WS-LEFT
                   SUBTRACT WS-NUM-MAG FROM WS-DL-STATE (WS-MEMBER-SUB)
               WHEN WS-RIGHT
                   ADD WS-NUM-MAG TO WS-DL-STATE (WS-MEMBER-SUB)
               WHEN WS-SET-VERB
                   MOVE WS-NUM-MAG TO WS-DL-STATE (WS-MEMBER-SUB)
                   PERFORM 2460-CHECK-SET THRU 2460-EXIT
               WHEN WS-RESET-VERB
                   MOVE WS-DL-START-STATE (WS-MEMBER-SUB)
                       TO WS-DL-STATE (WS-MEMBER-SUB)
                   PERFORM 2470-CHECK-RESET THRU 2470-EXIT
           END-EVALUATE.
           MOVE FUNCTION MOD (WS-DL-STATE (WS-MEMBER-SUB)
               WS-DL-DIAL-SIZE (WS-MEMBER-SUB))
               TO WS-DL-STATE (WS-MEMBER-SUB).
           IF WS-DL-STATE (WS-MEMBER-SUB)
               = WS-DL-TARGET-POS (WS-MEMBER-SUB)
               PERFORM 2480-CHECK-LANDING THRU 2480-EXIT
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-CHECK-SET - COUNT A SET THAT PUTS THE DIAL STRAIGHT ON
      *                   ITS TARGET, AND RAISE THE RULE ONCE PER
      *                   FEED WHEN THE COUNT PASSES THE LIMIT
      *****************************************************************
       2460-CHECK-SET.
           IF FUNCTION MOD (WS-NUM-MAG WS-DL-DIAL-SIZE (WS-MEMBER-SUB))
               NOT = WS-DL-TARGET-POS (WS-MEMBER-SUB)
               GO TO 2460-EXIT
           END-IF.
           ADD 1 TO WS-DL-SET-COUNT (WS-MEMBER-SUB).
           IF WS-RL-SET-SW (WS-RULE-SUB) NOT = 'Y'
               OR WS-DL-SET-RAISED-SW (WS-MEMBER-SUB) = 'Y'
               GO TO 2460-EXIT
           END-IF.
           IF WS-DL-SET-COUNT (WS-MEMBER-SUB)
               > WS-RL-SET-MAX (WS-RULE-SUB)
               MOVE 'Y' TO WS-DL-SET-RAISED-SW (WS-MEMBER-SUB)
               MOVE 'SETTARGT' TO WS-HIT-RULE
               MOVE WS-DL-SET-COUNT (WS-MEMBER-SUB) TO WS-HIT-OBSERVED
               MOVE WS-RL-SET-MAX (WS-RULE-SUB) TO WS-HIT-LIMIT
               PERFORM 2600-RAISE-HIT THRU 2600-EXIT
           END-IF.
       2460-EXIT.
           EXIT.

      *****************************************************************
      *  2470-CHECK-RESET - COUNT A Z RESET, AND RAISE THE RULE ONCE
      *                     PER FEED WHEN THE COUNT PASSES THE LIMIT
      *****************************************************************
       2470-CHECK-RESET.
           ADD 1 TO WS-DL-RESET-COUNT (WS-MEMBER-SUB).
           IF WS-RL-RESET-SW (WS-RULE-SUB) NOT = 'Y'
               OR WS-DL-RESET-RAISED-SW (WS-MEMBER-SUB) = 'Y'
               GO TO 2470-EXIT
           END-IF.
           IF WS-DL-RESET-COUNT (WS-MEMBER-SUB)
               > WS-RL-RESET-MAX (WS-RULE-SUB)
               MOVE 'Y' TO WS-DL-RESET-RAISED-SW (WS-MEMBER-SUB)
               MOVE 'RESETS' TO WS-HIT-RULE
               MOVE WS-DL-RESET-COUNT (WS-MEMBER-SUB)
                   TO WS-HIT-OBSERVED
               MOVE WS-RL-RESET-MAX (WS-RULE-SUB) TO WS-HIT-LIMIT
               PERFORM 2600-RAISE-HIT THRU 2600-EXIT
           END-IF.
       2470-EXIT.
           EXIT.

      *****************************************************************
      *  2480-CHECK-LANDING - THE MEMBER KEEPS THE INSTRUCTION NUMBERS
      *                       OF ITS LAST LAND-MAX LANDINGS IN A RING.
      *                       ONE MORE LANDING WITHIN LAND-WINDOW
      *                       INSTRUCTIONS OF THE OLDEST OF THEM IS A
      *                       BURST; THE RING IS THEN EMPTIED SO THE
      *                       NEXT HIT NEEDS A FRESH BURST.
      *****************************************************************
       2480-CHECK-LANDING.
           IF WS-RL-LAND-SW (WS-RULE-SUB) NOT = 'Y'
               GO TO 2480-EXIT
           END-IF.
           IF WS-RL-LAND-MAX (WS-RULE-SUB) = 0
               MOVE 1 TO WS-LAND-SPAN
               PERFORM 2490-RAISE-LANDING-BURST THRU 2490-EXIT
               GO TO 2480-EXIT
           END-IF.
           MOVE WS-DL-RING-NEXT (WS-MEMBER-SUB) TO WS-RING-SUB.
           IF WS-DL-RING-COUNT (WS-MEMBER-SUB)
               = WS-RL-LAND-MAX (WS-RULE-SUB)
               MOVE WS-DL-RING-LANDING (WS-MEMBER-SUB WS-RING-SUB)
                   TO WS-OLDEST-LANDING
               COMPUTE WS-LAND-SPAN =
                   WS-DL-RECORD-COUNT (WS-MEMBER-SUB)
                   - WS-OLDEST-LANDING + 1
               IF WS-LAND-SPAN NOT > WS-RL-LAND-WINDOW (WS-RULE-SUB)
                   PERFORM 2490-RAISE-LANDING-BURST THRU 2490-EXIT
                   MOVE 0 TO WS-DL-RING-COUNT (WS-MEMBER-SUB)
                   MOVE 1 TO WS-DL-RING-NEXT (WS-MEMBER-SUB)
                   GO TO 2480-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-DL-RING-COUNT (WS-MEMBER-SUB)
           END-IF.
           MOVE WS-DL-RECORD-COUNT (WS-MEMBER-SUB)
               TO WS-DL-RING-LANDING (WS-MEMBER-SUB WS-RING-SUB).
           IF WS-RING-SUB >= WS-RL-LAND-MAX (WS-RULE-SUB)
               MOVE 1 TO WS-DL-RING-NEXT (WS-MEMBER-SUB)
           ELSE
               ADD 1 TO WS-DL-RING-NEXT (WS-MEMBER-SUB)
           END-IF.
       2480-EXIT.
           EXIT.

      *****************************************************************
      *  2490-RAISE-LANDING-BURST - RAISE THE LANDINGS RULE: SEEN IS
      *                             THE NUMBER OF INSTRUCTIONS THE
      *                             BURST SPANNED, THE LIMIT IS THE
      *                             WINDOW IT HAD TO FIT INSIDE
      *****************************************************************
       2490-RAISE-LANDING-BURST.
           MOVE 'LANDBRST' TO WS-HIT-RULE.
           MOVE WS-LAND-SPAN TO WS-HIT-OBSERVED.
           MOVE WS-RL-LAND-WINDOW (WS-RULE-SUB) TO WS-HIT-LIMIT.
           PERFORM 2600-RAISE-HIT THRU 2600-EXIT.
       2490-EXIT.
           EXIT.

      *****************************************************************
      *  2600-RAISE-HIT - RECORD ONE RULE HIT: A SECURITY ALERT
      *                   RECORD, A SYSOUT LINE, AN ALERT EVENT ON
      *                   OPSLOG FOR THE HANDOVER AND THE RETURN
      *                   CODE THAT HOLDS PUBLICATION
      *****************************************************************
       2600-RAISE-HIT.
           ADD 1 TO WS-HIT-COUNT.
           ADD 1 TO WS-FEED-HITS.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           ACCEPT WS-OPS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO TA-RUN-DATE.
           MOVE WS-OPS-TIME (1:6) TO TA-RUN-TIME.
           MOVE WS-INPUT-FILENAME TO TA-FEED-NAME.
           MOVE WS-FEED-DATE TO TA-FEED-DATE.
           MOVE WS-FEED-RECORD-NO TO TA-FEED-RECORD.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO TA-DIAL-ID.
           MOVE WS-DL-RECORD-COUNT (WS-MEMBER-SUB) TO TA-DIAL-RECORD.
           MOVE WS-DL-VAULT-ID (WS-MEMBER-SUB) TO TA-VAULT-ID.
           MOVE WS-HIT-RULE TO TA-RULE.
           MOVE WS-HIT-OBSERVED TO TA-OBSERVED.
           MOVE WS-HIT-LIMIT TO TA-LIMIT.
           MOVE DIRECTION TO TA-DIRECTION.
           MOVE MAGNITUDE TO TA-MAGNITUDE.
           WRITE SECALRT-FILE.
           DISPLAY '    *** ' WS-HIT-RULE ' DIAL '
               WS-DL-DIAL-ID (WS-MEMBER-SUB) ' FEED RECORD '
               WS-FEED-RECORD-NO ' SEEN ' WS-HIT-OBSERVED
               ' LIMIT ' WS-HIT-LIMIT ' ***'.
           MOVE WS-HIT-RULE TO WS-AD-RULE.
           MOVE WS-FEED-RECORD-NO TO WS-AD-RECORD.
           MOVE WS-INPUT-FILENAME TO WS-AD-FEED-NAME.
           MOVE 'E' TO WS-OPS-SEVERITY.
           MOVE 'ALERT' TO WS-OPS-EVENT-CODE.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID.
           MOVE WS-HIT-OBSERVED TO WS-OPS-COUNT.
           MOVE WS-ALERT-DETAIL TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2900-END-ONE-MEMBER - A CARRY-FORWARD MEMBER SCREENED ON THIS
      *                        FEED STARTS THE GROUP'S NEXT DATED
      *                        FEED WHERE THIS ONE LEFT IT
      *****************************************************************
       2900-END-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) = 'Y'
               AND WS-DL-LIVE-SW (WS-MEMBER-SUB) = 'Y'
               AND WS-DL-START-MODE (WS-MEMBER-SUB) = 'C'
               MOVE WS-VERSION-DATE TO WS-DL-CARRY-DATE (WS-MEMBER-SUB)
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-OPS-EVENT - APPEND ONE STRUCTURED EVENT TO THE
      *                         SHARED OPERATIONS LOG SO RUNSUMM CAN
      *                         BUILD THE MORNING HANDOVER. A LOG
      *                         THAT COULD NOT BE OPENED IS SKIPPED -
      *                         THE SYSOUT LINE STILL TELLS THE STORY.
      *****************************************************************
       8000-WRITE-OPS-EVENT.
           IF NOT OPSLOGFILE-IS-OPEN
               GO TO 8000-EXIT
           END-IF.
           ACCEPT WS-OPS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO OL-DATE.
           MOVE WS-OPS-TIME (1:6) TO OL-TIME.
           MOVE 'TAMPSCR' TO OL-PROGRAM.
           MOVE WS-OPS-DIAL-ID TO OL-DIAL-ID.
           MOVE WS-OPS-SEVERITY TO OL-SEVERITY.
           MOVE WS-OPS-EVENT-CODE TO OL-EVENT-CODE.
           MOVE WS-OPS-COUNT TO OL-COUNT.
           MOVE WS-OPS-DETAIL TO OL-DETAIL.
           WRITE OPSLOG-FILE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP
      *****************************************************************
       9000-TERMINATE.
           DISPLAY ' '.
           DISPLAY 'TAMPSCR: ' WS-FEED-COUNT ' FEED(S) SCREENED, '
               WS-SCREENED-COUNT ' DIAL SCREENING(S), '
               WS-HIT-COUNT ' RULE HIT(S)'.
           IF WS-UNRULED-COUNT NOT = 0
               DISPLAY 'TAMPSCR: ' WS-UNRULED-COUNT
                   ' DIAL(S) WITH NO SCREENING RULE'
           END-IF.
           IF WS-HIT-COUNT NOT = 0
               DISPLAY 'TAMPSCR: SECURITY ALERTS RAISED - SCORE '
                   'PUBLICATION IS HELD'
           END-IF.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'STEPEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-SCREENED-COUNT TO WS-OPS-COUNT.
           MOVE 'DIAL FEEDS SCREENED THIS STEP' TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF POSFILE-IS-OPEN
               CLOSE POSFILE
           END-IF.
           IF SECALRTFILE-IS-OPEN
               CLOSE SECALRTFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
       9000-EXIT.
           EXIT.
