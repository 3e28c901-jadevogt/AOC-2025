       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTSPLIT.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - PARTITIONS DIALCTL INTO THE
      *                   PARALLEL SCORING STREAMS. THE NIGHTLY RUN NO
      *                   LONGER FITS ITS WINDOW AS ONE PARTONE AND ONE
      *                   PARTTWO STEP, SO THE DIALS ARE SPLIT BY VAULT
      *                   INTO THE 1-4 STREAMS ON THE STRMCTL STREAMS
      *                   CARD - THE MOST THE NIGHTLY JOBS ARE BUILT FOR
      *                   - AND EACH STREAM JOB (VLTSTN) SCORES ITS OWN
      *                   DIALCTL SUBSET (DLCTL1-DLCTL4) INTO ITS OWN
      *                   REPORT, EXCEPTION AND CHECKPOINT DATASETS.
      *                   EVERY DIAL OF A VAULT GOES TO THE SAME STREAM,
      *                   SO THE VAULT-LEVEL REJECT BREAKER STILL SEES
      *                   THE WHOLE VAULT; A DIAL WITH NO VAULT STANDS
      *                   ALONE. VAULT CARDS PIN A VAULT TO A STREAM;
      *                   THE REST ARE DEALT LARGEST FIRST TO THE STREAM
      *                   WITH THE FEWEST DIALS. EVERY VERSION OF A DIAL
      *                   GOES TO ITS DIAL'S STREAM IN DIAL CONTROL
      *                   ORDER. THE STREAM MAP (STRMMAP) RECORDS THE
      *                   SPLIT - STAMPED WITH ITS DATE AND TIME - AND
      *                   THE DIAL CONTROL ORDER VLTMERGE REBUILDS THE
      *                   SINGLE REPORT AND EXCEPTION GENERATIONS IN. A
      *                   BAD CONTROL CARD OR A STREAM DATASET THAT
      *                   CANNOT BE OPENED SETS RETURN-CODE 16; A PINNED
      *                   VAULT WITH NO DIALS SETS 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALCTLFILE ASSIGN TO DIALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT STRMCTLFILE ASSIGN TO STRMCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMCTLFILE-STATUS.

           SELECT STRMOUTFILE ASSIGN TO DYNAMIC WS-STREAM-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMOUTFILE-STATUS.

           SELECT STRMMAPFILE ASSIGN TO STRMMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMMAPFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  STRMCTLFILE.
           COPY STCTLREC.

       FD  STRMOUTFILE.
       01  STRMOUT-REC                 PIC X(89).

       FD  STRMMAPFILE.
           COPY STRMREC.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-STRMCTL-EOF              PIC A(1) VALUE 'N'.

      *****************************************************************
      *  THE STREAM DATASETS ARE REACHED BY DD NAME DLCTL1 - DLCTL9
      *****************************************************************
       01  WS-STREAM-DDNAME.
           05  FILLER                  PIC X(5) VALUE 'DLCTL'.
           05  WS-SD-STREAM-NO         PIC 9(1).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-STREAM-COUNT             PIC 9(1) VALUE 0.
       01  WS-STREAMS-CARDS            PIC 9(05) VALUE 0.
       01  WS-PIN-STREAM               PIC 9(1).
       01  WS-CONTROL-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-CONTROL-SUB              PIC 9(09) VALUE 0.
       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-DIAL-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-UNIT-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-UNIT-SUB                 PIC 9(09) VALUE 0.
       01  WS-UNIT-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-STREAM-SUB               PIC 9(09) VALUE 0.
       01  WS-BEST-STREAM              PIC 9(09) VALUE 0.
       01  WS-FIND-DIAL-ID             PIC X(8).
       01  WS-FIND-VAULT-ID            PIC X(8).
       01  WS-TARGET-POS               PIC 9(5).
       01  WS-PIN-COUNT                PIC 9(05) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(09) VALUE 0.

      *****************************************************************
      *  ONE ENTRY PER STREAM: THE DIALS, PLACEMENT UNITS (A VAULT OR
      *  AN UNGROUPED DIAL) AND CONTROL RECORDS DEALT TO IT
      *****************************************************************
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 9 TIMES.
               10  WS-ST-DIAL-COUNT    PIC 9(09).
               10  WS-ST-UNIT-COUNT    PIC 9(09).
               10  WS-ST-RECORD-COUNT  PIC 9(09).

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
       01  WS-OPS-DIAL-ID              PIC X(8).
       01  WS-OPS-COUNT                PIC 9(09).
       01  WS-OPS-DETAIL               PIC X(60).

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE CONTROL FILE AND ALLOCATED
      *  AT INITIALIZATION. THERE CAN BE NO MORE DIALS, OR PLACEMENT
      *  UNITS, THAN CONTROL RECORDS. THE LAYOUTS LIVE IN THE LINKAGE
      *  SECTION.
      *****************************************************************
       01  WS-CONTROL-CAPACITY         PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(18) COMP.
       01  WS-CONTROL-TABLE-PTR        POINTER.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-UNIT-TABLE-PTR           POINTER.

       01  WS-SWITCHES.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-LIVE-SW              PIC X(01).
               88  VERSION-IS-LIVE               VALUE 'Y'.
           05  WS-PLACED-SW            PIC X(01) VALUE 'N'.
               88  EVERY-UNIT-IS-PLACED          VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-STRMCTLFILE-STATUS       PIC X(2).
       77  WS-STRMOUTFILE-STATUS       PIC X(2).
       77  WS-STRMMAPFILE-STATUS       PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-CONTROL-CAPACITY.
               10  WS-CT-RECORD        PIC X(89).
               10  WS-CT-DIAL-SUB      PIC 9(09).

       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-CONTROL-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-VAULT-ID      PIC X(8).
               10  WS-DL-UNIT-SUB      PIC 9(09).

       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-CONTROL-CAPACITY.
               10  WS-UN-VAULT-ID      PIC X(8).
               10  WS-UN-FIRST-DIAL    PIC X(8).
               10  WS-UN-DIAL-COUNT    PIC 9(09).
               10  WS-UN-STREAM-NO     PIC 9(1).
               10  WS-UN-PINNED-SW     PIC X(01).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-BUILD-DIALS THRU 2000-EXIT
               PERFORM 2500-BUILD-UNITS THRU 2500-EXIT
               PERFORM 3000-APPLY-PINS THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 3500-ASSIGN-STREAMS THRU 3500-EXIT
               PERFORM 4000-WRITE-STREAMS THRU 4000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 4500-WRITE-MAP THRU 4500-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 5000-PRINT-SPLIT THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE STREAM COUNT FROM STRMCTL, SIZE
      *                    AND ALLOCATE THE RUN TABLES, LOAD DIALCTL
      *                    AND OPEN THE LOG
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY 'VAULT STREAM SPLIT FOR ' WS-RUN-DATE.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
           END-IF.
           IF WS-OPSLOGFILE-STATUS = '00'
               SET OPSLOGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'VLTSPLIT: UNABLE TO OPEN OPSLOG - EVENTS GO '
                   'TO SYSOUT ONLY'
           END-IF.
           PERFORM 1100-READ-STREAM-CARDS THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'VLTSPLIT: SPLITTING DIALCTL INTO '
               WS-STREAM-COUNT ' STREAM(S)'.
           PERFORM 1200-SIZE-TABLES THRU 1200-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS NOT = '00'
               DISPLAY 'VLTSPLIT: UNABLE TO OPEN DIALCTL'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1300-LOAD-ONE-CONTROL THRU 1300-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-STREAM-CARDS - FIRST PASS OVER STRMCTL: EXACTLY ONE
      *                           STREAMS CARD NAMING 1-4 STREAMS, AND
      *                           NOTHING BUT STREAMS AND VAULT CARDS.
      *                           THE VAULT CARDS ARE APPLIED ONCE THE
      *                           VAULTS ARE KNOWN (3000-APPLY-PINS).
      *****************************************************************
       1100-READ-STREAM-CARDS.
           OPEN INPUT STRMCTLFILE.
           IF WS-STRMCTLFILE-STATUS NOT = '00'
               DISPLAY 'VLTSPLIT: UNABLE TO OPEN STRMCTL'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-CHECK-ONE-CARD THRU 1110-EXIT
               UNTIL WS-STRMCTL-EOF = 'Y'.
           CLOSE STRMCTLFILE.
           MOVE 'N' TO WS-STRMCTL-EOF.
           IF WS-STREAMS-CARDS NOT = 1
               DISPLAY 'VLTSPLIT: STRMCTL MUST CARRY EXACTLY ONE '
                   'STREAMS CARD - ' WS-STREAMS-CARDS ' FOUND'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-CHECK-ONE-CARD - CHECK ONE CONTROL CARD. A BLANK CARD
      *                        OR ONE WITH '*' IN COLUMN 1 IS A
      *                        COMMENT.
      *****************************************************************
       1110-CHECK-ONE-CARD.
           READ STRMCTLFILE
               AT END
                   MOVE 'Y' TO WS-STRMCTL-EOF
                   GO TO 1110-EXIT
           END-READ.
           IF STRMCTL-REC = SPACES
               OR SC-CARD-TYPE (1:1) = '*'
               GO TO 1110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SC-STREAMS-CARD
                   ADD 1 TO WS-STREAMS-CARDS
                   IF SC-STREAM-NO NOT NUMERIC
                       OR SC-STREAM-NO = '0'
                       OR SC-STREAM-NO > '4'
                       DISPLAY 'VLTSPLIT: STREAMS CARD COLUMN 10 '
                           'MUST BE A STREAM COUNT 1-4'
                       MOVE 16 TO RETURN-CODE
                       GO TO 1110-EXIT
                   END-IF
                   MOVE SC-STREAM-NO TO WS-STREAM-COUNT
               WHEN SC-VAULT-CARD
                   IF SC-VAULT-ID = SPACES
                       DISPLAY 'VLTSPLIT: VAULT CARD WITH NO VAULT '
                           'ID IN COLUMNS 12-19'
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'VLTSPLIT: UNKNOWN STRMCTL CARD - '
                       STRMCTL-REC (1:40)
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-SIZE-TABLES - ONE SLOT PER CONTROL RECORD IN EACH RUN
      *                     TABLE, ALLOCATED BEFORE ANYTHING LOADS. AN
      *                     ALLOCATION FAILURE STOPS THE RUN LOUDLY.
      *****************************************************************
       1200-SIZE-TABLES.
           MOVE 0 TO WS-CONTROL-CAPACITY.
           OPEN INPUT DIALCTLFILE.
           IF WS-DIALCTLFILE-STATUS = '00'
               PERFORM 1210-COUNT-ONE-CONTROL THRU 1210-EXIT
                   UNTIL WS-DIALCTL-EOF = 'Y'
               CLOSE DIALCTLFILE
               MOVE 'N' TO WS-DIALCTL-EOF
           END-IF.
           IF WS-CONTROL-CAPACITY = 0
               MOVE 1 TO WS-CONTROL-CAPACITY
           END-IF.
           IF WS-CONTROL-CAPACITY > 1000000
               DISPLAY 'VLTSPLIT: MORE DIAL CONTROL RECORDS THAN THE '
                   'RUN TABLES CAN HOLD'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           COMPUTE WS-TABLE-BYTES =
               WS-CONTROL-CAPACITY * LENGTH OF WS-CONTROL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-CONTROL-TABLE-PTR.
           SET ADDRESS OF WS-CONTROL-TABLE TO WS-CONTROL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-CONTROL-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-CONTROL-CAPACITY * LENGTH OF WS-UNIT-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-UNIT-TABLE-PTR.
           SET ADDRESS OF WS-UNIT-TABLE TO WS-UNIT-TABLE-PTR.
           IF WS-CONTROL-TABLE-PTR = NULL
               OR WS-DIAL-TABLE-PTR = NULL
               OR WS-UNIT-TABLE-PTR = NULL
               DISPLAY 'VLTSPLIT: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-COUNT-ONE-CONTROL - COUNT ONE CONTROL RECORD
      *****************************************************************
       1210-COUNT-ONE-CONTROL.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1210-EXIT
           END-READ.
           ADD 1 TO WS-CONTROL-CAPACITY.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-ONE-CONTROL - KEEP ONE CONTROL RECORD AS READ, SO
      *                          EACH STREAM GETS ITS VERSIONS IN
      *                          DIAL CONTROL ORDER
      *****************************************************************
       1300-LOAD-ONE-CONTROL.
           READ DIALCTLFILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1300-EXIT
           END-READ.
           IF WS-CONTROL-ENTRIES >= WS-CONTROL-CAPACITY
               DISPLAY 'VLTSPLIT: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CONTROL-ENTRIES.
           MOVE DIALCTLFILE-FILE TO WS-CT-RECORD (WS-CONTROL-ENTRIES).
           MOVE 0 TO WS-CT-DIAL-SUB (WS-CONTROL-ENTRIES).
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-DIALS - LIST THE DIALS IN THE ORDER THE SCORING
      *                     STEPS PUBLISH THEM: A DIAL TAKES ITS
      *                     PLACE AT ITS FIRST LIVE VERSION (NOT
      *                     RETIRED, WITH A GOOD DIAL SIZE AND
      *                     TARGET), AS IN THEIR DIAL TABLES. A DIAL
      *                     WITH NO LIVE VERSION PUBLISHES NOTHING
      *                     BUT STILL GOES TO A STREAM, AFTER THE
      *                     REST. EVERY CONTROL RECORD IS THEN TIED
      *                     TO ITS DIAL.
      *****************************************************************
       2000-BUILD-DIALS.
           PERFORM 2100-ADD-LIVE-DIAL THRU 2100-EXIT
               VARYING WS-CONTROL-SUB FROM 1 BY 1
               UNTIL WS-CONTROL-SUB > WS-CONTROL-ENTRIES.
           PERFORM 2200-ADD-IDLE-DIAL THRU 2200-EXIT
               VARYING WS-CONTROL-SUB FROM 1 BY 1
               UNTIL WS-CONTROL-SUB > WS-CONTROL-ENTRIES.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-ADD-LIVE-DIAL - ADD THE DIAL OF A LIVE VERSION NOT YET
      *                       LISTED
      *****************************************************************
       2100-ADD-LIVE-DIAL.
           MOVE WS-CT-RECORD (WS-CONTROL-SUB) TO DIALCTLFILE-FILE.
           MOVE 'Y' TO WS-LIVE-SW.
           IF DC-TARGET-POS IS NUMERIC
               MOVE DC-TARGET-POS TO WS-TARGET-POS
           ELSE
               MOVE 0 TO WS-TARGET-POS
           END-IF.
           IF DC-VERSION-RETIRED
               OR DC-DIAL-SIZE NOT NUMERIC
               MOVE 'N' TO WS-LIVE-SW
           ELSE
               IF DC-DIAL-SIZE NOT GREATER THAN 0
                   OR WS-TARGET-POS NOT LESS THAN DC-DIAL-SIZE
                   MOVE 'N' TO WS-LIVE-SW
               END-IF
           END-IF.
           IF NOT VERSION-IS-LIVE
               GO TO 2100-EXIT
           END-IF.
           MOVE DC-DIAL-ID TO WS-FIND-DIAL-ID.
           PERFORM 7000-FIND-DIAL THRU 7000-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               PERFORM 2300-ADD-DIAL THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ADD-IDLE-DIAL - ADD A DIAL NOT YET LISTED (ONE WITH NO
      *                       LIVE VERSION) AND TIE THE CONTROL
      *                       RECORD TO ITS DIAL
      *****************************************************************
       2200-ADD-IDLE-DIAL.
           MOVE WS-CT-RECORD (WS-CONTROL-SUB) TO DIALCTLFILE-FILE.
           MOVE DC-DIAL-ID TO WS-FIND-DIAL-ID.
           PERFORM 7000-FIND-DIAL THRU 7000-EXIT.
           IF WS-DIAL-MATCH-SUB = 0
               PERFORM 2300-ADD-DIAL THRU 2300-EXIT
           END-IF.
           MOVE WS-DIAL-MATCH-SUB TO WS-CT-DIAL-SUB (WS-CONTROL-SUB).
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-ADD-DIAL - LIST THE CURRENT CONTROL RECORD'S DIAL. THE
      *                  VAULT BELONGS TO THE DIAL, NOT THE VERSION.
      *****************************************************************
       2300-ADD-DIAL.
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE WS-DIAL-ENTRIES TO WS-DIAL-MATCH-SUB.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE DC-VAULT-ID TO WS-DL-VAULT-ID (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-UNIT-SUB (WS-DIAL-ENTRIES).
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-BUILD-UNITS - GROUP THE DIALS INTO PLACEMENT UNITS: ONE
      *                     PER VAULT, AND ONE PER DIAL WITH NO VAULT.
      *                     A UNIT IS NEVER SPLIT ACROSS STREAMS.
      *****************************************************************
       2500-BUILD-UNITS.
           PERFORM 2510-UNIT-ONE-DIAL THRU 2510-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-UNIT-ONE-DIAL - PUT ONE DIAL IN ITS VAULT'S UNIT, OR IN
      *                       A UNIT OF ITS OWN
      *****************************************************************
       2510-UNIT-ONE-DIAL.
           MOVE 0 TO WS-UNIT-MATCH-SUB.
           IF WS-DL-VAULT-ID (WS-DIAL-SUB) NOT = SPACES
               MOVE WS-DL-VAULT-ID (WS-DIAL-SUB) TO WS-FIND-VAULT-ID
               PERFORM 7100-FIND-VAULT THRU 7100-EXIT
           END-IF.
           IF WS-UNIT-MATCH-SUB = 0
               ADD 1 TO WS-UNIT-ENTRIES
               MOVE WS-UNIT-ENTRIES TO WS-UNIT-MATCH-SUB
               MOVE WS-DL-VAULT-ID (WS-DIAL-SUB)
                   TO WS-UN-VAULT-ID (WS-UNIT-MATCH-SUB)
               MOVE WS-DL-DIAL-ID (WS-DIAL-SUB)
                   TO WS-UN-FIRST-DIAL (WS-UNIT-MATCH-SUB)
               MOVE 0 TO WS-UN-DIAL-COUNT (WS-UNIT-MATCH-SUB)
               MOVE 0 TO WS-UN-STREAM-NO (WS-UNIT-MATCH-SUB)
               MOVE 'N' TO WS-UN-PINNED-SW (WS-UNIT-MATCH-SUB)
           END-IF.
           ADD 1 TO WS-UN-DIAL-COUNT (WS-UNIT-MATCH-SUB).
           MOVE WS-UNIT-MATCH-SUB TO WS-DL-UNIT-SUB (WS-DIAL-SUB).
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APPLY-PINS - SECOND PASS OVER STRMCTL: PIN EACH VAULT
      *                    CARD'S VAULT TO ITS STREAM
      *****************************************************************
       3000-APPLY-PINS.
           OPEN INPUT STRMCTLFILE.
           IF WS-STRMCTLFILE-STATUS NOT = '00'
               DISPLAY 'VLTSPLIT: UNABLE TO REOPEN STRMCTL'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PIN-ONE-VAULT THRU 3100-EXIT
               UNTIL WS-STRMCTL-EOF = 'Y'.
           CLOSE STRMCTLFILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PIN-ONE-VAULT - ONE VAULT CARD. THE STREAM MUST BE ONE
      *                       OF THOSE ON THE STREAMS CARD AND A
      *                       VAULT MAY NOT BE PINNED TO TWO STREAMS;
      *                       A PIN FOR A VAULT WITH NO DIALS IN
      *                       DIALCTL IS ONLY WARNED ON.
      *****************************************************************
       3100-PIN-ONE-VAULT.
           READ STRMCTLFILE
               AT END
                   MOVE 'Y' TO WS-STRMCTL-EOF
                   GO TO 3100-EXIT
           END-READ.
           IF NOT SC-VAULT-CARD
               GO TO 3100-EXIT
           END-IF.
           IF SC-STREAM-NO NOT NUMERIC
               OR SC-STREAM-NO = '0'
               OR SC-STREAM-NO > WS-STREAM-COUNT
               DISPLAY 'VLTSPLIT: VAULT ' SC-VAULT-ID
                   ' IS PINNED TO STREAM ' SC-STREAM-NO
                   ' - NOT ONE OF THE ' WS-STREAM-COUNT
                   ' STREAM(S)'
               MOVE 16 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           MOVE SC-STREAM-NO TO WS-PIN-STREAM.
           MOVE SC-VAULT-ID TO WS-FIND-VAULT-ID.
           PERFORM 7100-FIND-VAULT THRU 7100-EXIT.
           IF WS-UNIT-MATCH-SUB = 0
               DISPLAY 'VLTSPLIT: PINNED VAULT ' SC-VAULT-ID
                   ' HAS NO DIALS IN DIALCTL - PIN IGNORED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF WS-UN-PINNED-SW (WS-UNIT-MATCH-SUB) = 'Y'
               AND WS-UN-STREAM-NO (WS-UNIT-MATCH-SUB)
                   NOT = WS-PIN-STREAM
               DISPLAY 'VLTSPLIT: VAULT ' SC-VAULT-ID
                   ' IS PINNED TO STREAMS '
                   WS-UN-STREAM-NO (WS-UNIT-MATCH-SUB)
                   ' AND ' WS-PIN-STREAM
               MOVE 16 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           IF WS-UN-PINNED-SW (WS-UNIT-MATCH-SUB) NOT = 'Y'
               ADD 1 TO WS-PIN-COUNT
           END-IF.
           MOVE 'Y' TO WS-UN-PINNED-SW (WS-UNIT-MATCH-SUB).
           MOVE WS-PIN-STREAM TO WS-UN-STREAM-NO (WS-UNIT-MATCH-SUB).
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3500-ASSIGN-STREAMS - COUNT THE PINNED UNITS INTO THEIR
      *                        STREAMS, THEN DEAL THE REST OUT LARGEST
      *                        FIRST, EACH TO THE STREAM WITH THE
      *                        FEWEST DIALS SO FAR (THE LOWEST
      *                        NUMBERED ON A TIE). UNITS OF EQUAL SIZE
      *                        GO IN DIAL CONTROL ORDER.
      *****************************************************************
       3500-ASSIGN-STREAMS.
           PERFORM 3510-CLEAR-ONE-STREAM THRU 3510-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 9.
           PERFORM 3520-COUNT-ONE-PIN THRU 3520-EXIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-ENTRIES.
           MOVE 'N' TO WS-PLACED-SW.
           PERFORM 3600-PLACE-NEXT-UNIT THRU 3600-EXIT
               UNTIL EVERY-UNIT-IS-PLACED.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3510-CLEAR-ONE-STREAM - ZERO ONE STREAM'S TOTALS
      *****************************************************************
       3510-CLEAR-ONE-STREAM.
           MOVE 0 TO WS-ST-DIAL-COUNT (WS-STREAM-SUB).
           MOVE 0 TO WS-ST-UNIT-COUNT (WS-STREAM-SUB).
           MOVE 0 TO WS-ST-RECORD-COUNT (WS-STREAM-SUB).
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  3520-COUNT-ONE-PIN - ADD ONE PINNED UNIT TO ITS STREAM
      *****************************************************************
       3520-COUNT-ONE-PIN.
           IF WS-UN-PINNED-SW (WS-UNIT-SUB) NOT = 'Y'
               GO TO 3520-EXIT
           END-IF.
           MOVE WS-UN-STREAM-NO (WS-UNIT-SUB) TO WS-STREAM-SUB.
           ADD WS-UN-DIAL-COUNT (WS-UNIT-SUB)
               TO WS-ST-DIAL-COUNT (WS-STREAM-SUB).
           ADD 1 TO WS-ST-UNIT-COUNT (WS-STREAM-SUB).
       3520-EXIT.
           EXIT.

      *****************************************************************
      *  3600-PLACE-NEXT-UNIT - PLACE THE LARGEST UNIT NOT YET IN A
      *                         STREAM
      *****************************************************************
       3600-PLACE-NEXT-UNIT.
           MOVE 0 TO WS-UNIT-MATCH-SUB.
           PERFORM 3610-CHECK-ONE-UNIT THRU 3610-EXIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-ENTRIES.
           IF WS-UNIT-MATCH-SUB = 0
               MOVE 'Y' TO WS-PLACED-SW
               GO TO 3600-EXIT
           END-IF.
           MOVE 1 TO WS-BEST-STREAM.
           PERFORM 3620-CHECK-ONE-STREAM THRU 3620-EXIT
               VARYING WS-STREAM-SUB FROM 2 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
           MOVE WS-BEST-STREAM TO WS-UN-STREAM-NO (WS-UNIT-MATCH-SUB).
           ADD WS-UN-DIAL-COUNT (WS-UNIT-MATCH-SUB)
               TO WS-ST-DIAL-COUNT (WS-BEST-STREAM).
           ADD 1 TO WS-ST-UNIT-COUNT (WS-BEST-STREAM).
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3610-CHECK-ONE-UNIT - KEEP THE LARGEST UNPLACED UNIT SEEN
      *****************************************************************
       3610-CHECK-ONE-UNIT.
           IF WS-UN-STREAM-NO (WS-UNIT-SUB) NOT = 0
               GO TO 3610-EXIT
           END-IF.
           IF WS-UNIT-MATCH-SUB = 0
               MOVE WS-UNIT-SUB TO WS-UNIT-MATCH-SUB
               GO TO 3610-EXIT
           END-IF.
           IF WS-UN-DIAL-COUNT (WS-UNIT-SUB)
               > WS-UN-DIAL-COUNT (WS-UNIT-MATCH-SUB)
               MOVE WS-UNIT-SUB TO WS-UNIT-MATCH-SUB
           END-IF.
       3610-EXIT.
           EXIT.

      *****************************************************************
      *  3620-CHECK-ONE-STREAM - KEEP THE STREAM WITH THE FEWEST
      *                          DIALS SEEN
      *****************************************************************
       3620-CHECK-ONE-STREAM.
           IF WS-ST-DIAL-COUNT (WS-STREAM-SUB)
               < WS-ST-DIAL-COUNT (WS-BEST-STREAM)
               MOVE WS-STREAM-SUB TO WS-BEST-STREAM
           END-IF.
       3620-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-STREAMS - WRITE EACH STREAM'S DIALCTL SUBSET. A
      *                       STREAM WITH NO DIALS GETS AN EMPTY
      *                       DATASET AND SCORES NOTHING.
      *****************************************************************
       4000-WRITE-STREAMS.
           PERFORM 4100-WRITE-ONE-STREAM THRU 4100-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               OR RETURN-CODE >= 16.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-ONE-STREAM - OPEN ONE STREAM'S DATASET BY DD NAME
      *                          AND COPY ITS DIALS' CONTROL RECORDS
      *                          IN DIAL CONTROL ORDER
      *****************************************************************
       4100-WRITE-ONE-STREAM.
           MOVE WS-STREAM-SUB TO WS-SD-STREAM-NO.
           OPEN OUTPUT STRMOUTFILE.
           IF WS-STRMOUTFILE-STATUS NOT = '00'
               DISPLAY 'VLTSPLIT: NO DD ' WS-STREAM-DDNAME
                   ' FOR STREAM ' WS-SD-STREAM-NO ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-WRITE-ONE-RECORD THRU 4110-EXIT
               VARYING WS-CONTROL-SUB FROM 1 BY 1
               UNTIL WS-CONTROL-SUB > WS-CONTROL-ENTRIES.
           CLOSE STRMOUTFILE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-WRITE-ONE-RECORD - COPY ONE CONTROL RECORD WHEN ITS
      *                          DIAL'S UNIT BELONGS TO THIS STREAM
      *****************************************************************
       4110-WRITE-ONE-RECORD.
           MOVE WS-CT-DIAL-SUB (WS-CONTROL-SUB) TO WS-DIAL-SUB.
           MOVE WS-DL-UNIT-SUB (WS-DIAL-SUB) TO WS-UNIT-SUB.
           IF WS-UN-STREAM-NO (WS-UNIT-SUB) NOT = WS-STREAM-SUB
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-CT-RECORD (WS-CONTROL-SUB) TO DIALCTLFILE-FILE.
           WRITE STRMOUT-REC FROM DIALCTLFILE-FILE.
           ADD 1 TO WS-ST-RECORD-COUNT (WS-STREAM-SUB).
           ADD 1 TO WS-RECORD-COUNT.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  4500-WRITE-MAP - THE HEADER STAMPS THE SPLIT; ONE DIAL RECORD
      *                   FOLLOWS PER DIAL, IN PUBLICATION ORDER
      *****************************************************************
       4500-WRITE-MAP.
           OPEN OUTPUT STRMMAPFILE.
           IF WS-STRMMAPFILE-STATUS NOT = '00'
               DISPLAY 'VLTSPLIT: UNABLE TO OPEN STRMMAP'
               MOVE 16 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO STRMMAP-REC.
           SET SPLIT-HEADER-REC TO TRUE.
           MOVE WS-RUN-DATE TO SP-SPLIT-DATE.
           MOVE WS-RUN-TIME TO SP-SPLIT-TIME.
           MOVE WS-STREAM-COUNT TO SP-STREAM-COUNT.
           MOVE WS-DIAL-ENTRIES TO SP-DIAL-COUNT.
           WRITE STRMMAP-REC.
           PERFORM 4510-WRITE-ONE-DIAL THRU 4510-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES.
           CLOSE STRMMAPFILE.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4510-WRITE-ONE-DIAL - ONE DIAL, ITS VAULT AND ITS STREAM
      *****************************************************************
       4510-WRITE-ONE-DIAL.
           MOVE SPACES TO STRMMAP-REC.
           SET SPLIT-DIAL-REC TO TRUE.
           MOVE WS-DL-DIAL-ID (WS-DIAL-SUB) TO SP-DIAL-ID.
           MOVE WS-DL-VAULT-ID (WS-DIAL-SUB) TO SP-VAULT-ID.
           MOVE WS-DL-UNIT-SUB (WS-DIAL-SUB) TO WS-UNIT-SUB.
           MOVE WS-UN-STREAM-NO (WS-UNIT-SUB) TO SP-STREAM-NO.
           WRITE STRMMAP-REC.
       4510-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-SPLIT - ONE BLOCK PER STREAM LISTING ITS VAULTS
      *                     AND UNGROUPED DIALS
      *****************************************************************
       5000-PRINT-SPLIT.
           PERFORM 5100-PRINT-ONE-STREAM THRU 5100-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5100-PRINT-ONE-STREAM - ONE STREAM'S TOTALS AND UNITS
      *****************************************************************
       5100-PRINT-ONE-STREAM.
           MOVE WS-STREAM-SUB TO WS-SD-STREAM-NO.
           DISPLAY ' '.
           DISPLAY 'STREAM ' WS-SD-STREAM-NO ' (' WS-STREAM-DDNAME
               '): ' WS-ST-DIAL-COUNT (WS-STREAM-SUB) ' DIAL(S), '
               WS-ST-RECORD-COUNT (WS-STREAM-SUB)
               ' CONTROL RECORD(S)'.
           IF WS-ST-UNIT-COUNT (WS-STREAM-SUB) = 0
               DISPLAY '  NO DIALS - THE STREAM SCORES NOTHING'
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-PRINT-ONE-UNIT THRU 5110-EXIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-ENTRIES.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5110-PRINT-ONE-UNIT - ONE VAULT OR UNGROUPED DIAL IN THE
      *                        STREAM BEING PRINTED
      *****************************************************************
       5110-PRINT-ONE-UNIT.
           IF WS-UN-STREAM-NO (WS-UNIT-SUB) NOT = WS-STREAM-SUB
               GO TO 5110-EXIT
           END-IF.
           IF WS-UN-VAULT-ID (WS-UNIT-SUB) = SPACES
               DISPLAY '  DIAL  ' WS-UN-FIRST-DIAL (WS-UNIT-SUB)
                   '  NO VAULT'
               GO TO 5110-EXIT
           END-IF.
           IF WS-UN-PINNED-SW (WS-UNIT-SUB) = 'Y'
               DISPLAY '  VAULT ' WS-UN-VAULT-ID (WS-UNIT-SUB)
                   '  ' WS-UN-DIAL-COUNT (WS-UNIT-SUB)
                   ' DIAL(S)  PINNED'
           ELSE
               DISPLAY '  VAULT ' WS-UN-VAULT-ID (WS-UNIT-SUB)
                   '  ' WS-UN-DIAL-COUNT (WS-UNIT-SUB) ' DIAL(S)'
           END-IF.
       5110-EXIT.
           EXIT.

      *****************************************************************
      *  7000-FIND-DIAL - LOOK WS-FIND-DIAL-ID UP IN THE DIAL TABLE
      *****************************************************************
       7000-FIND-DIAL.
           MOVE 0 TO WS-DIAL-MATCH-SUB.
           PERFORM 7010-MATCH-ONE-DIAL THRU 7010-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR WS-DIAL-MATCH-SUB NOT = 0.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7010-MATCH-ONE-DIAL - NOTE THE DIAL TABLE ENTRY, IF ANY,
      *                        HOLDING THE DIAL BEING LOOKED UP
      *****************************************************************
       7010-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-DIAL-SUB) = WS-FIND-DIAL-ID
               MOVE WS-DIAL-SUB TO WS-DIAL-MATCH-SUB
           END-IF.
       7010-EXIT.
           EXIT.

      *****************************************************************
      *  7100-FIND-VAULT - LOOK WS-FIND-VAULT-ID UP IN THE UNIT TABLE
      *****************************************************************
       7100-FIND-VAULT.
           MOVE 0 TO WS-UNIT-MATCH-SUB.
           PERFORM 7110-MATCH-ONE-VAULT THRU 7110-EXIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-ENTRIES
               OR WS-UNIT-MATCH-SUB NOT = 0.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7110-MATCH-ONE-VAULT - NOTE THE UNIT, IF ANY, HOLDING THE
      *                         VAULT BEING LOOKED UP
      *****************************************************************
       7110-MATCH-ONE-VAULT.
           IF WS-UN-VAULT-ID (WS-UNIT-SUB) = WS-FIND-VAULT-ID
               MOVE WS-UNIT-SUB TO WS-UNIT-MATCH-SUB
           END-IF.
       7110-EXIT.
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
           MOVE 'VLTSPLIT' TO OL-PROGRAM.
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
           DISPLAY 'VLTSPLIT: ' WS-DIAL-ENTRIES ' DIAL(S) IN '
               WS-UNIT-ENTRIES ' UNIT(S) SPLIT INTO '
               WS-STREAM-COUNT ' STREAM(S), ' WS-PIN-COUNT
               ' VAULT(S) PINNED, ' WS-RECORD-COUNT
               ' CONTROL RECORD(S) WRITTEN'.
           IF RETURN-CODE >= 16
               DISPLAY 'VLTSPLIT: NO USABLE SPLIT - THE STREAM JOBS '
                   'MUST NOT RUN'
               MOVE 'E' TO WS-OPS-SEVERITY
           ELSE
               MOVE 'I' TO WS-OPS-SEVERITY
           END-IF.
           MOVE 'STEPEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-DIAL-ENTRIES TO WS-OPS-COUNT.
           MOVE 'DIALS SPLIT INTO PARALLEL SCORING STREAMS'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
       9000-EXIT.
           EXIT.
