      *                   SIZED CAPACITY, OR AN ALLOCATION FAILURE,
      *                   STOPS THE RUN WITH RETURN-CODE 16 INSTEAD
      *                   OF QUIETLY SKIPPING THE OVERFLOW.
      *  10/15/2026 DJV   A FEED THE BACKOUT UTILITY HAS MARKED BACKED
      *                   OUT (REGISTRY STATUS B) IS NOT A DUPLICATE -
      *                   ITS SCORES ARE GONE FROM THE HISTORY AND THE
      *                   JOURNAL - SO THE CORRECTED RE-SCORE PASSES
      *                   WITHOUT AN OVERRIDE AND THE LISTING SAYS WHY.
      *                   RE-SCORE OVERRIDES ARE DUAL-CONTROLLED: A
      *                   FEEDOVR CARD IS FILED BY REQMNT AS A PENDING
      *                   REQUEST, AND A DUPLICATE FEED IS LET THROUGH
      *                   ONLY BY AN OVERRIDE REQUEST IN PENDREQ
      *                   APPROVED BY A USER OTHER THAN THE REQUESTER.
      *                   AN OVERRIDE STILL AWAITING APPROVAL IS REFUSED
      *                   BY NAME AND THE FEED STAYS A DUPLICATE
      *                   (RETURN-CODE 12), SO SCORING NEVER RUNS ON IT.
      *                   AN APPROVED OVERRIDE AUTHORIZES ONE RE-SCORE:
      *                   IT IS MARKED APPLIED WHEN THIS STEP ENDS
      *                   CLEAN, AND LEFT APPROVED FOR THE RERUN WHEN IT
      *                   DOES NOT. DIALCTL HOLDS DATED VERSIONS OF EACH
      *                   DIAL'S SETTINGS; A DIAL APPEARS ONCE IN THE
      *                   DIAL TABLE HOWEVER MANY VERSIONS IT HAS, AND A
      *                   MEMBER DIAL WITH RECORDS IN A FEED MUST HAVE A
      *                   LIVE VERSION IN FORCE ON THE FEED'S HEADER
      *                   DATE - RECORDS FOR A DIAL NOT YET ADDED, OR
      *                   ALREADY RETIRED, ON THAT DATE ARE A FEED
      *                   ERROR, NOT SCORED SILENTLY AGAINST SOME OTHER
      *                   DAY'S SETTINGS. EVERY FINDING IS ALSO APPENDED
      *                   TO OPSLOG AS A STRUCTURED EVENT, SO THE FEED
      *                   QUALITY SCORECARD CAN COUNT THEM PER FEED OVER
      *                   ANY DATE RANGE: STALEHDR (HEADER MISSING,
      *                   STALE, FUTURE-DATED OR OUT OF DATE ORDER),
      *                   TRLRMISM (TRAILER MISSING, OR A GRAND OR
      *                   PER-DIAL COUNT THAT DOES NOT MATCH), UNKNDIAL
      *                   (A DIAL NOT CONFIGURED FOR THE FEED, OR WITH
      *                   NO LIVE VERSION ON ITS DATE) AND DUPFEED (A
      *                   RE-SEND BLOCKED BY THE REGISTRY). THE EVENT
      *                   CARRIES THE DIAL WHERE THERE IS ONE, THE
      *                   FEED'S HEADER DATE AS ITS COUNT (ZERO WHEN
      *                   THERE IS NO HEADER) AND THE FEED NAME AS
      *                   CONFIGURED IN DIALCTLFILE AT THE FRONT OF THE
      *                   DETAIL. THE OPSLOG GENERATION IS NOW ALLOCATED
      *                   BY THIS STEP, SINCE IT IS THE FIRST TO WRITE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FG-FEED-NAME
               FILE STATUS IS WS-FEEDREGFILE-STATUS.

           SELECT PENDREQFILE ASSIGN TO PENDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REQUEST-ID
               FILE STATUS IS WS-PENDREQFILE-STATUS.

           SELECT FEEDLISTFILE ASSIGN TO FEEDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLISTFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
       FD  FEEDREGFILE.
           COPY FDREGREC.

       FD  PENDREQFILE.
           COPY PENDREC.

       FD  FEEDLISTFILE.
       01  FEEDLIST-FILE.
           05  FL-BASE-FILE            PIC X(40).
           05  FL-ACTUAL-FILE          PIC X(40).

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-INPUTFILE-EOF            PIC A(1).
       01  WS-TRAILER-TOTAL            PIC 9(09).
       01  WS-FEED-DATE                PIC 9(8).

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
       01  WS-OPS-DIAL-ID              PIC X(8).
       01  WS-OPS-COUNT                PIC 9(09).
       01  WS-OPS-DETAIL               PIC X(60).

       01  WS-FINDING-DETAIL.
           05  WS-FD-FEED-NAME         PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-TEXT              PIC X(19).

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(09) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE INPUT DATASETS AND
       01  WS-FEEDLIST-TABLE-PTR       POINTER.
       01  WS-GROUP-FEED-TABLE-PTR     POINTER.
       01  WS-OVERRIDE-TABLE-PTR       POINTER.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-UNKNOWN-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-UNKNOWN-SUB              PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-FEED-SUB                 PIC 9(09) VALUE 0.
       01  WS-OVERRIDE-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-OVERRIDE-SUB             PIC 9(09) VALUE 0.
       01  WS-UNAPPROVED-SUB           PIC 9(09) VALUE 0.
       01  WS-OVERRIDES-CLOSED         PIC 9(05) VALUE 0.
       01  WS-SWITCHES.
           05  WS-HEADER-SW            PIC X(01).
               88  FEED-HAS-HEADER               VALUE 'Y'.
               88  FEEDREGFILE-IS-OPEN           VALUE 'Y'.
           05  WS-DUPLICATE-SW         PIC X(01).
               88  FEED-IS-DUPLICATE             VALUE 'Y'.
           05  WS-PENDREQ-EOF          PIC X(01) VALUE 'N'.
           05  WS-PENDREQ-OPEN-SW      PIC X(01) VALUE 'N'.
               88  PENDREQFILE-IS-OPEN           VALUE 'Y'.
           05  WS-DATED-FEED-SW        PIC X(01).
               88  FEED-IS-FROM-LIST             VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-INPUTFILE-STATUS         PIC X(2).
       77  WS-FEEDREGFILE-STATUS       PIC X(2).
       77  WS-PENDREQFILE-STATUS       PIC X(2).
       77  WS-FEEDLISTFILE-STATUS      PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-DIAL-TABLE.
               10  WS-DL-MEMBER-SW     PIC X(01).
               10  WS-DL-DONE-SW       PIC X(01).

       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-STATUS        PIC X(01).

       01  WS-UNKNOWN-TABLE.
           05  WS-UNKNOWN-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-UNKNOWN-CAPACITY.
               10  WS-OV-FEED-NAME     PIC X(40).
               10  WS-OV-USER-ID       PIC X(8).
               10  WS-OV-USED-SW       PIC X(01).
               10  WS-OV-APPROVER-ID   PIC X(8).
               10  WS-OV-REQUEST-ID    PIC X(22).
               10  WS-OV-STATUS        PIC X(01).

       PROCEDURE DIVISION.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'FEED VALIDATION REPORT FOR ' WS-RUN-DATE.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
           END-IF.
           IF WS-OPSLOGFILE-STATUS = '00'
               SET OPSLOGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'FEEDVAL: UNABLE TO OPEN OPSLOG - EVENTS GO '
                   'TO SYSOUT ONLY'
           END-IF.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
           EXIT.

      *****************************************************************
      *  1700-LOAD-OVERRIDES - LOAD THE RE-SCORE OVERRIDE REQUESTS
      *                        THAT COULD AUTHORIZE A LEGITIMATE
      *                        RE-SCORE OF A FEED THE REGISTRY ALREADY
      *                        PASSED. ONLY AN APPROVED ONE DOES; A
      *                        PENDING ONE IS LOADED SO THE LISTING
      *                        CAN SAY WHY IT WAS REFUSED. NO PENDING
      *                        REQUEST FILE JUST MEANS NO OVERRIDES.
      *****************************************************************
       1700-LOAD-OVERRIDES.
           OPEN I-O PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               GO TO 1700-EXIT
           END-IF.
           SET PENDREQFILE-IS-OPEN TO TRUE.
           PERFORM 1760-START-OVERRIDES THRU 1760-EXIT.
           PERFORM 1750-LOAD-ONE-OVERRIDE THRU 1750-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  1750-LOAD-ONE-OVERRIDE - ADD ONE PENDING OR APPROVED OVERRIDE
      *                           REQUEST TO THE TABLE. AN APPROVAL
      *                           WITH NO APPROVER, OR BY THE
      *                           REQUESTER, COUNTS AS NO APPROVAL.
      *****************************************************************
       1750-LOAD-ONE-OVERRIDE.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 1750-EXIT
           END-READ.
           IF NOT PR-TYPE-FOVR
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 1750-EXIT
           END-IF.
           IF NOT PR-IS-PENDING AND NOT PR-IS-APPROVED
               GO TO 1750-EXIT
           END-IF.
           IF PR-OV-FEED-NAME = SPACES
               GO TO 1750-EXIT
           END-IF.
           IF WS-OVERRIDE-ENTRIES >= WS-OVERRIDE-CAPACITY
               DISPLAY 'FEEDVAL: OVERRIDE TABLE OVER ITS SIZED '
                   'CAPACITY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 1750-EXIT
           END-IF.
           ADD 1 TO WS-OVERRIDE-ENTRIES.
           MOVE PR-OV-FEED-NAME
               TO WS-OV-FEED-NAME (WS-OVERRIDE-ENTRIES).
           MOVE PR-REQUESTER-ID
               TO WS-OV-USER-ID (WS-OVERRIDE-ENTRIES).
           MOVE 'N' TO WS-OV-USED-SW (WS-OVERRIDE-ENTRIES).
           MOVE PR-APPROVER-ID
               TO WS-OV-APPROVER-ID (WS-OVERRIDE-ENTRIES).
           MOVE PR-REQUEST-ID
               TO WS-OV-REQUEST-ID (WS-OVERRIDE-ENTRIES).
           IF PR-IS-APPROVED
               AND PR-APPROVER-ID NOT = SPACES
               AND PR-APPROVER-ID NOT = PR-REQUESTER-ID
               MOVE 'A' TO WS-OV-STATUS (WS-OVERRIDE-ENTRIES)
           ELSE
               MOVE 'P' TO WS-OV-STATUS (WS-OVERRIDE-ENTRIES)
           END-IF.
       1750-EXIT.
           EXIT.

      *****************************************************************
      *  1760-START-OVERRIDES - POSITION THE PENDING REQUEST FILE AT
      *                         THE FIRST RE-SCORE OVERRIDE REQUEST
      *****************************************************************
       1760-START-OVERRIDES.
           MOVE 'N' TO WS-PENDREQ-EOF.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           SET PR-TYPE-FOVR TO TRUE.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
       1760-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - COUNT THE INPUT DATASETS AND ALLOCATE THE
      *                     RUN TABLES TO MATCH, SO A CONTROL FILE OF
           EXIT.

      *****************************************************************
      *  1110-COUNT-DIALCTL - ONE TABLE SLOT PER CONTROL RECORD, IN
      *                       THE DIAL TABLE AND THE VERSION TABLE. AN
      *                       UNOPENABLE CONTROL FILE IS REPORTED BY
      *                       THE REAL OPEN IN 1000-INITIALIZE.
      *****************************************************************
           EXIT.

      *****************************************************************
      *  1140-COUNT-OVERRIDES - ONE SLOT PER RE-SCORE OVERRIDE
      *                         REQUEST ON FILE
      *****************************************************************
       1140-COUNT-OVERRIDES.
           MOVE 0 TO WS-OVERRIDE-CAPACITY.
           OPEN INPUT PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               GO TO 1140-EXIT
           END-IF.
           PERFORM 1760-START-OVERRIDES THRU 1760-EXIT.
           PERFORM 1145-COUNT-ONE-OVERRIDE THRU 1145-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
           CLOSE PENDREQFILE.
           MOVE 'N' TO WS-PENDREQ-EOF.
       1140-EXIT.
           EXIT.

      *****************************************************************
      *  1145-COUNT-ONE-OVERRIDE - COUNT ONE OVERRIDE REQUEST
      *****************************************************************
       1145-COUNT-ONE-OVERRIDE.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 1145-EXIT
           END-READ.
           IF NOT PR-TYPE-FOVR
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 1145-EXIT
           END-IF.
           ADD 1 TO WS-OVERRIDE-CAPACITY.
       1145-EXIT.
           EXIT.
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-VERSION-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-VERSION-TABLE-PTR.
           SET ADDRESS OF WS-VERSION-TABLE TO WS-VERSION-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES = WS-UNKNOWN-CAPACITY
               * LENGTH OF WS-UNKNOWN-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
           SET ADDRESS OF WS-OVERRIDE-TABLE
               TO WS-OVERRIDE-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-VERSION-TABLE-PTR = NULL
               OR WS-UNKNOWN-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-GROUP-FEED-TABLE-PTR = NULL
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD TO THE
      *                       VERSION TABLE, AND ITS DIAL TO THE DIAL
      *                       TABLE THE FIRST TIME THE DIAL IS SEEN.
      *                       A BLANK OR NON-NUMERIC EFFECTIVE DATE
      *                       IS IN FORCE FROM THE BEGINNING OF TIME.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'FEEDVAL: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
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
           IF DC-VERSION-RETIRED
               MOVE 'D' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
           ELSE
               MOVE 'A' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
           END-IF.
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
      *  2000-CHECK-ONE-GROUP - VALIDATE ONE DISTINCT FEED FILE
      *                         AGAINST ITS HEADER, ITS TRAILER COUNTS
           IF NOT FEED-HAS-HEADER
               DISPLAY '    *** FEED HAS NO HEADER RECORD ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'STALEHDR' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE 'NO HEADER' TO WS-FD-TEXT
               PERFORM 2900-LOG-FINDING THRU 2900-EXIT
           ELSE
               PERFORM 2520-CHECK-HEADER-DATE THRU 2520-EXIT
           END-IF.
           IF NOT FEED-HAS-TRAILER
               DISPLAY '    *** FEED HAS NO TRAILER RECORD ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'TRLRMISM' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE 'NO TRAILER' TO WS-FD-TEXT
               PERFORM 2900-LOG-FINDING THRU 2900-EXIT
           ELSE
               IF WS-TRAILER-TOTAL NOT = WS-ACTUAL-TOTAL
                   DISPLAY '    *** FEED IS SHORT OR LONG - TRAILER '
                       'STATES ' WS-TRAILER-TOTAL ' RECORD(S), READ '
                       WS-ACTUAL-TOTAL ' ***'
                   ADD 1 TO WS-FEED-ERRORS
                   MOVE 'TRLRMISM' TO WS-OPS-EVENT-CODE
                   MOVE SPACES TO WS-OPS-DIAL-ID
                   MOVE 'GRAND TOTAL' TO WS-FD-TEXT
                   PERFORM 2900-LOG-FINDING THRU 2900-EXIT
               END-IF
           END-IF.
           PERFORM 2550-CHECK-ONE-MEMBER THRU 2550-EXIT
                       WS-FEED-DATE ' IS NOT RUN DATE '
                       WS-RUN-DATE ' ***'
                   ADD 1 TO WS-FEED-ERRORS
                   MOVE 'STALE HEADER DATE' TO WS-FD-TEXT
                   PERFORM 2530-LOG-HEADER-FINDING THRU 2530-EXIT
               END-IF
               GO TO 2520-EXIT
           END-IF.
                   'HEADER DATE ' WS-FEED-DATE ' IS PAST RUN DATE '
                   WS-RUN-DATE ' ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'FUTURE HEADER DATE' TO WS-FD-TEXT
               PERFORM 2530-LOG-HEADER-FINDING THRU 2530-EXIT
           END-IF.
           IF WS-FEED-DATE NOT > WS-PREV-FEED-DATE
               DISPLAY '    *** LISTED FEED IS OUT OF DATE ORDER - '
                   'HEADER DATE ' WS-FEED-DATE ' DOES NOT FOLLOW '
                   WS-PREV-FEED-DATE ' ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'HEADER DATE ORDER' TO WS-FD-TEXT
               PERFORM 2530-LOG-HEADER-FINDING THRU 2530-EXIT
           END-IF.
           MOVE WS-FEED-DATE TO WS-PREV-FEED-DATE.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2530-LOG-HEADER-FINDING - LOG ONE HEADER DATE FINDING
      *****************************************************************
       2530-LOG-HEADER-FINDING.
           MOVE 'STALEHDR' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           PERFORM 2900-LOG-FINDING THRU 2900-EXIT.
       2530-EXIT.
           EXIT.

      *****************************************************************
      *  2550-CHECK-ONE-MEMBER - ONE MEMBER DIAL'S STATED COUNT MUST
      *                          MATCH WHAT WAS READ FOR IT, AND A
      *                          MEMBER WITH RECORDS MUST HAVE A LIVE
      *                          VERSION IN FORCE ON THE FEED DATE
      *****************************************************************
       2550-CHECK-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2550-EXIT
           END-IF.
           IF WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB) > 0
               PERFORM 2560-CHECK-VERSION THRU 2560-EXIT
           END-IF.
           IF WS-DL-STATED-SW (WS-MEMBER-SUB) = 'Y'
               IF WS-DL-STATED-COUNT (WS-MEMBER-SUB)
                   NOT = WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB)
                       ', READ '
                       WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB) ' ***'
                   ADD 1 TO WS-FEED-ERRORS
                   MOVE 'DIAL COUNT' TO WS-FD-TEXT
                   PERFORM 2580-LOG-MEMBER-FINDING THRU 2580-EXIT
               END-IF
           ELSE
               IF WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB) > 0
                       ' RECORD(S) BUT NO PER-DIAL COUNT IN THE '
                       'TRAILER ***'
                   ADD 1 TO WS-FEED-ERRORS
                   MOVE 'NO DIAL COUNT' TO WS-FD-TEXT
                   PERFORM 2580-LOG-MEMBER-FINDING THRU 2580-EXIT
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2560-CHECK-VERSION - FIND THE MEMBER'S VERSION IN FORCE ON
      *                       THE FEED DATE - THE LATEST EFFECTIVE
      *                       DATE NOT AFTER IT, THE LATER RECORD
      *                       WINNING A TIE. NONE AT ALL, OR A
      *                       RETIREMENT, MEANS THE FEED CARRIES
      *                       RECORDS THE SCORING STEPS WOULD NOT
      *                       SCORE.
      *****************************************************************
       2560-CHECK-VERSION.
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 2570-TRY-ONE-VERSION THRU 2570-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               DISPLAY '    *** DIAL '
                   WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' HAS ' WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB)
                   ' RECORD(S) BUT NO DIAL CONTROL VERSION IN FORCE '
                   'ON ' WS-FEED-DATE ' ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'UNKNDIAL' TO WS-OPS-EVENT-CODE
               MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID
               MOVE 'NO VERSION IN FORCE' TO WS-FD-TEXT
               PERFORM 2900-LOG-FINDING THRU 2900-EXIT
               GO TO 2560-EXIT
           END-IF.
           IF WS-VR-STATUS (WS-VERSION-MATCH-SUB) = 'D'
               DISPLAY '    *** DIAL '
                   WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' HAS ' WS-DL-ACTUAL-COUNT (WS-MEMBER-SUB)
                   ' RECORD(S) BUT IS RETIRED ON ' WS-FEED-DATE
                   ' ***'
               ADD 1 TO WS-FEED-ERRORS
               MOVE 'UNKNDIAL' TO WS-OPS-EVENT-CODE
               MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID
               MOVE 'DIAL RETIRED' TO WS-FD-TEXT
               PERFORM 2900-LOG-FINDING THRU 2900-EXIT
           END-IF.
       2560-EXIT.
           EXIT.

      *****************************************************************
      *  2570-TRY-ONE-VERSION - KEEP ONE VERSION OF THE MEMBER'S DIAL
      *                         IF IT IS IN FORCE ON THE FEED DATE AND
      *                         NO EARLIER THAN THE BEST SO FAR
      *****************************************************************
       2570-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB)
               NOT = WS-DL-DIAL-ID (WS-MEMBER-SUB)
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-FEED-DATE
               GO TO 2570-EXIT
           END-IF.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
               GO TO 2570-EXIT
           END-IF.
           IF WS-VR-EFF-DATE (WS-VERSION-SUB)
               NOT < WS-VR-EFF-DATE (WS-VERSION-MATCH-SUB)
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.
       2570-EXIT.
           EXIT.

      *****************************************************************
      *  2580-LOG-MEMBER-FINDING - LOG ONE MEMBER DIAL'S TRAILER COUNT
      *                            FINDING
      *****************************************************************
       2580-LOG-MEMBER-FINDING.
           MOVE 'TRLRMISM' TO WS-OPS-EVENT-CODE.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID.
           PERFORM 2900-LOG-FINDING THRU 2900-EXIT.
       2580-EXIT.
           EXIT.

      *****************************************************************
      *  2600-REPORT-ONE-UNKNOWN - REPORT ONE DIAL-ID THAT APPEARED IN
      *                            THE FEED WITHOUT BEING CONFIGURED
                   'NOT IN DIALCTLFILE AT ALL ***'
           END-IF.
           ADD 1 TO WS-FEED-ERRORS.
           MOVE 'UNKNDIAL' TO WS-OPS-EVENT-CODE.
           MOVE WS-UN-DIAL-ID (WS-UNKNOWN-SUB) TO WS-OPS-DIAL-ID.
           IF WS-UN-REASON (WS-UNKNOWN-SUB) = 'W'
               MOVE 'NOT FOR THIS FEED' TO WS-FD-TEXT
           ELSE
               MOVE 'NOT IN DIALCTL' TO WS-FD-TEXT
           END-IF.
           PERFORM 2900-LOG-FINDING THRU 2900-EXIT.
       2600-EXIT.
           EXIT.

      *  2700-CHECK-REGISTRY - A FEED THE REGISTRY ALREADY PASSED WITH
      *                        THE SAME HEADER DATE IS A RE-SEND OR A
      *                        RERUN AND IS BLOCKED, UNLESS AN
      *                        APPROVED OVERRIDE REQUEST NAMES IT. THE
      *                        CHECK RUNS EVEN FOR A FEED THAT JUST
      *                        FAILED VALIDATION - A DAMAGED RE-SEND
      *                        OF AN ALREADY-SCORED DAY MUST NOT GET
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ.
           IF FEED-REG-BACKED-OUT
               AND FG-FEED-DATE = WS-FEED-DATE
               DISPLAY '    FEED WAS BACKED OUT AFTER SCORING ON '
                   FG-SCORED-DATE ' - RE-SCORE ALLOWED'
               GO TO 2700-EXIT
           END-IF.
           IF NOT FEED-REG-PASSED
               GO TO 2700-EXIT
           END-IF.
           IF WS-MATCH-SUB NOT = 0
               DISPLAY '    FEED ALREADY PASSED ON '
                   FG-SCORED-DATE ' - RE-SCORE AUTHORIZED BY '
                   WS-OV-USER-ID (WS-MATCH-SUB) ' APPROVED BY '
                   WS-OV-APPROVER-ID (WS-MATCH-SUB)
               DISPLAY '    OVERRIDE REQUEST '
                   WS-OV-REQUEST-ID (WS-MATCH-SUB)
               MOVE 'Y' TO WS-OV-USED-SW (WS-MATCH-SUB)
               GO TO 2700-EXIT
           END-IF.
           IF WS-UNAPPROVED-SUB NOT = 0
               DISPLAY '    *** OVERRIDE REQUEST '
                   WS-OV-REQUEST-ID (WS-UNAPPROVED-SUB) ' FROM '
                   WS-OV-USER-ID (WS-UNAPPROVED-SUB)
                   ' HAS NO SECOND-USER APPROVAL - REFUSED ***'
           END-IF.
           DISPLAY '    *** DUPLICATE FEED - ALREADY PASSED TO '
               'SCORING ON ' FG-SCORED-DATE ' AT ' FG-SCORED-TIME
               ' WITH ' FG-GRAND-TOTAL ' RECORD(S); NO OVERRIDE '
               'ON FILE ***'.
           SET FEED-IS-DUPLICATE TO TRUE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE 'DUPFEED' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE 'DUPLICATE RESEND' TO WS-FD-TEXT.
           PERFORM 2900-LOG-FINDING THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2750-FIND-OVERRIDE - LOOK THE CURRENT FEED UP AMONG THE
      *                       OVERRIDE REQUESTS: THE FIRST APPROVED
      *                       ONE NOT ALREADY USED THIS RUN, OR
      *                       FAILING THAT THE FIRST UNAPPROVED ONE
      *****************************************************************
       2750-FIND-OVERRIDE.
           MOVE 0 TO WS-MATCH-SUB.
           MOVE 0 TO WS-UNAPPROVED-SUB.
           PERFORM 2760-TRY-ONE-OVERRIDE THRU 2760-EXIT
               VARYING WS-OVERRIDE-SUB FROM 1 BY 1
               UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
       2750-EXIT.
           EXIT.

      *****************************************************************
      *  2760-TRY-ONE-OVERRIDE - CHECK ONE OVERRIDE REQUEST AGAINST
      *                          THE CURRENT FEED
      *****************************************************************
       2760-TRY-ONE-OVERRIDE.
           IF WS-OV-FEED-NAME (WS-OVERRIDE-SUB) NOT = WS-INPUT-FILENAME
               OR WS-OV-USED-SW (WS-OVERRIDE-SUB) = 'Y'
               GO TO 2760-EXIT
           END-IF.
           IF WS-OV-STATUS (WS-OVERRIDE-SUB) = 'A'
               MOVE WS-OVERRIDE-SUB TO WS-MATCH-SUB
           ELSE
               IF WS-UNAPPROVED-SUB = 0
                   MOVE WS-OVERRIDE-SUB TO WS-UNAPPROVED-SUB
               END-IF
           END-IF.
       2760-EXIT.
           EXIT.

      *****************************************************************
      *  2800-RECORD-REGISTRY - REMEMBER THE OUTCOME FOR THIS FEED:
      *                         P WHEN IT PASSED TO SCORING, F WHEN
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  2900-LOG-FINDING - APPEND ONE VALIDATION FINDING FOR THE
      *                     CURRENT FEED TO OPSLOG. THE CALLER SETS
      *                     THE EVENT CODE, THE DIAL AND THE SHORT
      *                     FINDING TEXT; THE FEED'S HEADER DATE IS
      *                     THE COUNT AND ITS CONFIGURED NAME LEADS
      *                     THE DETAIL.
      *****************************************************************
       2900-LOG-FINDING.
           MOVE 'E' TO WS-OPS-SEVERITY.
           MOVE WS-FEED-DATE TO WS-OPS-COUNT.
           MOVE WS-BASE-FILENAME TO WS-FD-FEED-NAME.
           MOVE WS-FINDING-DETAIL TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-OPS-EVENT - APPEND ONE STRUCTURED EVENT TO THE
      *                         SHARED OPERATIONS LOG. A LOG THAT
      *                         COULD NOT BE OPENED LEAVES THE EVENT
      *                         ON SYSOUT ONLY.
      *****************************************************************
       8000-WRITE-OPS-EVENT.
           IF NOT OPSLOGFILE-IS-OPEN
               GO TO 8000-EXIT
           END-IF.
           ACCEPT WS-OPS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO OL-DATE.
           MOVE WS-OPS-TIME (1:6) TO OL-TIME.
           MOVE 'FEEDVAL' TO OL-PROGRAM.
           MOVE WS-OPS-DIAL-ID TO OL-DIAL-ID.
           MOVE WS-OPS-SEVERITY TO OL-SEVERITY.
           MOVE WS-OPS-EVENT-CODE TO OL-EVENT-CODE.
           MOVE WS-OPS-COUNT TO OL-COUNT.
           MOVE WS-OPS-DETAIL TO OL-DETAIL.
           WRITE OPSLOG-FILE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY, CLOSE UP, AND SET
      *                   THE STEP RETURN CODE. A DUPLICATE FEED SETS
               AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CLOSE-OVERRIDES THRU 9100-EXIT.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'STEPEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-FEED-COUNT TO WS-OPS-COUNT.
           MOVE 'FEEDS VALIDATED THIS STEP' TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF PENDREQFILE-IS-OPEN
               CLOSE PENDREQFILE
           END-IF.
           IF FEEDREGFILE-IS-OPEN
               CLOSE FEEDREGFILE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-CLOSE-OVERRIDES - AN APPROVED OVERRIDE AUTHORIZES ONE
      *                         RE-SCORE. WHEN THIS STEP ENDS CLEAN
      *                         THE SCORING STEPS RUN, SO EVERY
      *                         OVERRIDE USED IS MARKED APPLIED; WHEN
      *                         IT DOES NOT, THEY STAY APPROVED FOR
      *                         THE RERUN.
      *****************************************************************
       9100-CLOSE-OVERRIDES.
           IF NOT PENDREQFILE-IS-OPEN
               OR RETURN-CODE >= 8
               GO TO 9100-EXIT
           END-IF.
           PERFORM 9150-CLOSE-ONE-OVERRIDE THRU 9150-EXIT
               VARYING WS-OVERRIDE-SUB FROM 1 BY 1
               UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-ENTRIES.
           IF WS-OVERRIDES-CLOSED NOT = 0
               DISPLAY 'FEEDVAL: ' WS-OVERRIDES-CLOSED
                   ' OVERRIDE REQUEST(S) MARKED APPLIED'
           END-IF.
       9100-EXIT.
           EXIT.

      *****************************************************************
      *  9150-CLOSE-ONE-OVERRIDE - MARK ONE USED OVERRIDE APPLIED
      *****************************************************************
       9150-CLOSE-ONE-OVERRIDE.
           IF WS-OV-USED-SW (WS-OVERRIDE-SUB) NOT = 'Y'
               GO TO 9150-EXIT
           END-IF.
           MOVE WS-OV-REQUEST-ID (WS-OVERRIDE-SUB) TO PR-REQUEST-ID.
           READ PENDREQFILE
               INVALID KEY
                   DISPLAY 'FEEDVAL: OVERRIDE REQUEST ' PR-REQUEST-ID
                       ' HAS LEFT PENDREQ'
                   GO TO 9150-EXIT
           END-READ.
           SET PR-IS-APPLIED TO TRUE.
           MOVE WS-RUN-DATE TO PR-APPLIED-DATE.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   DISPLAY 'FEEDVAL: UNABLE TO MARK OVERRIDE REQUEST '
                       PR-REQUEST-ID ' APPLIED'
                   GO TO 9150-EXIT
           END-REWRITE.
           ADD 1 TO WS-OVERRIDES-CLOSED.
       9150-EXIT.
           EXIT.
