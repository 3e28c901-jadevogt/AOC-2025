      *                   ALLOCATED TO MATCH; ANY TABLE STILL FOUND
      *                   OVER ITS SIZED CAPACITY, OR AN ALLOCATION
      *                   FAILURE, STOPS THE RUN WITH RETURN-CODE 16.
      *  10/15/2026 DJV   DIALCTL NOW HOLDS DATED VERSIONS OF EACH
      *                   DIAL'S SETTINGS. A DIAL IS BALANCED ONCE
      *                   HOWEVER MANY VERSIONS IT HAS, AND A FEED'S
      *                   RECORDS ARE COUNTED TO A DIAL ONLY WHEN THE
      *                   DIAL HAS A VALID LIVE VERSION IN FORCE ON THE
      *                   FEED'S HEADER DATE - THE SAME TEST THE SCORING
      *                   STEPS APPLY BEFORE SCORING IT. A DIAL NOT IN
      *                   FORCE FOR ANY FEED IS LISTED AS NOT SCORED AND
      *                   IS NOT AN ACCOUNTING ERROR. THE EXCEPTION
      *                   LAYOUTS PICK UP THE NEW FEED DATE AND FILE
      *                   NAME FIELDS UNDER THEIR OWN PREFIXES; THE
      *                   BALANCING IS UNCHANGED.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ==EX-RECORD-COUNT== BY ==E1-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==E1-DIRECTION==
               ==EX-MAGNITUDE==    BY ==E1-MAGNITUDE==
               ==EX-REASON==       BY ==E1-REASON==
               ==EX-FEED-DATE==    BY ==E1-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==E1-INPUT-FILE==.

       FD  EXCPTWOFILE.
           COPY EXCPREC
               ==EX-RECORD-COUNT== BY ==E2-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==E2-DIRECTION==
               ==EX-MAGNITUDE==    BY ==E2-MAGNITUDE==
               ==EX-REASON==       BY ==E2-REASON==
               ==EX-FEED-DATE==    BY ==E2-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==E2-INPUT-FILE==.

       FD  RPTONEFILE.
           COPY RPTREC
       01  WS-ERROR-COUNT              PIC 9(05) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXPECTED-COUNT           PIC 9(09).
       01  WS-FEED-DATE                PIC 9(8).

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(09) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE RUN TABLES ARE SIZED FROM THE INPUT DATASETS AND
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-FEEDLIST-TABLE-PTR       POINTER.
       01  WS-GROUP-FEED-TABLE-PTR     POINTER.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-FEEDLIST-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-SUB             PIC 9(09) VALUE 0.
               10  WS-DL-R2-SEEN-SW    PIC X(01).
               10  WS-DL-MEMBER-SW     PIC X(01).
               10  WS-DL-DONE-SW       PIC X(01).
               10  WS-DL-LIVE-SW       PIC X(01).
               10  WS-DL-LIVE-FEEDS    PIC 9(09).

       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-STATUS        PIC X(01).

       01  WS-FEEDLIST-TABLE.
           05  WS-FEEDLIST-ENTRY OCCURS 1 TO 1000000 TIMES
           EXIT.

      *****************************************************************
      *  1110-COUNT-DIALCTL - ONE TABLE SLOT PER CONTROL RECORD, IN
      *                       THE DIAL TABLE AND THE VERSION TABLE
      *****************************************************************
       1110-COUNT-DIALCTL.
           MOVE 0 TO WS-DIAL-CAPACITY.
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
           SET ADDRESS OF WS-GROUP-FEED-TABLE
               TO WS-GROUP-FEED-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-VERSION-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-GROUP-FEED-TABLE-PTR = NULL
               DISPLAY 'RECCOUNT: UNABLE TO ALLOCATE THE RUN TABLES'
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD TO THE
      *                       VERSION TABLE, AND ITS DIAL TO THE DIAL
      *                       TABLE THE FIRST TIME THE DIAL IS SEEN.
      *                       A BLANK OR NON-NUMERIC EFFECTIVE DATE
      *                       IS IN FORCE FROM THE BEGINNING OF TIME;
      *                       A VERSION WITH A DIAL SIZE OR TARGET
      *                       THE SCORING STEPS REFUSE IS STATUS 'B'.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'RECCOUNT: DIAL CONTROL TABLE OVER ITS SIZED '
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
           EVALUATE TRUE
               WHEN DC-VERSION-RETIRED
                   MOVE 'D' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
               WHEN DC-DIAL-SIZE NOT GREATER THAN 0
                   MOVE 'B' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
               WHEN DC-TARGET-POS IS NUMERIC
                   AND DC-TARGET-POS NOT LESS THAN DC-DIAL-SIZE
                   MOVE 'B' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
               WHEN OTHER
                   MOVE 'A' TO WS-VR-STATUS (WS-VERSION-ENTRIES)
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
           MOVE 'N' TO WS-DL-R2-SEEN-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-MEMBER-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-DONE-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-LIVE-SW (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-LIVE-FEEDS (WS-DIAL-ENTRIES).
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
      *  2000-COUNT-ONE-FEED - COUNT ONE DISTINCT FEED'S INSTRUCTION
      *                        RECORDS PER DIAL. BLANK DIAL-ID RECORDS
      *****************************************************************
      *  2050-COUNT-ONE-ACTUAL-FEED - COUNT ONE FEED FILE'S
      *                               INSTRUCTION RECORDS INTO THE
      *                               TOTALS OF THE GROUP MEMBERS IN
      *                               FORCE ON ITS HEADER DATE
      *****************************************************************
       2050-COUNT-ONE-ACTUAL-FEED.
           MOVE WS-GF-ACTUAL-FILE (WS-FEED-SUB) TO WS-INPUT-FILENAME.
           MOVE 0 TO WS-BLANK-COUNT.
           MOVE 0 TO WS-FEED-DATE.
           PERFORM 2150-SET-ONE-LIVE THRU 2150-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES.
           MOVE 'N' TO WS-INPUTFILE-EOF.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS NOT = '00'
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-SET-ONE-LIVE - DECIDE WHETHER ONE MEMBER IS SCORED FOR
      *                      THE CURRENT FEED: ITS VERSION IN FORCE ON
      *                      THE FEED DATE - THE LATEST EFFECTIVE DATE
      *                      NOT AFTER IT, THE LATER RECORD WINNING A
      *                      TIE - MUST BE A VALID LIVE ONE
      *****************************************************************
       2150-SET-ONE-LIVE.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2150-EXIT
           END-IF.
           MOVE 'N' TO WS-DL-LIVE-SW (WS-MEMBER-SUB).
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 2160-TRY-ONE-VERSION THRU 2160-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB NOT = 0
               IF WS-VR-STATUS (WS-VERSION-MATCH-SUB) = 'A'
                   MOVE 'Y' TO WS-DL-LIVE-SW (WS-MEMBER-SUB)
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-TRY-ONE-VERSION - KEEP ONE VERSION OF THE MEMBER'S DIAL
      *                         IF IT IS IN FORCE ON THE FEED DATE AND
      *                         NO EARLIER THAN THE BEST SO FAR
      *****************************************************************
       2160-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB)
               NOT = WS-DL-DIAL-ID (WS-MEMBER-SUB)
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-FEED-DATE
               GO TO 2160-EXIT
           END-IF.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
               GO TO 2160-EXIT
           END-IF.
           IF WS-VR-EFF-DATE (WS-VERSION-SUB)
               NOT < WS-VR-EFF-DATE (WS-VERSION-MATCH-SUB)
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-COUNT-ONE-RECORD - COUNT ONE INSTRUCTION RECORD; HEADER
      *                          AND TRAILER CONTROL RECORDS ARE NOT
      *                          INSTRUCTIONS AND ARE PASSED OVER,
      *                          THOUGH THE HEADER'S FEED DATE DECIDES
      *                          WHICH MEMBERS ARE IN FORCE
      *****************************************************************
       2200-COUNT-ONE-RECORD.
           READ INPUTFILE
                   MOVE 'Y' TO WS-INPUTFILE-EOF
                   GO TO 2200-EXIT
           END-READ.
           IF FEED-HEADER-REC
               MOVE FV-FEED-DATE TO WS-FEED-DATE
               PERFORM 2150-SET-ONE-LIVE THRU 2150-EXIT
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES
               GO TO 2200-EXIT
           END-IF.
           IF FEED-DIAL-COUNT-REC
               OR FEED-TRAILER-REC
               GO TO 2200-EXIT
           END-IF.
           MOVE DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 2250-FIND-MEMBER THRU 2250-EXIT.
           IF WS-MATCH-SUB NOT = 0
               IF WS-DL-LIVE-SW (WS-MATCH-SUB) = 'Y'
                   ADD 1 TO WS-DL-FEED-COUNT (WS-MATCH-SUB)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *                         THE FULL BLANK COUNT. THE MEMBER FLAG
      *                         SURVIVES UNTIL EVERY LISTED
      *                         GENERATION OF THE FEED IS COUNTED.
      *                         A MEMBER NOT IN FORCE ON THE FEED
      *                         DATE WAS NOT SCORED AND GETS NONE.
      *****************************************************************
       2300-ADD-BLANK-SHARE.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) = 'Y'
               AND WS-DL-LIVE-SW (WS-MEMBER-SUB) = 'Y'
               ADD WS-BLANK-COUNT TO WS-DL-FEED-COUNT (WS-MEMBER-SUB)
               ADD 1 TO WS-DL-LIVE-FEEDS (WS-MEMBER-SUB)
           END-IF.
       2300-EXIT.
           EXIT.
      *  5000-BALANCE-ONE-DIAL - THE ARITHMETIC, PER DIAL AND PER
      *                          SIDE: FEED = APPLIED + REJECTED, AND
      *                          THE EXCEPTIONS DATASET CARRIES THE
      *                          PUBLISHED REJECTS. A DIAL IN
      *                          FORCE FOR NONE OF THE FEEDS WAS NOT
      *                          SCORED AND HAS NOTHING TO BALANCE.
      *****************************************************************
       5000-BALANCE-ONE-DIAL.
           DISPLAY '  DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
               ' FEED RECORDS ' WS-DL-FEED-COUNT (WS-MEMBER-SUB).
           IF WS-DL-LIVE-FEEDS (WS-MEMBER-SUB) = 0
               AND WS-DL-R1-SEEN-SW (WS-MEMBER-SUB) NOT = 'Y'
               AND WS-DL-R2-SEEN-SW (WS-MEMBER-SUB) NOT = 'Y'
               DISPLAY '    NO DIAL CONTROL VERSION IN FORCE FOR ANY '
                   'FEED DATE - NOT SCORED'
               GO TO 5000-EXIT
           END-IF.
           IF WS-DL-R1-SEEN-SW (WS-MEMBER-SUB) NOT = 'Y'
               DISPLAY '    *** NO PARTONE REPORT RECORD ***'
               ADD 1 TO WS-ERROR-COUNT
