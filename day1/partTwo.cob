      *                   AND OPSLOG DETAIL - THE OLD WORDING
      *                   CLAIMED THE DIAL EXCEEDED ITS OWN
      *                   TOLERANCE, WHICH WAS FALSE.
      *  10/15/2026 DJV   CARRY-FORWARD START POSITION, DATED DIAL
      *                   VERSIONS AND PARALLEL STREAMS, IN STEP WITH
      *                   PARTONE. A DIAL WHOSE DC-START-MODE IS 'C'
      *                   STARTS EACH FEED WHERE THE LAST PUBLISHED FEED
      *                   LEFT IT, READ FROM THE NEW KEYED POSTWO
      *                   POSITION MASTER; ON A CATCH-UP RUN EACH DATED
      *                   FEED STARTS WHERE THE ONE BEFORE IT FINISHED.
      *                   THE MASTER IS ONLY READ HERE: EACH PUBLISHED
      *                   RESULT'S RP-FINAL-STATE AND FEED DATE ARE
      *                   WRITTEN TO THE POSUPD DATASET FOR VLTMERGE TO
      *                   APPLY, A WITHHELD RESULT IS NOT, AND NEITHER
      *                   IS A FEED OLDER THAN THE ONE THE MASTER
      *                   ALREADY HOLDS, SO THE MASTER NEVER MOVES
      *                   BACKWARDS. WHEN THE POSITION CARRIED IN IS NOT
      *                   FROM THE FEED DATE JUST BEFORE THIS ONE, THE
      *                   CONTINUITY BREAK IS REPORTED TO SYSOUT AND
      *                   OPSLOG (CONTBRK) WITH RETURN-CODE 4. A
      *                   CHECKPOINT RESUME STILL TAKES ITS STATE FROM
      *                   THE CHECKPOINT, A Z RESET STILL RETURNS TO THE
      *                   CONFIGURED START, AND FIXED-START DIALS SCORE
      *                   EXACTLY AS BEFORE. DIALCTL NOW HOLDS DATED
      *                   VERSIONS OF EACH DIAL'S SETTINGS. EVERY
      *                   CONTROL RECORD IS LOADED INTO A VERSION TABLE,
      *                   AND EACH FEED IS SCORED WITH THE START STATE,
      *                   DIAL SIZE, TOLERANCE, TARGET AND START MODE OF
      *                   THE VERSION IN FORCE ON ITS OWN HEADER DATE
      *                   (FV-FEED-DATE) - A CATCH-UP RUN NO LONGER
      *                   SCORES LAST WEEK'S FEED WITH THIS WEEK'S
      *                   TARGET, AND A STAGED CHANGE TAKES HOLD ON ITS
      *                   DATE WITHOUT A MIDNIGHT EDIT. THE BREAKER AND
      *                   REPORT USE THE SAME VERSION. A DIAL WITH NO
      *                   LIVE VERSION ON A FEED'S DATE (NOT YET ADDED,
      *                   OR RETIRED) IS NOT SCORED FOR THAT FEED AND A
      *                   NOVERSN EVENT GOES TO OPSLOG. A BAD DIAL SIZE
      *                   OR TARGET NOW SKIPS ONLY THE VERSION THAT
      *                   CARRIES IT. EACH EXCEPTION RECORD CARRIES THE
      *                   HEADER DATE AND FILE NAME OF THE FEED IT CAME
      *                   FROM (EX-FEED-DATE, EX-INPUT-FILE), FOR THE
      *                   FEED QUALITY SCORECARD. HISTTWO IS NOW ONLY
      *                   READ, FOR THE OUTLIER AVERAGES; THE RUN'S NEW
      *                   HISTORY RECORDS GO TO THE NEW HISTNEW DATASET.
      *                   THE PARALLEL VAULT STREAMS EACH WRITE THEIR
      *                   OWN HISTNEW WHILE READING THE SHARED HISTORY,
      *                   AND THE MERGE JOB APPENDS THEM TO HISTTWO ONCE
      *                   EVERY STREAM HAS FINISHED. A ONE-STREAM JOB
      *                   POINTS HISTNEW AT HISTTWO ITSELF.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORYFILE-STATUS.

           SELECT HISTNEWFILE ASSIGN TO HISTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTNEWFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLISTFILE-STATUS.

           SELECT POSFILE ASSIGN TO POSTWO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-DIAL-ID
               FILE STATUS IS WS-POSFILE-STATUS.

           SELECT POSUPDFILE ASSIGN TO POSUPD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSUPDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIALCTLFILE.
       FD  HISTORYFILE.
           COPY HISTREC.

       FD  HISTNEWFILE.
       01  HISTNEW-REC                 PIC X(46).

       FD  OPSLOGFILE.
           COPY OPSLGREC.

           05  FL-BASE-FILE            PIC X(40).
           05  FL-ACTUAL-FILE          PIC X(40).

       FD  POSFILE.
           COPY DLPOSREC.

       FD  POSUPDFILE.
       01  POSUPD-REC                  PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-INPUTFILE.
           05  WS-DIRECTION            PIC A(1).
       01  WS-FEEDLIST-EOF             PIC A(1) VALUE 'N'.
       01  WS-GROUP-FAILED-SW          PIC X(01).
       01  WS-HELD-RECORD-SW           PIC X(01).
       01  WS-CARRY-DIAL-COUNT         PIC 9(09) VALUE 0.
       01  WS-VERSION-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-VERSION-SUB              PIC 9(09) VALUE 0.
       01  WS-VERSION-MATCH-SUB        PIC 9(09) VALUE 0.
       01  WS-DIAL-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-VERSION-TABLE-PTR        POINTER.
       01  WS-CARRY-DAYS               PIC S9(9).

       01  WS-FEEDLIST-ENTRIES         PIC 9(09) VALUE 0.
       01  WS-FEEDLIST-SUB             PIC 9(09) VALUE 0.
               88  REPORTFILE-IS-OPEN            VALUE 'Y'.
           05  WS-EXCEPTFILE-OPEN-SW   PIC X(01) VALUE 'N'.
               88  EXCEPTFILE-IS-OPEN            VALUE 'Y'.
           05  WS-HISTNEW-OPEN-SW      PIC X(01) VALUE 'N'.
               88  HISTNEWFILE-IS-OPEN           VALUE 'Y'.
           05  WS-HIST-TABLE-FULL-SW   PIC X(01) VALUE 'N'.
               88  HIST-TABLE-IS-FULL             VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-POSFILE-OPEN-SW      PIC X(01) VALUE 'N'.
               88  POSFILE-IS-OPEN               VALUE 'Y'.
           05  WS-POSUPD-OPEN-SW       PIC X(01) VALUE 'N'.
               88  POSUPDFILE-IS-OPEN            VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-INPUTFILE-STATUS         PIC X(2).
       77  WS-EXCEPTFILE-STATUS        PIC X(2).
       77  WS-CKPTFILE-STATUS          PIC X(2).
       77  WS-HISTORYFILE-STATUS       PIC X(2).
       77  WS-HISTNEWFILE-STATUS       PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-FEEDLISTFILE-STATUS      PIC X(2).
       77  WS-POSFILE-STATUS           PIC X(2).
       77  WS-POSUPDFILE-STATUS        PIC X(2).
       77  WS-OPS-TIME                 PIC 9(8).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-REJECT-REASON            PIC X(30).
               10  WS-DL-CKPT-STATE    PIC S9(10).
               10  WS-DL-CKPT-SCORE    PIC 9(9).
               10  WS-DL-CKPT-REJECTS  PIC 9(09).
               10  WS-DL-START-MODE    PIC X(01).
               10  WS-DL-POS-SW        PIC X(01).
               10  WS-DL-POS-DATE      PIC 9(8).
               10  WS-DL-POS-STATE     PIC S9(10).
               10  WS-DL-POS-FROM-DATE PIC 9(8).
               10  WS-DL-POS-FROM-STATE PIC S9(10).
               10  WS-DL-CARRY-DATE    PIC 9(8).
               10  WS-DL-FEED-START    PIC S9(10).
               10  WS-DL-FEED-FROM-DATE PIC 9(8).
               10  WS-DL-POS-UPDATE-SW PIC X(01).
               10  WS-DL-CARRY-SW      PIC X(01).
               10  WS-DL-FEED-SW       PIC X(01).
               10  WS-DL-RESULT-COUNT  PIC 9(09).
               10  WS-DL-NO-VERSION-COUNT PIC 9(09).

      *****************************************************************
      *  ONE ENTRY PER DIAL CONTROL RECORD - EVERY DATED VERSION OF
      *  EVERY DIAL. STATUS 'A' IS A LIVE VERSION, 'D' RETIRES THE
      *  DIAL FROM ITS DATE, 'B' IS A VERSION SKIPPED FOR A BAD SIZE
      *  OR TARGET. THE DIAL TABLE HOLDS WHAT BELONGS TO THE DIAL
      *  ITSELF; EACH FEED COPIES IN THE VERSION IN FORCE ON ITS DATE.
      *****************************************************************
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-VR-DIAL-ID       PIC X(8).
               10  WS-VR-EFF-DATE      PIC 9(8).
               10  WS-VR-STATUS        PIC X(01).
               10  WS-VR-START-STATE   PIC S9(10).
               10  WS-VR-DIAL-SIZE     PIC 9(05).
               10  WS-VR-TOLERANCE     PIC 9(03).
               10  WS-VR-TARGET-POS    PIC 9(05).
               10  WS-VR-START-MODE    PIC X(01).

       01  WS-FEEDLIST-TABLE.
           05  WS-FEEDLIST-ENTRY OCCURS 1 TO 1000000 TIMES
               10  WS-RS-SCORE         PIC 9(9).
               10  WS-RS-RECORD-COUNT  PIC 9(09).
               10  WS-RS-REJECT-COUNT  PIC 9(09).
               10  WS-RS-START-STATE   PIC S9(10).
               10  WS-RS-FROM-DATE     PIC 9(8).
               10  WS-RS-POS-UPDATE-SW PIC X(01).
               10  WS-RS-TOLERANCE     PIC 9(03).
               10  WS-RS-TARGET-POS    PIC 9(05).

       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 1 TO 10000000 TIMES
           END-IF.
           SET EXCEPTFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           OPEN EXTEND HISTNEWFILE.
           IF WS-HISTNEWFILE-STATUS = '35'
               OPEN OUTPUT HISTNEWFILE
           END-IF.
           IF WS-HISTNEWFILE-STATUS NOT = '00'
               DISPLAY 'PARTTWO: UNABLE TO OPEN HISTNEW'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET HISTNEWFILE-IS-OPEN TO TRUE.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
                   'TO SYSOUT ONLY'
           END-IF.
           PERFORM 1600-LOAD-DIAL-TABLE THRU 1600-EXIT.
           PERFORM 1700-OPEN-POSITION-MASTER THRU 1700-EXIT.
           PERFORM 1800-LOAD-FEED-LIST THRU 1800-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1700-OPEN-POSITION-MASTER - OPEN THE KEYED POSITION MASTER
      *                              FOR READING, AND THE POSITION
      *                              UPDATE DATASET, WHEN ANY DIAL
      *                              CARRIES ITS POSITION FORWARD. THE
      *                              STREAMS SCORE AT THE SAME TIME, SO
      *                              NONE OF THEM UPDATES THE SHARED
      *                              MASTER: EACH PUBLISHED POSITION
      *                              GOES TO POSUPD AND THE MERGE
      *                              APPLIES THEM ONE STREAM AFTER
      *                              ANOTHER. A CARRY-FORWARD DIAL
      *                              SCORED FROM THE WRONG START
      *                              PUBLISHES A WRONG NUMBER, SO A
      *                              MASTER THAT WILL NOT OPEN STOPS
      *                              THE RUN; AN EMPTY ONE HOLDS NO
      *                              POSITIONS YET. A CONTROL FILE OF
      *                              FIXED-START DIALS TOUCHES NEITHER.
      *****************************************************************
       1700-OPEN-POSITION-MASTER.
           IF WS-CARRY-DIAL-COUNT = 0
               GO TO 1700-EXIT
           END-IF.
           OPEN INPUT POSFILE.
           IF WS-POSFILE-STATUS = '00'
               SET POSFILE-IS-OPEN TO TRUE
           ELSE
               IF WS-POSFILE-STATUS NOT = '35'
                   DISPLAY 'PARTTWO: UNABLE TO OPEN POSITION MASTER'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1700-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT POSUPDFILE.
           IF WS-POSUPDFILE-STATUS NOT = '00'
               DISPLAY 'PARTTWO: UNABLE TO OPEN POSUPD'
               MOVE 16 TO RETURN-CODE
               GO TO 1700-EXIT
           END-IF.
           SET POSUPDFILE-IS-OPEN TO TRUE.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  1800-LOAD-FEED-LIST - LOAD THE OPTIONAL CATCH-UP FEED LIST.
      *                        EACH RECORD MAPS A FEED NAME FROM
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
               RETURNING WS-VAULT-TABLE-PTR.
           SET ADDRESS OF WS-VAULT-TABLE TO WS-VAULT-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-VERSION-TABLE-PTR = NULL
               OR WS-FEEDLIST-TABLE-PTR = NULL
               OR WS-GROUP-FEED-TABLE-PTR = NULL
               OR WS-HIST-TABLE-PTR = NULL

      *****************************************************************
      *  1600-LOAD-DIAL-TABLE - LOAD EVERY DIAL CONTROL RECORD INTO
      *                         THE VERSION TABLE, AND EACH DIAL WITH
      *                         A LIVE VERSION INTO THE DIAL TABLE SO
      *                         DIALS SHARING ONE INPUT FEED CAN BE
      *                         SCORED SIDE BY SIDE IN A SINGLE PASS
      *                         OF THAT FEED
      *****************************************************************
       1600-LOAD-DIAL-TABLE.
           PERFORM 1650-LOAD-ONE-DIAL THRU 1650-EXIT
           EXIT.

      *****************************************************************
      *  1650-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD TO THE
      *                       VERSION TABLE. THE FIRST LIVE VERSION OF
      *                       A DIAL ALSO ADDS THE DIAL TO THE DIAL
      *                       TABLE, IN DIAL CONTROL ORDER; A DIAL
      *                       WHOSE EVERY VERSION IS BAD IS SKIPPED
      *                       HERE, BEFORE ANY FEED IS READ.
      *****************************************************************
       1650-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1650-EXIT
           END-READ.
           IF WS-VERSION-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'PARTTWO: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALCTL-EOF
               GO TO 1650-EXIT
           END-IF.
           ADD 1 TO WS-VERSION-ENTRIES.
           MOVE WS-VERSION-ENTRIES TO WS-VERSION-SUB.
           PERFORM 1660-LOAD-ONE-VERSION THRU 1660-EXIT.
           IF WS-VR-STATUS (WS-VERSION-SUB) NOT = 'A'
               GO TO 1650-EXIT
           END-IF.
           MOVE 0 TO WS-DIAL-MATCH-SUB.
           PERFORM 1670-MATCH-ONE-DIAL THRU 1670-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-DIAL-ENTRIES
               OR WS-DIAL-MATCH-SUB NOT = 0.
           IF WS-DIAL-MATCH-SUB NOT = 0
               IF WS-VR-START-MODE (WS-VERSION-SUB) = 'C'
                   AND WS-DL-CARRY-SW (WS-DIAL-MATCH-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-DL-CARRY-SW (WS-DIAL-MATCH-SUB)
                   ADD 1 TO WS-CARRY-DIAL-COUNT
               END-IF
               GO TO 1650-EXIT
           END-IF.
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE DC-INPUT-FILE TO WS-DL-INPUT-FILE (WS-DIAL-ENTRIES).
           MOVE WS-VR-START-STATE (WS-VERSION-SUB)
               TO WS-DL-START-STATE (WS-DIAL-ENTRIES).
           MOVE WS-VR-DIAL-SIZE (WS-VERSION-SUB)
               TO WS-DL-DIAL-SIZE (WS-DIAL-ENTRIES).
           MOVE WS-VR-START-STATE (WS-VERSION-SUB)
               TO WS-DL-STATE (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-SCORE (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-RECORD-COUNT (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-SKIP-COUNT (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-SKIP-MATCHED (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-REJECT-COUNT (WS-DIAL-ENTRIES).
           MOVE WS-VR-TOLERANCE (WS-VERSION-SUB)
               TO WS-DL-TOLERANCE (WS-DIAL-ENTRIES).
           MOVE WS-VR-TARGET-POS (WS-VERSION-SUB)
               TO WS-DL-TARGET-POS (WS-DIAL-ENTRIES).
           MOVE DC-VAULT-ID TO WS-DL-VAULT-ID (WS-DIAL-ENTRIES).
           MOVE WS-VR-START-MODE (WS-VERSION-SUB)
               TO WS-DL-START-MODE (WS-DIAL-ENTRIES).
           IF WS-VR-START-MODE (WS-VERSION-SUB) = 'C'
               MOVE 'Y' TO WS-DL-CARRY-SW (WS-DIAL-ENTRIES)
               ADD 1 TO WS-CARRY-DIAL-COUNT
           ELSE
               MOVE 'N' TO WS-DL-CARRY-SW (WS-DIAL-ENTRIES)
           END-IF.
           MOVE 'N' TO WS-DL-FEED-SW (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-RESULT-COUNT (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-NO-VERSION-COUNT (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-POS-SW (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-CARRY-DATE (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-MEMBER-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-DONE-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DL-REPORT-SW (WS-DIAL-ENTRIES).
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1660-LOAD-ONE-VERSION - COPY ONE CONTROL RECORD INTO THE
      *                          VERSION TABLE. A BLANK OR NON-NUMERIC
      *                          EFFECTIVE DATE IS IN FORCE FROM THE
      *                          BEGINNING OF TIME. A LIVE VERSION
      *                          WITH A BAD DIAL SIZE OR TARGET IS
      *                          KEPT AS STATUS 'B' SO THE FEEDS IT
      *                          GOVERNS ARE SKIPPED, NOT SCORED WITH
      *                          SOME OTHER VERSION'S SETTINGS.
      *****************************************************************
       1660-LOAD-ONE-VERSION.
           MOVE DC-DIAL-ID TO WS-VR-DIAL-ID (WS-VERSION-SUB).
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE TO WS-VR-EFF-DATE (WS-VERSION-SUB)
           ELSE
               MOVE 0 TO WS-VR-EFF-DATE (WS-VERSION-SUB)
           END-IF.
           MOVE DC-START-STATE TO WS-VR-START-STATE (WS-VERSION-SUB).
           MOVE DC-DIAL-SIZE TO WS-VR-DIAL-SIZE (WS-VERSION-SUB).
           IF DC-REJECT-TOLERANCE IS NUMERIC
               MOVE DC-REJECT-TOLERANCE
                   TO WS-VR-TOLERANCE (WS-VERSION-SUB)
           ELSE
               MOVE 100 TO WS-VR-TOLERANCE (WS-VERSION-SUB)
           END-IF.
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
           IF DC-VERSION-RETIRED
               MOVE 'D' TO WS-VR-STATUS (WS-VERSION-SUB)
               GO TO 1660-EXIT
           END-IF.
           MOVE 'A' TO WS-VR-STATUS (WS-VERSION-SUB).
           IF DC-DIAL-SIZE NOT GREATER THAN 0
               DISPLAY 'PARTTWO: INVALID DIAL SIZE FOR DIAL '
                   DC-DIAL-ID ' EFFECTIVE '
                   WS-VR-EFF-DATE (WS-VERSION-SUB)
                   ' - VERSION SKIPPED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'E' TO WS-OPS-SEVERITY
               MOVE 'BADSIZE' TO WS-OPS-EVENT-CODE
               MOVE DC-DIAL-ID TO WS-OPS-DIAL-ID
               MOVE WS-VR-EFF-DATE (WS-VERSION-SUB) TO WS-OPS-COUNT
               MOVE 'INVALID DIAL SIZE - VERSION SKIPPED'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
               MOVE 'B' TO WS-VR-STATUS (WS-VERSION-SUB)
               GO TO 1660-EXIT
           END-IF.
           IF WS-VR-TARGET-POS (WS-VERSION-SUB)
               NOT LESS THAN DC-DIAL-SIZE
               DISPLAY 'PARTTWO: TARGET POSITION OUTSIDE THE DIAL '
                   'SIZE FOR DIAL ' DC-DIAL-ID ' EFFECTIVE '
                   WS-VR-EFF-DATE (WS-VERSION-SUB)
                   ' - VERSION SKIPPED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'E' TO WS-OPS-SEVERITY
               MOVE 'BADTARGT' TO WS-OPS-EVENT-CODE
               MOVE DC-DIAL-ID TO WS-OPS-DIAL-ID
               MOVE WS-VR-EFF-DATE (WS-VERSION-SUB) TO WS-OPS-COUNT
               MOVE 'TARGET POSITION OUTSIDE DIAL SIZE - SKIPPED'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
               MOVE 'B' TO WS-VR-STATUS (WS-VERSION-SUB)
           END-IF.
       1660-EXIT.
           EXIT.

      *****************************************************************
      *  1670-MATCH-ONE-DIAL - NOTE THE DIAL TABLE ENTRY, IF ANY,
      *                        ALREADY HOLDING THIS VERSION'S DIAL
      *****************************************************************
       1670-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-MEMBER-SUB) = DC-DIAL-ID
               MOVE WS-MEMBER-SUB TO WS-DIAL-MATCH-SUB
           END-IF.
       1670-EXIT.
           EXIT.

      *****************************************************************
      *****************************************************************
      *  2200-RUN-ONE-FEED - SCORE ONE DATED FEED FOR EVERY MEMBER OF
      *                      THE GROUP: EVERY MEMBER STARTS THE FEED
      *                      FROM ITS CONFIGURED START STATE OR, FOR
      *                      A CARRY-FORWARD DIAL, ITS CARRIED
      *                      POSITION (OR ITS CHECKPOINT WHEN THE
      *                      CHECKPOINT BELONGS TO THIS FEED DATE),
      *                      NORMALIZED TO THE DIAL SIZE FOR THE
      *                      DIRECT CROSSING-COUNT FORMULA, SO EACH
      *                      FEED SCORES EXACTLY AS ITS OWN NIGHTLY
      *                      RUN WOULD HAVE
      *****************************************************************
       2200-RUN-ONE-FEED.
           MOVE WS-GF-ACTUAL-FILE (WS-FEED-SUB) TO WS-INPUT-FILENAME.
      *                               TO THE DIAL SIZE - THE DIRECT
      *                               CROSSING-COUNT FORMULA ONLY
      *                               HOLDS WHEN 0 <= STATE < SIZE.
      *                               WITHOUT A CHECKPOINT THE FEED
      *                               STARTS FROM THE STATE
      *                               2230-SET-CARRIED-START PICKS.
      *                               THE SIZE, START AND TARGET ARE
      *                               THOSE OF THE DIAL CONTROL
      *                               VERSION 2225-SELECT-VERSION
      *                               PICKS FOR THE FEED DATE.
      *****************************************************************
       2220-START-ONE-FEED-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2220-EXIT
           END-IF.
           PERFORM 2225-SELECT-VERSION THRU 2225-EXIT.
           IF WS-DL-FEED-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2220-EXIT
           END-IF.
           PERFORM 2230-SET-CARRIED-START THRU 2230-EXIT.
           MOVE WS-DL-FEED-START (WS-MEMBER-SUB)
               TO WS-DL-STATE (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-SCORE (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-RECORD-COUNT (WS-MEMBER-SUB).
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2225-SELECT-VERSION - COPY THE SETTINGS OF THE MEMBER'S
      *                        VERSION IN FORCE ON THE FEED DATE - THE
      *                        LATEST EFFECTIVE DATE NOT AFTER IT, THE
      *                        LATER RECORD WINNING A TIE - INTO ITS
      *                        TABLE ENTRY. WITH NO LIVE VERSION IN
      *                        FORCE THE MEMBER SITS THIS FEED OUT.
      *****************************************************************
       2225-SELECT-VERSION.
           MOVE 0 TO WS-VERSION-MATCH-SUB.
           PERFORM 2227-TRY-ONE-VERSION THRU 2227-EXIT
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-ENTRIES.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE 'NO DIAL CONTROL VERSION IN FORCE - NOT SCORED'
                   TO WS-OPS-DETAIL
           ELSE
               EVALUATE WS-VR-STATUS (WS-VERSION-MATCH-SUB)
                   WHEN 'D'
                       MOVE 'DIAL RETIRED ON THE FEED DATE - NOT SCORED'
                           TO WS-OPS-DETAIL
                   WHEN 'B'
                       MOVE 'VERSION IN FORCE IS INVALID - NOT SCORED'
                           TO WS-OPS-DETAIL
                   WHEN OTHER
                       MOVE SPACES TO WS-OPS-DETAIL
               END-EVALUATE
           END-IF.
           IF WS-OPS-DETAIL NOT = SPACES
               MOVE 'N' TO WS-DL-FEED-SW (WS-MEMBER-SUB)
               ADD 1 TO WS-DL-NO-VERSION-COUNT (WS-MEMBER-SUB)
               DISPLAY 'PARTTWO: DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' FEED DATED ' WS-FEED-DATE ' - ' WS-OPS-DETAIL
               MOVE 'I' TO WS-OPS-SEVERITY
               MOVE 'NOVERSN' TO WS-OPS-EVENT-CODE
               MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID
               MOVE WS-FEED-DATE TO WS-OPS-COUNT
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
               GO TO 2225-EXIT
           END-IF.
           MOVE 'Y' TO WS-DL-FEED-SW (WS-MEMBER-SUB).
           MOVE WS-VR-START-STATE (WS-VERSION-MATCH-SUB)
               TO WS-DL-START-STATE (WS-MEMBER-SUB).
           MOVE WS-VR-DIAL-SIZE (WS-VERSION-MATCH-SUB)
               TO WS-DL-DIAL-SIZE (WS-MEMBER-SUB).
           MOVE WS-VR-TOLERANCE (WS-VERSION-MATCH-SUB)
               TO WS-DL-TOLERANCE (WS-MEMBER-SUB).
           MOVE WS-VR-TARGET-POS (WS-VERSION-MATCH-SUB)
               TO WS-DL-TARGET-POS (WS-MEMBER-SUB).
           MOVE WS-VR-START-MODE (WS-VERSION-MATCH-SUB)
               TO WS-DL-START-MODE (WS-MEMBER-SUB).
       2225-EXIT.
           EXIT.

      *****************************************************************
      *  2227-TRY-ONE-VERSION - KEEP ONE VERSION OF THE MEMBER'S DIAL
      *                         IF IT IS IN FORCE ON THE FEED DATE AND
      *                         NO EARLIER THAN THE BEST SO FAR
      *****************************************************************
       2227-TRY-ONE-VERSION.
           IF WS-VR-DIAL-ID (WS-VERSION-SUB)
               NOT = WS-DL-DIAL-ID (WS-MEMBER-SUB)
               OR WS-VR-EFF-DATE (WS-VERSION-SUB) > WS-FEED-DATE
               GO TO 2227-EXIT
           END-IF.
           IF WS-VERSION-MATCH-SUB = 0
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
               GO TO 2227-EXIT
           END-IF.
           IF WS-VR-EFF-DATE (WS-VERSION-SUB)
               NOT < WS-VR-EFF-DATE (WS-VERSION-MATCH-SUB)
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.
       2227-EXIT.
           EXIT.

      *****************************************************************
      *  2230-SET-CARRIED-START - PICK THE POSITION ONE MEMBER STARTS
      *                           THE FEED FROM. A FIXED-START DIAL
      *                           ALWAYS STARTS AT ITS CONFIGURED
      *                           START. A CARRY-FORWARD DIAL STARTS
      *                           WHERE AN EARLIER FEED IN THIS RUN
      *                           LEFT IT, ELSE WHERE THE LAST FEED
      *                           PUBLISHED ON THE POSITION MASTER
      *                           LEFT IT; A RE-SCORE OF THE
      *                           MASTER'S OWN FEED DATE STARTS
      *                           WHERE THAT FEED STARTED. THE FEED
      *                           CARRIED FROM MUST BE THE DAY
      *                           BEFORE THIS ONE, OR THE CHAIN IS
      *                           BROKEN AND OPERATIONS ARE TOLD. A
      *                           FEED OLDER THAN THE LAST PUBLISHED
      *                           ONE HAS NO KNOWN START: IT SCORES
      *                           FROM THE CONFIGURED START AND MAY
      *                           NOT MOVE THE MASTER BACKWARDS.
      *****************************************************************
       2230-SET-CARRIED-START.
           MOVE WS-DL-START-STATE (WS-MEMBER-SUB)
               TO WS-DL-FEED-START (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB).
           MOVE 'N' TO WS-DL-POS-UPDATE-SW (WS-MEMBER-SUB).
           IF WS-DL-START-MODE (WS-MEMBER-SUB) NOT = 'C'
               GO TO 2230-EXIT
           END-IF.
           MOVE 'Y' TO WS-DL-POS-UPDATE-SW (WS-MEMBER-SUB).
           EVALUATE TRUE
               WHEN WS-DL-CARRY-DATE (WS-MEMBER-SUB) NOT = 0
                   MOVE WS-DL-STATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-START (WS-MEMBER-SUB)
                   MOVE WS-DL-CARRY-DATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
                   IF WS-DL-POS-SW (WS-MEMBER-SUB) = 'Y'
                       AND WS-FEED-DATE
                           NOT > WS-DL-POS-DATE (WS-MEMBER-SUB)
                       MOVE 'N' TO WS-DL-POS-UPDATE-SW (WS-MEMBER-SUB)
                   END-IF
               WHEN WS-DL-POS-SW (WS-MEMBER-SUB) NOT = 'Y'
                   DISPLAY 'PARTTWO: NO CARRIED POSITION ON FILE '
                       'FOR DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                       ' - FEED DATED ' WS-FEED-DATE
                       ' STARTS AT THE CONFIGURED START'
                   GO TO 2230-EXIT
               WHEN WS-DL-POS-DATE (WS-MEMBER-SUB) = WS-FEED-DATE
                   MOVE WS-DL-POS-FROM-STATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-START (WS-MEMBER-SUB)
                   MOVE WS-DL-POS-FROM-DATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
               WHEN WS-DL-POS-DATE (WS-MEMBER-SUB) < WS-FEED-DATE
                   MOVE WS-DL-POS-STATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-START (WS-MEMBER-SUB)
                   MOVE WS-DL-POS-DATE (WS-MEMBER-SUB)
                       TO WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
               WHEN OTHER
                   MOVE 'N' TO WS-DL-POS-UPDATE-SW (WS-MEMBER-SUB)
                   DISPLAY 'PARTTWO: FEED DATED ' WS-FEED-DATE
                       ' FOR DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                       ' IS OLDER THAN ITS LAST PUBLISHED FEED, DATED '
                       WS-DL-POS-DATE (WS-MEMBER-SUB)
                       ' - SCORED FROM THE CONFIGURED START, POSITION '
                       'MASTER LEFT ALONE'
                   MOVE 'FEED OLDER THAN LAST PUBLISHED - FIXED START'
                       TO WS-OPS-DETAIL
                   PERFORM 2235-FLAG-CONTINUITY-BREAK THRU 2235-EXIT
                   GO TO 2230-EXIT
           END-EVALUATE.
           IF WS-DL-FEED-START (WS-MEMBER-SUB) < 0
               OR WS-DL-FEED-START (WS-MEMBER-SUB)
                   NOT LESS THAN WS-DL-DIAL-SIZE (WS-MEMBER-SUB)
               DISPLAY 'PARTTWO: CARRIED POSITION '
                   WS-DL-FEED-START (WS-MEMBER-SUB)
                   ' FOR DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' IS OUTSIDE THE DIAL SIZE - FEED DATED '
                   WS-FEED-DATE ' STARTS AT THE CONFIGURED START'
               MOVE WS-DL-START-STATE (WS-MEMBER-SUB)
                   TO WS-DL-FEED-START (WS-MEMBER-SUB)
               MOVE 0 TO WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
               MOVE 'CARRIED POSITION OUTSIDE DIAL SIZE - FIXED START'
                   TO WS-OPS-DETAIL
               PERFORM 2235-FLAG-CONTINUITY-BREAK THRU 2235-EXIT
               GO TO 2230-EXIT
           END-IF.
           IF WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB) = 0
               GO TO 2230-EXIT
           END-IF.
           COMPUTE WS-CARRY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-FEED-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)).
           IF WS-CARRY-DAYS NOT = 1
               DISPLAY 'PARTTWO: DIAL ' WS-DL-DIAL-ID (WS-MEMBER-SUB)
                   ' CARRIES ITS POSITION FROM THE FEED DATED '
                   WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
                   ' INTO THE FEED DATED ' WS-FEED-DATE
                   ' - NOT THE DAY BEFORE, CONTINUITY BROKEN'
               MOVE 'CARRIED POSITION NOT FROM THE PRIOR FEED DATE'
                   TO WS-OPS-DETAIL
               PERFORM 2235-FLAG-CONTINUITY-BREAK THRU 2235-EXIT
           END-IF.
       2230-EXIT.
           EXIT.

      *****************************************************************
      *  2235-FLAG-CONTINUITY-BREAK - RAISE ONE CONTINUITY BREAK FOR
      *                               THE MEMBER AND FEED DATE. THE
      *                               CALLER HAS ALREADY EXPLAINED IT
      *                               ON SYSOUT AND PUT THE EVENT
      *                               DETAIL IN WS-OPS-DETAIL.
      *****************************************************************
       2235-FLAG-CONTINUITY-BREAK.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'W' TO WS-OPS-SEVERITY.
           MOVE 'CONTBRK' TO WS-OPS-EVENT-CODE.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO WS-OPS-DIAL-ID.
           MOVE WS-FEED-DATE TO WS-OPS-COUNT.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       2235-EXIT.
           EXIT.

      *****************************************************************
      *  2240-END-ONE-FEED-MEMBER - THE FEED IS EXHAUSTED FOR ONE
      *                             MEMBER: HOLD ITS RESULT FOR
      *****************************************************************
       2240-END-ONE-FEED-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               OR WS-DL-FEED-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2240-EXIT
           END-IF.
           PERFORM 2320-LOAD-MEMBER THRU 2320-EXIT.
           PERFORM 2250-STORE-ONE-RESULT THRU 2250-EXIT.
           PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT.
           MOVE WS-FEED-DATE TO WS-DL-CARRY-DATE (WS-MEMBER-SUB).
       2240-EXIT.
           EXIT.

               TO WS-RS-RECORD-COUNT (WS-RESULT-ENTRIES).
           MOVE WS-REJECT-COUNT
               TO WS-RS-REJECT-COUNT (WS-RESULT-ENTRIES).
           MOVE WS-DL-FEED-START (WS-MEMBER-SUB)
               TO WS-RS-START-STATE (WS-RESULT-ENTRIES).
           MOVE WS-DL-FEED-FROM-DATE (WS-MEMBER-SUB)
               TO WS-RS-FROM-DATE (WS-RESULT-ENTRIES).
           MOVE WS-DL-POS-UPDATE-SW (WS-MEMBER-SUB)
               TO WS-RS-POS-UPDATE-SW (WS-RESULT-ENTRIES).
           MOVE WS-REJECT-TOLERANCE
               TO WS-RS-TOLERANCE (WS-RESULT-ENTRIES).
           MOVE WS-TARGET-POS TO WS-RS-TARGET-POS (WS-RESULT-ENTRIES).
           ADD 1 TO WS-DL-RESULT-COUNT (WS-MEMBER-SUB).
       2250-EXIT.
           EXIT.

      *  2120-MARK-ONE-MEMBER - FLAG ONE TABLE ENTRY AS A MEMBER OF
      *                         THE CURRENT FEED GROUP AND READ ITS
      *                         CHECKPOINT, IF ANY, SO EACH FEED CAN
      *                         DECIDE WHETHER TO RESUME FROM IT, AND
      *                         ITS CARRIED POSITION, IF ANY
      *****************************************************************
       2120-MARK-ONE-MEMBER.
           IF WS-DL-DONE-SW (WS-MEMBER-SUB) = 'N'
               AND WS-DL-INPUT-FILE (WS-MEMBER-SUB) = WS-BASE-FILENAME
               MOVE 'Y' TO WS-DL-MEMBER-SW (WS-MEMBER-SUB)
               PERFORM 2150-CHECK-RESTART THRU 2150-EXIT
               PERFORM 2180-READ-POSITION THRU 2180-EXIT
           ELSE
               MOVE 'N' TO WS-DL-MEMBER-SW (WS-MEMBER-SUB)
           END-IF.
      *****************************************************************
      *  2140-COMPLETE-ONE-MEMBER - THE GROUP'S FEED IS EXHAUSTED;
      *                             EACH MEMBER IS DONE AND HAS A
      *                             SCORE TO PUBLISH, UNLESS NO
      *                             VERSION OF IT WAS IN FORCE ON ANY
      *                             FEED IT SAW
      *****************************************************************
       2140-COMPLETE-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) = 'Y'
               MOVE 'N' TO WS-DL-MEMBER-SW (WS-MEMBER-SUB)
               MOVE 'Y' TO WS-DL-DONE-SW (WS-MEMBER-SUB)
               IF WS-DL-RESULT-COUNT (WS-MEMBER-SUB) > 0
                   OR WS-DL-NO-VERSION-COUNT (WS-MEMBER-SUB) = 0
                   MOVE 'Y' TO WS-DL-REPORT-SW (WS-MEMBER-SUB)
               END-IF
           END-IF.
       2140-EXIT.
           EXIT.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2180-READ-POSITION - READ A CARRY-FORWARD DIAL'S LAST
      *                       PUBLISHED POSITION, IF ONE IS ON THE
      *                       POSITION MASTER, INTO ITS TABLE ENTRY
      *****************************************************************
       2180-READ-POSITION.
           MOVE 'N' TO WS-DL-POS-SW (WS-MEMBER-SUB).
           MOVE 0 TO WS-DL-CARRY-DATE (WS-MEMBER-SUB).
           IF WS-DL-CARRY-SW (WS-MEMBER-SUB) NOT = 'Y'
               OR NOT POSFILE-IS-OPEN
               GO TO 2180-EXIT
           END-IF.
           MOVE WS-DL-DIAL-ID (WS-MEMBER-SUB) TO PS-DIAL-ID.
           READ POSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DL-POS-SW (WS-MEMBER-SUB)
                   MOVE PS-FEED-DATE
                       TO WS-DL-POS-DATE (WS-MEMBER-SUB)
                   MOVE PS-FINAL-STATE
                       TO WS-DL-POS-STATE (WS-MEMBER-SUB)
                   MOVE PS-START-DATE
                       TO WS-DL-POS-FROM-DATE (WS-MEMBER-SUB)
                   MOVE PS-START-STATE
                       TO WS-DL-POS-FROM-STATE (WS-MEMBER-SUB)
           END-READ.
       2180-EXIT.
           EXIT.

      *****************************************************************
      *  2300-READ-LOOP - READ ONE INSTRUCTION AND SCORE IT FOR EVERY
      *                   GROUP MEMBER IT APPLIES TO. EACH MEMBER
      *****************************************************************
       2350-SCORE-ONE-MEMBER.
           IF WS-DL-MEMBER-SW (WS-MEMBER-SUB) NOT = 'Y'
               OR WS-DL-FEED-SW (WS-MEMBER-SUB) NOT = 'Y'
               GO TO 2350-EXIT
           END-IF.
           IF WS-DIAL-ID NOT = SPACES
           MOVE WS-DIRECTION TO EX-DIRECTION.
           MOVE WS-MAGNITUDE TO EX-MAGNITUDE.
           MOVE WS-REJECT-REASON TO EX-REASON.
           MOVE WS-FEED-DATE TO EX-FEED-DATE.
           MOVE WS-INPUT-FILENAME TO EX-INPUT-FILE.
           WRITE EXCEPTFILE-FILE.
           ADD 1 TO WS-REJECT-COUNT.
       2600-EXIT.
           MOVE WS-SCORE TO HS-FINAL-SCORE.
           COMPUTE HS-APPLIED-COUNT =
               WS-RECORD-COUNT - WS-REJECT-COUNT.
           WRITE HISTNEW-REC FROM HISTORYFILE-FILE.
       2700-EXIT.
           EXIT.

           COMPUTE WS-REJECT-SCALED =
               WS-RS-REJECT-COUNT (WS-RESULT-SUB) * 100.
           COMPUTE WS-TOLERANCE-SCALED =
               WS-RS-TOLERANCE (WS-RESULT-SUB)
               * WS-RS-RECORD-COUNT (WS-RESULT-SUB).
           IF WS-RS-RECORD-COUNT (WS-RESULT-SUB) > 0
               AND WS-REJECT-SCALED > WS-TOLERANCE-SCALED
               TO WS-RECORD-COUNT.
           MOVE WS-RS-REJECT-COUNT (WS-RESULT-SUB)
               TO WS-REJECT-COUNT.
           MOVE WS-RS-TOLERANCE (WS-RESULT-SUB)
               TO WS-REJECT-TOLERANCE.
           MOVE WS-RS-TARGET-POS (WS-RESULT-SUB) TO WS-TARGET-POS.
           PERFORM 3160-FIND-VAULT-ENTRY THRU 3160-EXIT.
           COMPUTE WS-REJECT-SCALED = WS-REJECT-COUNT * 100.
           COMPUTE WS-TOLERANCE-SCALED =
               GO TO 3150-EXIT
           END-IF.
           PERFORM 2700-WRITE-REPORT THRU 2700-EXIT.
           PERFORM 3190-UPDATE-POSITION THRU 3190-EXIT.
           ADD WS-SCORE TO WS-TOTAL-SCORE.
           IF WS-VAULT-MATCH-SUB NOT = 0
               ADD 1 TO WS-VT-PUB-COUNT (WS-VAULT-MATCH-SUB)
       3180-EXIT.
           EXIT.

      *****************************************************************
      *  3190-UPDATE-POSITION - A CARRY-FORWARD DIAL'S PUBLISHED
      *                         RESULT BECOMES ITS CARRIED POSITION:
      *                         THE FINAL STATE AND FEED DATE JUST
      *                         PUBLISHED, WITH THE START THAT FEED
      *                         WAS SCORED FROM. RESULTS PUBLISH IN
      *                         FEED DATE ORDER, SO THE LAST ONE
      *                         WRITTEN IS THE NEWEST. THE POSITION
      *                         GOES TO POSUPD FOR THE MERGE TO
      *                         APPLY. A POSITION OLDER THAN THE ONE
      *                         ALREADY ON THE MASTER IS NEVER
      *                         WRITTEN - THE MASTER DOES NOT MOVE
      *                         BACKWARDS.
      *****************************************************************
       3190-UPDATE-POSITION.
           IF WS-RS-POS-UPDATE-SW (WS-RESULT-SUB) NOT = 'Y'
               OR NOT POSUPDFILE-IS-OPEN
               GO TO 3190-EXIT
           END-IF.
           IF POSFILE-IS-OPEN
               MOVE WS-CURRENT-DIAL-ID TO PS-DIAL-ID
               MOVE 0 TO PS-FEED-DATE
               READ POSFILE
                   INVALID KEY
                       MOVE 0 TO PS-FEED-DATE
               END-READ
               IF PS-FEED-DATE > WS-PUBLISH-DATE
                   DISPLAY 'PARTTWO: POSITION MASTER FOR DIAL '
                       WS-CURRENT-DIAL-ID ' IS ALREADY AT FEED DATED '
                       PS-FEED-DATE ' - FEED DATED ' WS-PUBLISH-DATE
                       ' NOT CARRIED'
                   GO TO 3190-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO POSFILE-FILE.
           MOVE WS-CURRENT-DIAL-ID TO PS-DIAL-ID.
           MOVE WS-PUBLISH-DATE TO PS-FEED-DATE.
           MOVE WS-STATE TO PS-FINAL-STATE.
           MOVE WS-RS-FROM-DATE (WS-RESULT-SUB) TO PS-START-DATE.
           MOVE WS-RS-START-STATE (WS-RESULT-SUB) TO PS-START-STATE.
           MOVE WS-RUN-DATE TO PS-UPDATE-DATE.
           WRITE POSUPD-REC FROM POSFILE-FILE.
           IF WS-POSUPDFILE-STATUS NOT = '00'
               DISPLAY 'PARTTWO: UNABLE TO WRITE POSUPD FOR DIAL '
                   WS-CURRENT-DIAL-ID
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3190-EXIT.
           EXIT.

      *****************************************************************
      *  3200-SUPPRESS-ONE-DIAL - THE DIAL'S REJECT RATE EXCEEDED ITS
      *                           TOLERANCE, SO THE FEED IS NOT TO BE
           IF EXCEPTFILE-IS-OPEN
               CLOSE EXCEPTFILE
           END-IF.
           IF HISTNEWFILE-IS-OPEN
               CLOSE HISTNEWFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
           IF POSFILE-IS-OPEN
               CLOSE POSFILE
           END-IF.
           IF POSUPDFILE-IS-OPEN
               CLOSE POSUPDFILE
           END-IF.
       9000-EXIT.
           EXIT.
