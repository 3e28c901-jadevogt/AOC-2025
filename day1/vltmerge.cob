       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTMERGE.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - MERGES THE PARALLEL
      *                   SCORING STREAMS BACK INTO THE SINGLE NIGHTLY
      *                   GENERATIONS, SO RECONCIL, RECCOUNT, SCOREXT,
      *                   HISTRPT AND DIALCHK READ EXACTLY WHAT ONE
      *                   PARTONE/PARTTWO PAIR USED TO WRITE. THE
      *                   STREAM REPORTS AND EXCEPTIONS ARE REBUILT
      *                   INTO ONE RPTONE, RPTTWO, EXCPONE AND EXCPTWO
      *                   GENERATION EACH, IN THE DIAL CONTROL ORDER
      *                   VLTSPLIT RECORDED IN THE STREAM MAP, EVERY
      *                   DIAL'S RECORDS IN THE ORDER ITS STREAM WROTE
      *                   THEM; THE STREAMS' HISTORY, ZERO-LANDING
      *                   JOURNAL AND EVENT LOG RECORDS ARE APPENDED
      *                   TO THE SHARED DATASETS, AND THE CARRIED
      *                   POSITIONS EACH STREAM PUBLISHED (PUPONEN,
      *                   PUPTWON) ARE APPLIED TO THE POSONE AND POSTWO
      *                   MASTERS HERE, ONE STREAM AFTER ANOTHER, SO
      *                   THE STREAMS NEVER UPDATE THE SHARED MASTERS
      *                   AT THE SAME TIME. A POSITION OLDER THAN THE
      *                   ONE ON THE MASTER IS NOT APPLIED AND IS
      *                   WARNED ON (RETURN-CODE 4); ONE ALREADY
      *                   APPLIED IS SIMPLY APPLIED AGAIN. A RECORD
      *                   THAT CANNOT BE WRITTEN OR APPENDED STOPS THE
      *                   RUN WITH RETURN-CODE 16. NOTHING IS MERGED
      *                   UNTIL EVERY STREAM OF THE SPLIT HAS FILED
      *                   ITS COMPLETION TICKET (STRMOKN): A FAILED
      *                   STREAM HOLDS THE MERGE WITH RETURN-CODE 16
      *                   AND IS NAMED SO ONLY IT NEED BE RERUN. A
      *                   SPLIT ALREADY MERGED (MRGLAST) IS HELD THE
      *                   SAME WAY, SO NO HISTORY IS APPENDED TWICE.
      *                   WHEN THE FRONT OF THE RUN FILED NO
      *                   PUBLICATION TICKET (PUBOK) - AN OPEN TAMPER
      *                   SCREEN ALERT - THE MERGE STILL RUNS BUT SETS
      *                   RETURN-CODE 8, WHICH HOLDS SCOREXT. SYSIN
      *                   'CHECK' ONLY PROVES THE TICKETS, SO THE JOB
      *                   ALLOCATES NO NEW GENERATION FOR A HELD
      *                   MERGE; 'MERGE' DOES THE WORK AND FILES THE
      *                   MERGED TICKET (MRGDONE) LAST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRMMAPFILE ASSIGN TO STRMMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMMAPFILE-STATUS.

           SELECT TICKETFILE ASSIGN TO DYNAMIC WS-TICKET-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETFILE-STATUS.

           SELECT STRMINFILE ASSIGN TO DYNAMIC WS-STREAM-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMINFILE-STATUS.

           SELECT RPTOUTFILE ASSIGN TO DYNAMIC WS-OUTPUT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOUTFILE-STATUS.

           SELECT EXCPOUTFILE ASSIGN TO DYNAMIC WS-OUTPUT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPOUTFILE-STATUS.

           SELECT HISTOUTFILE ASSIGN TO DYNAMIC WS-OUTPUT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUTFILE-STATUS.

           SELECT ZLJRNLFILE ASSIGN TO ZLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZLJRNLFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

           SELECT POSMSTFILE ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-DIAL-ID
               FILE STATUS IS WS-POSMSTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRMMAPFILE.
           COPY STRMREC.

       FD  TICKETFILE.
       01  TICKET-REC                  PIC X(40).

       FD  STRMINFILE.
       01  STRMIN-REC                  PIC X(108).

       FD  RPTOUTFILE.
           COPY RPTREC.

       FD  EXCPOUTFILE.
           COPY EXCPREC.

       FD  HISTOUTFILE.
       01  HISTOUT-REC                 PIC X(46).

       FD  ZLJRNLFILE.
           COPY ZLJRNREC.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       FD  POSMSTFILE.
           COPY DLPOSREC.

       WORKING-STORAGE SECTION.
       01  WS-STRMMAP-EOF              PIC A(1) VALUE 'N'.
       01  WS-STRMIN-EOF               PIC A(1) VALUE 'N'.

      *****************************************************************
      *  SYSIN: CHECK (PROVE THE TICKETS ONLY) OR MERGE
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-MERGE-MODE           PIC X(5).
               88  MODE-IS-CHECK                VALUE 'CHECK'.
               88  MODE-IS-MERGE                VALUE 'MERGE'.
           05  FILLER                  PIC X(75).

      *****************************************************************
      *  THE SPLIT BEING MERGED, AS STAMPED ON THE STREAM MAP HEADER.
      *  EVERY TICKET'S FIRST RECORD MUST MATCH IT BYTE FOR BYTE.
      *****************************************************************
       01  WS-MAP-HEADER               PIC X(40).
       01  WS-STREAM-COUNT             PIC 9(1) VALUE 0.
       01  WS-MAP-DIALS                PIC 9(09) VALUE 0.
       01  WS-HEADER-DIALS             PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE DATASETS MERGED IN DIAL CONTROL ORDER. KIND R IS A
      *  REPORT, KIND E AN EXCEPTIONS DATASET; EACH STREAM'S DATASET
      *  IS THE DD NAME WITH THE STREAM NUMBER APPENDED.
      *****************************************************************
       01  WS-MERGE-SET-VALUES.
           05  FILLER                  PIC X(9) VALUE 'RPTONE  R'.
           05  FILLER                  PIC X(9) VALUE 'RPTTWO  R'.
           05  FILLER                  PIC X(9) VALUE 'EXCPONE E'.
           05  FILLER                  PIC X(9) VALUE 'EXCPTWO E'.
       01  WS-MERGE-SET-TABLE REDEFINES WS-MERGE-SET-VALUES.
           05  WS-MERGE-SET OCCURS 4 TIMES.
               10  WS-MS-DDNAME        PIC X(8).
               10  WS-MS-KIND          PIC X(01).
                   88  MERGE-SET-IS-REPORT       VALUE 'R'.

      *****************************************************************
      *  THE DATASETS APPENDED AS THEY STAND
      *****************************************************************
       01  WS-APPEND-SET-VALUES.
           05  FILLER                  PIC X(8) VALUE 'HISTONE'.
           05  FILLER                  PIC X(8) VALUE 'HISTTWO'.
           05  FILLER                  PIC X(8) VALUE 'ZLJRNL'.
           05  FILLER                  PIC X(8) VALUE 'OPSLOG'.
       01  WS-APPEND-SET-TABLE REDEFINES WS-APPEND-SET-VALUES.
           05  WS-AS-DDNAME OCCURS 4 TIMES
                                       PIC X(8).

      *****************************************************************
      *  THE POSITION MASTERS AND THE STREAM POSITION UPDATES APPLIED
      *  TO EACH
      *****************************************************************
       01  WS-POSITION-SET-VALUES.
           05  FILLER                  PIC X(16)
                                       VALUE 'POSONE  PUPONE  '.
           05  FILLER                  PIC X(16)
                                       VALUE 'POSTWO  PUPTWO  '.
       01  WS-POSITION-SET-TABLE REDEFINES WS-POSITION-SET-VALUES.
           05  WS-POSITION-SET OCCURS 2 TIMES.
               10  WS-PS-MASTER-DDNAME PIC X(8).
               10  WS-PS-UPDATE-DDNAME PIC X(8).

       01  WS-TICKET-DDNAME            PIC X(8).
       01  WS-STREAM-DDNAME            PIC X(8).
       01  WS-OUTPUT-DDNAME            PIC X(8).
       01  WS-MASTER-DDNAME            PIC X(8).
       01  WS-SET-SUB                  PIC 9(09) VALUE 0.
       01  WS-STREAM-SUB               PIC 9(09) VALUE 0.
       01  WS-STREAM-DIGIT             PIC 9(1).
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-DIAL-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-LAST-MATCH-SUB           PIC 9(09) VALUE 0.
       01  WS-RECORD-SUB               PIC 9(09) VALUE 0.
       01  WS-SET-RECORDS              PIC 9(09) VALUE 0.
       01  WS-MOST-RECORDS             PIC 9(09) VALUE 0.
       01  WS-NEXT-SLOT                PIC 9(09) VALUE 0.
       01  WS-FIND-DIAL-ID             PIC X(8).
       01  WS-HELD-STREAMS             PIC 9(1) VALUE 0.
       01  WS-UNMAPPED-COUNT           PIC 9(09) VALUE 0.
       01  WS-MERGED-COUNT             PIC 9(09) VALUE 0.
       01  WS-APPENDED-COUNT           PIC 9(09) VALUE 0.
       01  WS-POSITION-COUNT           PIC 9(09) VALUE 0.
       01  WS-STALE-COUNT              PIC 9(09) VALUE 0.

      *****************************************************************
      *  ONE RECORD FROM A STREAM DATASET, WITH THE DIAL ID WHERE A
      *  REPORT AND WHERE AN EXCEPTION RECORD CARRY IT
      *****************************************************************
       01  WS-MERGE-RECORD             PIC X(108).
       01  WS-MERGE-REPORT-VIEW REDEFINES WS-MERGE-RECORD.
           05  FILLER                  PIC X(8).
           05  WS-MR-REPORT-DIAL-ID    PIC X(8).
           05  FILLER                  PIC X(92).
       01  WS-MERGE-EXCP-VIEW REDEFINES WS-MERGE-RECORD.
           05  WS-MR-EXCP-DIAL-ID      PIC X(8).
           05  FILLER                  PIC X(100).
       01  WS-MERGE-POSITION-VIEW REDEFINES WS-MERGE-RECORD.
           05  WS-MR-POS-DIAL-ID       PIC X(8).
           05  WS-MR-POS-FEED-DATE     PIC 9(8).
           05  FILLER                  PIC X(92).

      *****************************************************************
      *  RECORDS TAKEN FROM EACH STREAM FOR THE DATASET IN HAND
      *****************************************************************
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 9 TIMES.
               10  WS-SM-RECORDS       PIC 9(09).

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
       01  WS-OPS-DIAL-ID              PIC X(8).
       01  WS-OPS-COUNT                PIC 9(09).
       01  WS-OPS-DETAIL               PIC X(60).

      *****************************************************************
      *  THE DIAL TABLE HOLDS THE MAP'S DIALS IN DIAL CONTROL ORDER,
      *  PLUS ONE LAST SLOT GATHERING ANY RECORD FOR A DIAL NOT IN THE
      *  MAP. THE RECORD TABLE HOLDS ONE WHOLE DATASET WHILE IT IS
      *  PUT IN ORDER, SIZED TO THE LARGEST OF THE FOUR. BOTH ARE
      *  ALLOCATED AT INITIALIZATION; THE LAYOUTS LIVE IN THE LINKAGE
      *  SECTION.
      *****************************************************************
       01  WS-DIAL-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-RECORD-CAPACITY          PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(18) COMP.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-RECORD-TABLE-PTR         POINTER.

       01  WS-SWITCHES.
           05  WS-STRMMAP-OPEN-SW      PIC X(01) VALUE 'N'.
               88  STRMMAPFILE-IS-OPEN           VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-PUBLISH-SW           PIC X(01) VALUE 'Y'.
               88  PUBLICATION-IS-CLEARED        VALUE 'Y'.
           05  WS-MERGED-SW            PIC X(01) VALUE 'N'.
               88  SPLIT-WAS-MERGED              VALUE 'Y'.

       77  WS-STRMMAPFILE-STATUS       PIC X(2).
       77  WS-TICKETFILE-STATUS        PIC X(2).
       77  WS-STRMINFILE-STATUS        PIC X(2).
       77  WS-RPTOUTFILE-STATUS        PIC X(2).
       77  WS-EXCPOUTFILE-STATUS       PIC X(2).
       77  WS-HISTOUTFILE-STATUS       PIC X(2).
       77  WS-ZLJRNLFILE-STATUS        PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-POSMSTFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-DIAL-TABLE.
           05  WS-DIAL-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-MD-DIAL-ID       PIC X(8).
               10  WS-MD-STREAM-NO     PIC 9(1).
               10  WS-MD-RECORDS       PIC 9(09).
               10  WS-MD-NEXT-SLOT     PIC 9(09).

       01  WS-RECORD-TABLE.
           05  WS-RECORD-ENTRY OCCURS 1 TO 10000000 TIMES
               DEPENDING ON WS-RECORD-CAPACITY.
               10  WS-RT-RECORD        PIC X(103).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 1500-CHECK-TICKETS THRU 1500-EXIT
           END-IF.
           IF RETURN-CODE < 16 AND MODE-IS-MERGE
               PERFORM 2000-SIZE-RECORD-TABLE THRU 2000-EXIT
           END-IF.
           IF RETURN-CODE < 16 AND MODE-IS-MERGE
               PERFORM 3000-MERGE-ONE-SET THRU 3000-EXIT
                   VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > 4
                   OR RETURN-CODE >= 16
           END-IF.
           IF RETURN-CODE < 16 AND MODE-IS-MERGE
               PERFORM 4000-APPEND-ONE-SET THRU 4000-EXIT
                   VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > 4
                   OR RETURN-CODE >= 16
           END-IF.
           IF RETURN-CODE < 16 AND MODE-IS-MERGE
               PERFORM 4500-APPLY-ONE-MASTER THRU 4500-EXIT
                   VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > 2
                   OR RETURN-CODE >= 16
           END-IF.
           IF RETURN-CODE < 16 AND MODE-IS-MERGE
               PERFORM 5000-FILE-MERGED-TICKET THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE MODE FROM SYSIN, OPEN THE LOG AND
      *                    LOAD THE STREAM MAP
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'VAULT STREAM MERGE FOR ' WS-RUN-DATE.
           ACCEPT WS-SYSIN-CARD.
           IF NOT MODE-IS-CHECK AND NOT MODE-IS-MERGE
               DISPLAY 'VLTMERGE: MODE FROM SYSIN IS MISSING OR NOT '
                   'CHECK OR MERGE'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
           END-IF.
           IF WS-OPSLOGFILE-STATUS = '00'
               SET OPSLOGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'VLTMERGE: UNABLE TO OPEN OPSLOG - EVENTS GO '
                   'TO SYSOUT ONLY'
               IF MODE-IS-MERGE
                   DISPLAY 'VLTMERGE: THE STREAM EVENT LOGS CANNOT BE '
                       'APPENDED - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-MAP - READ THE MAP HEADER, ALLOCATE THE DIAL TABLE
      *                  TO ITS DIAL COUNT AND LOAD THE DIALS. A MAP
      *                  WITHOUT A HEADER, OR WHOSE DIAL RECORDS DO
      *                  NOT ADD UP TO IT, IS NOT A SPLIT TO MERGE BY.
      *****************************************************************
       1100-LOAD-MAP.
           OPEN INPUT STRMMAPFILE.
           IF WS-STRMMAPFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN STRMMAP'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           SET STRMMAPFILE-IS-OPEN TO TRUE.
           READ STRMMAPFILE
               AT END
                   MOVE SPACES TO STRMMAP-REC
           END-READ.
           IF NOT SPLIT-HEADER-REC
               OR SP-STREAM-COUNT NOT NUMERIC
               OR SP-STREAM-COUNT = 0
               OR SP-DIAL-COUNT NOT NUMERIC
               DISPLAY 'VLTMERGE: STRMMAP HAS NO SPLIT HEADER - '
                   'NOTHING TO MERGE BY'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE STRMMAP-REC TO WS-MAP-HEADER.
           MOVE SP-STREAM-COUNT TO WS-STREAM-COUNT.
           MOVE SP-DIAL-COUNT TO WS-HEADER-DIALS.
           DISPLAY 'VLTMERGE: SPLIT OF ' SP-SPLIT-DATE ' '
               SP-SPLIT-TIME ' - ' SP-DIAL-COUNT ' DIAL(S) IN '
               WS-STREAM-COUNT ' STREAM(S)'.
           IF SP-DIAL-COUNT > 999999
               DISPLAY 'VLTMERGE: MORE DIALS IN THE SPLIT THAN THE '
                   'DIAL TABLE CAN HOLD'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WS-DIAL-CAPACITY = SP-DIAL-COUNT + 1.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               DISPLAY 'VLTMERGE: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           PERFORM 1110-LOAD-ONE-DIAL THRU 1110-EXIT
               UNTIL WS-STRMMAP-EOF = 'Y'.
           IF RETURN-CODE < 16
               AND WS-MAP-DIALS NOT = WS-DIAL-CAPACITY - 1
               DISPLAY 'VLTMERGE: STRMMAP CARRIES ' WS-MAP-DIALS
                   ' DIAL(S) BUT ITS HEADER SAYS ' WS-HEADER-DIALS
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-MD-DIAL-ID (WS-DIAL-CAPACITY).
           MOVE 0 TO WS-MD-STREAM-NO (WS-DIAL-CAPACITY).
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-LOAD-ONE-DIAL - ONE DIAL RECORD, IN DIAL CONTROL ORDER
      *****************************************************************
       1110-LOAD-ONE-DIAL.
           READ STRMMAPFILE
               AT END
                   MOVE 'Y' TO WS-STRMMAP-EOF
                   GO TO 1110-EXIT
           END-READ.
           IF NOT SPLIT-DIAL-REC
               GO TO 1110-EXIT
           END-IF.
           IF WS-MAP-DIALS >= WS-DIAL-CAPACITY - 1
               ADD 1 TO WS-MAP-DIALS
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-MAP-DIALS.
           MOVE SP-DIAL-ID TO WS-MD-DIAL-ID (WS-MAP-DIALS).
           MOVE SP-STREAM-NO TO WS-MD-STREAM-NO (WS-MAP-DIALS).
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1500-CHECK-TICKETS - EVERY STREAM OF THIS SPLIT MUST HAVE
      *                       FILED ITS COMPLETION TICKET, AND THE
      *                       SPLIT MUST NOT HAVE BEEN MERGED ALREADY.
      *                       EVERY MISSING STREAM IS NAMED BEFORE THE
      *                       MERGE IS HELD. A MISSING PUBLICATION
      *                       TICKET ONLY HOLDS SCOREXT.
      *****************************************************************
       1500-CHECK-TICKETS.
           DISPLAY ' '.
           PERFORM 1510-CHECK-ONE-STREAM THRU 1510-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
           MOVE 'MRGLAST' TO WS-TICKET-DDNAME.
           PERFORM 1600-READ-TICKET THRU 1600-EXIT.
           IF TICKET-REC = WS-MAP-HEADER
               SET SPLIT-WAS-MERGED TO TRUE
               DISPLAY 'VLTMERGE: THIS SPLIT HAS ALREADY BEEN MERGED '
                   '- MERGE HELD'
               MOVE 16 TO RETURN-CODE
               MOVE 'E' TO WS-OPS-SEVERITY
               MOVE 'MRGHOLD' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE 0 TO WS-OPS-COUNT
               MOVE 'SPLIT ALREADY MERGED - MERGE HELD'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
           END-IF.
           IF WS-HELD-STREAMS > 0
               DISPLAY 'VLTMERGE: ' WS-HELD-STREAMS ' STREAM(S) NOT '
                   'COMPLETE - MERGE HELD UNTIL THEY ARE RERUN'
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF.
           IF SPLIT-WAS-MERGED
               GO TO 1500-EXIT
           END-IF.
           DISPLAY 'VLTMERGE: ALL ' WS-STREAM-COUNT
               ' STREAM(S) COMPLETE'.
           MOVE 'PUBOK' TO WS-TICKET-DDNAME.
           PERFORM 1600-READ-TICKET THRU 1600-EXIT.
           IF TICKET-REC NOT = WS-MAP-HEADER
               MOVE 'N' TO WS-PUBLISH-SW
               DISPLAY 'VLTMERGE: NO PUBLICATION CLEARANCE FOR THIS '
                   'SPLIT - SCORE EXTRACT HELD'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'W' TO WS-OPS-SEVERITY
               MOVE 'PUBHOLD' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE 0 TO WS-OPS-COUNT
               MOVE 'NO PUBLICATION CLEARANCE - SCORE EXTRACT HELD'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-CHECK-ONE-STREAM - ONE STREAM'S COMPLETION TICKET
      *****************************************************************
       1510-CHECK-ONE-STREAM.
           MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT.
           MOVE SPACES TO WS-TICKET-DDNAME.
           STRING 'STRMOK' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
                  INTO WS-TICKET-DDNAME
           END-STRING.
           PERFORM 1600-READ-TICKET THRU 1600-EXIT.
           IF TICKET-REC = WS-MAP-HEADER
               DISPLAY 'VLTMERGE: STREAM ' WS-STREAM-DIGIT
                   ' COMPLETE'
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-HELD-STREAMS.
           DISPLAY 'VLTMERGE: *** STREAM ' WS-STREAM-DIGIT
               ' HAS NOT COMPLETED THIS SPLIT - RERUN VLTST'
               WS-STREAM-DIGIT ' ***'.
           MOVE 'E' TO WS-OPS-SEVERITY.
           MOVE 'STRMHOLD' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-STREAM-DIGIT TO WS-OPS-COUNT.
           MOVE 'STREAM NOT COMPLETE - MERGE HELD UNTIL IT IS RERUN'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1600-READ-TICKET - THE FIRST RECORD OF THE TICKET IN
      *                     WS-TICKET-DDNAME, OR SPACES WHEN THERE IS
      *                     NO TICKET
      *****************************************************************
       1600-READ-TICKET.
           MOVE SPACES TO TICKET-REC.
           OPEN INPUT TICKETFILE.
           IF WS-TICKETFILE-STATUS NOT = '00'
               GO TO 1600-EXIT
           END-IF.
           READ TICKETFILE
               AT END
                   MOVE SPACES TO TICKET-REC
           END-READ.
           CLOSE TICKETFILE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SIZE-RECORD-TABLE - COUNT EVERY STREAM DATASET TO BE
      *                           MERGED AND ALLOCATE THE RECORD TABLE
      *                           TO THE LARGEST MERGED DATASET. A
      *                           STREAM DATASET THAT CANNOT BE OPENED
      *                           STOPS THE RUN BEFORE ANYTHING IS
      *                           WRITTEN.
      *****************************************************************
       2000-SIZE-RECORD-TABLE.
           MOVE 0 TO WS-MOST-RECORDS.
           PERFORM 2100-COUNT-ONE-SET THRU 2100-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 4.
           IF RETURN-CODE >= 16
               GO TO 2000-EXIT
           END-IF.
           IF WS-MOST-RECORDS > 10000000
               DISPLAY 'VLTMERGE: MORE RECORDS THAN THE RECORD TABLE '
                   'CAN HOLD'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-MOST-RECORDS TO WS-RECORD-CAPACITY.
           IF WS-RECORD-CAPACITY = 0
               MOVE 1 TO WS-RECORD-CAPACITY
           END-IF.
           COMPUTE WS-TABLE-BYTES =
               WS-RECORD-CAPACITY * LENGTH OF WS-RECORD-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-RECORD-TABLE-PTR.
           IF WS-RECORD-TABLE-PTR = NULL
               DISPLAY 'VLTMERGE: UNABLE TO ALLOCATE THE RUN TABLES'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           SET ADDRESS OF WS-RECORD-TABLE TO WS-RECORD-TABLE-PTR.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-COUNT-ONE-SET - COUNT ONE MERGED DATASET ACROSS ALL THE
      *                       STREAMS
      *****************************************************************
       2100-COUNT-ONE-SET.
           MOVE 0 TO WS-SET-RECORDS.
           PERFORM 2110-COUNT-ONE-STREAM THRU 2110-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
           IF WS-SET-RECORDS > WS-MOST-RECORDS
               MOVE WS-SET-RECORDS TO WS-MOST-RECORDS
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-COUNT-ONE-STREAM - COUNT ONE STREAM'S DATASET
      *****************************************************************
       2110-COUNT-ONE-STREAM.
           MOVE WS-MS-DDNAME (WS-SET-SUB) TO WS-OUTPUT-DDNAME.
           PERFORM 7000-OPEN-STREAM-INPUT THRU 7000-EXIT.
           IF WS-STRMINFILE-STATUS NOT = '00'
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2115-COUNT-ONE-RECORD THRU 2115-EXIT
               UNTIL WS-STRMIN-EOF = 'Y'.
           CLOSE STRMINFILE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2115-COUNT-ONE-RECORD - COUNT ONE RECORD
      *****************************************************************
       2115-COUNT-ONE-RECORD.
           READ STRMINFILE
               AT END
                   MOVE 'Y' TO WS-STRMIN-EOF
                   GO TO 2115-EXIT
           END-READ.
           ADD 1 TO WS-SET-RECORDS.
       2115-EXIT.
           EXIT.

      *****************************************************************
      *  3000-MERGE-ONE-SET - REBUILD ONE REPORT OR EXCEPTIONS
      *                       GENERATION IN DIAL CONTROL ORDER. PASS
      *                       ONE COUNTS EACH DIAL'S RECORDS, WHICH
      *                       GIVES EVERY DIAL ITS FIRST SLOT IN THE
      *                       RECORD TABLE; PASS TWO DROPS EACH
      *                       RECORD INTO ITS DIAL'S NEXT SLOT; THE
      *                       TABLE IS THEN WRITTEN OUT IN ORDER.
      *****************************************************************
       3000-MERGE-ONE-SET.
           MOVE WS-MS-DDNAME (WS-SET-SUB) TO WS-OUTPUT-DDNAME.
           PERFORM 3100-CLEAR-ONE-DIAL THRU 3100-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-CAPACITY.
           MOVE 0 TO WS-SET-RECORDS.
           MOVE 0 TO WS-LAST-MATCH-SUB.
           PERFORM 3200-COUNT-ONE-STREAM THRU 3200-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
           IF RETURN-CODE >= 16
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WS-NEXT-SLOT.
           PERFORM 3300-FIRST-SLOT-ONE-DIAL THRU 3300-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-CAPACITY.
           PERFORM 3400-PLACE-ONE-STREAM THRU 3400-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
           IF RETURN-CODE >= 16
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-WRITE-MERGED-SET THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CLEAR-ONE-DIAL - ZERO ONE DIAL'S COUNT FOR THE DATASET
      *                        IN HAND
      *****************************************************************
       3100-CLEAR-ONE-DIAL.
           MOVE 0 TO WS-MD-RECORDS (WS-DIAL-SUB).
           MOVE 0 TO WS-MD-NEXT-SLOT (WS-DIAL-SUB).
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-COUNT-ONE-STREAM - PASS ONE OVER ONE STREAM'S DATASET
      *****************************************************************
       3200-COUNT-ONE-STREAM.
           MOVE 0 TO WS-SM-RECORDS (WS-STREAM-SUB).
           PERFORM 7000-OPEN-STREAM-INPUT THRU 7000-EXIT.
           IF WS-STRMINFILE-STATUS NOT = '00'
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-COUNT-ONE-RECORD THRU 3210-EXIT
               UNTIL WS-STRMIN-EOF = 'Y'.
           CLOSE STRMINFILE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-COUNT-ONE-RECORD - COUNT ONE RECORD AGAINST ITS DIAL. A
      *                          RECORD FOR A DIAL NOT IN THE MAP IS
      *                          KEPT, AFTER EVERY MAPPED DIAL, AND
      *                          WARNED ON.
      *****************************************************************
       3210-COUNT-ONE-RECORD.
           READ STRMINFILE INTO WS-MERGE-RECORD
               AT END
                   MOVE 'Y' TO WS-STRMIN-EOF
                   GO TO 3210-EXIT
           END-READ.
           PERFORM 7100-FIND-RECORD-DIAL THRU 7100-EXIT.
           IF WS-DIAL-MATCH-SUB = WS-DIAL-CAPACITY
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'VLTMERGE: *** ' WS-OUTPUT-DDNAME
                   ' RECORD FOR DIAL ' WS-FIND-DIAL-ID
                   ' NOT IN THE STREAM MAP - MERGED LAST ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           ADD 1 TO WS-MD-RECORDS (WS-DIAL-MATCH-SUB).
           ADD 1 TO WS-SM-RECORDS (WS-STREAM-SUB).
           ADD 1 TO WS-SET-RECORDS.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3300-FIRST-SLOT-ONE-DIAL - A DIAL'S RECORDS START RIGHT AFTER
      *                             THOSE OF THE DIALS BEFORE IT
      *****************************************************************
       3300-FIRST-SLOT-ONE-DIAL.
           MOVE WS-NEXT-SLOT TO WS-MD-NEXT-SLOT (WS-DIAL-SUB).
           ADD WS-MD-RECORDS (WS-DIAL-SUB) TO WS-NEXT-SLOT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-PLACE-ONE-STREAM - PASS TWO OVER ONE STREAM'S DATASET
      *****************************************************************
       3400-PLACE-ONE-STREAM.
           PERFORM 7000-OPEN-STREAM-INPUT THRU 7000-EXIT.
           IF WS-STRMINFILE-STATUS NOT = '00'
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-PLACE-ONE-RECORD THRU 3410-EXIT
               UNTIL WS-STRMIN-EOF = 'Y'.
           CLOSE STRMINFILE.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3410-PLACE-ONE-RECORD - DROP ONE RECORD INTO ITS DIAL'S NEXT
      *                          SLOT. A DATASET THAT GREW BETWEEN THE
      *                          PASSES IS NOT MERGED.
      *****************************************************************
       3410-PLACE-ONE-RECORD.
           READ STRMINFILE INTO WS-MERGE-RECORD
               AT END
                   MOVE 'Y' TO WS-STRMIN-EOF
                   GO TO 3410-EXIT
           END-READ.
           PERFORM 7100-FIND-RECORD-DIAL THRU 7100-EXIT.
           MOVE WS-MD-NEXT-SLOT (WS-DIAL-MATCH-SUB) TO WS-RECORD-SUB.
           IF WS-RECORD-SUB > WS-SET-RECORDS
               DISPLAY 'VLTMERGE: ' WS-STREAM-DDNAME
                   ' CHANGED WHILE IT WAS BEING MERGED - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STRMIN-EOF
               GO TO 3410-EXIT
           END-IF.
           MOVE WS-MERGE-RECORD TO WS-RT-RECORD (WS-RECORD-SUB).
           ADD 1 TO WS-MD-NEXT-SLOT (WS-DIAL-MATCH-SUB).
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  3500-WRITE-MERGED-SET - WRITE THE ORDERED RECORD TABLE TO THE
      *                          MERGED GENERATION AND SHOW WHAT EACH
      *                          STREAM CONTRIBUTED
      *****************************************************************
       3500-WRITE-MERGED-SET.
           IF MERGE-SET-IS-REPORT (WS-SET-SUB)
               OPEN OUTPUT RPTOUTFILE
               MOVE WS-RPTOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           ELSE
               OPEN OUTPUT EXCPOUTFILE
               MOVE WS-EXCPOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           END-IF.
           IF WS-STRMINFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN ' WS-OUTPUT-DDNAME
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-WRITE-ONE-RECORD THRU 3510-EXIT
               VARYING WS-RECORD-SUB FROM 1 BY 1
               UNTIL WS-RECORD-SUB > WS-SET-RECORDS
               OR RETURN-CODE >= 16.
           IF MERGE-SET-IS-REPORT (WS-SET-SUB)
               CLOSE RPTOUTFILE
           ELSE
               CLOSE EXCPOUTFILE
           END-IF.
           ADD WS-SET-RECORDS TO WS-MERGED-COUNT.
           DISPLAY 'VLTMERGE: ' WS-OUTPUT-DDNAME ' ' WS-SET-RECORDS
               ' RECORD(S) MERGED IN DIAL CONTROL ORDER'.
           PERFORM 3520-SHOW-ONE-STREAM THRU 3520-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3510-WRITE-ONE-RECORD - WRITE ONE MERGED RECORD. A RECORD
      *                          THAT CANNOT BE WRITTEN STOPS THE RUN.
      *****************************************************************
       3510-WRITE-ONE-RECORD.
           IF MERGE-SET-IS-REPORT (WS-SET-SUB)
               WRITE REPORTFILE-FILE FROM WS-RT-RECORD (WS-RECORD-SUB)
               MOVE WS-RPTOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           ELSE
               WRITE EXCEPTFILE-FILE FROM WS-RT-RECORD (WS-RECORD-SUB)
               MOVE WS-EXCPOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           END-IF.
           IF WS-STRMINFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO WRITE ' WS-OUTPUT-DDNAME
                   ' - STATUS ' WS-STRMINFILE-STATUS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  3520-SHOW-ONE-STREAM - ONE STREAM'S SHARE OF THE DATASET
      *****************************************************************
       3520-SHOW-ONE-STREAM.
           MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT.
           DISPLAY '  STREAM ' WS-STREAM-DIGIT '  '
               WS-SM-RECORDS (WS-STREAM-SUB) ' RECORD(S)'.
       3520-EXIT.
           EXIT.

      *****************************************************************
      *  4000-APPEND-ONE-SET - APPEND EVERY STREAM'S RECORDS OF ONE
      *                        ACCUMULATING DATASET (HISTORY, JOURNAL
      *                        OR EVENT LOG) TO THE SHARED ONE, IN
      *                        STREAM ORDER. THEIR READERS DO NOT
      *                        DEPEND ON THE ORDER. THE EVENT LOG IS
      *                        ALREADY OPEN FOR THIS STEP'S OWN EVENTS.
      *****************************************************************
       4000-APPEND-ONE-SET.
           MOVE WS-AS-DDNAME (WS-SET-SUB) TO WS-OUTPUT-DDNAME.
           MOVE 0 TO WS-SET-RECORDS.
           EVALUATE WS-OUTPUT-DDNAME
               WHEN 'ZLJRNL'
                   OPEN EXTEND ZLJRNLFILE
                   IF WS-ZLJRNLFILE-STATUS = '35'
                       OPEN OUTPUT ZLJRNLFILE
                   END-IF
                   MOVE WS-ZLJRNLFILE-STATUS TO WS-STRMINFILE-STATUS
               WHEN 'OPSLOG'
                   MOVE '00' TO WS-STRMINFILE-STATUS
               WHEN OTHER
                   OPEN EXTEND HISTOUTFILE
                   IF WS-HISTOUTFILE-STATUS = '35'
                       OPEN OUTPUT HISTOUTFILE
                   END-IF
                   MOVE WS-HISTOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           END-EVALUATE.
           IF WS-STRMINFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN ' WS-OUTPUT-DDNAME
                   ' TO APPEND THE STREAMS'
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-APPEND-ONE-STREAM THRU 4100-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               OR RETURN-CODE >= 16.
           EVALUATE WS-OUTPUT-DDNAME
               WHEN 'ZLJRNL'
                   CLOSE ZLJRNLFILE
               WHEN 'OPSLOG'
                   CONTINUE
               WHEN OTHER
                   CLOSE HISTOUTFILE
           END-EVALUATE.
           ADD WS-SET-RECORDS TO WS-APPENDED-COUNT.
           DISPLAY 'VLTMERGE: ' WS-OUTPUT-DDNAME ' ' WS-SET-RECORDS
               ' RECORD(S) APPENDED FROM THE STREAMS'.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-APPEND-ONE-STREAM - APPEND ONE STREAM'S DATASET
      *****************************************************************
       4100-APPEND-ONE-STREAM.
           PERFORM 7000-OPEN-STREAM-INPUT THRU 7000-EXIT.
           IF WS-STRMINFILE-STATUS NOT = '00'
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-APPEND-ONE-RECORD THRU 4110-EXIT
               UNTIL WS-STRMIN-EOF = 'Y'.
           CLOSE STRMINFILE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-APPEND-ONE-RECORD - APPEND ONE RECORD. A RECORD THAT
      *                           CANNOT BE APPENDED STOPS THE RUN
      *                           BEFORE THE MERGED TICKET IS FILED.
      *****************************************************************
       4110-APPEND-ONE-RECORD.
           READ STRMINFILE INTO WS-MERGE-RECORD
               AT END
                   MOVE 'Y' TO WS-STRMIN-EOF
                   GO TO 4110-EXIT
           END-READ.
           EVALUATE WS-OUTPUT-DDNAME
               WHEN 'ZLJRNL'
                   WRITE ZLJRNL-FILE FROM WS-MERGE-RECORD
                   MOVE WS-ZLJRNLFILE-STATUS TO WS-STRMINFILE-STATUS
               WHEN 'OPSLOG'
                   WRITE OPSLOG-FILE FROM WS-MERGE-RECORD
                   MOVE WS-OPSLOGFILE-STATUS TO WS-STRMINFILE-STATUS
               WHEN OTHER
                   WRITE HISTOUT-REC FROM WS-MERGE-RECORD
                   MOVE WS-HISTOUTFILE-STATUS TO WS-STRMINFILE-STATUS
           END-EVALUATE.
           IF WS-STRMINFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO APPEND ' WS-STREAM-DDNAME
                   ' TO ' WS-OUTPUT-DDNAME ' - STATUS '
                   WS-STRMINFILE-STATUS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STRMIN-EOF
               GO TO 4110-EXIT
           END-IF.
           ADD 1 TO WS-SET-RECORDS.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  4500-APPLY-ONE-MASTER - APPLY EVERY STREAM'S PUBLISHED
      *                          POSITIONS TO ONE POSITION MASTER, IN
      *                          STREAM ORDER. THE STREAMS HOLD
      *                          DIFFERENT DIALS, AND EACH STREAM WROTE
      *                          A DIAL'S POSITIONS OLDEST FIRST.
      *****************************************************************
       4500-APPLY-ONE-MASTER.
           MOVE WS-PS-MASTER-DDNAME (WS-SET-SUB) TO WS-MASTER-DDNAME.
           MOVE WS-PS-UPDATE-DDNAME (WS-SET-SUB) TO WS-OUTPUT-DDNAME.
           MOVE 0 TO WS-SET-RECORDS.
           OPEN I-O POSMSTFILE.
           IF WS-POSMSTFILE-STATUS = '35'
               OPEN OUTPUT POSMSTFILE
               CLOSE POSMSTFILE
               OPEN I-O POSMSTFILE
           END-IF.
           IF WS-POSMSTFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN ' WS-MASTER-DDNAME
                   ' TO APPLY THE STREAM POSITIONS'
               MOVE 16 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-APPLY-ONE-STREAM THRU 4600-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               OR RETURN-CODE >= 16.
           CLOSE POSMSTFILE.
           ADD WS-SET-RECORDS TO WS-POSITION-COUNT.
           DISPLAY 'VLTMERGE: ' WS-MASTER-DDNAME ' ' WS-SET-RECORDS
               ' POSITION(S) APPLIED FROM THE STREAMS'.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4600-APPLY-ONE-STREAM - APPLY ONE STREAM'S POSITIONS
      *****************************************************************
       4600-APPLY-ONE-STREAM.
           PERFORM 7000-OPEN-STREAM-INPUT THRU 7000-EXIT.
           IF WS-STRMINFILE-STATUS NOT = '00'
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4610-APPLY-ONE-POSITION THRU 4610-EXIT
               UNTIL WS-STRMIN-EOF = 'Y'.
           CLOSE STRMINFILE.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  4610-APPLY-ONE-POSITION - REPLACE OR ADD ONE DIAL'S POSITION.
      *                            A POSITION OLDER THAN THE MASTER'S
      *                            WOULD MOVE THE DIAL BACKWARDS AND IS
      *                            LEFT OUT. A MASTER THAT CANNOT BE
      *                            UPDATED STOPS THE RUN.
      *****************************************************************
       4610-APPLY-ONE-POSITION.
           READ STRMINFILE INTO WS-MERGE-RECORD
               AT END
                   MOVE 'Y' TO WS-STRMIN-EOF
                   GO TO 4610-EXIT
           END-READ.
           MOVE WS-MR-POS-DIAL-ID TO PS-DIAL-ID.
           READ POSMSTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-POSMSTFILE-STATUS
               WHEN '00'
                   IF PS-FEED-DATE > WS-MR-POS-FEED-DATE
                       ADD 1 TO WS-STALE-COUNT
                       DISPLAY 'VLTMERGE: *** ' WS-MASTER-DDNAME
                           ' DIAL ' WS-MR-POS-DIAL-ID ' IS AT FEED '
                           'DATED ' PS-FEED-DATE ' - ' WS-STREAM-DDNAME
                           ' POSITION FOR ' WS-MR-POS-FEED-DATE
                           ' NOT APPLIED ***'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       GO TO 4610-EXIT
                   END-IF
                   MOVE WS-MERGE-RECORD TO POSFILE-FILE
                   REWRITE POSFILE-FILE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN '23'
                   MOVE WS-MERGE-RECORD TO POSFILE-FILE
                   WRITE POSFILE-FILE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE.
           IF WS-POSMSTFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO APPLY ' WS-STREAM-DDNAME
                   ' POSITION FOR DIAL ' WS-MR-POS-DIAL-ID ' TO '
                   WS-MASTER-DDNAME ' - STATUS ' WS-POSMSTFILE-STATUS
                   ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STRMIN-EOF
               GO TO 4610-EXIT
           END-IF.
           ADD 1 TO WS-SET-RECORDS.
       4610-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FILE-MERGED-TICKET - THE LAST THING DONE: FILE THE MAP
      *                            HEADER AS THE MERGED TICKET SO THIS
      *                            SPLIT IS NEVER MERGED AGAIN
      *****************************************************************
       5000-FILE-MERGED-TICKET.
           MOVE 'MRGDONE' TO WS-TICKET-DDNAME.
           OPEN OUTPUT TICKETFILE.
           IF WS-TICKETFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN MRGDONE - THE MERGE '
                   'IS COMPLETE BUT NOT MARKED; DO NOT RERUN IT'
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           WRITE TICKET-REC FROM WS-MAP-HEADER.
           CLOSE TICKETFILE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-OPEN-STREAM-INPUT - OPEN THE CURRENT STREAM'S COPY OF
      *                           THE DATASET IN WS-OUTPUT-DDNAME. A
      *                           STREAM DATASET THAT CANNOT BE OPENED
      *                           STOPS THE RUN.
      *****************************************************************
       7000-OPEN-STREAM-INPUT.
           MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT.
           MOVE SPACES TO WS-STREAM-DDNAME.
           STRING WS-OUTPUT-DDNAME DELIMITED BY SPACE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
                  INTO WS-STREAM-DDNAME
           END-STRING.
           MOVE 'N' TO WS-STRMIN-EOF.
           OPEN INPUT STRMINFILE.
           IF WS-STRMINFILE-STATUS NOT = '00'
               DISPLAY 'VLTMERGE: UNABLE TO OPEN ' WS-STREAM-DDNAME
                   ' FOR STREAM ' WS-STREAM-DIGIT ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-FIND-RECORD-DIAL - FIND THE MAP SLOT OF THE CURRENT
      *                          RECORD'S DIAL. A STREAM WRITES A
      *                          DIAL'S RECORDS TOGETHER, SO THE LAST
      *                          DIAL FOUND IS TRIED FIRST. A DIAL
      *                          NOT IN THE MAP GETS THE LAST SLOT.
      *****************************************************************
       7100-FIND-RECORD-DIAL.
           IF MERGE-SET-IS-REPORT (WS-SET-SUB)
               MOVE WS-MR-REPORT-DIAL-ID TO WS-FIND-DIAL-ID
           ELSE
               MOVE WS-MR-EXCP-DIAL-ID TO WS-FIND-DIAL-ID
           END-IF.
           IF WS-LAST-MATCH-SUB NOT = 0
               IF WS-MD-DIAL-ID (WS-LAST-MATCH-SUB) = WS-FIND-DIAL-ID
                   MOVE WS-LAST-MATCH-SUB TO WS-DIAL-MATCH-SUB
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-DIAL-MATCH-SUB.
           PERFORM 7110-MATCH-ONE-DIAL THRU 7110-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-MAP-DIALS
               OR WS-DIAL-MATCH-SUB NOT = 0.
           IF WS-DIAL-MATCH-SUB = 0
               MOVE WS-DIAL-CAPACITY TO WS-DIAL-MATCH-SUB
           ELSE
               MOVE WS-DIAL-MATCH-SUB TO WS-LAST-MATCH-SUB
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7110-MATCH-ONE-DIAL - NOTE THE MAP SLOT, IF ANY, HOLDING THE
      *                        DIAL BEING LOOKED UP
      *****************************************************************
       7110-MATCH-ONE-DIAL.
           IF WS-MD-DIAL-ID (WS-DIAL-SUB) = WS-FIND-DIAL-ID
               MOVE WS-DIAL-SUB TO WS-DIAL-MATCH-SUB
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
           MOVE 'VLTMERGE' TO OL-PROGRAM.
           MOVE WS-OPS-DIAL-ID TO OL-DIAL-ID.
           MOVE WS-OPS-SEVERITY TO OL-SEVERITY.
           MOVE WS-OPS-EVENT-CODE TO OL-EVENT-CODE.
           MOVE WS-OPS-COUNT TO OL-COUNT.
           MOVE WS-OPS-DETAIL TO OL-DETAIL.
           WRITE OPSLOG-FILE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP. ONLY
      *                   THE MERGE STEP WRITES A STEP-END EVENT.
      *****************************************************************
       9000-TERMINATE.
           DISPLAY ' '.
           IF MODE-IS-MERGE
               DISPLAY 'VLTMERGE: ' WS-MERGED-COUNT ' RECORD(S) '
                   'MERGED, ' WS-APPENDED-COUNT ' APPENDED, '
                   WS-UNMAPPED-COUNT ' FOR DIALS NOT IN THE MAP'
               DISPLAY 'VLTMERGE: ' WS-POSITION-COUNT ' POSITION(S) '
                   'APPLIED, ' WS-STALE-COUNT ' OLDER THAN THE MASTER '
                   'LEFT OUT'
               MOVE 'I' TO WS-OPS-SEVERITY
               IF RETURN-CODE >= 16
                   MOVE 'E' TO WS-OPS-SEVERITY
               END-IF
               MOVE 'STEPEND' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE WS-MERGED-COUNT TO WS-OPS-COUNT
               MOVE 'STREAM REPORTS AND EXCEPTIONS MERGED'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
           END-IF.
           IF RETURN-CODE >= 16
               DISPLAY 'VLTMERGE: MERGE HELD - NOTHING DOWNSTREAM '
                   'RUNS UNTIL IT COMPLETES'
           ELSE
               IF MODE-IS-MERGE
                   DISPLAY 'VLTMERGE: MERGE COMPLETE'
               ELSE
                   DISPLAY 'VLTMERGE: STREAMS READY TO MERGE'
               END-IF
           END-IF.
           IF RETURN-CODE < 16 AND NOT PUBLICATION-IS-CLEARED
               DISPLAY 'VLTMERGE: SCORE EXTRACT HELD - NO PUBLICATION '
                   'CLEARANCE'
           END-IF.
           IF STRMMAPFILE-IS-OPEN
               CLOSE STRMMAPFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
       9000-EXIT.
           EXIT.
