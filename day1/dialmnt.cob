      *                   ALLOCATION FAILURE STOPS THE RUN WITH
      *                   RETURN-CODE 16 INSTEAD OF DROPPING DIALS
      *                   FROM THE OUTPUT.
      *  10/15/2026 DJV   DATED, DUAL-CONTROLLED DIAL CONTROL CHANGES.
      *                   THE CONTROL RECORD CARRIES THE DIAL'S START
      *                   MODE (DC-START-MODE): 'C' CARRIES THE POSITION
      *                   FORWARD FROM THE LAST PUBLISHED FEED, 'F' OR
      *                   BLANK KEEPS THE FIXED START, ANY OTHER VALUE
      *                   IS REJECTED. DIALCTL HOLDS DATED VERSIONS OF
      *                   EACH DIAL'S SETTINGS. EVERY TRANSACTION
      *                   CARRIES AN EFFECTIVE DATE (TX-EFFECTIVE-DATE):
      *                   AN ADD OR CHANGE WRITES THE VERSION IN FORCE
      *                   FROM THAT DATE, REPLACING ANY VERSION ALREADY
      *                   DATED THE SAME DAY, AND A DATED DELETE WRITES
      *                   A RETIREMENT VERSION. A BLANK DATE IS THE RUN
      *                   DATE FOR A CHANGE, THE BEGINNING OF TIME FOR
      *                   AN ADD, AND REMOVES EVERY VERSION FOR A
      *                   DELETE, AS BEFORE. THE INPUT FILE AND VAULT
      *                   BELONG TO THE DIAL: A CHANGE IN FORCE TODAY OR
      *                   EARLIER CARRIES THEM TO EVERY VERSION, AND A
      *                   FUTURE-DATED CHANGE MAY NOT MOVE THEM. THE
      *                   AUDIT BEFORE IMAGE IS THE VERSION IN FORCE ON
      *                   THE EFFECTIVE DATE. DIALNEW KEEPS EACH DIAL'S
      *                   VERSIONS TOGETHER IN DATE ORDER, AND A NEW
      *                   REPORT LISTS EVERY VERSION DATED AFTER THE RUN
      *                   DATE SO OPERATIONS CAN SEE WHAT GOES LIVE AND
      *                   WHEN. A DIALTXN CARD IS FILED BY REQMNT AS A
      *                   PENDING REQUEST AND THIS PROGRAM APPLIES ONLY
      *                   THE DIAL REQUESTS IN PENDREQ APPROVED BY A
      *                   USER OTHER THAN THE REQUESTER; THE AUDIT
      *                   RECORD CARRIES BOTH USER IDS. THE MAINTENANCE
      *                   RUN (SYSIN BLANK OR APPLY) ONLY READS PENDREQ
      *                   AND WRITES EACH REQUEST'S OUTCOME TO THE
      *                   DIALRES WORK DATASET; A CLOSE RUN (SYSIN
      *                   CLOSE), WHICH THE JOB MAKES ONLY ONCE DIALNEW
      *                   IS SAFELY OVER DIALCTL, MARKS THEM APPLIED OR
      *                   REJECTED WITH THE REASON. A REQUEST ALREADY
      *                   CLOSED IS PASSED OVER, SO THE CLOSE RUN CAN BE
      *                   RERUN, AND A FAILED RUN LEAVES THE REQUESTS
      *                   APPROVED FOR THE RERUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT PENDREQFILE ASSIGN TO PENDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REQUEST-ID
               FILE STATUS IS WS-PENDREQFILE-STATUS.

           SELECT DIALNEWFILE ASSIGN TO DIALNEW
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALAUDFILE-STATUS.

           SELECT DIALRESFILE ASSIGN TO DIALRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALRESFILE-STATUS.

           SELECT PROBEFILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBEFILE-STATUS.
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  PENDREQFILE.
           COPY PENDREC.

       FD  DIALNEWFILE.
           COPY DLCTLREC
               ==DC-DIAL-SIZE==   BY ==DN-DIAL-SIZE==
               ==DC-REJECT-TOLERANCE== BY ==DN-REJECT-TOLERANCE==
               ==DC-TARGET-POS==  BY ==DN-TARGET-POS==
               ==DC-VAULT-ID==    BY ==DN-VAULT-ID==
               ==DC-START-MODE==  BY ==DN-START-MODE==
               ==DC-CARRY-FORWARD== BY ==DN-CARRY-FORWARD==
               ==DC-FIXED-START== BY ==DN-FIXED-START==
               ==DC-EFFECTIVE-DATE== BY ==DN-EFFECTIVE-DATE==
               ==DC-VERSION-STATUS== BY ==DN-VERSION-STATUS==
               ==DC-VERSION-RETIRED== BY ==DN-VERSION-RETIRED==
               ==DC-VERSION-ACTIVE== BY ==DN-VERSION-ACTIVE==.

       FD  DIALAUDFILE.
           COPY DLAUDREC.

       FD  DIALRESFILE.
      *****************************************************************
      *  ONE APPROVED REQUEST'S OUTCOME (C = APPLIED, R = REJECTED)
      *  AND REJECTION REASON, HELD FOR THE CLOSE RUN
      *****************************************************************
       01  DIALRES-FILE.
           05  DR-REQUEST-ID           PIC X(22).
           05  DR-OUTCOME              PIC X(01).
           05  DR-REASON               PIC X(40).

       FD  PROBEFILE.
       01  PROBEFILE-FILE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-PENDREQ-EOF              PIC A(1) VALUE 'N'.
       01  WS-PROBE-FILENAME           PIC X(40).
       01  WS-TXN-COUNT                PIC 9(05) VALUE 0.
       01  WS-ACCEPT-COUNT             PIC 9(05) VALUE 0.
       01  WS-NUM-TOLERANCE            PIC 9(03).
       01  WS-TARGET-POS               PIC X(05).
       01  WS-NUM-TARGET               PIC 9(05).
       01  WS-TXN-EFF-DATE             PIC 9(8).
       01  WS-VERSION-KIND             PIC X(06).
       01  WS-PENDING-COUNT            PIC 9(05) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(05) VALUE 0.
       01  WS-OUTCOME-COUNT            PIC 9(05) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(05) VALUE 0.
       01  WS-DIALRES-EOF              PIC A(1) VALUE 'N'.

      *****************************************************************
      *  THE SYSIN CARD: APPLY (OR BLANK) FOR THE MAINTENANCE RUN, OR
      *  CLOSE TO MARK THE REQUESTS IT HANDLED ONCE DIALCTL IS REPLACED
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-RUN-MODE             PIC X(05).
               88  RUN-IS-APPLY                  VALUE 'APPLY'
                                                       SPACES.
               88  RUN-IS-CLOSE                  VALUE 'CLOSE'.
           05  FILLER                  PIC X(75).

      *****************************************************************
      *  THE APPROVED REQUEST BEING APPLIED, IN THE DIALTXN CARD
      *  LAYOUT IT WAS SUBMITTED IN
      *****************************************************************
           COPY DLTXNREC.

      *****************************************************************
      *  WORKING IMAGE OF ONE DIAL CONTROL RECORD, USED TO BUILD THE
           05  WS-IM-REJECT-TOLERANCE  PIC 9(03).
           05  WS-IM-TARGET-POS        PIC X(05).
           05  WS-IM-VAULT-ID          PIC X(8).
           05  WS-IM-START-MODE        PIC X(01).
           05  WS-IM-EFFECTIVE-DATE    PIC 9(8).
           05  WS-IM-VERSION-STATUS    PIC X(01).

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-FORCE-SUB                PIC 9(09) VALUE 0.
       01  WS-SAME-SUB                 PIC 9(09) VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(09) VALUE 0.
       01  WS-NEXT-SUB                 PIC 9(09) VALUE 0.
       01  WS-REQUEST-ENTRIES          PIC 9(09) VALUE 0.
       01  WS-REQUEST-SUB              PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE DIAL TABLE IS SIZED FROM THE CONTROL FILE AND THE
      *  APPROVED REQUESTS AND ALLOCATED AT INITIALIZATION - EVERY
      *  REQUEST COULD BE AN ADD - SO THE OLD OCCURS 50 CEILING IS
      *  GONE. THE REQUEST TABLE HOLDS EACH APPROVED REQUEST'S
      *  OUTCOME UNTIL THE RUN IS KNOWN TO HAVE WORKED. THE LAYOUTS
      *  LIVE IN THE LINKAGE SECTION.
      *****************************************************************
       01  WS-DIAL-CAPACITY            PIC 9(09) COMP VALUE 0.
       01  WS-REQUEST-CAPACITY         PIC 9(09) COMP VALUE 0.
       01  WS-TABLE-BYTES              PIC 9(09) COMP.
       01  WS-DIAL-TABLE-PTR           POINTER.
       01  WS-REQUEST-TABLE-PTR        POINTER.

       01  WS-SWITCHES.
           05  WS-TXN-SW               PIC X(01).
               88  TXN-IS-VALID                 VALUE 'Y'.
               88  TXN-IS-INVALID                VALUE 'N'.
           05  WS-DELETE-ALL-SW        PIC X(01).
               88  TXN-DELETES-ALL               VALUE 'Y'.
           05  WS-EARLIER-SW           PIC X(01).
               88  EARLIER-VERSION-FOUND         VALUE 'Y'.
           05  WS-DIALCTL-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-PENDREQ-OPEN-SW      PIC X(01) VALUE 'N'.
               88  PENDREQFILE-IS-OPEN           VALUE 'Y'.
           05  WS-DIALNEW-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALNEWFILE-IS-OPEN           VALUE 'Y'.
           05  WS-DIALAUD-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALAUDFILE-IS-OPEN           VALUE 'Y'.
           05  WS-DIALRES-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DIALRESFILE-IS-OPEN           VALUE 'Y'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-PENDREQFILE-STATUS       PIC X(2).
       77  WS-DIALNEWFILE-STATUS       PIC X(2).
       77  WS-DIALAUDFILE-STATUS       PIC X(2).
       77  WS-DIALRESFILE-STATUS       PIC X(2).
       77  WS-PROBEFILE-STATUS         PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).
               10  WS-DM-TOLERANCE     PIC 9(03).
               10  WS-DM-TARGET-POS    PIC X(05).
               10  WS-DM-VAULT-ID      PIC X(8).
               10  WS-DM-START-MODE    PIC X(01).
               10  WS-DM-DELETED-SW    PIC X(01).
               10  WS-DM-EFF-DATE      PIC 9(8).
               10  WS-DM-VERSION-STATUS PIC X(01).
               10  WS-DM-WRITTEN-SW    PIC X(01).
               10  WS-DM-LISTED-SW     PIC X(01).

       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 1 TO 1000000 TIMES
               DEPENDING ON WS-REQUEST-CAPACITY.
               10  WS-RQ-REQUEST-ID    PIC X(22).
               10  WS-RQ-OUTCOME       PIC X(01).
               10  WS-RQ-REASON        PIC X(40).

       PROCEDURE DIVISION.
      *****************************************************************
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RUN-IS-CLOSE
               IF RETURN-CODE < 16
                   PERFORM 6000-CLOSE-ONE-REQUEST THRU 6000-EXIT
                       UNTIL WS-DIALRES-EOF = 'Y'
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
                   UNTIL WS-PENDREQ-EOF = 'Y'
               PERFORM 3000-WRITE-ONE-CONTROL THRU 3000-EXIT
                   VARYING WS-DIAL-SUB FROM 1 BY 1
                   UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               PERFORM 4000-REPORT-PENDING THRU 4000-EXIT
               PERFORM 5000-CLOSE-REQUESTS THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE RUN MODE FROM SYSIN. A CLOSE RUN
      *                    ONLY OPENS THE OUTCOMES AND PENDREQ. A
      *                    MAINTENANCE RUN OPENS THE FILES, LOADS THE
      *                    CURRENT DIAL CONTROL TABLE AND POSITIONS AT
      *                    THE FIRST DIAL REQUEST. NO PENDING REQUEST
      *                    FILE YET JUST MEANS NOTHING HAS BEEN
      *                    APPROVED.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD.
           EVALUATE TRUE
               WHEN RUN-IS-APPLY
                   DISPLAY 'DIAL CONTROL MAINTENANCE REPORT FOR '
                       WS-RUN-DATE
               WHEN RUN-IS-CLOSE
                   DISPLAY 'DIAL REQUESTS CLOSED ' WS-RUN-DATE
                   PERFORM 1900-OPEN-CLOSE THRU 1900-EXIT
                   GO TO 1000-EXIT
               WHEN OTHER
                   DISPLAY 'DIALMNT: RUN MODE FROM SYSIN IS NOT '
                       'APPLY OR CLOSE'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-EVALUATE.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
               GO TO 1000-EXIT
           END-IF.
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           OPEN INPUT PENDREQFILE.
           IF WS-PENDREQFILE-STATUS = '35'
               DISPLAY 'DIALMNT: NO PENDING REQUEST FILE - NO '
                   'APPROVED CHANGES TO APPLY'
               MOVE 'Y' TO WS-PENDREQ-EOF
           ELSE
               IF WS-PENDREQFILE-STATUS NOT = '00'
                   DISPLAY 'DIALMNT: UNABLE TO OPEN PENDREQ - STATUS '
                       WS-PENDREQFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               SET PENDREQFILE-IS-OPEN TO TRUE
               PERFORM 1150-START-DIAL-REQUESTS THRU 1150-EXIT
           END-IF.
           OPEN OUTPUT DIALNEWFILE.
           IF WS-DIALNEWFILE-STATUS NOT = '00'
               DISPLAY 'DIALMNT: UNABLE TO OPEN DIALNEW'
               GO TO 1000-EXIT
           END-IF.
           SET DIALAUDFILE-IS-OPEN TO TRUE.
           OPEN OUTPUT DIALRESFILE.
           IF WS-DIALRESFILE-STATUS NOT = '00'
               DISPLAY 'DIALMNT: UNABLE TO OPEN DIALRES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET DIALRESFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-DIAL THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
       1000-EXIT.

      *****************************************************************
      *  1100-SIZE-TABLES - ONE TABLE SLOT PER CURRENT CONTROL RECORD
      *                     PLUS ONE PER APPROVED DIAL REQUEST (EVERY
      *                     REQUEST COULD BE AN ADD), ALLOCATED
      *                     BEFORE ANYTHING LOADS. AN ALLOCATION
      *                     FAILURE STOPS THE RUN LOUDLY.
      *****************************************************************
               CLOSE DIALCTLFILE
               MOVE 'N' TO WS-DIALCTL-EOF
           END-IF.
           MOVE 0 TO WS-REQUEST-CAPACITY.
           OPEN INPUT PENDREQFILE.
           IF WS-PENDREQFILE-STATUS = '00'
               PERFORM 1150-START-DIAL-REQUESTS THRU 1150-EXIT
               PERFORM 1120-COUNT-ONE-REQUEST THRU 1120-EXIT
                   UNTIL WS-PENDREQ-EOF = 'Y'
               CLOSE PENDREQFILE
               MOVE 'N' TO WS-PENDREQ-EOF
           END-IF.
           ADD WS-REQUEST-CAPACITY TO WS-DIAL-CAPACITY.
           IF WS-DIAL-CAPACITY = 0
               MOVE 1 TO WS-DIAL-CAPACITY
           END-IF.
           IF WS-REQUEST-CAPACITY = 0
               MOVE 1 TO WS-REQUEST-CAPACITY
           END-IF.
           COMPUTE WS-TABLE-BYTES =
               WS-DIAL-CAPACITY * LENGTH OF WS-DIAL-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-DIAL-TABLE-PTR.
           SET ADDRESS OF WS-DIAL-TABLE TO WS-DIAL-TABLE-PTR.
           COMPUTE WS-TABLE-BYTES =
               WS-REQUEST-CAPACITY * LENGTH OF WS-REQUEST-ENTRY (1).
           ALLOCATE WS-TABLE-BYTES CHARACTERS INITIALIZED
               RETURNING WS-REQUEST-TABLE-PTR.
           SET ADDRESS OF WS-REQUEST-TABLE TO WS-REQUEST-TABLE-PTR.
           IF WS-DIAL-TABLE-PTR = NULL
               OR WS-REQUEST-TABLE-PTR = NULL
               DISPLAY 'DIALMNT: UNABLE TO ALLOCATE THE DIAL TABLE'
               MOVE 16 TO RETURN-CODE
           END-IF.
           EXIT.

      *****************************************************************
      *  1120-COUNT-ONE-REQUEST - COUNT ONE APPROVED DIAL REQUEST
      *****************************************************************
       1120-COUNT-ONE-REQUEST.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 1120-EXIT
           END-READ.
           IF NOT PR-TYPE-DIAL
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 1120-EXIT
           END-IF.
           IF PR-IS-APPROVED
               ADD 1 TO WS-REQUEST-CAPACITY
           END-IF.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1150-START-DIAL-REQUESTS - POSITION THE PENDING REQUEST FILE
      *                             AT THE FIRST DIAL REQUEST. THE
      *                             KEY LEADS WITH THE REQUEST TYPE,
      *                             SO THE DIAL REQUESTS ARE TOGETHER
      *                             AND IN THE ORDER THEY WERE FILED.
      *****************************************************************
       1150-START-DIAL-REQUESTS.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           SET PR-TYPE-DIAL TO TRUE.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - LOAD ONE CURRENT CONTROL RECORD. A
      *                       DUPLICATE ALREADY ON FILE - THE HAND-
      *                       EDIT DAMAGE THIS PROGRAM EXISTS TO END -
      *                       IS REPORTED, KEPT, AND LEFT FOR A
      *                       DELETE TRANSACTION TO CLEAN UP. A
      *                       DIAL'S DATED VERSIONS ARE NOT
      *                       DUPLICATES; TWO VERSIONS OF ONE DIAL
      *                       DATED THE SAME DAY ARE.
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
                   GO TO 1500-EXIT
           END-READ.
           MOVE DC-DIAL-ID TO WS-IM-DIAL-ID.
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE TO WS-TXN-EFF-DATE
           ELSE
               MOVE 0 TO WS-TXN-EFF-DATE
           END-IF.
           PERFORM 2540-FIND-SAME-DATE THRU 2540-EXIT.
           IF WS-SAME-SUB NOT = 0
               DISPLAY 'DIALMNT: DIAL ' DC-DIAL-ID ' APPEARS MORE '
                   'THAN ONCE IN DIALCTLFILE FOR EFFECTIVE DATE '
                   WS-TXN-EFF-DATE ' - THE SECOND ENTRY WINS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE DC-TARGET-POS TO WS-DM-TARGET-POS (WS-DIAL-ENTRIES).
           MOVE DC-VAULT-ID TO WS-DM-VAULT-ID (WS-DIAL-ENTRIES).
           MOVE DC-START-MODE TO WS-DM-START-MODE (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DM-DELETED-SW (WS-DIAL-ENTRIES).
           MOVE WS-TXN-EFF-DATE TO WS-DM-EFF-DATE (WS-DIAL-ENTRIES).
           IF DC-VERSION-RETIRED
               MOVE 'D' TO WS-DM-VERSION-STATUS (WS-DIAL-ENTRIES)
           ELSE
               MOVE 'A' TO WS-DM-VERSION-STATUS (WS-DIAL-ENTRIES)
           END-IF.
           MOVE 'N' TO WS-DM-WRITTEN-SW (WS-DIAL-ENTRIES).
           MOVE 'N' TO WS-DM-LISTED-SW (WS-DIAL-ENTRIES).
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1900-OPEN-CLOSE - OPEN THE OUTCOMES THE MAINTENANCE RUN LEFT
      *                    IN DIALRES AND THE PENDING REQUEST FILE
      *                    THEY ARE RECORDED IN
      *****************************************************************
       1900-OPEN-CLOSE.
           OPEN INPUT DIALRESFILE.
           IF WS-DIALRESFILE-STATUS NOT = '00'
               DISPLAY 'DIALMNT: UNABLE TO OPEN DIALRES - STATUS '
                   WS-DIALRESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF.
           SET DIALRESFILE-IS-OPEN TO TRUE.
           OPEN I-O PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY 'DIALMNT: UNABLE TO OPEN PENDREQ - STATUS '
                   WS-PENDREQFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1900-EXIT
           END-IF.
           SET PENDREQFILE-IS-OPEN TO TRUE.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-APPLY-ONE-TXN - READ THE NEXT APPROVED DIAL REQUEST,
      *                       VALIDATE IT, AND APPLY IT TO THE TABLE
      *                       OR REJECT IT TO THE ERROR REPORT. A
      *                       REQUEST WHOSE APPROVER IS MISSING OR IS
      *                       THE REQUESTER IS NOT APPROVED AT ALL.
      *****************************************************************
       2000-APPLY-ONE-TXN.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 2000-EXIT
           END-READ.
           IF NOT PR-TYPE-DIAL
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 2000-EXIT
           END-IF.
           IF NOT PR-IS-APPROVED
               GO TO 2000-EXIT
           END-IF.
           IF WS-REQUEST-ENTRIES >= WS-REQUEST-CAPACITY
               DISPLAY 'DIALMNT: REQUEST TABLE OVER ITS SIZED '
                   'CAPACITY AT REQUEST ' PR-REQUEST-ID
                   ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-ENTRIES.
           MOVE PR-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-REQUEST-ENTRIES).
           MOVE PR-TXN-IMAGE TO DIALTXN-FILE.
           ADD 1 TO WS-TXN-COUNT.
           IF PR-APPROVER-ID = SPACES
               OR PR-APPROVER-ID = PR-REQUESTER-ID
               SET TXN-IS-INVALID TO TRUE
               MOVE 'NOT APPROVED BY A SECOND USER'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 2100-VALIDATE-TXN THRU 2100-EXIT
           END-IF.
           IF TXN-IS-INVALID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY '  REJECTED ' TX-ACTION ' ' TX-DIAL-ID
                   ' FROM ' PR-REQUESTER-ID ' APPROVED BY '
                   PR-APPROVER-ID ' - ' WS-REJECT-REASON
               MOVE 'R' TO WS-RQ-OUTCOME (WS-REQUEST-ENTRIES)
               MOVE WS-REJECT-REASON
                   TO WS-RQ-REASON (WS-REQUEST-ENTRIES)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2700-APPLY-ACCEPTED-TXN THRU 2700-EXIT.
           MOVE 'C' TO WS-RQ-OUTCOME (WS-REQUEST-ENTRIES).
           MOVE SPACES TO WS-RQ-REASON (WS-REQUEST-ENTRIES).
           ADD 1 TO WS-ACCEPT-COUNT.
       2000-EXIT.
           EXIT.
      *****************************************************************
       2100-VALIDATE-TXN.
           SET TXN-IS-VALID TO TRUE.
           MOVE 'N' TO WS-DELETE-ALL-SW.
           IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
               AND NOT TXN-IS-DELETE
               SET TXN-IS-INVALID TO TRUE
               MOVE 'DIAL ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-SET-EFFECTIVE-DATE THRU 2150-EXIT.
           IF TXN-IS-INVALID
               GO TO 2100-EXIT
           END-IF.
           MOVE TX-DIAL-ID TO WS-IM-DIAL-ID.
           PERFORM 2500-FIND-DIAL THRU 2500-EXIT.
           PERFORM 2520-FIND-IN-FORCE THRU 2520-EXIT.
           PERFORM 2540-FIND-SAME-DATE THRU 2540-EXIT.
           IF TXN-IS-ADD AND WS-MATCH-SUB NOT = 0
               SET TXN-IS-INVALID TO TRUE
               MOVE 'DIAL ID ALREADY ON FILE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TXN-IS-DELETE
               IF NOT TXN-DELETES-ALL
                   PERFORM 2170-VALIDATE-RETIREMENT THRU 2170-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF TX-DIAL-SIZE NOT NUMERIC
               END-IF
               MOVE TX-TARGET-POS TO WS-TARGET-POS
           END-IF.
           IF TX-START-MODE NOT = SPACE AND NOT = 'F'
               AND NOT = 'C'
               SET TXN-IS-INVALID TO TRUE
               MOVE 'START MODE IS NOT C, F OR BLANK'
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TX-INPUT-FILE = SPACES
               SET TXN-IS-INVALID TO TRUE
               MOVE 'INPUT FILE NAME IS BLANK' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TXN-IS-CHANGE AND WS-TXN-EFF-DATE > WS-RUN-DATE
               IF TX-INPUT-FILE NOT = WS-DM-INPUT-FILE (WS-MATCH-SUB)
                   OR TX-VAULT-ID NOT = WS-DM-VAULT-ID (WS-MATCH-SUB)
                   SET TXN-IS-INVALID TO TRUE
                   MOVE 'FUTURE DATE CANNOT MOVE INPUT FILE/VAULT'
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           PERFORM 2600-PROBE-INPUT-FILE THRU 2600-EXIT.
           IF TXN-IS-INVALID
               GO TO 2100-EXIT
           END-IF.
           IF WS-SAME-SUB = 0 AND WS-DIAL-ENTRIES >= WS-DIAL-CAPACITY
               SET TXN-IS-INVALID TO TRUE
               MOVE 'DIAL CONTROL TABLE IS OVER ITS SIZED CAPACITY'
                   TO WS-REJECT-REASON
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-SET-EFFECTIVE-DATE - TAKE THE TRANSACTION'S EFFECTIVE
      *                            DATE, OR ITS DEFAULT WHEN BLANK:
      *                            THE RUN DATE FOR A CHANGE, ZERO
      *                            (ALWAYS IN FORCE) FOR AN ADD, AND
      *                            EVERY VERSION FOR A DELETE
      *****************************************************************
       2150-SET-EFFECTIVE-DATE.
           IF TX-EFFECTIVE-DATE = SPACES
               EVALUATE TRUE
                   WHEN TXN-IS-ADD
                       MOVE 0 TO WS-TXN-EFF-DATE
                   WHEN TXN-IS-CHANGE
                       MOVE WS-RUN-DATE TO WS-TXN-EFF-DATE
                   WHEN OTHER
                       MOVE WS-RUN-DATE TO WS-TXN-EFF-DATE
                       SET TXN-DELETES-ALL TO TRUE
               END-EVALUATE
               GO TO 2150-EXIT
           END-IF.
           IF TX-EFFECTIVE-DATE NOT NUMERIC
               SET TXN-IS-INVALID TO TRUE
               MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
                   TO WS-REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           MOVE TX-EFFECTIVE-DATE TO WS-TXN-EFF-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TXN-EFF-DATE) NOT = 0
               SET TXN-IS-INVALID TO TRUE
               MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                   TO WS-REJECT-REASON
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2170-VALIDATE-RETIREMENT - A DATED DELETE RETIRES THE DIAL
      *                             FROM ITS EFFECTIVE DATE, SO THERE
      *                             MUST BE A LIVE VERSION IN FORCE
      *                             ON THAT DATE TO RETIRE
      *****************************************************************
       2170-VALIDATE-RETIREMENT.
           IF WS-FORCE-SUB = 0
               SET TXN-IS-INVALID TO TRUE
               MOVE 'NO VERSION IN FORCE ON THE EFFECTIVE DATE'
                   TO WS-REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           IF WS-DM-VERSION-STATUS (WS-FORCE-SUB) = 'D'
               SET TXN-IS-INVALID TO TRUE
               MOVE 'DIAL IS ALREADY RETIRED ON THAT DATE'
                   TO WS-REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           IF WS-SAME-SUB = 0 AND WS-DIAL-ENTRIES >= WS-DIAL-CAPACITY
               SET TXN-IS-INVALID TO TRUE
               MOVE 'DIAL CONTROL TABLE IS OVER ITS SIZED CAPACITY'
                   TO WS-REJECT-REASON
           END-IF.
       2170-EXIT.
           EXIT.

      *****************************************************************
      *  2500-FIND-DIAL - LOOK WS-IM-DIAL-ID UP AMONG THE NOT-DELETED
      *                   TABLE ENTRIES
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2520-FIND-IN-FORCE - FIND THE VERSION OF WS-IM-DIAL-ID IN
      *                       FORCE ON WS-TXN-EFF-DATE: THE LATEST
      *                       EFFECTIVE DATE NOT AFTER IT
      *****************************************************************
       2520-FIND-IN-FORCE.
           MOVE 0 TO WS-FORCE-SUB.
           PERFORM 2530-TRY-IN-FORCE THRU 2530-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2530-TRY-IN-FORCE - KEEP ONE ENTRY IF IT IS A LATER VERSION
      *                      IN FORCE THAN THE BEST FOUND SO FAR
      *****************************************************************
       2530-TRY-IN-FORCE.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'Y'
               OR WS-DM-DIAL-ID (WS-SCAN-SUB) NOT = WS-IM-DIAL-ID
               OR WS-DM-EFF-DATE (WS-SCAN-SUB) > WS-TXN-EFF-DATE
               GO TO 2530-EXIT
           END-IF.
           IF WS-FORCE-SUB = 0
               MOVE WS-SCAN-SUB TO WS-FORCE-SUB
               GO TO 2530-EXIT
           END-IF.
           IF WS-DM-EFF-DATE (WS-SCAN-SUB)
               NOT < WS-DM-EFF-DATE (WS-FORCE-SUB)
               MOVE WS-SCAN-SUB TO WS-FORCE-SUB
           END-IF.
       2530-EXIT.
           EXIT.

      *****************************************************************
      *  2540-FIND-SAME-DATE - FIND THE VERSION OF WS-IM-DIAL-ID
      *                        DATED EXACTLY WS-TXN-EFF-DATE, WHICH A
      *                        NEW VERSION FOR THAT DATE REPLACES
      *****************************************************************
       2540-FIND-SAME-DATE.
           MOVE 0 TO WS-SAME-SUB.
           PERFORM 2550-TRY-SAME-DATE THRU 2550-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
       2540-EXIT.
           EXIT.

      *****************************************************************
      *  2550-TRY-SAME-DATE - KEEP THE LAST ENTRY FOR THE DIAL AND
      *                       DATE
      *****************************************************************
       2550-TRY-SAME-DATE.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'N'
               AND WS-DM-DIAL-ID (WS-SCAN-SUB) = WS-IM-DIAL-ID
               AND WS-DM-EFF-DATE (WS-SCAN-SUB) = WS-TXN-EFF-DATE
               MOVE WS-SCAN-SUB TO WS-SAME-SUB
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2600-PROBE-INPUT-FILE - THE NAMED INPUT FILE MUST ACTUALLY
      *                          OPEN; A NAME POINTING AT NOTHING IS
       2700-APPLY-ACCEPTED-TXN.
           MOVE WS-RUN-DATE TO AU-DATE.
           MOVE WS-RUN-TIME (1:6) TO AU-TIME.
           MOVE PR-REQUESTER-ID TO AU-USER-ID.
           MOVE PR-APPROVER-ID TO AU-APPROVER-ID.
           MOVE TX-ACTION TO AU-ACTION.
           MOVE TX-DIAL-ID TO AU-DIAL-ID.
           IF WS-FORCE-SUB = 0 AND TXN-DELETES-ALL
               MOVE WS-MATCH-SUB TO WS-FORCE-SUB
           END-IF.
           IF WS-FORCE-SUB = 0
               MOVE SPACES TO AU-BEFORE-IMAGE
           ELSE
               MOVE WS-FORCE-SUB TO WS-MATCH-SUB
               PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
               MOVE WS-CTL-IMAGE TO AU-BEFORE-IMAGE
           END-IF.
           EVALUATE TRUE
               WHEN TXN-DELETES-ALL
                   PERFORM 2770-DELETE-ONE-VERSION THRU 2770-EXIT
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES
               WHEN TXN-IS-DELETE
                   IF WS-SAME-SUB = 0
                       ADD 1 TO WS-DIAL-ENTRIES
                       MOVE WS-DIAL-ENTRIES TO WS-MATCH-SUB
                       MOVE WS-DIAL-ENTRY (WS-FORCE-SUB)
                           TO WS-DIAL-ENTRY (WS-MATCH-SUB)
                       MOVE WS-TXN-EFF-DATE
                           TO WS-DM-EFF-DATE (WS-MATCH-SUB)
                   ELSE
                       MOVE WS-SAME-SUB TO WS-MATCH-SUB
                   END-IF
                   MOVE 'D' TO WS-DM-VERSION-STATUS (WS-MATCH-SUB)
               WHEN OTHER
                   IF WS-SAME-SUB = 0
                       ADD 1 TO WS-DIAL-ENTRIES
                       MOVE WS-DIAL-ENTRIES TO WS-MATCH-SUB
                   ELSE
                       MOVE WS-SAME-SUB TO WS-MATCH-SUB
                   END-IF
                   PERFORM 2750-MOVE-TXN-TO-ENTRY THRU 2750-EXIT
                   IF TXN-IS-CHANGE
                       AND WS-TXN-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM 2760-CARRY-DIAL-FIELDS THRU 2760-EXIT
                           VARYING WS-SCAN-SUB FROM 1 BY 1
                           UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES
                   END-IF
           END-EVALUATE.
           IF TXN-DELETES-ALL
               MOVE SPACES TO AU-AFTER-IMAGE
           ELSE
               PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
           END-IF.
           WRITE DIALAUD-FILE.
           DISPLAY '  ACCEPTED ' TX-ACTION ' ' TX-DIAL-ID
               ' FROM ' PR-REQUESTER-ID ' APPROVED BY ' PR-APPROVER-ID
               ' EFFECTIVE ' WS-TXN-EFF-DATE.
       2700-EXIT.
           EXIT.

           MOVE WS-NUM-TOLERANCE TO WS-DM-TOLERANCE (WS-MATCH-SUB).
           MOVE WS-TARGET-POS TO WS-DM-TARGET-POS (WS-MATCH-SUB).
           MOVE TX-VAULT-ID TO WS-DM-VAULT-ID (WS-MATCH-SUB).
           MOVE TX-START-MODE TO WS-DM-START-MODE (WS-MATCH-SUB).
           MOVE 'N' TO WS-DM-DELETED-SW (WS-MATCH-SUB).
           MOVE WS-TXN-EFF-DATE TO WS-DM-EFF-DATE (WS-MATCH-SUB).
           MOVE 'A' TO WS-DM-VERSION-STATUS (WS-MATCH-SUB).
           MOVE 'N' TO WS-DM-WRITTEN-SW (WS-MATCH-SUB).
           MOVE 'N' TO WS-DM-LISTED-SW (WS-MATCH-SUB).
       2750-EXIT.
           EXIT.

      *****************************************************************
      *  2760-CARRY-DIAL-FIELDS - THE INPUT FILE AND VAULT BELONG TO
      *                           THE DIAL, SO A CHANGE IN FORCE NOW
      *                           CARRIES THEM TO EVERY VERSION
      *****************************************************************
       2760-CARRY-DIAL-FIELDS.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'N'
               AND WS-DM-DIAL-ID (WS-SCAN-SUB) = TX-DIAL-ID
               MOVE TX-INPUT-FILE TO WS-DM-INPUT-FILE (WS-SCAN-SUB)
               MOVE TX-VAULT-ID TO WS-DM-VAULT-ID (WS-SCAN-SUB)
           END-IF.
       2760-EXIT.
           EXIT.

      *****************************************************************
      *  2770-DELETE-ONE-VERSION - AN UNDATED DELETE REMOVES EVERY
      *                            VERSION OF THE DIAL
      *****************************************************************
       2770-DELETE-ONE-VERSION.
           IF WS-DM-DIAL-ID (WS-SCAN-SUB) = TX-DIAL-ID
               MOVE 'Y' TO WS-DM-DELETED-SW (WS-SCAN-SUB)
           END-IF.
       2770-EXIT.
           EXIT.

      *****************************************************************
      *  2800-BUILD-IMAGE - RENDER THE TABLE ENTRY AT WS-MATCH-SUB IN
      *                     THE DIALCTL RECORD LAYOUT FOR THE AUDIT
               TO WS-IM-REJECT-TOLERANCE.
           MOVE WS-DM-TARGET-POS (WS-MATCH-SUB) TO WS-IM-TARGET-POS.
           MOVE WS-DM-VAULT-ID (WS-MATCH-SUB) TO WS-IM-VAULT-ID.
           MOVE WS-DM-START-MODE (WS-MATCH-SUB) TO WS-IM-START-MODE.
           MOVE WS-DM-EFF-DATE (WS-MATCH-SUB) TO WS-IM-EFFECTIVE-DATE.
           MOVE WS-DM-VERSION-STATUS (WS-MATCH-SUB)
               TO WS-IM-VERSION-STATUS.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-ONE-CONTROL - WRITE EVERY SURVIVING VERSION OF THE
      *                           DIAL AT THIS TABLE ENTRY TO THE NEW
      *                           CONTROL FILE, TOGETHER AND IN
      *                           EFFECTIVE DATE ORDER, THE FIRST TIME
      *                           THE DIAL COMES UP
      *****************************************************************
       3000-WRITE-ONE-CONTROL.
           IF WS-DM-DELETED-SW (WS-DIAL-SUB) = 'Y'
               OR WS-DM-WRITTEN-SW (WS-DIAL-SUB) = 'Y'
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DM-DIAL-ID (WS-DIAL-SUB) TO WS-IM-DIAL-ID.
           MOVE 1 TO WS-NEXT-SUB.
           PERFORM 3100-WRITE-NEXT-VERSION THRU 3100-EXIT
               UNTIL WS-NEXT-SUB = 0.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-NEXT-VERSION - WRITE THE EARLIEST VERSION OF THE
      *                            DIAL NOT YET WRITTEN
      *****************************************************************
       3100-WRITE-NEXT-VERSION.
           MOVE 0 TO WS-NEXT-SUB.
           PERFORM 3150-TRY-NEXT-VERSION THRU 3150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
           IF WS-NEXT-SUB = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO WS-DM-WRITTEN-SW (WS-NEXT-SUB).
           MOVE WS-DM-DIAL-ID (WS-NEXT-SUB) TO DN-DIAL-ID.
           MOVE WS-DM-INPUT-FILE (WS-NEXT-SUB) TO DN-INPUT-FILE.
           MOVE WS-DM-START-STATE (WS-NEXT-SUB) TO DN-START-STATE.
           MOVE WS-DM-DIAL-SIZE (WS-NEXT-SUB) TO DN-DIAL-SIZE.
           MOVE WS-DM-TOLERANCE (WS-NEXT-SUB)
               TO DN-REJECT-TOLERANCE.
           MOVE WS-DM-TARGET-POS (WS-NEXT-SUB) TO DN-TARGET-POS.
           MOVE WS-DM-VAULT-ID (WS-NEXT-SUB) TO DN-VAULT-ID.
           MOVE WS-DM-START-MODE (WS-NEXT-SUB) TO DN-START-MODE.
           MOVE WS-DM-EFF-DATE (WS-NEXT-SUB) TO DN-EFFECTIVE-DATE.
           MOVE WS-DM-VERSION-STATUS (WS-NEXT-SUB)
               TO DN-VERSION-STATUS.
           WRITE DIALNEWFILE-FILE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-TRY-NEXT-VERSION - KEEP ONE UNWRITTEN VERSION OF THE
      *                          DIAL IF IT IS THE EARLIEST SO FAR
      *****************************************************************
       3150-TRY-NEXT-VERSION.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'Y'
               OR WS-DM-WRITTEN-SW (WS-SCAN-SUB) = 'Y'
               OR WS-DM-DIAL-ID (WS-SCAN-SUB) NOT = WS-IM-DIAL-ID
               GO TO 3150-EXIT
           END-IF.
           IF WS-NEXT-SUB = 0
               MOVE WS-SCAN-SUB TO WS-NEXT-SUB
               GO TO 3150-EXIT
           END-IF.
           IF WS-DM-EFF-DATE (WS-SCAN-SUB)
               < WS-DM-EFF-DATE (WS-NEXT-SUB)
               MOVE WS-SCAN-SUB TO WS-NEXT-SUB
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REPORT-PENDING - LIST EVERY VERSION DATED AFTER THE RUN
      *                        DATE, EARLIEST FIRST, SO OPERATIONS CAN
      *                        SEE WHAT GOES LIVE AND WHEN
      *****************************************************************
       4000-REPORT-PENDING.
           DISPLAY ' '.
           DISPLAY 'PENDING FUTURE-DATED DIAL CONTROL CHANGES AFTER '
               WS-RUN-DATE.
           DISPLAY '  EFFECTIVE DIAL ID  ACTION  SETTINGS'.
           MOVE 1 TO WS-NEXT-SUB.
           PERFORM 4100-REPORT-NEXT-PENDING THRU 4100-EXIT
               UNTIL WS-NEXT-SUB = 0.
           IF WS-PENDING-COUNT = 0
               DISPLAY '  NO FUTURE-DATED CHANGES ARE PENDING'
           END-IF.
           DISPLAY 'DIALMNT: ' WS-PENDING-COUNT
               ' FUTURE-DATED VERSION(S) PENDING'.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REPORT-NEXT-PENDING - PRINT THE EARLIEST FUTURE-DATED
      *                             VERSION NOT YET LISTED. AN ADD IS
      *                             A DIAL WITH NO EARLIER VERSION, A
      *                             RETIRE IS A DATED DELETE.
      *****************************************************************
       4100-REPORT-NEXT-PENDING.
           MOVE 0 TO WS-NEXT-SUB.
           PERFORM 4150-TRY-NEXT-PENDING THRU 4150-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
           IF WS-NEXT-SUB = 0
               GO TO 4100-EXIT
           END-IF.
           MOVE 'Y' TO WS-DM-LISTED-SW (WS-NEXT-SUB).
           ADD 1 TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-EARLIER-SW.
           PERFORM 4200-CHECK-EARLIER-VERSION THRU 4200-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-DIAL-ENTRIES.
           EVALUATE TRUE
               WHEN WS-DM-VERSION-STATUS (WS-NEXT-SUB) = 'D'
                   MOVE 'RETIRE' TO WS-VERSION-KIND
               WHEN EARLIER-VERSION-FOUND
                   MOVE 'CHANGE' TO WS-VERSION-KIND
               WHEN OTHER
                   MOVE 'ADD' TO WS-VERSION-KIND
           END-EVALUATE.
           MOVE WS-DM-START-STATE (WS-NEXT-SUB) TO WS-NUM-START.
           DISPLAY '  ' WS-DM-EFF-DATE (WS-NEXT-SUB) ' '
               WS-DM-DIAL-ID (WS-NEXT-SUB) ' ' WS-VERSION-KIND
               '  SIZE ' WS-DM-DIAL-SIZE (WS-NEXT-SUB)
               ' START ' WS-NUM-START
               ' TOLERANCE ' WS-DM-TOLERANCE (WS-NEXT-SUB)
               ' TARGET ' WS-DM-TARGET-POS (WS-NEXT-SUB)
               ' MODE ' WS-DM-START-MODE (WS-NEXT-SUB).
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-TRY-NEXT-PENDING - KEEP ONE UNLISTED FUTURE-DATED
      *                          VERSION IF IT IS THE EARLIEST SO FAR
      *****************************************************************
       4150-TRY-NEXT-PENDING.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'Y'
               OR WS-DM-LISTED-SW (WS-SCAN-SUB) = 'Y'
               OR WS-DM-EFF-DATE (WS-SCAN-SUB) NOT > WS-RUN-DATE
               GO TO 4150-EXIT
           END-IF.
           IF WS-NEXT-SUB = 0
               MOVE WS-SCAN-SUB TO WS-NEXT-SUB
               GO TO 4150-EXIT
           END-IF.
           IF WS-DM-EFF-DATE (WS-SCAN-SUB)
               < WS-DM-EFF-DATE (WS-NEXT-SUB)
               MOVE WS-SCAN-SUB TO WS-NEXT-SUB
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-CHECK-EARLIER-VERSION - NOTE WHETHER THE DIAL HAS A
      *                               VERSION DATED BEFORE THE ONE
      *                               BEING LISTED
      *****************************************************************
       4200-CHECK-EARLIER-VERSION.
           IF WS-DM-DELETED-SW (WS-SCAN-SUB) = 'N'
               AND WS-DM-DIAL-ID (WS-SCAN-SUB)
                   = WS-DM-DIAL-ID (WS-NEXT-SUB)
               AND WS-DM-EFF-DATE (WS-SCAN-SUB)
                   < WS-DM-EFF-DATE (WS-NEXT-SUB)
               SET EARLIER-VERSION-FOUND TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-CLOSE-REQUESTS - HOLD EACH APPROVED REQUEST THIS RUN
      *                        HANDLED, APPLIED OR REJECTED, IN DIALRES
      *                        FOR THE CLOSE RUN. A RUN THAT FAILED
      *                        OUTRIGHT DOES NOT GET ITS NEW CONTROL
      *                        FILE COPIED BACK, SO ITS REQUESTS STAY
      *                        APPROVED FOR THE RERUN. AN OUTCOME THAT
      *                        CANNOT BE HELD HOLDS THE COPY-BACK TOO.
      *****************************************************************
       5000-CLOSE-REQUESTS.
           IF WS-REQUEST-ENTRIES = 0
               GO TO 5000-EXIT
           END-IF.
           IF RETURN-CODE >= 8
               DISPLAY 'DIALMNT: RUN FAILED - ' WS-REQUEST-ENTRIES
                   ' REQUEST(S) LEFT APPROVED FOR THE RERUN'
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-HOLD-ONE-OUTCOME THRU 5100-EXIT
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-ENTRIES.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5100-HOLD-ONE-OUTCOME - WRITE ONE REQUEST'S OUTCOME
      *****************************************************************
       5100-HOLD-ONE-OUTCOME.
           MOVE WS-RQ-REQUEST-ID (WS-REQUEST-SUB) TO DR-REQUEST-ID.
           MOVE WS-RQ-OUTCOME (WS-REQUEST-SUB) TO DR-OUTCOME.
           MOVE WS-RQ-REASON (WS-REQUEST-SUB) TO DR-REASON.
           WRITE DIALRES-FILE.
           IF WS-DIALRESFILE-STATUS NOT = '00'
               DISPLAY 'DIALMNT: UNABLE TO WRITE DIALRES - STATUS '
                   WS-DIALRESFILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-OUTCOME-COUNT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  6000-CLOSE-ONE-REQUEST - RECORD ONE REQUEST'S OUTCOME IN
      *                           PENDREQ. A REQUEST NO LONGER
      *                           APPROVED WAS CLOSED BY AN EARLIER
      *                           CLOSE RUN AND IS PASSED OVER. A
      *                           FAILED REWRITE KEEPS DIALRES FOR
      *                           THE RESTART.
      *****************************************************************
       6000-CLOSE-ONE-REQUEST.
           READ DIALRESFILE
               AT END
                   MOVE 'Y' TO WS-DIALRES-EOF
                   GO TO 6000-EXIT
           END-READ.
           IF DIALRES-FILE = SPACES
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-OUTCOME-COUNT.
           MOVE DR-REQUEST-ID TO PR-REQUEST-ID.
           READ PENDREQFILE
               INVALID KEY
                   DISPLAY 'DIALMNT: REQUEST ' PR-REQUEST-ID
                       ' HAS LEFT PENDREQ - OUTCOME NOT RECORDED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 6000-EXIT
           END-READ.
           IF NOT PR-IS-APPROVED
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 6000-EXIT
           END-IF.
           MOVE DR-OUTCOME TO PR-STATUS.
           MOVE DR-REASON TO PR-REASON.
           MOVE WS-RUN-DATE TO PR-APPLIED-DATE.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   DISPLAY 'DIALMNT: UNABLE TO RECORD THE OUTCOME OF '
                       'REQUEST ' PR-REQUEST-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO WS-CLOSED-COUNT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP
      *****************************************************************
       9000-TERMINATE.
           IF RUN-IS-CLOSE
               DISPLAY 'DIALMNT: ' WS-OUTCOME-COUNT ' OUTCOME(S) READ, '
                   WS-CLOSED-COUNT ' MARKED IN PENDREQ, '
                   WS-ALREADY-COUNT ' ALREADY MARKED'
           ELSE
               DISPLAY 'DIALMNT: ' WS-TXN-COUNT ' APPROVED REQUEST(S) '
                   'READ, ' WS-ACCEPT-COUNT ' ACCEPTED, '
                   WS-REJECT-COUNT ' REJECTED, '
                   WS-OUTCOME-COUNT ' HELD FOR MARKING IN PENDREQ'
           END-IF.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF PENDREQFILE-IS-OPEN
               CLOSE PENDREQFILE
           END-IF.
           IF DIALNEWFILE-IS-OPEN
               CLOSE DIALNEWFILE
           IF DIALAUDFILE-IS-OPEN
               CLOSE DIALAUDFILE
           END-IF.
           IF DIALRESFILE-IS-OPEN
               CLOSE DIALRESFILE
           END-IF.
       9000-EXIT.
           EXIT.
