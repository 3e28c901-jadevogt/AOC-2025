      *                   AND ANY OVERFLOW OR ALLOCATION FAILURE
      *                   STOPS THE RUN WITH RETURN-CODE 16 INSTEAD
      *                   OF ROUTING GOOD DIALS TO MANUAL REVIEW.
      *  10/15/2026 DJV   THE SUPPLEMENTAL CONTROL RECORD CARRIES THE
      *                   SETTINGS OF THE DIAL VERSION IN FORCE ON THE
      *                   RUN DATE - THE DATE THE HEADERLESS
      *                   SUPPLEMENTAL FEED IS SCORED UNDER - AND IS
      *                   WRITTEN UNDATED, LIVE AND WITH A FIXED START
      *                   (DC-START-MODE 'F'), SO THE RERUN ALWAYS FINDS
      *                   IT IN FORCE AND NEITHER STARTS FROM NOR MOVES
      *                   THE DIAL'S CARRIED-FORWARD POSITION. A DIAL
      *                   WITH NO LIVE VERSION ON THE RUN DATE (NOT YET
      *                   ADDED, OR RETIRED) HAS ITS EXCEPTIONS ROUTED
      *                   TO MANUAL REVIEW. EVERY EXCEPTION REPAIRED
      *                   ONTO A SUPPLEMENTAL FEED IS ALSO LOGGED, AS
      *                   READ, TO THE NEW REPAIR LOG (FIXLOG), SO THE
      *                   FEED QUALITY SCORECARD CAN COUNT AUTO-REPAIRED
      *                   AGAINST MANUAL-REVIEW REJECTS PER FEED. BOTH
      *                   CARRY THE ORIGINAL FEED DATE AND FILE NAME
      *                   THROUGH FROM THE EXCEPTION RECORD.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANREVFILE-STATUS.

           SELECT FIXLOGFILE ASSIGN TO FIXLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPINFILE.
               ==EX-RECORD-COUNT== BY ==EI-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==EI-DIRECTION==
               ==EX-MAGNITUDE==    BY ==EI-MAGNITUDE==
               ==EX-REASON==       BY ==EI-REASON==
               ==EX-FEED-DATE==    BY ==EI-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==EI-INPUT-FILE==.

       FD  DIALCTLFILE.
           COPY DLCTLREC.
               ==DC-DIAL-SIZE==   BY ==FC-DIAL-SIZE==
               ==DC-REJECT-TOLERANCE== BY ==FC-REJECT-TOLERANCE==
               ==DC-TARGET-POS==  BY ==FC-TARGET-POS==
               ==DC-VAULT-ID==    BY ==FC-VAULT-ID==
               ==DC-START-MODE==  BY ==FC-START-MODE==
               ==DC-CARRY-FORWARD== BY ==FC-CARRY-FORWARD==
               ==DC-FIXED-START== BY ==FC-FIXED-START==
               ==DC-EFFECTIVE-DATE== BY ==FC-EFFECTIVE-DATE==
               ==DC-VERSION-STATUS== BY ==FC-VERSION-STATUS==
               ==DC-VERSION-RETIRED== BY ==FC-VERSION-RETIRED==
               ==DC-VERSION-ACTIVE== BY ==FC-VERSION-ACTIVE==.

       FD  MANREVFILE.
           COPY EXCPREC
               ==EX-RECORD-COUNT== BY ==MR-RECORD-COUNT==
               ==EX-DIRECTION==    BY ==MR-DIRECTION==
               ==EX-MAGNITUDE==    BY ==MR-MAGNITUDE==
               ==EX-REASON==       BY ==MR-REASON==
               ==EX-FEED-DATE==    BY ==MR-FEED-DATE==
               ==EX-INPUT-FILE==   BY ==MR-INPUT-FILE==.

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

       WORKING-STORAGE SECTION.
       01  WS-EXCPIN-EOF               PIC A(1) VALUE 'N'.
       01  WS-FIX-FILENAME             PIC X(40).
       01  WS-FEED-DIAL-ID             PIC X(8).
       01  WS-LAST-UNKNOWN-DIAL        PIC X(8) VALUE SPACES.
       01  WS-EFF-DATE                 PIC 9(8).
       01  WS-LEFT                     PIC A(1) VALUE 'L'.
       01  WS-RIGHT                    PIC A(1) VALUE 'R'.
       01  WS-SET-VERB                 PIC A(1) VALUE 'S'.
       01  WS-CTL-ENTRIES              PIC 9(09) VALUE 0.
       01  WS-CTL-SUB                  PIC 9(09) VALUE 0.
       01  WS-CTL-MATCH-SUB            PIC 9(09) VALUE 0.
       01  WS-CTL-LOAD-SUB             PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE DIAL CONTROL TABLE IS SIZED FROM THE CONTROL FILE AND
               88  FIXCTLFILE-IS-OPEN            VALUE 'Y'.
           05  WS-MANREV-OPEN-SW       PIC X(01) VALUE 'N'.
               88  MANREVFILE-IS-OPEN            VALUE 'Y'.
           05  WS-FIXLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  FIXLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-FIXFEED-OPEN-SW      PIC X(01) VALUE 'N'.
               88  FIXFEEDFILE-IS-OPEN           VALUE 'Y'.
           05  WS-CTL-FULL-SW          PIC X(01) VALUE 'N'.
       77  WS-FIXFEEDFILE-STATUS       PIC X(2).
       77  WS-FIXCTLFILE-STATUS        PIC X(2).
       77  WS-MANREVFILE-STATUS        PIC X(2).
       77  WS-FIXLOGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).

       LINKAGE SECTION.
       01  WS-CTL-TABLE.
               10  WS-CTL-VAULT-ID     PIC X(8).
               10  WS-CTL-FIXED-COUNT  PIC 9(09).
               10  WS-CTL-FEED-SW      PIC X(01).
               10  WS-CTL-EFF-DATE     PIC 9(8).
               10  WS-CTL-STATUS       PIC X(01).

       PROCEDURE DIVISION.
      *****************************************************************
      *                    FILES AND LOAD THE DIAL CONTROL TABLE
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EXCPINFILE.
           IF WS-EXCPINFILE-STATUS NOT = '00'
               DISPLAY 'EXCPFIX: UNABLE TO OPEN EXCPIN'
               GO TO 1000-EXIT
           END-IF.
           SET MANREVFILE-IS-OPEN TO TRUE.
           OPEN OUTPUT FIXLOGFILE.
           IF WS-FIXLOGFILE-STATUS NOT = '00'
               DISPLAY 'EXCPFIX: UNABLE TO OPEN FIXLOG'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET FIXLOGFILE-IS-OPEN TO TRUE.
           PERFORM 1100-SIZE-TABLES THRU 1100-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-EXIT
      *****************************************************************
      *  1500-LOAD-DIALCTL - LOAD THE PRODUCTION DIAL CONTROL RECORDS
      *                      SO EACH AFFECTED DIAL'S START STATE AND
      *                      DIAL SIZE IN FORCE ON THE RUN DATE CAN
      *                      BE COPIED INTO THE SUPPLEMENTAL CONTROL
      *                      FILE
      *****************************************************************
       1500-LOAD-DIALCTL.
           OPEN INPUT DIALCTLFILE.
           EXIT.

      *****************************************************************
      *  1550-LOAD-ONE-DIAL - FOLD ONE DIAL CONTROL RECORD INTO THE
      *                       TABLE. EACH DIAL HAS ONE ENTRY, HOLDING
      *                       ITS VERSION IN FORCE ON THE RUN DATE -
      *                       THE LATEST EFFECTIVE DATE NOT AFTER IT,
      *                       THE LATER RECORD WINNING A TIE. A BLANK
      *                       OR NON-NUMERIC EFFECTIVE DATE IS IN
      *                       FORCE FROM THE BEGINNING OF TIME. A
      *                       DIAL WHOSE VERSIONS ARE ALL STILL TO
      *                       COME KEEPS STATUS SPACE.
      *****************************************************************
       1550-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1550-EXIT
           END-READ.
           MOVE 0 TO WS-CTL-LOAD-SUB.
           PERFORM 1560-MATCH-ONE-DIAL THRU 1560-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-ENTRIES
               OR WS-CTL-LOAD-SUB NOT = 0.
           IF WS-CTL-LOAD-SUB = 0
               IF WS-CTL-ENTRIES >= WS-CTL-CAPACITY
                   IF NOT CTL-TABLE-IS-FULL
                       SET CTL-TABLE-IS-FULL TO TRUE
                       DISPLAY 'EXCPFIX: DIAL CONTROL TABLE '
                           'OVER ITS SIZED CAPACITY - RUN '
                           'STOPPED'
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   GO TO 1550-EXIT
               END-IF
               ADD 1 TO WS-CTL-ENTRIES
               MOVE WS-CTL-ENTRIES TO WS-CTL-LOAD-SUB
               MOVE DC-DIAL-ID TO WS-CTL-DIAL-ID (WS-CTL-LOAD-SUB)
               MOVE 0 TO WS-CTL-EFF-DATE (WS-CTL-LOAD-SUB)
               MOVE SPACE TO WS-CTL-STATUS (WS-CTL-LOAD-SUB)
               MOVE 0 TO WS-CTL-FIXED-COUNT (WS-CTL-LOAD-SUB)
               MOVE 'N' TO WS-CTL-FEED-SW (WS-CTL-LOAD-SUB)
           END-IF.
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE TO WS-EFF-DATE
           ELSE
               MOVE 0 TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-DATE > WS-RUN-DATE
               GO TO 1550-EXIT
           END-IF.
           IF WS-CTL-STATUS (WS-CTL-LOAD-SUB) NOT = SPACE
               AND WS-EFF-DATE < WS-CTL-EFF-DATE (WS-CTL-LOAD-SUB)
               GO TO 1550-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO WS-CTL-EFF-DATE (WS-CTL-LOAD-SUB).
           IF DC-VERSION-RETIRED
               MOVE 'D' TO WS-CTL-STATUS (WS-CTL-LOAD-SUB)
           ELSE
               MOVE 'A' TO WS-CTL-STATUS (WS-CTL-LOAD-SUB)
           END-IF.
           MOVE DC-START-STATE
               TO WS-CTL-START-STATE (WS-CTL-LOAD-SUB).
           MOVE DC-DIAL-SIZE TO WS-CTL-DIAL-SIZE (WS-CTL-LOAD-SUB).
           IF DC-REJECT-TOLERANCE IS NUMERIC
               MOVE DC-REJECT-TOLERANCE
                   TO WS-CTL-TOLERANCE (WS-CTL-LOAD-SUB)
           ELSE
               MOVE 100 TO WS-CTL-TOLERANCE (WS-CTL-LOAD-SUB)
           END-IF.
           MOVE DC-TARGET-POS TO WS-CTL-TARGET-POS (WS-CTL-LOAD-SUB).
           MOVE DC-VAULT-ID TO WS-CTL-VAULT-ID (WS-CTL-LOAD-SUB).
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-MATCH-ONE-DIAL - NOTE THE TABLE ENTRY, IF ANY, ALREADY
      *                        HOLDING THIS RECORD'S DIAL
      *****************************************************************
       1560-MATCH-ONE-DIAL.
           IF WS-CTL-DIAL-ID (WS-CTL-SUB) = DC-DIAL-ID
               MOVE WS-CTL-SUB TO WS-CTL-LOAD-SUB
           END-IF.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-ONE-EXCEPTION - READ ONE REJECTED RECORD AND
      *                               EITHER REPAIR IT OR PASS IT ON
               PERFORM 2600-WRITE-MANUAL THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-CTL-STATUS (WS-CTL-MATCH-SUB) NOT = 'A'
               IF EI-DIAL-ID NOT = WS-LAST-UNKNOWN-DIAL
                   MOVE EI-DIAL-ID TO WS-LAST-UNKNOWN-DIAL
                   DISPLAY 'EXCPFIX: DIAL ' EI-DIAL-ID
                       ' HAS NO LIVE VERSION IN FORCE ON '
                       WS-RUN-DATE ' - ITS EXCEPTIONS GO TO MANUAL '
                       'REVIEW'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 2600-WRITE-MANUAL THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIX-DIRECTION-CASE THRU 2200-EXIT.
           PERFORM 2250-FIX-MAGNITUDE-SPACES THRU 2250-EXIT.
           PERFORM 2300-FIX-BLANK-DIRECTION THRU 2300-EXIT.
           WRITE INPUTFILE-FILE.
           ADD 1 TO WS-FIXED-COUNT.
           ADD 1 TO WS-CTL-FIXED-COUNT (WS-CTL-MATCH-SUB).
           PERFORM 2700-LOG-REPAIRED THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

           MOVE EI-DIRECTION TO MR-DIRECTION.
           MOVE EI-MAGNITUDE TO MR-MAGNITUDE.
           MOVE EI-REASON TO MR-REASON.
           MOVE EI-FEED-DATE TO MR-FEED-DATE.
           MOVE EI-INPUT-FILE TO MR-INPUT-FILE.
           WRITE MANREVFILE-FILE.
           ADD 1 TO WS-MANUAL-COUNT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-LOG-REPAIRED - RECORD A REPAIRED EXCEPTION ON THE REPAIR
      *                      LOG AS IT WAS READ, WITH ITS ORIGINAL
      *                      REJECT REASON
      *****************************************************************
       2700-LOG-REPAIRED.
           MOVE EI-DIAL-ID TO FX-DIAL-ID.
           MOVE EI-RECORD-COUNT TO FX-RECORD-COUNT.
           MOVE EI-DIRECTION TO FX-DIRECTION.
           MOVE EI-MAGNITUDE TO FX-MAGNITUDE.
           MOVE EI-REASON TO FX-REASON.
           MOVE EI-FEED-DATE TO FX-FEED-DATE.
           MOVE EI-INPUT-FILE TO FX-INPUT-FILE.
           WRITE FIXLOGFILE-FILE.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-CONTROL-FILE - WRITE ONE DIALCTL-FORMAT RECORD FOR
      *                            EACH DIAL THAT RECEIVED REPAIRED
           MOVE WS-CTL-TOLERANCE (WS-CTL-SUB) TO FC-REJECT-TOLERANCE.
           MOVE WS-CTL-TARGET-POS (WS-CTL-SUB) TO FC-TARGET-POS.
           MOVE WS-CTL-VAULT-ID (WS-CTL-SUB) TO FC-VAULT-ID.
           SET FC-FIXED-START TO TRUE.
           MOVE 0 TO FC-EFFECTIVE-DATE.
           MOVE 'A' TO FC-VERSION-STATUS.
           WRITE FIXCTLFILE-FILE.
       3100-EXIT.
           EXIT.
           IF MANREVFILE-IS-OPEN
               CLOSE MANREVFILE
           END-IF.
           IF FIXLOGFILE-IS-OPEN
               CLOSE FIXLOGFILE
           END-IF.
       9000-EXIT.
           EXIT.

