      *                   AT INITIALIZATION AND ALLOCATED TO MATCH,
      *                   AND ANY OVERFLOW OR ALLOCATION FAILURE
      *                   STOPS THE RUN WITH RETURN-CODE 16.
      *  10/15/2026 DJV   DIALCTL NOW HOLDS DATED VERSIONS OF EACH
      *                   DIAL'S SETTINGS. A DIAL IS CHECKED ONCE
      *                   HOWEVER MANY VERSIONS IT HAS, AND ONLY WHEN
      *                   ITS VERSION IN FORCE ON THE RUN DATE IS
      *                   LIVE - A DIAL NOT YET ADDED OR ALREADY
      *                   RETIRED IS LISTED BUT NOT FLAGGED. SILENCE
      *                   IS COUNTED FROM NO EARLIER THAN THE DIAL'S
      *                   FIRST LIVE EFFECTIVE DATE, SO A NEWLY ADDED
      *                   DIAL IS NOT FLAGGED BEFORE IT HAS HAD THE
      *                   THRESHOLD TO GET GOING.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-ACTIVE-INTEGER           PIC 9(9).
       01  WS-LOOKUP-DIAL-ID           PIC X(8).
       01  WS-ACTIVITY-DATE            PIC 9(8).
       01  WS-EFF-DATE                 PIC 9(8).

       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
               DEPENDING ON WS-DIAL-CAPACITY.
               10  WS-DL-DIAL-ID       PIC X(8).
               10  WS-DL-LAST-ACTIVE   PIC 9(8).
               10  WS-DL-FORCE-DATE    PIC 9(8).
               10  WS-DL-FORCE-STATUS  PIC X(01).
               10  WS-DL-FIRST-LIVE    PIC 9(8).

       PROCEDURE DIVISION.
      *****************************************************************
           EXIT.

      *****************************************************************
      *  1500-LOAD-ONE-DIAL - ADD ONE DIAL CONTROL RECORD'S DIAL TO
      *                       THE TABLE, WITH NO ACTIVITY ON RECORD
      *                       YET, THE FIRST TIME THE DIAL IS SEEN,
      *                       THEN FOLD THE RECORD INTO THE DIAL'S
      *                       VERSION IN FORCE ON THE RUN DATE
      *****************************************************************
       1500-LOAD-ONE-DIAL.
           READ DIALCTLFILE INTO DIALCTLFILE-FILE
                   MOVE 'Y' TO WS-DIALCTL-EOF
                   GO TO 1500-EXIT
           END-READ.
           MOVE DC-DIAL-ID TO WS-LOOKUP-DIAL-ID.
           PERFORM 1550-FIND-DIAL THRU 1550-EXIT.
           IF WS-MATCH-SUB NOT = 0
               PERFORM 1600-APPLY-VERSION THRU 1600-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF WS-DIAL-ENTRIES >= WS-DIAL-CAPACITY
               DISPLAY 'DIALCHK: DIAL CONTROL TABLE OVER ITS SIZED '
                   'CAPACITY AT DIAL ' DC-DIAL-ID ' - RUN STOPPED'
           ADD 1 TO WS-DIAL-ENTRIES.
           MOVE DC-DIAL-ID TO WS-DL-DIAL-ID (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-LAST-ACTIVE (WS-DIAL-ENTRIES).
           MOVE 0 TO WS-DL-FORCE-DATE (WS-DIAL-ENTRIES).
           MOVE SPACE TO WS-DL-FORCE-STATUS (WS-DIAL-ENTRIES).
           MOVE 99999999 TO WS-DL-FIRST-LIVE (WS-DIAL-ENTRIES).
           MOVE WS-DIAL-ENTRIES TO WS-MATCH-SUB.
           PERFORM 1600-APPLY-VERSION THRU 1600-EXIT.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1550-FIND-DIAL - LOOK A DIAL-ID UP IN THE DIAL TABLE
      *****************************************************************
       1550-FIND-DIAL.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 1560-MATCH-ONE-DIAL THRU 1560-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR WS-MATCH-SUB NOT = 0.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-MATCH-ONE-DIAL - NOTE ONE TABLE ENTRY FOR THE DIAL-ID
      *****************************************************************
       1560-MATCH-ONE-DIAL.
           IF WS-DL-DIAL-ID (WS-DIAL-SUB) = WS-LOOKUP-DIAL-ID
               MOVE WS-DIAL-SUB TO WS-MATCH-SUB
           END-IF.
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1600-APPLY-VERSION - THE VERSION IN FORCE ON THE RUN DATE IS
      *                       THE ONE WITH THE LATEST EFFECTIVE DATE
      *                       NOT AFTER IT, THE LATER RECORD WINNING
      *                       A TIE. A BLANK OR NON-NUMERIC EFFECTIVE
      *                       DATE IS IN FORCE FROM THE BEGINNING OF
      *                       TIME. THE EARLIEST LIVE EFFECTIVE DATE
      *                       IS KEPT AS THE DIAL'S FIRST LIVE DATE.
      *****************************************************************
       1600-APPLY-VERSION.
           IF DC-EFFECTIVE-DATE IS NUMERIC
               MOVE DC-EFFECTIVE-DATE TO WS-EFF-DATE
           ELSE
               MOVE 0 TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-DATE > WS-RUN-DATE
               GO TO 1600-EXIT
           END-IF.
           IF NOT DC-VERSION-RETIRED
               AND WS-EFF-DATE < WS-DL-FIRST-LIVE (WS-MATCH-SUB)
               MOVE WS-EFF-DATE TO WS-DL-FIRST-LIVE (WS-MATCH-SUB)
           END-IF.
           IF WS-DL-FORCE-STATUS (WS-MATCH-SUB) NOT = SPACE
               AND WS-EFF-DATE < WS-DL-FORCE-DATE (WS-MATCH-SUB)
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-EFF-DATE TO WS-DL-FORCE-DATE (WS-MATCH-SUB).
           IF DC-VERSION-RETIRED
               MOVE 'D' TO WS-DL-FORCE-STATUS (WS-MATCH-SUB)
           ELSE
               MOVE 'A' TO WS-DL-FORCE-STATUS (WS-MATCH-SUB)
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SCAN-HISTORY - TAKE EACH DIAL'S LAST RUN DATE WITH A
      *                      NONZERO APPLIED COUNT FROM HISTONE. NO
      *****************************************************************
      *  3000-CHECK-ONE-DIAL - FLAG ONE DIAL WHOSE LAST ACTIVITY IS
      *                        OLDER THAN THE THRESHOLD, OR THAT HAS
      *                        NEVER BEEN ACTIVE AT ALL. A DIAL
      *                        NOT LIVE ON THE RUN DATE IS NOT
      *                        EXPECTED TO BE ACTIVE AND IS ONLY
      *                        LISTED. A DIAL THAT WENT LIVE LATER
      *                        THAN ITS LAST ACTIVITY IS MEASURED
      *                        FROM ITS FIRST LIVE DATE.
      *****************************************************************
       3000-CHECK-ONE-DIAL.
           IF WS-DL-FORCE-STATUS (WS-DIAL-SUB) NOT = 'A'
               DISPLAY '  DIAL ' WS-DL-DIAL-ID (WS-DIAL-SUB)
                   ' HAS NO LIVE VERSION IN FORCE ON ' WS-RUN-DATE
                   ' - NOT CHECKED'
               GO TO 3000-EXIT
           END-IF.
           IF WS-DL-FIRST-LIVE (WS-DIAL-SUB)
               > WS-DL-LAST-ACTIVE (WS-DIAL-SUB)
               COMPUTE WS-ACTIVE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-DL-FIRST-LIVE (WS-DIAL-SUB))
               COMPUTE WS-SILENT-DAYS =
                   WS-TODAY-INTEGER - WS-ACTIVE-INTEGER
               IF WS-SILENT-DAYS NOT > WS-THRESHOLD-DAYS
                   DISPLAY '  DIAL ' WS-DL-DIAL-ID (WS-DIAL-SUB)
                       ' LIVE SINCE '
                       WS-DL-FIRST-LIVE (WS-DIAL-SUB)
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF WS-DL-LAST-ACTIVE (WS-DIAL-SUB) = 0
               DISPLAY '  *** DIAL ' WS-DL-DIAL-ID (WS-DIAL-SUB)
                   ' HAS NO APPLIED INSTRUCTIONS ON RECORD AT '
