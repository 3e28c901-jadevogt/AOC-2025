       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTACK.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - SCORE EXTRACT
      *                   ACKNOWLEDGMENT INTAKE AND RESEND TRACKING.
      *                   SCOREXT'S HANDOFF TO CORPORATE SECURITY WAS
      *                   ONE-WAY: WE NEVER LEARNED WHETHER THEY LOADED
      *                   AN EXTRACT, REFUSED THE WHOLE FILE ON A HASH
      *                   MISMATCH OR REJECTED INDIVIDUAL DIALS. THIS
      *                   STEP POSTS THE ACKNOWLEDGMENT FILE THEY RETURN
      *                   (SXACKIN) TO THE EXTRACT REGISTRY SCOREXT
      *                   KEEPS (EXTREG) - ACK OR NAK PER FILE, ACCEPTED
      *                   OR REJECTED PER DIAL, EACH DIAL VERDICT DATED
      *                   BY THE INTAKE THAT POSTED IT - AND THEN PRINTS
      *                   THE RESEND REPORT: EVERY EXTRACT NAKED, OR
      *                   STILL UNACKNOWLEDGED MORE THAN THE SYSIN
      *                   CUTOFF (DAYS) AFTER IT WAS SENT, EACH ALSO
      *                   RAISED AS A RESEND EVENT ON OPSLOG; EVERY DIAL
      *                   REJECTED IN TODAY'S INTAKE; AND EVERY EXCLUDED
      *                   DIAL STILL AWAITING A CORRECTED SCORE. ANY OF
      *                   THESE, OR AN ACKNOWLEDGMENT THAT MATCHES
      *                   NOTHING WE SENT, SETS RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACKFILE ASSIGN TO SXACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.

           SELECT EXTREGFILE ASSIGN TO EXTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-EXTREGFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACKFILE.
           COPY SXACKREC.

       FD  EXTREGFILE.
           COPY XREGREC.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       WORKING-STORAGE SECTION.
       01  WS-ACK-EOF                  PIC A(1) VALUE 'N'.
       01  WS-EXTREG-EOF               PIC A(1) VALUE 'N'.
       01  WS-CUTOFF-DAYS              PIC 9(3).
       01  WS-TODAY-INTEGER            PIC 9(9).
       01  WS-WAITING-DAYS             PIC S9(9).
       01  WS-ACK-DATE                 PIC 9(8).
       01  WS-ACK-COUNT                PIC 9(09) VALUE 0.
       01  WS-ACK-BAD-COUNT            PIC 9(09) VALUE 0.
       01  WS-RESEND-COUNT             PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(09) VALUE 0.
       01  WS-OPEN-EXCL-COUNT          PIC 9(09) VALUE 0.
       01  WS-SCAN-TYPE                PIC X(01).
       01  WS-RESEND-REASON            PIC X(30).

       01  WS-RESEND-DETAIL.
           05  FILLER                  PIC X(8) VALUE 'EXTRACT '.
           05  WS-RD-EXTRACT-DATE      PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-EXTRACT-TIME      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-EXTRACT-KIND      PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-REASON            PIC X(30).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
       01  WS-OPS-DIAL-ID              PIC X(8).
       01  WS-OPS-COUNT                PIC 9(09).
       01  WS-OPS-DETAIL               PIC X(60).

       01  WS-SWITCHES.
           05  WS-ACK-OPEN-SW          PIC X(01) VALUE 'N'.
               88  ACKFILE-IS-OPEN               VALUE 'Y'.
           05  WS-EXTREG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  EXTREGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.

       77  WS-ACKFILE-STATUS           PIC X(2).
       77  WS-EXTREGFILE-STATUS        PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-TAKE-IN-ACKS THRU 2000-EXIT
               PERFORM 3000-REPORT-RESENDS THRU 3000-EXIT
               PERFORM 4000-REPORT-REFUSED-DIALS THRU 4000-EXIT
               PERFORM 5000-REPORT-OPEN-EXCLUSIONS THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE ACKNOWLEDGMENT CUTOFF FROM SYSIN
      *                    AND OPEN THE REGISTRY, THE ACKNOWLEDGMENT
      *                    FILE AND THE LOG
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'SCORE EXTRACT ACKNOWLEDGMENTS FOR ' WS-RUN-DATE.
           ACCEPT WS-CUTOFF-DAYS.
           IF WS-CUTOFF-DAYS NOT NUMERIC
               DISPLAY 'EXTACK: ACKNOWLEDGMENT CUTOFF FROM SYSIN IS '
                   'MISSING OR NOT A DAY COUNT'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'EXTACK: EXTRACTS UNACKNOWLEDGED FOR MORE THAN '
               WS-CUTOFF-DAYS ' DAY(S) ARE DUE FOR RESEND'.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           OPEN I-O EXTREGFILE.
           IF WS-EXTREGFILE-STATUS NOT = '00'
               DISPLAY 'EXTACK: UNABLE TO OPEN THE EXTRACT REGISTRY'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET EXTREGFILE-IS-OPEN TO TRUE.
           OPEN INPUT ACKFILE.
           IF WS-ACKFILE-STATUS = '00'
               SET ACKFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EXTACK: NO ACKNOWLEDGMENT FILE - NOTHING '
                   'TAKEN IN'
           END-IF.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
           END-IF.
           IF WS-OPSLOGFILE-STATUS = '00'
               SET OPSLOGFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EXTACK: UNABLE TO OPEN OPSLOG - EVENTS GO '
                   'TO SYSOUT ONLY'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-TAKE-IN-ACKS - POST EVERY ACKNOWLEDGMENT RECORD TO THE
      *                      REGISTRY
      *****************************************************************
       2000-TAKE-IN-ACKS.
           IF NOT ACKFILE-IS-OPEN
               GO TO 2000-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY 'ACKNOWLEDGMENTS TAKEN IN'.
           PERFORM 2100-TAKE-IN-ONE-ACK THRU 2100-EXIT
               UNTIL WS-ACK-EOF = 'Y'.
           IF WS-ACK-COUNT = 0 AND WS-ACK-BAD-COUNT = 0
               DISPLAY '  NONE'
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-TAKE-IN-ONE-ACK - ONE FILE OR DIAL ACKNOWLEDGMENT. THE
      *                         RECEIVER'S DATE IS KEPT ON A FILE ACK
      *                         WHEN THEY GIVE ONE, ELSE TODAY'S. A
      *                         DIAL VERDICT IS DATED TODAY, THE DAY
      *                         IT WAS TAKEN IN.
      *****************************************************************
       2100-TAKE-IN-ONE-ACK.
           READ ACKFILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF
                   GO TO 2100-EXIT
           END-READ.
           IF SXACK-REC = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF SA-ACK-DATE IS NUMERIC AND SA-ACK-DATE NOT = 0
               MOVE SA-ACK-DATE TO WS-ACK-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ACK-DATE
           END-IF.
           EVALUATE TRUE
               WHEN ACK-FILE-REC
                   PERFORM 2200-TAKE-FILE-ACK THRU 2200-EXIT
               WHEN ACK-DIAL-REC
                   PERFORM 2300-TAKE-DIAL-ACK THRU 2300-EXIT
               WHEN OTHER
                   DISPLAY '  *** UNKNOWN ACKNOWLEDGMENT RECORD TYPE '
                       SA-RECORD-TYPE ' - IGNORED ***'
                   PERFORM 2900-BAD-ACK THRU 2900-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TAKE-FILE-ACK - ACK OR NAK FOR A WHOLE EXTRACT
      *****************************************************************
       2200-TAKE-FILE-ACK.
           IF NOT SA-FILE-ACK AND NOT SA-FILE-NAK
               DISPLAY '  *** EXTRACT ' SA-EXTRACT-DATE ' '
                   SA-EXTRACT-TIME ' ' SA-EXTRACT-KIND
                   ' STATUS ' SA-STATUS ' IS NOT A OR N - IGNORED ***'
               PERFORM 2900-BAD-ACK THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-FILE-ENTRY TO TRUE.
           MOVE SA-EXTRACT-DATE TO XR-EXTRACT-DATE.
           MOVE SA-EXTRACT-TIME TO XR-EXTRACT-TIME.
           MOVE SA-EXTRACT-KIND TO XR-EXTRACT-KIND.
           READ EXTREGFILE
               INVALID KEY
                   DISPLAY '  *** EXTRACT ' SA-EXTRACT-DATE ' '
                       SA-EXTRACT-TIME ' ' SA-EXTRACT-KIND
                       ' WAS NEVER SENT - IGNORED ***'
                   PERFORM 2900-BAD-ACK THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           MOVE SA-STATUS TO XF-ACK-STATUS.
           MOVE WS-ACK-DATE TO XF-ACK-DATE.
           MOVE SA-REASON TO XF-ACK-REASON.
           REWRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'EXTACK: UNABLE TO UPDATE THE REGISTRY - '
                       'RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ACK-EOF
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-ACK-COUNT.
           IF XF-ACKED
               DISPLAY '  EXTRACT ' SA-EXTRACT-DATE ' '
                   SA-EXTRACT-TIME ' ' SA-EXTRACT-KIND ' LOADED ON '
                   WS-ACK-DATE
           ELSE
               DISPLAY '  EXTRACT ' SA-EXTRACT-DATE ' '
                   SA-EXTRACT-TIME ' ' SA-EXTRACT-KIND ' REFUSED ON '
                   WS-ACK-DATE ' - ' SA-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-TAKE-DIAL-ACK - ACCEPTED OR REJECTED FOR ONE DIAL IN AN
      *                       EXTRACT
      *****************************************************************
       2300-TAKE-DIAL-ACK.
           IF NOT SA-DIAL-ACCEPTED AND NOT SA-DIAL-REJECTED
               DISPLAY '  *** DIAL ' SA-DIAL-ID ' ' SA-RUN-DATE
                   ' STATUS ' SA-STATUS ' IS NOT A OR R - IGNORED ***'
               PERFORM 2900-BAD-ACK THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-DIAL-ENTRY TO TRUE.
           MOVE SA-EXTRACT-DATE TO XR-DK-EXTRACT-DATE.
           MOVE SA-EXTRACT-TIME TO XR-DK-EXTRACT-TIME.
           MOVE SA-EXTRACT-KIND TO XR-DK-EXTRACT-KIND.
           MOVE SA-RUN-DATE TO XR-DK-RUN-DATE.
           MOVE SA-DIAL-ID TO XR-DK-DIAL-ID.
           READ EXTREGFILE
               INVALID KEY
                   DISPLAY '  *** DIAL ' SA-DIAL-ID ' ' SA-RUN-DATE
                       ' WAS NOT IN EXTRACT ' SA-EXTRACT-DATE ' '
                       SA-EXTRACT-TIME ' ' SA-EXTRACT-KIND
                       ' - IGNORED ***'
                   PERFORM 2900-BAD-ACK THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-READ.
           MOVE SA-STATUS TO XD-DIAL-STATUS.
           MOVE WS-RUN-DATE TO XD-STATUS-DATE.
           MOVE SA-REASON TO XD-DIAL-REASON.
           REWRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'EXTACK: UNABLE TO UPDATE THE REGISTRY - '
                       'RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ACK-EOF
                   GO TO 2300-EXIT
           END-REWRITE.
           ADD 1 TO WS-ACK-COUNT.
           IF XD-REJECTED
               DISPLAY '  DIAL ' SA-DIAL-ID ' ' SA-RUN-DATE
                   ' REJECTED - ' SA-REASON
               MOVE 'W' TO WS-OPS-SEVERITY
               MOVE 'DIALREJ' TO WS-OPS-EVENT-CODE
               MOVE SA-DIAL-ID TO WS-OPS-DIAL-ID
               MOVE SA-RUN-DATE TO WS-OPS-COUNT
               MOVE 'DIAL REJECTED BY THE SCORE EXTRACT RECEIVER'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2900-BAD-ACK - AN ACKNOWLEDGMENT THAT MATCHES NOTHING WE SENT
      *                 OR CANNOT BE READ IS IGNORED AND WARNED ON
      *****************************************************************
       2900-BAD-ACK.
           ADD 1 TO WS-ACK-BAD-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'W' TO WS-OPS-SEVERITY.
           MOVE 'ACKUNKN' TO WS-OPS-EVENT-CODE.
           MOVE SA-DIAL-ID TO WS-OPS-DIAL-ID.
           MOVE SA-EXTRACT-DATE TO WS-OPS-COUNT.
           MOVE 'ACKNOWLEDGMENT MATCHES NO EXTRACT SENT - IGNORED'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-REPORT-RESENDS - EVERY EXTRACT REFUSED, OR NOT
      *                        ACKNOWLEDGED WITHIN THE CUTOFF, IS DUE
      *                        FOR A RESEND (SCOREXT REGEN)
      *****************************************************************
       3000-REPORT-RESENDS.
           DISPLAY ' '.
           DISPLAY 'EXTRACTS TO RESEND'.
           MOVE 'F' TO WS-SCAN-TYPE.
           PERFORM 7000-START-SCAN THRU 7000-EXIT.
           PERFORM 3100-CHECK-ONE-EXTRACT THRU 3100-EXIT
               UNTIL WS-EXTREG-EOF = 'Y'.
           IF WS-RESEND-COUNT = 0
               DISPLAY '  NONE'
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CHECK-ONE-EXTRACT - FLAG ONE EXTRACT IF IT NEEDS A
      *                           RESEND
      *****************************************************************
       3100-CHECK-ONE-EXTRACT.
           PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
           IF WS-EXTREG-EOF = 'Y'
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN XF-NAKED
                   MOVE XF-ACK-REASON TO WS-RESEND-REASON
                   MOVE 'E' TO WS-OPS-SEVERITY
               WHEN XF-AWAITING-ACK
                   IF XF-SENT-DATE NOT NUMERIC
                       GO TO 3100-EXIT
                   END-IF
                   COMPUTE WS-WAITING-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE (XF-SENT-DATE)
                   IF WS-WAITING-DAYS NOT > WS-CUTOFF-DAYS
                       GO TO 3100-EXIT
                   END-IF
                   MOVE 'NOT ACKNOWLEDGED' TO WS-RESEND-REASON
                   MOVE 'W' TO WS-OPS-SEVERITY
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE.
           ADD 1 TO WS-RESEND-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '  *** EXTRACT ' XR-EXTRACT-DATE ' '
               XR-EXTRACT-TIME ' ' XR-EXTRACT-KIND ' SENT '
               XF-SENT-DATE ' RESENT ' XF-RESEND-COUNT ' TIME(S) - '
               WS-RESEND-REASON ' ***'.
           DISPLAY '      ' XF-SCORE-COUNT ' SCORE(S) '
               XF-EXCL-COUNT ' EXCLUSION(S) HASH ' XF-SCORE-HASH.
           MOVE XR-EXTRACT-DATE TO WS-RD-EXTRACT-DATE.
           MOVE XR-EXTRACT-TIME TO WS-RD-EXTRACT-TIME.
           MOVE XR-EXTRACT-KIND TO WS-RD-EXTRACT-KIND.
           MOVE WS-RESEND-REASON TO WS-RD-REASON.
           MOVE 'RESEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE XF-SCORE-COUNT TO WS-OPS-COUNT.
           MOVE WS-RESEND-DETAIL TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REPORT-REFUSED-DIALS - EVERY DIAL THE RECEIVER REJECTED
      *                              IN TODAY'S INTAKE
      *****************************************************************
       4000-REPORT-REFUSED-DIALS.
           DISPLAY ' '.
           DISPLAY 'DIALS REJECTED BY THE RECEIVER IN THIS INTAKE'.
           MOVE 'D' TO WS-SCAN-TYPE.
           PERFORM 7000-START-SCAN THRU 7000-EXIT.
           PERFORM 4100-CHECK-ONE-DIAL THRU 4100-EXIT
               UNTIL WS-EXTREG-EOF = 'Y'.
           IF WS-REFUSED-COUNT = 0
               DISPLAY '  NONE'
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-CHECK-ONE-DIAL - LIST ONE DIAL IF IT WAS REJECTED
      *****************************************************************
       4100-CHECK-ONE-DIAL.
           PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
           IF WS-EXTREG-EOF = 'Y'
               GO TO 4100-EXIT
           END-IF.
           IF NOT XD-REJECTED
               GO TO 4100-EXIT
           END-IF.
           IF XD-STATUS-DATE NOT = WS-RUN-DATE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-REFUSED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '  DIAL ' XR-DK-DIAL-ID ' ' XR-DK-RUN-DATE
               ' IN EXTRACT ' XR-DK-EXTRACT-DATE ' '
               XR-DK-EXTRACT-TIME ' ' XR-DK-EXTRACT-KIND
               ' REJECTED ' XD-STATUS-DATE ' - ' XD-DIAL-REASON.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-REPORT-OPEN-EXCLUSIONS - EVERY EXCLUDED DIAL AND RUN
      *                                DATE NOT YET CORRECTED; A
      *                                CORRECTION GOES OUT IN
      *                                SCOREXT'S SUPPLEMENTAL EXTRACT
      *****************************************************************
       5000-REPORT-OPEN-EXCLUSIONS.
           DISPLAY ' '.
           DISPLAY 'EXCLUSIONS AWAITING A CORRECTED SCORE'.
           MOVE 'X' TO WS-SCAN-TYPE.
           PERFORM 7000-START-SCAN THRU 7000-EXIT.
           PERFORM 5100-CHECK-ONE-EXCLUSION THRU 5100-EXIT
               UNTIL WS-EXTREG-EOF = 'Y'.
           IF WS-OPEN-EXCL-COUNT = 0
               DISPLAY '  NONE'
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5100-CHECK-ONE-EXCLUSION - LIST ONE EXCLUSION IF STILL OPEN
      *****************************************************************
       5100-CHECK-ONE-EXCLUSION.
           PERFORM 7100-READ-NEXT-ENTRY THRU 7100-EXIT.
           IF WS-EXTREG-EOF = 'Y'
               GO TO 5100-EXIT
           END-IF.
           IF NOT XX-STILL-EXCLUDED
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-EXCL-COUNT.
           DISPLAY '  DIAL ' XR-XK-DIAL-ID ' ' XR-XK-RUN-DATE
               ' REASON ' XX-REASON-CODE ' LAST EXCLUDED IN EXTRACT '
               XX-EXTRACT-DATE ' ' XX-EXTRACT-TIME ' '
               XX-EXTRACT-KIND.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-START-SCAN - POSITION THE REGISTRY AT THE FIRST ENTRY
      *                    OF THE KIND IN WS-SCAN-TYPE
      *****************************************************************
       7000-START-SCAN.
           MOVE 'N' TO WS-EXTREG-EOF.
           MOVE LOW-VALUES TO XR-KEY.
           MOVE WS-SCAN-TYPE TO XR-ENTRY-TYPE.
           START EXTREGFILE KEY NOT LESS THAN XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EXTREG-EOF
           END-START.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-READ-NEXT-ENTRY - READ ON, STOPPING AT THE END OF THE
      *                         ENTRIES OF THE KIND BEING SCANNED
      *****************************************************************
       7100-READ-NEXT-ENTRY.
           IF WS-EXTREG-EOF = 'Y'
               GO TO 7100-EXIT
           END-IF.
           READ EXTREGFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EXTREG-EOF
                   GO TO 7100-EXIT
           END-READ.
           IF XR-ENTRY-TYPE NOT = WS-SCAN-TYPE
               MOVE 'Y' TO WS-EXTREG-EOF
           END-IF.
       7100-EXIT.
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
           MOVE 'EXTACK' TO OL-PROGRAM.
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
           DISPLAY 'EXTACK: ' WS-ACK-COUNT ' ACKNOWLEDGMENT(S) TAKEN '
               'IN, ' WS-ACK-BAD-COUNT ' IGNORED, '
               WS-RESEND-COUNT ' EXTRACT(S) TO RESEND'.
           DISPLAY 'EXTACK: ' WS-REFUSED-COUNT ' DIAL(S) REJECTED, '
               WS-OPEN-EXCL-COUNT ' EXCLUSION(S) AWAITING CORRECTION'.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'STEPEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-ACK-COUNT TO WS-OPS-COUNT.
           MOVE 'EXTRACT ACKNOWLEDGMENTS TAKEN IN THIS STEP'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
           IF ACKFILE-IS-OPEN
               CLOSE ACKFILE
           END-IF.
           IF EXTREGFILE-IS-OPEN
               CLOSE EXTREGFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
       9000-EXIT.
           EXIT.
