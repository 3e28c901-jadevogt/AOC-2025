      *                   SO THE RECEIVING SIDE CAN PROVE THE
      *                   TRANSFER. EXCLUSIONS SET RETURN-CODE 4 SO
      *                   A SHORT EXTRACT IS VISIBLE TO OPERATIONS.
      *  10/15/2026 DJV   EVERY EXTRACT IS NOW RECORDED IN THE KEYED
      *                   EXTRACT REGISTRY (EXTREG) - THE FILE WITH ITS
      *                   COUNTS AND HASH, AND EVERY DIAL SENT OR
      *                   EXCLUDED - SO EXTACK CAN POST CORPORATE
      *                   SECURITY'S ACKNOWLEDGMENTS AGAINST IT. AN
      *                   EXCLUDED DIAL AND RUN DATE STAYS OPEN IN THE
      *                   REGISTRY; WHEN A LATER RUN PRODUCES AN AGREED
      *                   SCORE FOR IT (A RE-SCORE OR CATCH-UP OF THAT
      *                   FEED DATE) THE CORRECTED SCORE GOES OUT IN A
      *                   SEPARATE SUPPLEMENTAL EXTRACT (SUPPLEXT,
      *                   HEADER KIND S) AND THE EXCLUSION IS CLOSED.
      *                   THE SYSIN CARD NAMES THE RUN: DAILY (OR BLANK)
      *                   FOR THE NIGHTLY EXTRACT, OR REGEN WITH AN
      *                   EXTRACT'S HEADER DATE, TIME AND KIND TO
      *                   REBUILD THAT PAST EXTRACT FROM THE
      *                   RPTONE/RPTTWO GENERATIONS IT WAS MADE FROM FOR
      *                   A RESEND. A REBUILD CARRIES THE ORIGINAL
      *                   HEADER AND ONLY THE DIALS THE REGISTRY SAYS
      *                   WERE IN IT, DOES NOT LOG ITS EXCLUSIONS TO
      *                   OPSLOG A SECOND TIME, AND MUST PROVE TO THE
      *                   REGISTERED COUNTS AND HASH OR IT ENDS WITH
      *                   RETURN-CODE 8 AND IS NOT COUNTED AS SENT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTFILE-STATUS.

           SELECT SUPPLFILE ASSIGN TO SUPPLEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLFILE-STATUS.

           SELECT EXTREGFILE ASSIGN TO EXTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-EXTREGFILE-STATUS.

           SELECT OPSLOGFILE ASSIGN TO OPSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOGFILE-STATUS.
       FD  EXTRACTFILE.
           COPY SCEXTREC.

       FD  SUPPLFILE.
       01  SUPPLEXT-REC                PIC X(45).

       FD  EXTREGFILE.
           COPY XREGREC.

       FD  OPSLOGFILE.
           COPY OPSLGREC.

       01  WS-EXCL-REASON               PIC X(01).
       01  WS-EXCL-RUN-DATE             PIC 9(8).
       01  WS-EXCL-DIAL-ID              PIC X(8).
       01  WS-SUPPL-COUNT               PIC 9(09) VALUE 0.
       01  WS-SUPPL-HASH                PIC 9(12) VALUE 0.
       01  WS-NOT-IN-ORIGINAL           PIC 9(09) VALUE 0.

      *****************************************************************
      *  THE SYSIN CARD: DAILY (OR BLANK), OR
      *  REGEN YYYYMMDD HHMMSS K - REBUILD THE EXTRACT WHOSE HEADER
      *  CARRIED THAT DATE, TIME AND KIND (N OR S)
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-RUN-MODE             PIC X(05).
               88  RUN-IS-DAILY                  VALUE 'DAILY'
                                                       SPACES.
               88  RUN-IS-REGEN                  VALUE 'REGEN'.
           05  FILLER                  PIC X(01).
           05  WS-REGEN-DATE           PIC 9(8).
           05  FILLER                  PIC X(01).
           05  WS-REGEN-TIME           PIC 9(6).
           05  FILLER                  PIC X(01).
           05  WS-REGEN-KIND           PIC X(01).

       01  WS-EXTRACT-DATE              PIC 9(8).
       01  WS-EXTRACT-TIME              PIC 9(6).
       01  WS-EXTRACT-KIND              PIC X(01).
       01  WS-RESEND-NO                 PIC 9(3) VALUE 0.
       01  WS-ORIG-SCORE-COUNT          PIC 9(09).
       01  WS-ORIG-EXCL-COUNT           PIC 9(09).
       01  WS-ORIG-SCORE-HASH           PIC 9(12).
       01  WS-LOOKUP-RUN-DATE           PIC 9(8).
       01  WS-LOOKUP-DIAL-ID            PIC X(8).
       01  WS-LOOKUP-SENT-TYPE          PIC X(01).

      *****************************************************************
      *  ONE REGISTRY ENTRY TO BE WRITTEN: THE EXTRACT IT BELONGS TO
      *  AND WHAT WAS SENT
      *****************************************************************
       01  WS-REG-EXTRACT-DATE          PIC 9(8).
       01  WS-REG-EXTRACT-TIME          PIC 9(6).
       01  WS-REG-EXTRACT-KIND          PIC X(01).
       01  WS-REG-SENT-TYPE             PIC X(01).
       01  WS-REG-REASON-CODE           PIC X(01).
       01  WS-REG-RUN-DATE              PIC 9(8).
       01  WS-REG-DIAL-ID               PIC X(8).
       01  WS-REG-SCORE-ONE             PIC 9(9).
       01  WS-REG-SCORE-TWO             PIC 9(9).
       01  WS-REG-FINAL-STATE           PIC S9(10).
       01  WS-REG-SCORE-COUNT           PIC 9(09).
       01  WS-REG-EXCL-COUNT            PIC 9(09).
       01  WS-REG-SCORE-HASH            PIC 9(12).

       01  WS-OPS-SEVERITY             PIC X(01).
       01  WS-OPS-EVENT-CODE           PIC X(8).
               88  EXTRACTFILE-IS-OPEN           VALUE 'Y'.
           05  WS-OPSLOG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  OPSLOGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-SUPPL-OPEN-SW        PIC X(01) VALUE 'N'.
               88  SUPPLFILE-IS-OPEN             VALUE 'Y'.
           05  WS-EXTREG-OPEN-SW       PIC X(01) VALUE 'N'.
               88  EXTREGFILE-IS-OPEN            VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01).
               88  ENTRY-WAS-FOUND               VALUE 'Y'.

       77  WS-RPTONEFILE-STATUS        PIC X(2).
       77  WS-RPTTWOFILE-STATUS        PIC X(2).
       77  WS-EXTRACTFILE-STATUS       PIC X(2).
       77  WS-OPSLOGFILE-STATUS        PIC X(2).
       77  WS-SUPPLFILE-STATUS         PIC X(2).
       77  WS-EXTREGFILE-STATUS        PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).
       77  WS-OPS-TIME                 PIC 9(8).
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE RUN MODE FROM SYSIN, OPEN BOTH
      *                    REPORTS, THE REGISTRY AND THE EXTRACT,
      *                    WRITE THE HEADER CONTROL RECORD AND PRIME
      *                    THE PAIRED READ
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD.
           MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
           MOVE WS-RUN-TIME (1:6) TO WS-EXTRACT-TIME.
           MOVE 'N' TO WS-EXTRACT-KIND.
           EVALUATE TRUE
               WHEN RUN-IS-DAILY
                   CONTINUE
               WHEN RUN-IS-REGEN
                   IF WS-REGEN-DATE NOT NUMERIC
                       OR WS-REGEN-TIME NOT NUMERIC
                       OR (WS-REGEN-KIND NOT = 'N'
                           AND WS-REGEN-KIND NOT = 'S')
                       DISPLAY 'SCOREXT: REGEN CARD NEEDS THE '
                           'EXTRACT DATE, TIME AND KIND (N OR S)'
                       MOVE 16 TO RETURN-CODE
                       GO TO 1000-EXIT
                   END-IF
                   MOVE WS-REGEN-DATE TO WS-EXTRACT-DATE
                   MOVE WS-REGEN-TIME TO WS-EXTRACT-TIME
                   MOVE WS-REGEN-KIND TO WS-EXTRACT-KIND
               WHEN OTHER
                   DISPLAY 'SCOREXT: RUN MODE FROM SYSIN IS NOT '
                       'DAILY OR REGEN'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-EVALUATE.
           OPEN EXTEND OPSLOGFILE.
           IF WS-OPSLOGFILE-STATUS = '35'
               OPEN OUTPUT OPSLOGFILE
               GO TO 1000-EXIT
           END-IF.
           SET RPTTWO-IS-OPEN TO TRUE.
           OPEN I-O EXTREGFILE.
           IF WS-EXTREGFILE-STATUS NOT = '00'
               DISPLAY 'SCOREXT: UNABLE TO OPEN THE EXTRACT REGISTRY'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET EXTREGFILE-IS-OPEN TO TRUE.
           IF RUN-IS-REGEN
               PERFORM 1200-FIND-ORIGINAL THRU 1200-EXIT
               IF RETURN-CODE >= 16
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT EXTRACTFILE.
           IF WS-EXTRACTFILE-STATUS NOT = '00'
               DISPLAY 'SCOREXT: UNABLE TO OPEN THE EXTRACT'
               GO TO 1000-EXIT
           END-IF.
           SET EXTRACTFILE-IS-OPEN TO TRUE.
           IF RUN-IS-REGEN
               DISPLAY 'SCORE EXTRACT ' WS-EXTRACT-DATE ' '
                   WS-EXTRACT-TIME ' ' WS-EXTRACT-KIND
                   ' REGENERATED ON ' WS-RUN-DATE
                   ' AS RESEND ' WS-RESEND-NO
           ELSE
               DISPLAY 'SCORE EXTRACT FOR ' WS-RUN-DATE
           END-IF.
           MOVE SPACES TO SCOREXT-REC.
           MOVE 'H' TO SX-RECORD-TYPE.
           MOVE WS-EXTRACT-DATE TO SX-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO SX-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO SX-EXTRACT-KIND.
           MOVE WS-RESEND-NO TO SX-RESEND-NO.
           WRITE SCOREXT-REC.
           PERFORM 2100-READ-RPTONE THRU 2100-EXIT.
           PERFORM 2200-READ-RPTTWO THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1200-FIND-ORIGINAL - A REBUILD MUST NAME AN EXTRACT THE
      *                       REGISTRY KNOWS; ITS REGISTERED COUNTS
      *                       AND HASH ARE WHAT THE REBUILD MUST
      *                       PROVE TO
      *****************************************************************
       1200-FIND-ORIGINAL.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-FILE-ENTRY TO TRUE.
           MOVE WS-EXTRACT-DATE TO XR-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO XR-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO XR-EXTRACT-KIND.
           READ EXTREGFILE
               INVALID KEY
                   DISPLAY 'SCOREXT: EXTRACT ' WS-EXTRACT-DATE ' '
                       WS-EXTRACT-TIME ' ' WS-EXTRACT-KIND
                       ' IS NOT IN THE REGISTRY'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
           END-READ.
           MOVE XF-SCORE-COUNT TO WS-ORIG-SCORE-COUNT.
           MOVE XF-EXCL-COUNT TO WS-ORIG-EXCL-COUNT.
           MOVE XF-SCORE-HASH TO WS-ORIG-SCORE-HASH.
           COMPUTE WS-RESEND-NO = XF-RESEND-COUNT + 1.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-EXTRACT-ONE-DIAL - PUBLISH ONE DIAL WHEN THE TWO
      *                          REPORTS AGREE AND NEITHER WITHHELD
      *                     FOLDED INTO THE TRAILER HASH
      *****************************************************************
       2400-WRITE-SCORE.
           IF RUN-IS-REGEN
               MOVE R1-RUN-DATE TO WS-LOOKUP-RUN-DATE
               MOVE R1-DIAL-ID TO WS-LOOKUP-DIAL-ID
               MOVE 'D' TO WS-LOOKUP-SENT-TYPE
               PERFORM 2800-CHECK-ORIGINAL THRU 2800-EXIT
               IF NOT ENTRY-WAS-FOUND
                   GO TO 2400-EXIT
               END-IF
           ELSE
               PERFORM 2450-CHECK-CORRECTION THRU 2450-EXIT
               IF ENTRY-WAS-FOUND
                   PERFORM 2600-WRITE-SUPPLEMENTAL THRU 2600-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO SCOREXT-REC.
           MOVE 'D' TO SX-RECORD-TYPE.
           MOVE R1-RUN-DATE TO SX-RUN-DATE.
           ADD R2-FINAL-SCORE TO WS-SCORE-HASH.
           DISPLAY '  PUBLISHED ' R1-DIAL-ID
               ' SCORES ' R1-FINAL-SCORE ' / ' R2-FINAL-SCORE.
           IF RUN-IS-DAILY
               MOVE WS-EXTRACT-DATE TO WS-REG-EXTRACT-DATE
               MOVE WS-EXTRACT-TIME TO WS-REG-EXTRACT-TIME
               MOVE WS-EXTRACT-KIND TO WS-REG-EXTRACT-KIND
               MOVE 'D' TO WS-REG-SENT-TYPE
               MOVE SPACE TO WS-REG-REASON-CODE
               MOVE R1-RUN-DATE TO WS-REG-RUN-DATE
               MOVE R1-DIAL-ID TO WS-REG-DIAL-ID
               MOVE R1-FINAL-SCORE TO WS-REG-SCORE-ONE
               MOVE R2-FINAL-SCORE TO WS-REG-SCORE-TWO
               MOVE R1-FINAL-STATE TO WS-REG-FINAL-STATE
               PERFORM 7100-REGISTER-DIAL THRU 7100-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-CHECK-CORRECTION - AN AGREED SCORE FOR A DIAL AND RUN
      *                          DATE AN EARLIER EXTRACT EXCLUDED IS
      *                          A CORRECTION, AND GOES OUT IN THE
      *                          SUPPLEMENTAL EXTRACT INSTEAD
      *****************************************************************
       2450-CHECK-CORRECTION.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-EXCL-ENTRY TO TRUE.
           MOVE R1-DIAL-ID TO XR-XK-DIAL-ID.
           MOVE R1-RUN-DATE TO XR-XK-RUN-DATE.
           READ EXTREGFILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ.
           IF XX-STILL-EXCLUDED
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-EXCLUSION - ONE EXPLICIT EXCLUSION RECORD WITH
      *                         ITS REASON CODE, REPORTED TO OPSLOG
      *                         SO THE HANDOVER SHOWS THE SHORTFALL.
      *                         A REGEN RUN REPEATS THE ORIGINAL'S
      *                         EXCLUSIONS BUT DOES NOT REPORT THEM
      *                         AGAIN.
      *****************************************************************
       2500-WRITE-EXCLUSION.
           IF RUN-IS-REGEN
               MOVE WS-EXCL-RUN-DATE TO WS-LOOKUP-RUN-DATE
               MOVE WS-EXCL-DIAL-ID TO WS-LOOKUP-DIAL-ID
               MOVE 'X' TO WS-LOOKUP-SENT-TYPE
               PERFORM 2800-CHECK-ORIGINAL THRU 2800-EXIT
               IF NOT ENTRY-WAS-FOUND
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO SCOREXT-REC.
           MOVE 'X' TO SX-RECORD-TYPE.
           MOVE WS-EXCL-RUN-DATE TO SX-EXCL-RUN-DATE.
           END-IF.
           DISPLAY '  EXCLUDED  ' WS-EXCL-DIAL-ID
               ' REASON ' WS-EXCL-REASON.
           IF RUN-IS-REGEN
               GO TO 2500-EXIT
           END-IF.
           MOVE 'W' TO WS-OPS-SEVERITY.
           MOVE 'EXCLUDE' TO WS-OPS-EVENT-CODE.
           MOVE WS-EXCL-DIAL-ID TO WS-OPS-DIAL-ID.
           MOVE 'DIAL EXCLUDED FROM THE SECURITY SCORE EXTRACT'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
           MOVE WS-EXTRACT-DATE TO WS-REG-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO WS-REG-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO WS-REG-EXTRACT-KIND.
           MOVE 'X' TO WS-REG-SENT-TYPE.
           MOVE WS-EXCL-REASON TO WS-REG-REASON-CODE.
           MOVE WS-EXCL-RUN-DATE TO WS-REG-RUN-DATE.
           MOVE WS-EXCL-DIAL-ID TO WS-REG-DIAL-ID.
           MOVE 0 TO WS-REG-SCORE-ONE.
           MOVE 0 TO WS-REG-SCORE-TWO.
           MOVE 0 TO WS-REG-FINAL-STATE.
           PERFORM 7100-REGISTER-DIAL THRU 7100-EXIT.
           PERFORM 7200-OPEN-EXCLUSION THRU 7200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-SUPPLEMENTAL - SEND ONE CORRECTED SCORE IN THE
      *                            SUPPLEMENTAL EXTRACT, OPENED AND
      *                            HEADED ON THE FIRST CORRECTION OF
      *                            THE RUN, AND CLOSE THE EXCLUSION.
      *                            IF THE SUPPLEMENTAL EXTRACT CANNOT
      *                            BE OPENED THE EXCLUSION STAYS OPEN
      *                            FOR THE NEXT RUN.
      *****************************************************************
       2600-WRITE-SUPPLEMENTAL.
           IF NOT SUPPLFILE-IS-OPEN
               OPEN OUTPUT SUPPLFILE
               IF WS-SUPPLFILE-STATUS NOT = '00'
                   DISPLAY 'SCOREXT: UNABLE TO OPEN THE SUPPLEMENTAL '
                       'EXTRACT - ' R1-DIAL-ID ' STAYS EXCLUDED'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 2600-EXIT
               END-IF
               SET SUPPLFILE-IS-OPEN TO TRUE
               MOVE SPACES TO SCOREXT-REC
               MOVE 'H' TO SX-RECORD-TYPE
               MOVE WS-EXTRACT-DATE TO SX-EXTRACT-DATE
               MOVE WS-EXTRACT-TIME TO SX-EXTRACT-TIME
               MOVE 'S' TO SX-EXTRACT-KIND
               MOVE 0 TO SX-RESEND-NO
               WRITE SUPPLEXT-REC FROM SCOREXT-REC
           END-IF.
           MOVE SPACES TO SCOREXT-REC.
           MOVE 'D' TO SX-RECORD-TYPE.
           MOVE R1-RUN-DATE TO SX-RUN-DATE.
           MOVE R1-DIAL-ID TO SX-DIAL-ID.
           MOVE R1-FINAL-SCORE TO SX-SCORE-ONE.
           MOVE R2-FINAL-SCORE TO SX-SCORE-TWO.
           MOVE R1-FINAL-STATE TO SX-FINAL-STATE.
           WRITE SUPPLEXT-REC FROM SCOREXT-REC.
           ADD 1 TO WS-SUPPL-COUNT.
           ADD R1-FINAL-SCORE TO WS-SUPPL-HASH.
           ADD R2-FINAL-SCORE TO WS-SUPPL-HASH.
           DISPLAY '  CORRECTED ' R1-DIAL-ID ' FOR ' R1-RUN-DATE
               ' SCORES ' R1-FINAL-SCORE ' / ' R2-FINAL-SCORE
               ' - SUPPLEMENTAL'.
           MOVE WS-EXTRACT-DATE TO WS-REG-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO WS-REG-EXTRACT-TIME.
           MOVE 'S' TO WS-REG-EXTRACT-KIND.
           MOVE 'D' TO WS-REG-SENT-TYPE.
           MOVE SPACE TO WS-REG-REASON-CODE.
           MOVE R1-RUN-DATE TO WS-REG-RUN-DATE.
           MOVE R1-DIAL-ID TO WS-REG-DIAL-ID.
           MOVE R1-FINAL-SCORE TO WS-REG-SCORE-ONE.
           MOVE R2-FINAL-SCORE TO WS-REG-SCORE-TWO.
           MOVE R1-FINAL-STATE TO WS-REG-FINAL-STATE.
           PERFORM 7100-REGISTER-DIAL THRU 7100-EXIT.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-EXCL-ENTRY TO TRUE.
           MOVE R1-DIAL-ID TO XR-XK-DIAL-ID.
           MOVE R1-RUN-DATE TO XR-XK-RUN-DATE.
           READ EXTREGFILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           SET XX-CORRECTED TO TRUE.
           MOVE WS-EXTRACT-DATE TO XX-CORR-DATE.
           MOVE WS-EXTRACT-TIME TO XX-CORR-TIME.
           REWRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'SCOREXT: UNABLE TO CLOSE THE EXCLUSION '
                       'FOR ' R1-DIAL-ID ' ' R1-RUN-DATE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-REWRITE.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'CORRECTD' TO WS-OPS-EVENT-CODE.
           MOVE R1-DIAL-ID TO WS-OPS-DIAL-ID.
           MOVE R1-RUN-DATE TO WS-OPS-COUNT.
           MOVE 'EXCLUDED SCORE CORRECTED IN THE SUPPLEMENTAL EXTRACT'
               TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-DRAIN-LEFTOVERS - A DIAL LEFT OVER IN ONE REPORT AFTER
      *                         THE OTHER HIT EOF HAS NOTHING TO
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2800-CHECK-ORIGINAL - A REBUILD CARRIES ONLY WHAT THE
      *                        REGISTRY SAYS THE ORIGINAL EXTRACT
      *                        SENT FOR THIS DIAL AND RUN DATE;
      *                        ANYTHING ELSE IN THE GENERATIONS IS
      *                        LEFT OUT AND COUNTED
      *****************************************************************
       2800-CHECK-ORIGINAL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-DIAL-ENTRY TO TRUE.
           MOVE WS-EXTRACT-DATE TO XR-DK-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO XR-DK-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO XR-DK-EXTRACT-KIND.
           MOVE WS-LOOKUP-RUN-DATE TO XR-DK-RUN-DATE.
           MOVE WS-LOOKUP-DIAL-ID TO XR-DK-DIAL-ID.
           READ EXTREGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XD-SENT-TYPE = WS-LOOKUP-SENT-TYPE
                       SET ENTRY-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-NOT-IN-ORIGINAL
               DISPLAY '  LEFT OUT ' WS-LOOKUP-DIAL-ID ' FOR '
                   WS-LOOKUP-RUN-DATE ' - NOT SENT THAT WAY IN THE '
                   'ORIGINAL'
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-TRAILER - THE CONTROL TOTALS THE RECEIVING SIDE
      *                       PROVES THE TRANSFER AGAINST
           MOVE WS-EXCL-COUNT TO SX-EXCL-COUNT.
           MOVE WS-SCORE-HASH TO SX-SCORE-HASH.
           WRITE SCOREXT-REC.
           IF RUN-IS-REGEN
               PERFORM 3200-PROVE-REGEN THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-EXTRACT-DATE TO WS-REG-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO WS-REG-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO WS-REG-EXTRACT-KIND.
           MOVE WS-SCORE-COUNT TO WS-REG-SCORE-COUNT.
           MOVE WS-EXCL-COUNT TO WS-REG-EXCL-COUNT.
           MOVE WS-SCORE-HASH TO WS-REG-SCORE-HASH.
           PERFORM 7300-REGISTER-FILE THRU 7300-EXIT.
           IF NOT SUPPLFILE-IS-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO SCOREXT-REC.
           MOVE 'T' TO SX-RECORD-TYPE.
           MOVE WS-SUPPL-COUNT TO SX-SCORE-COUNT.
           MOVE 0 TO SX-EXCL-COUNT.
           MOVE WS-SUPPL-HASH TO SX-SCORE-HASH.
           WRITE SUPPLEXT-REC FROM SCOREXT-REC.
           MOVE 'S' TO WS-REG-EXTRACT-KIND.
           MOVE WS-SUPPL-COUNT TO WS-REG-SCORE-COUNT.
           MOVE 0 TO WS-REG-EXCL-COUNT.
           MOVE WS-SUPPL-HASH TO WS-REG-SCORE-HASH.
           PERFORM 7300-REGISTER-FILE THRU 7300-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3200-PROVE-REGEN - THE REBUILT EXTRACT MUST MATCH THE
      *                     REGISTERED COUNTS AND HASH EXACTLY. IF IT
      *                     DOES THE EXTRACT IS RECORDED AS SENT AGAIN
      *                     AND AWAITING A FRESH ACKNOWLEDGMENT; IF
      *                     NOT, THE WRONG GENERATIONS WERE SUPPLIED
      *                     AND THE REBUILD MUST NOT BE SENT.
      *****************************************************************
       3200-PROVE-REGEN.
           IF WS-SCORE-COUNT NOT = WS-ORIG-SCORE-COUNT
               OR WS-EXCL-COUNT NOT = WS-ORIG-EXCL-COUNT
               OR WS-SCORE-HASH NOT = WS-ORIG-SCORE-HASH
               DISPLAY 'SCOREXT: REBUILD DOES NOT MATCH THE REGISTRY '
                   '- DO NOT SEND'
               DISPLAY '  REGISTERED ' WS-ORIG-SCORE-COUNT ' / '
                   WS-ORIG-EXCL-COUNT ' HASH ' WS-ORIG-SCORE-HASH
               DISPLAY '  REBUILT    ' WS-SCORE-COUNT ' / '
                   WS-EXCL-COUNT ' HASH ' WS-SCORE-HASH
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'E' TO WS-OPS-SEVERITY
               MOVE 'REGENBAD' TO WS-OPS-EVENT-CODE
               MOVE SPACES TO WS-OPS-DIAL-ID
               MOVE WS-EXTRACT-DATE TO WS-OPS-COUNT
               MOVE 'REBUILT EXTRACT DOES NOT MATCH THE REGISTRY'
                   TO WS-OPS-DETAIL
               PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-FILE-ENTRY TO TRUE.
           MOVE WS-EXTRACT-DATE TO XR-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO XR-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO XR-EXTRACT-KIND.
           READ EXTREGFILE
               INVALID KEY
                   DISPLAY 'SCOREXT: EXTRACT VANISHED FROM THE '
                       'REGISTRY'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3200-EXIT
           END-READ.
           MOVE WS-RESEND-NO TO XF-RESEND-COUNT.
           MOVE WS-RUN-DATE TO XF-SENT-DATE.
           MOVE SPACE TO XF-ACK-STATUS.
           MOVE 0 TO XF-ACK-DATE.
           MOVE SPACES TO XF-ACK-REASON.
           REWRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'SCOREXT: UNABLE TO UPDATE THE REGISTRY'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3200-EXIT
           END-REWRITE.
           DISPLAY 'SCOREXT: REBUILD MATCHES THE REGISTRY - SEND AS '
               'RESEND ' WS-RESEND-NO.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'REGEN' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           MOVE WS-EXTRACT-DATE TO WS-OPS-COUNT.
           MOVE 'PAST EXTRACT REBUILT FOR RESEND' TO WS-OPS-DETAIL.
           PERFORM 8000-WRITE-OPS-EVENT THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  7100-REGISTER-DIAL - RECORD ONE DIAL SENT OR EXCLUDED IN AN
      *                       EXTRACT, AWAITING THE RECEIVER'S VERDICT
      *****************************************************************
       7100-REGISTER-DIAL.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-DIAL-ENTRY TO TRUE.
           MOVE WS-REG-EXTRACT-DATE TO XR-DK-EXTRACT-DATE.
           MOVE WS-REG-EXTRACT-TIME TO XR-DK-EXTRACT-TIME.
           MOVE WS-REG-EXTRACT-KIND TO XR-DK-EXTRACT-KIND.
           MOVE WS-REG-RUN-DATE TO XR-DK-RUN-DATE.
           MOVE WS-REG-DIAL-ID TO XR-DK-DIAL-ID.
           MOVE WS-REG-SENT-TYPE TO XD-SENT-TYPE.
           MOVE WS-REG-REASON-CODE TO XD-REASON-CODE.
           MOVE WS-REG-SCORE-ONE TO XD-SCORE-ONE.
           MOVE WS-REG-SCORE-TWO TO XD-SCORE-TWO.
           MOVE WS-REG-FINAL-STATE TO XD-FINAL-STATE.
           MOVE SPACE TO XD-DIAL-STATUS.
           MOVE 0 TO XD-STATUS-DATE.
           WRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'SCOREXT: UNABLE TO REGISTER '
                       WS-REG-DIAL-ID ' ' WS-REG-RUN-DATE
                       ' - STATUS ' WS-EXTREGFILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-WRITE.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-OPEN-EXCLUSION - RECORD (OR RE-OPEN) AN EXCLUDED DIAL
      *                        AND RUN DATE SO A LATER CORRECTION IS
      *                        RECOGNIZED AND SENT
      *****************************************************************
       7200-OPEN-EXCLUSION.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-EXCL-ENTRY TO TRUE.
           MOVE WS-EXCL-DIAL-ID TO XR-XK-DIAL-ID.
           MOVE WS-EXCL-RUN-DATE TO XR-XK-RUN-DATE.
           READ EXTREGFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   SET ENTRY-WAS-FOUND TO TRUE
           END-READ.
           MOVE WS-EXCL-REASON TO XX-REASON-CODE.
           SET XX-STILL-EXCLUDED TO TRUE.
           MOVE WS-EXTRACT-DATE TO XX-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO XX-EXTRACT-TIME.
           MOVE WS-EXTRACT-KIND TO XX-EXTRACT-KIND.
           MOVE 0 TO XX-CORR-DATE.
           MOVE 0 TO XX-CORR-TIME.
           IF ENTRY-WAS-FOUND
               REWRITE EXTREG-FILE
                   INVALID KEY
                       MOVE '99' TO WS-EXTREGFILE-STATUS
               END-REWRITE
           ELSE
               WRITE EXTREG-FILE
                   INVALID KEY
                       MOVE '99' TO WS-EXTREGFILE-STATUS
               END-WRITE
           END-IF.
           IF WS-EXTREGFILE-STATUS NOT = '00'
               DISPLAY 'SCOREXT: UNABLE TO RECORD THE EXCLUSION OF '
                   WS-EXCL-DIAL-ID ' ' WS-EXCL-RUN-DATE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  7300-REGISTER-FILE - RECORD ONE EXTRACT FILE AS SENT TODAY,
      *                       AWAITING ITS ACKNOWLEDGMENT
      *****************************************************************
       7300-REGISTER-FILE.
           MOVE SPACES TO EXTREG-FILE.
           SET XR-FILE-ENTRY TO TRUE.
           MOVE WS-REG-EXTRACT-DATE TO XR-EXTRACT-DATE.
           MOVE WS-REG-EXTRACT-TIME TO XR-EXTRACT-TIME.
           MOVE WS-REG-EXTRACT-KIND TO XR-EXTRACT-KIND.
           MOVE WS-REG-SCORE-COUNT TO XF-SCORE-COUNT.
           MOVE WS-REG-EXCL-COUNT TO XF-EXCL-COUNT.
           MOVE WS-REG-SCORE-HASH TO XF-SCORE-HASH.
           MOVE WS-RUN-DATE TO XF-SENT-DATE.
           MOVE 0 TO XF-RESEND-COUNT.
           MOVE SPACE TO XF-ACK-STATUS.
           MOVE 0 TO XF-ACK-DATE.
           MOVE SPACES TO XF-ACK-REASON.
           WRITE EXTREG-FILE
               INVALID KEY
                   DISPLAY 'SCOREXT: UNABLE TO REGISTER EXTRACT '
                       WS-REG-EXTRACT-DATE ' ' WS-REG-EXTRACT-TIME
                       ' ' WS-REG-EXTRACT-KIND
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-WRITE.
       7300-EXIT.
           EXIT.

      *****************************************************************
      *  8000-WRITE-OPS-EVENT - APPEND ONE STRUCTURED EVENT TO THE
      *                         SHARED OPERATIONS LOG SO RUNSUMM CAN
       9000-TERMINATE.
           DISPLAY 'SCOREXT: ' WS-SCORE-COUNT ' DIAL(S) PUBLISHED, '
               WS-EXCL-COUNT ' EXCLUDED, HASH ' WS-SCORE-HASH.
           IF WS-SUPPL-COUNT NOT = 0
               DISPLAY 'SCOREXT: ' WS-SUPPL-COUNT ' CORRECTED '
                   'DIAL(S) IN THE SUPPLEMENTAL EXTRACT, HASH '
                   WS-SUPPL-HASH
           END-IF.
           IF WS-NOT-IN-ORIGINAL NOT = 0
               DISPLAY 'SCOREXT: ' WS-NOT-IN-ORIGINAL ' REPORT '
                   'DIAL(S) LEFT OUT OF THE REBUILD'
           END-IF.
           MOVE 'I' TO WS-OPS-SEVERITY.
           MOVE 'STEPEND' TO WS-OPS-EVENT-CODE.
           MOVE SPACES TO WS-OPS-DIAL-ID.
           IF EXTRACTFILE-IS-OPEN
               CLOSE EXTRACTFILE
           END-IF.
           IF SUPPLFILE-IS-OPEN
               CLOSE SUPPLFILE
           END-IF.
           IF EXTREGFILE-IS-OPEN
               CLOSE EXTREGFILE
           END-IF.
           IF OPSLOGFILE-IS-OPEN
               CLOSE OPSLOGFILE
           END-IF.
