       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMNT.
       AUTHOR. D-J-VOGT.
       INSTALLATION. VAULT-OPS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   ORIGINAL VERSION - DUAL-CONTROL REQUEST
      *                   MAINTENANCE. A DIAL CONTROL CHANGE, A
      *                   CHECKPOINT DELETE OR A DUPLICATE-FEED RE-SCORE
      *                   OVERRIDE USED TO TAKE EFFECT THE MOMENT ONE
      *                   OPERATOR DROPPED THE CARD IN DIALTXN, CKPTTXN
      *                   OR FEEDOVR. THIS PROGRAM FILES EVERY SUCH CARD
      *                   IN THE KEYED PENDING REQUEST FILE (PENDREQ)
      *                   UNDER A NEW REQUEST ID - BUT NOT AGAIN WHILE
      *                   AN IDENTICAL REQUEST IS STILL PENDING OR
      *                   APPROVED, SO A RERUN DOES NOT FILE ITS CARDS
      *                   TWICE - AND APPLIES THE APPROVE AND REJECT
      *                   CARDS (APPRTXN) THAT DECIDE THEM. AN APPROVAL
      *                   MUST COME FROM A USER ID OTHER THAN THE
      *                   REQUESTER'S. AN APPROVED REQUEST MAY BE
      *                   REJECTED (REVOKED) UNTIL IT IS APPLIED, EXCEPT
      *                   A CHECKPOINT DELETE ALREADY APPLIED TO ONE
      *                   CLUSTER, WHICH MUST BE FINISHED. A REQUEST
      *                   STILL UNAPPROVED, OR APPROVED AND NOT APPLIED,
      *                   AFTER THE SYSIN EXPIRY PERIOD IN DAYS IS
      *                   EXPIRED. THE REPORT LISTS EVERY REQUEST
      *                   REJECTED OR EXPIRED WITHIN THE EXPIRY PERIOD,
      *                   EVERY REQUEST AWAITING APPROVAL AND EVERY
      *                   APPROVED REQUEST NOT YET APPLIED. DIALMNT,
      *                   CKPTMNT AND FEEDVAL ACT ONLY ON APPROVED
      *                   REQUESTS. A REFUSED CARD OR AN EXPIRED REQUEST
      *                   SETS RETURN-CODE 4; A WRITE FAILURE OTHER THAN
      *                   A DUPLICATE KEY STOPS THE RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDREQFILE ASSIGN TO PENDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REQUEST-ID
               FILE STATUS IS WS-PENDREQFILE-STATUS.

           SELECT APPRTXNFILE ASSIGN TO APPRTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRTXNFILE-STATUS.

           SELECT DIALTXNFILE ASSIGN TO DIALTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALTXNFILE-STATUS.

           SELECT CKPTTXNFILE ASSIGN TO CKPTTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPTTXNFILE-STATUS.

           SELECT FEEDOVRFILE ASSIGN TO FEEDOVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDOVRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDREQFILE.
           COPY PENDREC.

       FD  APPRTXNFILE.
       01  APPRTXN-FILE.
           05  AP-ACTION               PIC X(07).
               88  AP-IS-APPROVE                VALUE 'APPROVE'.
               88  AP-IS-REJECT                 VALUE 'REJECT '.
           05  AP-USER-ID              PIC X(8).
           05  AP-REQUEST-ID           PIC X(22).
           05  AP-REASON               PIC X(40).
           05  FILLER                  PIC X(03).

       FD  DIALTXNFILE.
           COPY DLTXNREC.

       FD  CKPTTXNFILE.
       01  CKPTTXN-FILE.
           05  CT-ACTION               PIC X(06).
           05  CT-USER-ID              PIC X(8).
           05  CT-DIAL-ID              PIC X(8).
           05  FILLER                  PIC X(58).

       FD  FEEDOVRFILE.
       01  FEEDOVR-FILE.
           05  OV-FEED-NAME            PIC X(40).
           05  OV-USER-ID              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-APPRTXN-EOF              PIC A(1) VALUE 'N'.
       01  WS-DIALTXN-EOF              PIC A(1) VALUE 'N'.
       01  WS-CKPTTXN-EOF              PIC A(1) VALUE 'N'.
       01  WS-FEEDOVR-EOF              PIC A(1) VALUE 'N'.
       01  WS-PENDREQ-EOF              PIC A(1) VALUE 'N'.
       01  WS-EXPIRY-DAYS              PIC 9(3).
       01  WS-REQ-SEQ                  PIC 9(05) VALUE 0.
       01  WS-DECISION-COUNT           PIC 9(05) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE 0.
       01  WS-FILED-COUNT              PIC 9(05) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(05) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(05) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(05) VALUE 0.
       01  WS-NEW-TYPE                 PIC X(04).
       01  WS-NEW-REQUESTER            PIC X(8).
       01  WS-NEW-IMAGE                PIC X(102).
       01  WS-FOUND-ID                 PIC X(22).
       01  WS-REFUSE-REASON            PIC X(40).
       01  WS-REQ-AGE                  PIC S9(9).
       01  WS-TODAY-INTEGER            PIC 9(9).
       01  WS-REQ-INTEGER              PIC 9(9).
       01  WS-EVENT-DATE               PIC 9(8).
       01  WS-STATUS-WORD              PIC X(08).

       01  WS-SWITCHES.
           05  WS-WRITTEN-SW           PIC X(01).
               88  REQUEST-IS-WRITTEN           VALUE 'Y'.
           05  WS-REPORT-PASS          PIC X(01).
               88  REPORTING-CLOSED             VALUE 'R'.
               88  REPORTING-PENDING            VALUE 'P'.
               88  REPORTING-APPROVED           VALUE 'A'.
           05  WS-PENDREQ-OPEN-SW      PIC X(01) VALUE 'N'.
               88  PENDREQFILE-IS-OPEN           VALUE 'Y'.

       77  WS-PENDREQFILE-STATUS       PIC X(2).
       77  WS-APPRTXNFILE-STATUS       PIC X(2).
       77  WS-DIALTXNFILE-STATUS       PIC X(2).
       77  WS-CKPTTXNFILE-STATUS       PIC X(2).
       77  WS-FEEDOVRFILE-STATUS       PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT
               PERFORM 3000-FILE-NEW-REQUESTS THRU 3000-EXIT
               PERFORM 4000-EXPIRE-REQUESTS THRU 4000-EXIT
               PERFORM 5000-REPORT-REQUESTS THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE EXPIRY PERIOD FROM SYSIN AND OPEN
      *                    THE PENDING REQUEST FILE, CREATING IT ON
      *                    FIRST USE
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY 'DUAL-CONTROL REQUEST REPORT FOR ' WS-RUN-DATE.
           ACCEPT WS-EXPIRY-DAYS.
           IF WS-EXPIRY-DAYS NOT NUMERIC
               DISPLAY 'REQMNT: EXPIRY PERIOD FROM SYSIN IS '
                   'MISSING OR NOT A DAY COUNT'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'REQMNT: EXPIRING REQUESTS UNAPPROVED AFTER '
               WS-EXPIRY-DAYS ' DAY(S)'.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           OPEN I-O PENDREQFILE.
           IF WS-PENDREQFILE-STATUS = '35'
               OPEN OUTPUT PENDREQFILE
               CLOSE PENDREQFILE
               OPEN I-O PENDREQFILE
           END-IF.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY 'REQMNT: UNABLE TO OPEN PENDREQ - STATUS '
                   WS-PENDREQFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET PENDREQFILE-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-APPLY-DECISIONS - APPLY THE APPROVE AND REJECT CARDS.
      *                         NO DECISION FILE JUST MEANS NOTHING
      *                         WAS DECIDED THIS RUN.
      *****************************************************************
       2000-APPLY-DECISIONS.
           DISPLAY ' '.
           DISPLAY '  DECISIONS:'.
           OPEN INPUT APPRTXNFILE.
           IF WS-APPRTXNFILE-STATUS NOT = '00'
               DISPLAY '    NO DECISION CARDS SUPPLIED'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
               UNTIL WS-APPRTXN-EOF = 'Y'.
           CLOSE APPRTXNFILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-APPLY-ONE-DECISION - VALIDATE ONE APPROVE OR REJECT
      *                            CARD AND RECORD THE DECISION ON THE
      *                            REQUEST. A REQUESTER MAY WITHDRAW
      *                            A REQUEST WITH A REJECT CARD BUT
      *                            MAY NEVER APPROVE IT. A REJECT CARD
      *                            AGAINST AN APPROVED REQUEST NOT YET
      *                            APPLIED REVOKES THE APPROVAL; THE
      *                            APPROVER AND APPROVAL DATE STAY ON
      *                            THE REQUEST AND THE REVOCATION IS
      *                            DATED IN PR-APPLIED-DATE, THE WAY AN
      *                            APPLY-TIME REJECTION IS.
      *****************************************************************
       2100-APPLY-ONE-DECISION.
           READ APPRTXNFILE INTO APPRTXN-FILE
               AT END
                   MOVE 'Y' TO WS-APPRTXN-EOF
                   GO TO 2100-EXIT
           END-READ.
           IF APPRTXN-FILE = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
           IF NOT AP-IS-APPROVE AND NOT AP-IS-REJECT
               MOVE 'ACTION IS NOT APPROVE OR REJECT'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF AP-USER-ID = SPACES
               MOVE 'NO DECIDING USER ID' TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AP-REQUEST-ID TO PR-REQUEST-ID.
           READ PENDREQFILE
               INVALID KEY
                   MOVE 'NO SUCH REQUEST ON FILE' TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF PR-IS-APPROVED AND AP-IS-REJECT
               PERFORM 2200-REVOKE-APPROVAL THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF NOT PR-IS-PENDING
               PERFORM 5300-SET-STATUS-WORD THRU 5300-EXIT
               MOVE 'REQUEST IS NO LONGER PENDING'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               DISPLAY '      REQUEST IS ' WS-STATUS-WORD
                   ' - DECIDED BY ' PR-APPROVER-ID
                   ' ON ' PR-DECIDED-DATE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 4200-CHECK-AGE THRU 4200-EXIT.
           IF WS-REQ-AGE > WS-EXPIRY-DAYS
               PERFORM 4300-EXPIRE-ONE-REQUEST THRU 4300-EXIT
               MOVE 'REQUEST EXPIRED BEFORE IT WAS DECIDED'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF AP-IS-APPROVE
               AND AP-USER-ID = PR-REQUESTER-ID
               MOVE 'APPROVER MAY NOT BE THE REQUESTER'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AP-USER-ID TO PR-APPROVER-ID.
           MOVE WS-RUN-DATE TO PR-DECIDED-DATE.
           MOVE WS-RUN-TIME (1:6) TO PR-DECIDED-TIME.
           IF AP-IS-APPROVE
               SET PR-IS-APPROVED TO TRUE
               MOVE SPACES TO PR-REASON
           ELSE
               SET PR-IS-REJECTED TO TRUE
               IF AP-REASON = SPACES
                   IF AP-USER-ID = PR-REQUESTER-ID
                       MOVE 'WITHDRAWN BY THE REQUESTER' TO PR-REASON
                   ELSE
                       MOVE 'REJECTED BY THE APPROVER' TO PR-REASON
                   END-IF
               ELSE
                   MOVE AP-REASON TO PR-REASON
               END-IF
           END-IF.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   MOVE 'REQUEST COULD NOT BE UPDATED'
                       TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 2100-EXIT
           END-REWRITE.
           IF AP-IS-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY '    APPROVED ' PR-REQUEST-ID
                   ' FROM ' PR-REQUESTER-ID ' BY ' AP-USER-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '    REJECTED ' PR-REQUEST-ID
                   ' FROM ' PR-REQUESTER-ID ' BY ' AP-USER-ID
                   ' - ' PR-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-REVOKE-APPROVAL - REJECT AN APPROVED REQUEST BEFORE IT IS
      *                         APPLIED. A CHECKPOINT DELETE ALREADY
      *                         MADE ON ONE CLUSTER CANNOT BE REVOKED -
      *                         THE CLUSTERS WOULD DISAGREE.
      *****************************************************************
       2200-REVOKE-APPROVAL.
           IF PR-TYPE-CKPT
               AND (PR-APPLIED-ONE-SW = 'Y'
                   OR PR-APPLIED-TWO-SW = 'Y')
               MOVE 'CHECKPOINT DELETE IS PART APPLIED'
                   TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET PR-IS-REJECTED TO TRUE.
           MOVE WS-RUN-DATE TO PR-APPLIED-DATE.
           IF AP-REASON = SPACES
               MOVE SPACES TO PR-REASON
               STRING 'APPROVAL REVOKED BY ' DELIMITED BY SIZE
                   AP-USER-ID DELIMITED BY SPACE
                   INTO PR-REASON
               END-STRING
           ELSE
               MOVE AP-REASON TO PR-REASON
           END-IF.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   MOVE 'REQUEST COULD NOT BE UPDATED'
                       TO WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY '    REVOKED ' PR-REQUEST-ID
               ' FROM ' PR-REQUESTER-ID ' APPROVED BY '
               PR-APPROVER-ID ' REVOKED BY ' AP-USER-ID
               ' - ' PR-REASON.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REFUSE-DECISION - LIST ONE DECISION CARD THAT COULD NOT
      *                         BE APPLIED, WITH THE REASON
      *****************************************************************
       2900-REFUSE-DECISION.
           DISPLAY '    REFUSED ' AP-ACTION ' ' AP-REQUEST-ID
               ' BY ' AP-USER-ID ' - ' WS-REFUSE-REASON.
           ADD 1 TO WS-REFUSED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FILE-NEW-REQUESTS - FILE EVERY NEW DIAL CONTROL CHANGE,
      *                           CHECKPOINT DELETE AND RE-SCORE
      *                           OVERRIDE CARD AS A PENDING REQUEST.
      *                           A MISSING CARD FILE JUST MEANS
      *                           NOTHING OF THAT KIND WAS SUBMITTED.
      *****************************************************************
       3000-FILE-NEW-REQUESTS.
           DISPLAY ' '.
           DISPLAY '  NEW REQUESTS:'.
           OPEN INPUT DIALTXNFILE.
           IF WS-DIALTXNFILE-STATUS = '00'
               PERFORM 3100-FILE-ONE-DIAL-TXN THRU 3100-EXIT
                   UNTIL WS-DIALTXN-EOF = 'Y'
               CLOSE DIALTXNFILE
           END-IF.
           IF RETURN-CODE >= 16
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT CKPTTXNFILE.
           IF WS-CKPTTXNFILE-STATUS = '00'
               PERFORM 3200-FILE-ONE-CKPT-TXN THRU 3200-EXIT
                   UNTIL WS-CKPTTXN-EOF = 'Y'
               CLOSE CKPTTXNFILE
           END-IF.
           IF RETURN-CODE >= 16
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT FEEDOVRFILE.
           IF WS-FEEDOVRFILE-STATUS = '00'
               PERFORM 3300-FILE-ONE-OVERRIDE THRU 3300-EXIT
                   UNTIL WS-FEEDOVR-EOF = 'Y'
               CLOSE FEEDOVRFILE
           END-IF.
           IF WS-FILED-COUNT = 0
               DISPLAY '    NONE SUBMITTED'
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-FILE-ONE-DIAL-TXN - FILE ONE DIAL CONTROL CHANGE. THE
      *                           CARD IS VALIDATED IN FULL WHEN
      *                           DIALMNT APPLIES IT; ONLY THE
      *                           REQUESTER IS REQUIRED HERE.
      *****************************************************************
       3100-FILE-ONE-DIAL-TXN.
           READ DIALTXNFILE INTO DIALTXN-FILE
               AT END
                   MOVE 'Y' TO WS-DIALTXN-EOF
                   GO TO 3100-EXIT
           END-READ.
           IF DIALTXN-FILE = SPACES
               GO TO 3100-EXIT
           END-IF.
           IF TX-USER-ID = SPACES
               DISPLAY '    REFUSED ' TX-ACTION ' DIAL ' TX-DIAL-ID
                   ' - NO REQUESTING USER ID'
               PERFORM 3900-COUNT-REFUSAL THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO PENDREQ-FILE.
           SET PR-TYPE-DIAL TO TRUE.
           MOVE TX-USER-ID TO PR-REQUESTER-ID.
           MOVE DIALTXN-FILE TO PR-TXN-IMAGE.
           PERFORM 3500-WRITE-REQUEST THRU 3500-EXIT.
           IF REQUEST-IS-WRITTEN
               DISPLAY '    FILED ' PR-REQUEST-ID ' ' TX-ACTION
                   ' DIAL ' TX-DIAL-ID ' EFFECTIVE '
                   TX-EFFECTIVE-DATE ' FROM ' TX-USER-ID
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-FILE-ONE-CKPT-TXN - FILE ONE CHECKPOINT DELETE. CKPTMNT
      *                           VALIDATES IT WHEN IT APPLIES IT.
      *****************************************************************
       3200-FILE-ONE-CKPT-TXN.
           READ CKPTTXNFILE INTO CKPTTXN-FILE
               AT END
                   MOVE 'Y' TO WS-CKPTTXN-EOF
                   GO TO 3200-EXIT
           END-READ.
           IF CKPTTXN-FILE = SPACES
               GO TO 3200-EXIT
           END-IF.
           IF CT-USER-ID = SPACES
               DISPLAY '    REFUSED ' CT-ACTION ' CHECKPOINT '
                   CT-DIAL-ID ' - NO REQUESTING USER ID'
               PERFORM 3900-COUNT-REFUSAL THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO PENDREQ-FILE.
           SET PR-TYPE-CKPT TO TRUE.
           MOVE CT-USER-ID TO PR-REQUESTER-ID.
           MOVE CKPTTXN-FILE TO PR-TXN-IMAGE.
           PERFORM 3500-WRITE-REQUEST THRU 3500-EXIT.
           IF REQUEST-IS-WRITTEN
               DISPLAY '    FILED ' PR-REQUEST-ID ' ' CT-ACTION
                   ' CHECKPOINT ' CT-DIAL-ID ' FROM ' CT-USER-ID
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-FILE-ONE-OVERRIDE - FILE ONE DUPLICATE-FEED RE-SCORE
      *                           OVERRIDE
      *****************************************************************
       3300-FILE-ONE-OVERRIDE.
           READ FEEDOVRFILE INTO FEEDOVR-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDOVR-EOF
                   GO TO 3300-EXIT
           END-READ.
           IF OV-FEED-NAME = SPACES
               GO TO 3300-EXIT
           END-IF.
           IF OV-USER-ID = SPACES
               DISPLAY '    REFUSED RE-SCORE ' OV-FEED-NAME
                   ' - NO REQUESTING USER ID'
               PERFORM 3900-COUNT-REFUSAL THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO PENDREQ-FILE.
           SET PR-TYPE-FOVR TO TRUE.
           MOVE OV-USER-ID TO PR-REQUESTER-ID.
           MOVE FEEDOVR-FILE TO PR-TXN-IMAGE.
           PERFORM 3500-WRITE-REQUEST THRU 3500-EXIT.
           IF REQUEST-IS-WRITTEN
               DISPLAY '    FILED ' PR-REQUEST-ID ' RE-SCORE '
                   OV-FEED-NAME ' FROM ' OV-USER-ID
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3500-WRITE-REQUEST - STAMP THE REQUEST BUILT IN THE RECORD
      *                       AREA AS PENDING AND ADD IT UNDER THE
      *                       NEXT FREE REQUEST ID - UNLESS THE SAME
      *                       CARD IS ALREADY FILED AND STILL PENDING
      *                       OR APPROVED, AS IT IS WHEN A RUN THAT
      *                       STOPPED BEFORE THE SUBMISSIONS WERE
      *                       EMPTIED IS RERUN
      *****************************************************************
       3500-WRITE-REQUEST.
           MOVE 'N' TO WS-WRITTEN-SW.
           MOVE PR-REQ-TYPE TO WS-NEW-TYPE.
           MOVE PR-REQUESTER-ID TO WS-NEW-REQUESTER.
           MOVE PR-TXN-IMAGE TO WS-NEW-IMAGE.
           PERFORM 3600-FIND-FILED-COPY THRU 3600-EXIT.
           MOVE SPACES TO PENDREQ-FILE.
           MOVE WS-NEW-TYPE TO PR-REQ-TYPE.
           MOVE WS-NEW-REQUESTER TO PR-REQUESTER-ID.
           MOVE WS-NEW-IMAGE TO PR-TXN-IMAGE.
           IF WS-FOUND-ID NOT = SPACES
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY '    ALREADY FILED AS ' WS-FOUND-ID
                   ' - NOT FILED AGAIN'
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO PR-REQ-DATE.
           MOVE WS-RUN-TIME (1:6) TO PR-REQ-TIME.
           SET PR-IS-PENDING TO TRUE.
           MOVE SPACES TO PR-APPROVER-ID.
           MOVE 0 TO PR-DECIDED-DATE.
           MOVE 0 TO PR-DECIDED-TIME.
           MOVE 0 TO PR-APPLIED-DATE.
           MOVE 'N' TO PR-APPLIED-ONE-SW.
           MOVE 'N' TO PR-APPLIED-TWO-SW.
           MOVE SPACES TO PR-REASON.
           PERFORM 3550-TRY-NEXT-ID THRU 3550-EXIT
               UNTIL REQUEST-IS-WRITTEN
               OR RETURN-CODE >= 16.
           IF REQUEST-IS-WRITTEN
               ADD 1 TO WS-FILED-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3550-TRY-NEXT-ID - WRITE THE REQUEST UNDER THE NEXT SEQUENCE
      *                     NUMBER. A KEY ALREADY TAKEN (A RERUN IN
      *                     THE SAME SECOND) MOVES ON TO THE NEXT ONE;
      *                     ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       3550-TRY-NEXT-ID.
           ADD 1 TO WS-REQ-SEQ.
           IF WS-REQ-SEQ > 9999
               DISPLAY 'REQMNT: REQUEST SEQUENCE NUMBERS EXHAUSTED '
                   'FOR THIS RUN - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALTXN-EOF
               MOVE 'Y' TO WS-CKPTTXN-EOF
               MOVE 'Y' TO WS-FEEDOVR-EOF
               GO TO 3550-EXIT
           END-IF.
           MOVE WS-REQ-SEQ TO PR-REQ-SEQ.
           WRITE PENDREQ-FILE
               INVALID KEY
                   IF WS-PENDREQFILE-STATUS = '22'
                       GO TO 3550-EXIT
                   END-IF
           END-WRITE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY 'REQMNT: UNABLE TO WRITE PENDREQ - STATUS '
                   WS-PENDREQFILE-STATUS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-DIALTXN-EOF
               MOVE 'Y' TO WS-CKPTTXN-EOF
               MOVE 'Y' TO WS-FEEDOVR-EOF
               GO TO 3550-EXIT
           END-IF.
           SET REQUEST-IS-WRITTEN TO TRUE.
       3550-EXIT.
           EXIT.

      *****************************************************************
      *  3600-FIND-FILED-COPY - LOOK AMONG THE REQUESTS OF THE SAME
      *                         TYPE FOR ONE STILL PENDING OR APPROVED
      *                         THAT WAS FILED FROM AN IDENTICAL CARD.
      *                         ITS ID IS LEFT IN WS-FOUND-ID.
      *****************************************************************
       3600-FIND-FILED-COPY.
           MOVE SPACES TO WS-FOUND-ID.
           MOVE 'N' TO WS-PENDREQ-EOF.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           MOVE WS-NEW-TYPE TO PR-REQ-TYPE.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
           PERFORM 3610-MATCH-ONE-FILED THRU 3610-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'
               OR WS-FOUND-ID NOT = SPACES.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3610-MATCH-ONE-FILED - COMPARE ONE FILED REQUEST
      *****************************************************************
       3610-MATCH-ONE-FILED.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 3610-EXIT
           END-READ.
           IF PR-REQ-TYPE NOT = WS-NEW-TYPE
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 3610-EXIT
           END-IF.
           IF (PR-IS-PENDING OR PR-IS-APPROVED)
               AND PR-TXN-IMAGE = WS-NEW-IMAGE
               MOVE PR-REQUEST-ID TO WS-FOUND-ID
           END-IF.
       3610-EXIT.
           EXIT.

      *****************************************************************
      *  3900-COUNT-REFUSAL - COUNT ONE REQUEST CARD THAT COULD NOT BE
      *                       FILED
      *****************************************************************
       3900-COUNT-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  4000-EXPIRE-REQUESTS - WALK THE FILE AND EXPIRE EVERY REQUEST
      *                         STILL PENDING AFTER THE EXPIRY PERIOD,
      *                         AND EVERY APPROVED REQUEST NOT APPLIED
      *                         WITHIN THE EXPIRY PERIOD OF ITS
      *                         APPROVAL
      *****************************************************************
       4000-EXPIRE-REQUESTS.
           MOVE 'N' TO WS-PENDREQ-EOF.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
           PERFORM 4100-EXPIRE-ONE-CANDIDATE THRU 4100-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-EXPIRE-ONE-CANDIDATE - EXPIRE ONE REQUEST IF IT HAS SAT
      *                              UNDECIDED, OR APPROVED BUT
      *                              UNUSED, TOO LONG. A CHECKPOINT
      *                              DELETE ALREADY MADE ON ONE
      *                              CLUSTER IS LEFT TO BE FINISHED.
      *****************************************************************
       4100-EXPIRE-ONE-CANDIDATE.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 4100-EXIT
           END-READ.
           IF PR-IS-PENDING
               PERFORM 4200-CHECK-AGE THRU 4200-EXIT
               IF WS-REQ-AGE > WS-EXPIRY-DAYS
                   PERFORM 4300-EXPIRE-ONE-REQUEST THRU 4300-EXIT
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF NOT PR-IS-APPROVED
               GO TO 4100-EXIT
           END-IF.
           IF PR-TYPE-CKPT
               AND (PR-APPLIED-ONE-SW = 'Y'
                   OR PR-APPLIED-TWO-SW = 'Y')
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4250-CHECK-APPROVAL-AGE THRU 4250-EXIT.
           IF WS-REQ-AGE > WS-EXPIRY-DAYS
               PERFORM 4400-EXPIRE-ONE-APPROVAL THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-CHECK-AGE - AGE OF THE CURRENT REQUEST IN DAYS
      *****************************************************************
       4200-CHECK-AGE.
           MOVE 0 TO WS-REQ-AGE.
           IF PR-REQ-DATE NOT NUMERIC
               OR PR-REQ-DATE = 0
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-REQ-INTEGER =
               FUNCTION INTEGER-OF-DATE (PR-REQ-DATE).
           COMPUTE WS-REQ-AGE =
               WS-TODAY-INTEGER - WS-REQ-INTEGER.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4250-CHECK-APPROVAL-AGE - DAYS SINCE THE CURRENT REQUEST WAS
      *                            APPROVED
      *****************************************************************
       4250-CHECK-APPROVAL-AGE.
           MOVE 0 TO WS-REQ-AGE.
           IF PR-DECIDED-DATE NOT NUMERIC
               OR PR-DECIDED-DATE = 0
               GO TO 4250-EXIT
           END-IF.
           COMPUTE WS-REQ-INTEGER =
               FUNCTION INTEGER-OF-DATE (PR-DECIDED-DATE).
           COMPUTE WS-REQ-AGE =
               WS-TODAY-INTEGER - WS-REQ-INTEGER.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4300-EXPIRE-ONE-REQUEST - MARK THE CURRENT REQUEST EXPIRED.
      *                            NOBODY DECIDED IT, SO THE APPROVER
      *                            STAYS BLANK.
      *****************************************************************
       4300-EXPIRE-ONE-REQUEST.
           SET PR-IS-EXPIRED TO TRUE.
           MOVE SPACES TO PR-APPROVER-ID.
           MOVE WS-RUN-DATE TO PR-DECIDED-DATE.
           MOVE WS-RUN-TIME (1:6) TO PR-DECIDED-TIME.
           MOVE 'NOT APPROVED WITHIN THE EXPIRY PERIOD' TO PR-REASON.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   DISPLAY 'REQMNT: UNABLE TO EXPIRE REQUEST '
                       PR-REQUEST-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 4300-EXIT
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-EXPIRE-ONE-APPROVAL - MARK THE CURRENT APPROVED REQUEST
      *                             EXPIRED UNUSED. THE APPROVER AND
      *                             APPROVAL DATE STAY ON THE REQUEST;
      *                             THE EXPIRY IS DATED IN
      *                             PR-APPLIED-DATE.
      *****************************************************************
       4400-EXPIRE-ONE-APPROVAL.
           SET PR-IS-EXPIRED TO TRUE.
           MOVE WS-RUN-DATE TO PR-APPLIED-DATE.
           MOVE 'APPROVED BUT NOT APPLIED IN THE PERIOD' TO PR-REASON.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   DISPLAY 'REQMNT: UNABLE TO EXPIRE REQUEST '
                       PR-REQUEST-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 4400-EXIT
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  5000-REPORT-REQUESTS - THREE LISTINGS: REQUESTS REJECTED OR
      *                         EXPIRED WITHIN THE EXPIRY PERIOD,
      *                         REQUESTS AWAITING APPROVAL, AND
      *                         APPROVED REQUESTS NOT YET APPLIED
      *****************************************************************
       5000-REPORT-REQUESTS.
           DISPLAY ' '.
           DISPLAY '  REQUESTS REJECTED OR EXPIRED IN THE LAST '
               WS-EXPIRY-DAYS ' DAY(S):'.
           SET REPORTING-CLOSED TO TRUE.
           PERFORM 5100-REPORT-ONE-PASS THRU 5100-EXIT.
           DISPLAY ' '.
           DISPLAY '  REQUESTS AWAITING APPROVAL:'.
           SET REPORTING-PENDING TO TRUE.
           PERFORM 5100-REPORT-ONE-PASS THRU 5100-EXIT.
           DISPLAY ' '.
           DISPLAY '  APPROVED REQUESTS NOT YET APPLIED:'.
           SET REPORTING-APPROVED TO TRUE.
           PERFORM 5100-REPORT-ONE-PASS THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5100-REPORT-ONE-PASS - WALK THE FILE IN REQUEST ID ORDER AND
      *                         LIST THE REQUESTS THIS PASS COVERS
      *****************************************************************
       5100-REPORT-ONE-PASS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-PENDREQ-EOF.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
           PERFORM 5200-REPORT-ONE-REQUEST THRU 5200-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
           IF WS-LISTED-COUNT = 0
               DISPLAY '    NONE'
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-REPORT-ONE-REQUEST - LIST ONE REQUEST IF THIS PASS
      *                            COVERS IT: WHAT WAS ASKED, WHO
      *                            ASKED, AND WHO DECIDED IT AND WHY
      *****************************************************************
       5200-REPORT-ONE-REQUEST.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 5200-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN REPORTING-PENDING
                   IF NOT PR-IS-PENDING
                       GO TO 5200-EXIT
                   END-IF
               WHEN REPORTING-APPROVED
                   IF NOT PR-IS-APPROVED
                       GO TO 5200-EXIT
                   END-IF
               WHEN OTHER
                   IF NOT PR-IS-REJECTED AND NOT PR-IS-EXPIRED
                       GO TO 5200-EXIT
                   END-IF
                   PERFORM 5250-CHECK-EVENT-AGE THRU 5250-EXIT
                   IF WS-REQ-AGE > WS-EXPIRY-DAYS
                       GO TO 5200-EXIT
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 5300-SET-STATUS-WORD THRU 5300-EXIT.
           EVALUATE TRUE
               WHEN PR-TYPE-DIAL
                   DISPLAY '    ' PR-REQUEST-ID ' ' WS-STATUS-WORD
                       ' ' PR-TX-ACTION ' DIAL ' PR-TX-DIAL-ID
                       ' EFFECTIVE ' PR-TX-EFFECTIVE-DATE
               WHEN PR-TYPE-CKPT
                   DISPLAY '    ' PR-REQUEST-ID ' ' WS-STATUS-WORD
                       ' ' PR-CT-ACTION ' CHECKPOINT ' PR-CT-DIAL-ID
                       '  CKPTONE ' PR-APPLIED-ONE-SW
                       ' CKPTTWO ' PR-APPLIED-TWO-SW
               WHEN OTHER
                   DISPLAY '    ' PR-REQUEST-ID ' ' WS-STATUS-WORD
                       ' RE-SCORE ' PR-OV-FEED-NAME
           END-EVALUATE.
           IF PR-IS-PENDING
               DISPLAY '      REQUESTED BY ' PR-REQUESTER-ID
                   ' ON ' PR-REQ-DATE
           ELSE
               DISPLAY '      REQUESTED BY ' PR-REQUESTER-ID
                   ' ON ' PR-REQ-DATE '  DECIDED BY ' PR-APPROVER-ID
                   ' ON ' PR-DECIDED-DATE
           END-IF.
           IF PR-REASON NOT = SPACES
               DISPLAY '      ' PR-REASON
           END-IF.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  5250-CHECK-EVENT-AGE - DAYS SINCE A CLOSED REQUEST WAS
      *                         REJECTED OR EXPIRED. A REQUEST
      *                         REJECTED WHEN IT WAS APPLIED CARRIES
      *                         THE APPLY DATE, WHICH IS LATER THAN
      *                         ITS APPROVAL.
      *****************************************************************
       5250-CHECK-EVENT-AGE.
           MOVE 0 TO WS-REQ-AGE.
           MOVE 0 TO WS-EVENT-DATE.
           IF PR-DECIDED-DATE IS NUMERIC
               MOVE PR-DECIDED-DATE TO WS-EVENT-DATE
           END-IF.
           IF PR-APPLIED-DATE IS NUMERIC
               AND PR-APPLIED-DATE > WS-EVENT-DATE
               MOVE PR-APPLIED-DATE TO WS-EVENT-DATE
           END-IF.
           IF WS-EVENT-DATE = 0
               GO TO 5250-EXIT
           END-IF.
           COMPUTE WS-REQ-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE).
           COMPUTE WS-REQ-AGE =
               WS-TODAY-INTEGER - WS-REQ-INTEGER.
       5250-EXIT.
           EXIT.

      *****************************************************************
      *  5300-SET-STATUS-WORD - SPELL OUT THE CURRENT REQUEST'S STATUS
      *****************************************************************
       5300-SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN PR-IS-PENDING
                   MOVE 'PENDING' TO WS-STATUS-WORD
               WHEN PR-IS-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-WORD
               WHEN PR-IS-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-WORD
               WHEN PR-IS-EXPIRED
                   MOVE 'EXPIRED' TO WS-STATUS-WORD
               WHEN PR-IS-APPLIED
                   MOVE 'APPLIED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-WORD
           END-EVALUATE.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP
      *****************************************************************
       9000-TERMINATE.
           DISPLAY ' '.
           DISPLAY 'REQMNT: ' WS-FILED-COUNT ' REQUEST(S) FILED, '
               WS-DECISION-COUNT ' DECISION(S) READ, '
               WS-APPROVED-COUNT ' APPROVED, '
               WS-REJECTED-COUNT ' REJECTED, '
               WS-EXPIRED-COUNT ' EXPIRED, '
               WS-REFUSED-COUNT ' CARD(S) REFUSED, '
               WS-DUPLICATE-COUNT ' ALREADY FILED'.
           IF PENDREQFILE-IS-OPEN
               CLOSE PENDREQFILE
           END-IF.
       9000-EXIT.
           EXIT.
