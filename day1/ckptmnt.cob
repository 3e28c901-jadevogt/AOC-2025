      *                   AT INITIALIZATION AND ALLOCATED TO MATCH,
      *                   AND ANY OVERFLOW OR ALLOCATION FAILURE
      *                   STOPS THE RUN WITH RETURN-CODE 16.
      *  10/15/2026 DJV   CHECKPOINT DELETES ARE NOW DUAL-CONTROLLED,
      *                   AND EACH PARALLEL SCORING STREAM HAS ITS OWN
      *                   CHECKPOINT CLUSTERS. A CKPTTXN CARD IS FILED
      *                   BY REQMNT AS A PENDING REQUEST AND THIS
      *                   PROGRAM APPLIES ONLY THE CHECKPOINT REQUESTS
      *                   IN PENDREQ APPROVED BY A USER OTHER THAN THE
      *                   REQUESTER; THE AUDIT RECORD CARRIES BOTH USER
      *                   IDS. SYSIN NAMES THE CLUSTER THE STEP
      *                   MAINTAINS (ONE OR TWO IN COLUMNS 5-7) SO EACH
      *                   APPROVED DELETE IS APPLIED ONCE TO EACH
      *                   CLUSTER; THE REQUEST IS MARKED APPLIED WHEN
      *                   BOTH HAVE HAD IT, OR REJECTED WITH THE REASON
      *                   IF IT IS NOT A VALID DELETE. A STREAM NUMBER
      *                   IN SYSIN COLUMN 9 MEANS DIALCTL IS THAT
      *                   STREAM'S SHARE OF THE DIALS (VLTSPLIT'S
      *                   DLCTLN): A CHECKPOINT FOR A DIAL OUTSIDE IT IS
      *                   FLAGGED AS NOT IN THIS STREAM, AND A DELETE
      *                   REQUEST COUNTS AS DONE FOR THE CLUSTER ONLY IN
      *                   THE STREAM THAT SCORES ITS DIAL. ELSEWHERE THE
      *                   REQUEST IS LEFT APPROVED, THOUGH A LEFTOVER
      *                   CHECKPOINT FOR THE DIAL IS STILL DELETED AND
      *                   AUDITED. A DIAL IN NO STREAM AT ALL - NOT IN
      *                   THE FULL DIALCTL ON DD DIALALL - IS AN ORPHAN:
      *                   ITS REQUEST IS DONE FOR THE CLUSTER IN THE
      *                   STEP THAT FINDS NO CHECKPOINT LEFT FOR IT IN
      *                   ANY STREAM'S SAME-SIDE CLUSTER (DD CKPTS1 TO
      *                   CKPTS9), AND IS CLOSED AS NO CHECKPOINT ON
      *                   FILE IF THERE NEVER WAS ONE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALCTLFILE-STATUS.

           SELECT DIALALLFILE ASSIGN TO DIALALL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIALALLFILE-STATUS.

           SELECT CKPTFILE ASSIGN TO CKPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-DIAL-ID
               FILE STATUS IS WS-CKPTFILE-STATUS.

           SELECT OTHCKPTFILE ASSIGN TO DYNAMIC WS-OTHER-DDNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-DIAL-ID
               FILE STATUS IS WS-OTHCKPTFILE-STATUS.

           SELECT PENDREQFILE ASSIGN TO PENDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-REQUEST-ID
               FILE STATUS IS WS-PENDREQFILE-STATUS.

           SELECT CKPTAUDFILE ASSIGN TO CKPTAUD
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DIALCTLFILE.
           COPY DLCTLREC.

       FD  DIALALLFILE.
       01  DIALALL-REC                 PIC X(89).

       FD  CKPTFILE.
           COPY CKPTREC.

      *****************************************************************
      *  ANOTHER STREAM'S CLUSTER ON THE SAME SIDE, READ ONLY BY KEY
      *  TO SEE WHETHER IT STILL HOLDS AN ORPHANED DIAL'S CHECKPOINT
      *****************************************************************
       FD  OTHCKPTFILE.
       01  OTHCKPT-REC.
           05  OC-DIAL-ID              PIC X(8).
           05  FILLER                  PIC X(53).

       FD  PENDREQFILE.
           COPY PENDREC.

       FD  CKPTAUDFILE.
           COPY CKAUDREC.
       WORKING-STORAGE SECTION.
       01  WS-DIALCTL-EOF              PIC A(1) VALUE 'N'.
       01  WS-CKPT-EOF                 PIC A(1) VALUE 'N'.
       01  WS-PENDREQ-EOF              PIC A(1) VALUE 'N'.
       01  WS-DIALALL-EOF              PIC A(1) VALUE 'N'.

      *****************************************************************
      *  SYSIN: THE AGE THRESHOLD IN DAYS, THE CLUSTER THIS STEP
      *  MAINTAINS AND, FOR A STREAM'S CLUSTER, THE STREAM NUMBER
      *****************************************************************
       01  WS-SYSIN-CARD.
           05  WS-AGE-THRESHOLD        PIC 9(3).
           05  FILLER                  PIC X(01).
           05  WS-CLUSTER-SIDE         PIC X(03).
               88  CLUSTER-IS-ONE               VALUE 'ONE'.
               88  CLUSTER-IS-TWO               VALUE 'TWO'.
           05  FILLER                  PIC X(01).
           05  WS-STREAM-NO            PIC X(01).
               88  STREAM-MODE                  VALUE '1' THRU '9'.
               88  WHOLE-SYSTEM-MODE            VALUE SPACE.
           05  FILLER                  PIC X(71).

      *****************************************************************
      *  THE APPROVED REQUEST BEING APPLIED, IN THE CKPTTXN CARD
      *  LAYOUT IT WAS SUBMITTED IN
      *****************************************************************
       01  CKPTTXN-FILE.
           05  CT-ACTION               PIC X(06).
               88  TXN-IS-DELETE                VALUE 'DELETE'.
           05  CT-USER-ID              PIC X(8).
           05  CT-DIAL-ID              PIC X(8).
           05  FILLER                  PIC X(58).

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-CKPT-COUNT               PIC 9(05) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(05) VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(05) VALUE 0.
       01  WS-DIAL-ENTRIES             PIC 9(09) VALUE 0.
       01  WS-DIAL-SUB                 PIC 9(09) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(09) VALUE 0.
       01  WS-OTHER-STREAM             PIC 9(02) VALUE 0.

       01  WS-OTHER-DDNAME.
           05  FILLER                  PIC X(05) VALUE 'CKPTS'.
           05  WS-OTHER-DD-STREAM      PIC 9(01) VALUE 0.
           05  FILLER                  PIC X(02) VALUE SPACES.

      *****************************************************************
      *  THE DIAL TABLE IS SIZED FROM THE CONTROL FILE AND ALLOCATED
               88  DIALCTLFILE-IS-OPEN           VALUE 'Y'.
           05  WS-CKPT-OPEN-SW         PIC X(01) VALUE 'N'.
               88  CKPTFILE-IS-OPEN              VALUE 'Y'.
           05  WS-PENDREQ-OPEN-SW      PIC X(01) VALUE 'N'.
               88  PENDREQFILE-IS-OPEN           VALUE 'Y'.
           05  WS-CKPTAUD-OPEN-SW      PIC X(01) VALUE 'N'.
               88  CKPTAUDFILE-IS-OPEN           VALUE 'Y'.
           05  WS-TXN-DIAL-SW          PIC X(01).
               88  TXN-DIAL-IS-HERE              VALUE 'Y'.
               88  TXN-DIAL-IN-OTHER-STREAM      VALUE 'N'.
               88  TXN-DIAL-IS-ORPHAN            VALUE 'O'.
           05  WS-OTHER-CKPT-SW        PIC X(01).
               88  OTHER-CKPT-NONE               VALUE 'N'.
               88  OTHER-CKPT-FOUND              VALUE 'Y'.
               88  OTHER-CKPT-UNKNOWN            VALUE 'U'.

       77  WS-DIALCTLFILE-STATUS       PIC X(2).
       77  WS-DIALALLFILE-STATUS       PIC X(2).
       77  WS-CKPTFILE-STATUS          PIC X(2).
       77  WS-OTHCKPTFILE-STATUS       PIC X(2).
       77  WS-PENDREQFILE-STATUS       PIC X(2).
       77  WS-CKPTAUDFILE-STATUS       PIC X(2).
       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-RUN-TIME                 PIC 9(8).
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - TAKE THE AGE THRESHOLD AND CLUSTER FROM
      *                    SYSIN, LOAD THE DIAL CONTROL TABLE, CHECK
      *                    THE FULL DIALCTL IS THERE FOR A STREAM, AND
      *                    OPEN THE CHECKPOINT CLUSTER AND AUDIT DATASET
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY 'CHECKPOINT MAINTENANCE REPORT FOR ' WS-RUN-DATE.
           ACCEPT WS-SYSIN-CARD.
           IF WS-AGE-THRESHOLD NOT NUMERIC
               DISPLAY 'CKPTMNT: AGE THRESHOLD FROM SYSIN IS '
                   'MISSING OR NOT A DAY COUNT'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF NOT CLUSTER-IS-ONE AND NOT CLUSTER-IS-TWO
               DISPLAY 'CKPTMNT: CLUSTER FROM SYSIN IS MISSING OR '
                   'NOT ONE OR TWO'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF NOT STREAM-MODE AND NOT WHOLE-SYSTEM-MODE
               DISPLAY 'CKPTMNT: STREAM FROM SYSIN IS NOT 1 TO 9'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF STREAM-MODE
               DISPLAY 'CKPTMNT: MAINTAINING CLUSTER CKPT'
                   WS-CLUSTER-SIDE ' OF STREAM ' WS-STREAM-NO
           ELSE
               DISPLAY 'CKPTMNT: MAINTAINING CLUSTER CKPT'
                   WS-CLUSTER-SIDE
           END-IF.
           DISPLAY 'CKPTMNT: FLAGGING CHECKPOINTS OLDER THAN '
               WS-AGE-THRESHOLD ' DAY(S)'.
           COMPUTE WS-TODAY-INTEGER =
           SET DIALCTLFILE-IS-OPEN TO TRUE.
           PERFORM 1500-LOAD-ONE-DIAL THRU 1500-EXIT
               UNTIL WS-DIALCTL-EOF = 'Y'.
           IF STREAM-MODE
               OPEN INPUT DIALALLFILE
               IF WS-DIALALLFILE-STATUS NOT = '00'
                   DISPLAY 'CKPTMNT: UNABLE TO OPEN DIALALL - THE '
                       'FULL DIALCTL IS NEEDED IN A STREAM'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               CLOSE DIALALLFILE
           END-IF.
           OPEN I-O CKPTFILE.
           IF WS-CKPTFILE-STATUS = '35'
               DISPLAY 'CKPTMNT: NO CHECKPOINT CLUSTER ON FILE - '

      *****************************************************************
      *  2300-CHECK-ORPHAN - A CHECKPOINT FOR A DIAL NO LONGER IN
      *                      DIALCTL CAN NEVER BE CONSUMED. IN A
      *                      STREAM, ONE FOR A DIAL SCORED IN ANOTHER
      *                      STREAM WOULD BE RESUMED ONLY IF THE
      *                      DIAL'S VAULT MOVED BACK - LONG STALE.
      *****************************************************************
       2300-CHECK-ORPHAN.
           MOVE 0 TO WS-MATCH-SUB.
               ADD 1 TO WS-DIAL-SUB
           END-PERFORM.
           IF WS-MATCH-SUB = 0
               IF STREAM-MODE
                   DISPLAY '      *** ORPHANED - DIAL IS NOT IN '
                       'THIS STREAM''S DIALCTL ***'
               ELSE
                   DISPLAY '      *** ORPHANED - DIAL IS NOT IN '
                       'DIALCTL ***'
               END-IF
               SET CKPT-IS-FLAGGED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APPLY-TRANSACTIONS - APPLY THE APPROVED CHECKPOINT
      *                            DELETE REQUESTS. NO PENDING
      *                            REQUEST FILE JUST MEANS AN
      *                            INQUIRY-ONLY RUN.
      *****************************************************************
       3000-APPLY-TRANSACTIONS.
           IF NOT CKPTFILE-IS-OPEN
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O PENDREQFILE.
           IF WS-PENDREQFILE-STATUS NOT = '00'
               DISPLAY ' '
               DISPLAY '  NO PENDING REQUEST FILE - INQUIRY ONLY'
               GO TO 3000-EXIT
           END-IF.
           SET PENDREQFILE-IS-OPEN TO TRUE.
           DISPLAY ' '.
           DISPLAY '  APPROVED REQUESTS:'.
           MOVE LOW-VALUES TO PR-REQUEST-ID.
           SET PR-TYPE-CKPT TO TRUE.
           START PENDREQFILE KEY NOT LESS THAN PR-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDREQ-EOF
           END-START.
           PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
               UNTIL WS-PENDREQ-EOF = 'Y'.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-APPLY-ONE-TXN - VALIDATE AND APPLY ONE APPROVED DELETE
      *                       REQUEST NOT YET APPLIED TO THIS
      *                       CLUSTER, WRITING THE BEFORE-IMAGE AUDIT
      *                       RECORD BEFORE THE CHECKPOINT GOES. A
      *                       REQUEST WHOSE APPROVER IS MISSING OR IS
      *                       THE REQUESTER IS NOT APPROVED AT ALL. A
      *                       DIAL GONE FROM DIALCTL ALTOGETHER IS DONE
      *                       FOR THE CLUSTER ONCE NO STREAM HOLDS A
      *                       CHECKPOINT FOR IT ANY LONGER.
      *****************************************************************
       3100-APPLY-ONE-TXN.
           READ PENDREQFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PENDREQ-EOF
                   GO TO 3100-EXIT
           END-READ.
           IF NOT PR-TYPE-CKPT
               MOVE 'Y' TO WS-PENDREQ-EOF
               GO TO 3100-EXIT
           END-IF.
           IF NOT PR-IS-APPROVED
               GO TO 3100-EXIT
           END-IF.
           IF (CLUSTER-IS-ONE AND PR-APPLIED-ONE-SW = 'Y')
               OR (CLUSTER-IS-TWO AND PR-APPLIED-TWO-SW = 'Y')
               GO TO 3100-EXIT
           END-IF.
           MOVE PR-TXN-IMAGE TO CKPTTXN-FILE.
           IF PR-APPROVER-ID = SPACES
               OR PR-APPROVER-ID = PR-REQUESTER-ID
               MOVE 'NOT APPROVED BY A SECOND USER'
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-REQUEST THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF NOT TXN-IS-DELETE
               MOVE 'ACTION IS NOT DELETE' TO WS-REJECT-REASON
               PERFORM 3800-REJECT-REQUEST THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF CT-DIAL-ID = SPACES
               MOVE 'DIAL ID IS BLANK' TO WS-REJECT-REASON
               PERFORM 3800-REJECT-REQUEST THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-FIND-TXN-DIAL THRU 3150-EXIT.
           MOVE CT-DIAL-ID TO CK-DIAL-ID.
           READ CKPTFILE
               INVALID KEY
                   IF TXN-DIAL-IN-OTHER-STREAM
                       DISPLAY '    DEFERRED ' CT-ACTION ' '
                           CT-DIAL-ID ' FROM ' PR-REQUESTER-ID
                           ' - DIAL NOT IN STREAM ' WS-STREAM-NO
                       GO TO 3100-EXIT
                   END-IF
                   IF TXN-DIAL-IS-ORPHAN
                       PERFORM 3200-FIND-OTHER-CKPT THRU 3200-EXIT
                   END-IF
                   IF NOT OTHER-CKPT-NONE
                       DISPLAY '    DEFERRED ' CT-ACTION ' '
                           CT-DIAL-ID ' FROM ' PR-REQUESTER-ID
                           ' - ORPHANED DIAL, CHECKPOINT MAY BE IN '
                           'STREAM ' WS-OTHER-DD-STREAM
                       GO TO 3100-EXIT
                   END-IF
                   DISPLAY '    REJECTED ' CT-ACTION ' ' CT-DIAL-ID
                       ' FROM ' PR-REQUESTER-ID
                       ' - NO CHECKPOINT ON FILE'
                   ADD 1 TO WS-REJECTED-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM 3700-MARK-CLUSTER-DONE THRU 3700-EXIT
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT.
           DELETE CKPTFILE
               INVALID KEY
                   DISPLAY '    REJECTED ' CT-ACTION ' ' CT-DIAL-ID
                       ' FROM ' PR-REQUESTER-ID
                       ' - DELETE FAILED'
                   ADD 1 TO WS-REJECTED-COUNT
                   IF RETURN-CODE < 8
           END-DELETE.
           ADD 1 TO WS-DELETED-COUNT.
           DISPLAY '    ACCEPTED DELETE ' CT-DIAL-ID
               ' FROM ' PR-REQUESTER-ID
               ' APPROVED BY ' PR-APPROVER-ID.
           IF TXN-DIAL-IN-OTHER-STREAM
               DISPLAY '      LEFTOVER CHECKPOINT - REQUEST STAYS '
                   'OPEN FOR THE STREAM THAT SCORES THE DIAL'
               GO TO 3100-EXIT
           END-IF.
           IF TXN-DIAL-IS-ORPHAN
               PERFORM 3200-FIND-OTHER-CKPT THRU 3200-EXIT
           END-IF.
           IF NOT OTHER-CKPT-NONE
               DISPLAY '      ORPHANED DIAL - REQUEST STAYS OPEN FOR '
                   'THE CHECKPOINT IN STREAM ' WS-OTHER-DD-STREAM
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3700-MARK-CLUSTER-DONE THRU 3700-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-FIND-TXN-DIAL - OUTSIDE STREAM MODE EVERY REQUEST IS
      *                       THIS STEP'S TO COMPLETE. IN A STREAM,
      *                       ONLY ONE FOR A DIAL IN THIS STREAM'S
      *                       DIALCTL IS, OR ONE FOR A DIAL IN NO
      *                       STREAM AT ALL - AN ORPHAN, CHECKED
      *                       AGAINST THE FULL DIALCTL.
      *****************************************************************
       3150-FIND-TXN-DIAL.
           MOVE 'Y' TO WS-TXN-DIAL-SW.
           MOVE 'N' TO WS-OTHER-CKPT-SW.
           IF NOT STREAM-MODE
               GO TO 3150-EXIT
           END-IF.
           MOVE 'N' TO WS-TXN-DIAL-SW.
           PERFORM 3160-MATCH-ONE-DIAL THRU 3160-EXIT
               VARYING WS-DIAL-SUB FROM 1 BY 1
               UNTIL WS-DIAL-SUB > WS-DIAL-ENTRIES
               OR TXN-DIAL-IS-HERE.
           IF TXN-DIAL-IN-OTHER-STREAM
               PERFORM 3170-CHECK-FULL-DIALCTL THRU 3170-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3160-MATCH-ONE-DIAL - CHECK ONE DIAL OF THIS STREAM AGAINST
      *                        THE REQUEST
      *****************************************************************
       3160-MATCH-ONE-DIAL.
           IF WS-DM-DIAL-ID (WS-DIAL-SUB) = CT-DIAL-ID
               MOVE 'Y' TO WS-TXN-DIAL-SW
           END-IF.
       3160-EXIT.
           EXIT.

      *****************************************************************
      *  3170-CHECK-FULL-DIALCTL - A DIAL NOT IN THIS STREAM IS SCORED
      *                            BY ANOTHER ONE ONLY IF THE FULL
      *                            DIALCTL STILL HAS IT; OTHERWISE IT
      *                            IS AN ORPHAN. IF THE FULL DIALCTL
      *                            CANNOT BE READ THE REQUEST IS LEFT
      *                            FOR ANOTHER STREAM AS BEFORE.
      *****************************************************************
       3170-CHECK-FULL-DIALCTL.
           OPEN INPUT DIALALLFILE.
           IF WS-DIALALLFILE-STATUS NOT = '00'
               DISPLAY 'CKPTMNT: UNABLE TO OPEN DIALALL - STATUS '
                   WS-DIALALLFILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3170-EXIT
           END-IF.
           MOVE 'O' TO WS-TXN-DIAL-SW.
           MOVE 'N' TO WS-DIALALL-EOF.
           PERFORM 3180-MATCH-ONE-FULL THRU 3180-EXIT
               UNTIL WS-DIALALL-EOF = 'Y'
               OR TXN-DIAL-IN-OTHER-STREAM.
           CLOSE DIALALLFILE.
       3170-EXIT.
           EXIT.

      *****************************************************************
      *  3180-MATCH-ONE-FULL - CHECK ONE DIAL OF THE FULL DIALCTL
      *                        AGAINST THE REQUEST
      *****************************************************************
       3180-MATCH-ONE-FULL.
           READ DIALALLFILE INTO DIALCTLFILE-FILE
               AT END
                   MOVE 'Y' TO WS-DIALALL-EOF
                   GO TO 3180-EXIT
           END-READ.
           IF DC-DIAL-ID = CT-DIAL-ID
               MOVE 'N' TO WS-TXN-DIAL-SW
           END-IF.
       3180-EXIT.
           EXIT.

      *****************************************************************
      *  3200-FIND-OTHER-CKPT - LOOK FOR AN ORPHANED DIAL'S CHECKPOINT
      *                         IN THE SAME-SIDE CLUSTER OF EVERY OTHER
      *                         STREAM (DD CKPTS1 TO CKPTS9). THE FIRST
      *                         ONE THAT HOLDS IT, OR CANNOT BE READ,
      *                         STOPS THE SEARCH.
      *****************************************************************
       3200-FIND-OTHER-CKPT.
           MOVE 'N' TO WS-OTHER-CKPT-SW.
           PERFORM 3210-CHECK-ONE-STREAM THRU 3210-EXIT
               VARYING WS-OTHER-STREAM FROM 1 BY 1
               UNTIL WS-OTHER-STREAM > 9
               OR NOT OTHER-CKPT-NONE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-CHECK-ONE-STREAM - READ ONE OTHER STREAM'S CLUSTER BY
      *                          THE REQUEST'S DIAL. NO CLUSTER ON
      *                          FILE FOR THE STREAM MEANS NO
      *                          CHECKPOINT THERE.
      *****************************************************************
       3210-CHECK-ONE-STREAM.
           MOVE WS-OTHER-STREAM TO WS-OTHER-DD-STREAM.
           IF WS-OTHER-DD-STREAM = WS-STREAM-NO
               GO TO 3210-EXIT
           END-IF.
           OPEN INPUT OTHCKPTFILE.
           IF WS-OTHCKPTFILE-STATUS = '35'
               GO TO 3210-EXIT
           END-IF.
           IF WS-OTHCKPTFILE-STATUS NOT = '00'
               DISPLAY 'CKPTMNT: UNABLE TO OPEN ' WS-OTHER-DDNAME
                   ' - STATUS ' WS-OTHCKPTFILE-STATUS
               SET OTHER-CKPT-UNKNOWN TO TRUE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3210-EXIT
           END-IF.
           MOVE CT-DIAL-ID TO OC-DIAL-ID.
           READ OTHCKPTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OTHCKPTFILE-STATUS = '00'
               SET OTHER-CKPT-FOUND TO TRUE
           END-IF.
           CLOSE OTHCKPTFILE.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3500-WRITE-AUDIT - ONE BEFORE-IMAGE AUDIT RECORD PER
      *                     DELETION, THE WAY DIALMNT AUDITS CONTROL
       3500-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO CA-DATE.
           MOVE WS-RUN-TIME (1:6) TO CA-TIME.
           MOVE PR-REQUESTER-ID TO CA-USER-ID.
           MOVE PR-APPROVER-ID TO CA-APPROVER-ID.
           MOVE CT-ACTION TO CA-ACTION.
           MOVE CT-DIAL-ID TO CA-DIAL-ID.
           MOVE CKPTFILE-FILE TO CA-BEFORE-IMAGE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3700-MARK-CLUSTER-DONE - NOTE THAT THIS CLUSTER HAS HAD THE
      *                           REQUEST. ONCE BOTH CLUSTERS HAVE,
      *                           THE REQUEST IS APPLIED.
      *****************************************************************
       3700-MARK-CLUSTER-DONE.
           IF CLUSTER-IS-ONE
               MOVE 'Y' TO PR-APPLIED-ONE-SW
           ELSE
               MOVE 'Y' TO PR-APPLIED-TWO-SW
           END-IF.
           IF PR-APPLIED-ONE-SW = 'Y'
               AND PR-APPLIED-TWO-SW = 'Y'
               SET PR-IS-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO PR-APPLIED-DATE
           END-IF.
           PERFORM 3900-REWRITE-REQUEST THRU 3900-EXIT.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  3800-REJECT-REQUEST - AN APPROVED REQUEST THAT IS NOT A VALID
      *                        DELETE CAN NEVER BE APPLIED, SO IT IS
      *                        CLOSED AS REJECTED WITH THE REASON
      *****************************************************************
       3800-REJECT-REQUEST.
           DISPLAY '    REJECTED ' CT-ACTION ' ' CT-DIAL-ID
               ' FROM ' PR-REQUESTER-ID ' - ' WS-REJECT-REASON.
           ADD 1 TO WS-REJECTED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET PR-IS-REJECTED TO TRUE.
           MOVE WS-REJECT-REASON TO PR-REASON.
           MOVE WS-RUN-DATE TO PR-APPLIED-DATE.
           PERFORM 3900-REWRITE-REQUEST THRU 3900-EXIT.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *  3900-REWRITE-REQUEST - SAVE THE CURRENT REQUEST'S NEW STATE
      *****************************************************************
       3900-REWRITE-REQUEST.
           REWRITE PENDREQ-FILE
               INVALID KEY
                   DISPLAY 'CKPTMNT: UNABLE TO UPDATE REQUEST '
                       PR-REQUEST-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-REWRITE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PRINT A CLOSING SUMMARY AND CLOSE UP
      *****************************************************************
           DISPLAY 'CKPTMNT: ' WS-CKPT-COUNT ' CHECKPOINT(S) ON '
               'FILE, ' WS-FLAGGED-COUNT ' FLAGGED, '
               WS-DELETED-COUNT ' DELETED, '
               WS-REJECTED-COUNT ' REQUEST(S) REJECTED'.
           IF DIALCTLFILE-IS-OPEN
               CLOSE DIALCTLFILE
           END-IF.
           IF CKPTFILE-IS-OPEN
               CLOSE CKPTFILE
           END-IF.
           IF PENDREQFILE-IS-OPEN
               CLOSE PENDREQFILE
           END-IF.
           IF CKPTAUDFILE-IS-OPEN
               CLOSE CKPTAUDFILE
