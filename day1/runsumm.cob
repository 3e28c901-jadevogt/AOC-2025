      *                   RECEIVING INSTRUCTIONS; THEY ARE TALLIED
      *                   AND SHOWN HERE SO THE HANDOVER SURFACES A
      *                   DIAL UPSTREAM QUIETLY DROPPED.
      *  10/15/2026 DJV   NEW EVENT TALLIES: CONTBRK EVENTS (A
      *                   CARRY-FORWARD DIAL WHOSE CARRIED POSITION DID
      *                   NOT COME FROM THE FEED DATE JUST BEFORE THE
      *                   ONE SCORED) AS CONTINUITY BREAKS; ALERT EVENTS
      *                   FROM THE NEW TAMPSCR FEED TAMPER SCREEN AS
      *                   SECURITY ALERTS; RESEND EVENTS (A SCORE
      *                   EXTRACT REFUSED BY CORPORATE SECURITY OR NOT
      *                   ACKNOWLEDGED IN TIME) AND DIALREJ EVENTS (A
      *                   DIAL THEY REJECTED) FROM THE NEW EXTACK STEP;
      *                   AND FEEDVAL'S FINDINGS (STALEHDR, TRLRMISM,
      *                   UNKNDIAL, DUPFEED) AS FEED VALIDATION
      *                   FINDINGS. WITH THE DIALS SCORED IN PARALLEL
      *                   STREAMS THE LOG CARRIES ONE PARTONE AND ONE
      *                   PARTTWO STEP-END EVENT PER STREAM, SO A
      *                   PROGRAM'S STEP-END COUNTS ARE ADDED TOGETHER
      *                   RATHER THAN THE LAST ONE KEPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               10  WS-PGM-INCONSIST    PIC 9(09).
               10  WS-PGM-CKPTFAILS    PIC 9(09).
               10  WS-PGM-SILENTS      PIC 9(09).
               10  WS-PGM-CONTBRKS     PIC 9(09).
               10  WS-PGM-ALERTS       PIC 9(09).
               10  WS-PGM-RESENDS      PIC 9(09).
               10  WS-PGM-DIALREJS     PIC 9(09).
               10  WS-PGM-FEEDFAILS    PIC 9(09).

       PROCEDURE DIVISION.
      *****************************************************************
           END-IF.
           EVALUATE OL-EVENT-CODE
               WHEN 'STEPEND'
                   ADD OL-COUNT
                       TO WS-PGM-PROCESSED (WS-PGM-MATCH-SUB)
               WHEN 'BADSIZE'
               WHEN 'BADTARGT'
                   ADD 1 TO WS-PGM-CKPTFAILS (WS-PGM-MATCH-SUB)
               WHEN 'SILENT'
                   ADD 1 TO WS-PGM-SILENTS (WS-PGM-MATCH-SUB)
               WHEN 'CONTBRK'
                   ADD 1 TO WS-PGM-CONTBRKS (WS-PGM-MATCH-SUB)
               WHEN 'ALERT'
                   ADD 1 TO WS-PGM-ALERTS (WS-PGM-MATCH-SUB)
               WHEN 'RESEND'
                   ADD 1 TO WS-PGM-RESENDS (WS-PGM-MATCH-SUB)
               WHEN 'DIALREJ'
                   ADD 1 TO WS-PGM-DIALREJS (WS-PGM-MATCH-SUB)
               WHEN 'STALEHDR'
               WHEN 'TRLRMISM'
               WHEN 'UNKNDIAL'
               WHEN 'DUPFEED'
                   ADD 1 TO WS-PGM-FEEDFAILS (WS-PGM-MATCH-SUB)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OPS-EVENT-ERROR
               MOVE 0 TO WS-PGM-INCONSIST (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-CKPTFAILS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-SILENTS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-CONTBRKS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-ALERTS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-RESENDS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-DIALREJS (WS-PGM-MATCH-SUB)
               MOVE 0 TO WS-PGM-FEEDFAILS (WS-PGM-MATCH-SUB)
           END-IF.
       2100-EXIT.
           EXIT.
               '  INCONSISTENT ' WS-PGM-INCONSIST (WS-PGM-SUB)
               '  CHECKPOINT FAILURE(S) '
               WS-PGM-CKPTFAILS (WS-PGM-SUB).
           DISPLAY '    SILENT DIAL(S) ' WS-PGM-SILENTS (WS-PGM-SUB)
               '  CONTINUITY BREAK(S) ' WS-PGM-CONTBRKS (WS-PGM-SUB).
           DISPLAY '    SECURITY ALERT(S) ' WS-PGM-ALERTS (WS-PGM-SUB).
           DISPLAY '    EXTRACT(S) TO RESEND '
               WS-PGM-RESENDS (WS-PGM-SUB)
               '  DIAL(S) REJECTED DOWNSTREAM '
               WS-PGM-DIALREJS (WS-PGM-SUB).
           DISPLAY '    FEED VALIDATION FINDING(S) '
               WS-PGM-FEEDFAILS (WS-PGM-SUB).
       3100-EXIT.
           EXIT.

