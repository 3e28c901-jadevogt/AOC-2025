      *  09/02/2026 DJV   BEFORE IMAGE WIDENED FROM 53 TO 61 BYTES
      *                   FOR THE CK-FEED-DATE THE CATCH-UP MODE
      *                   ADDED TO CKPTREC.
      *  10/15/2026 DJV   CHECKPOINT DELETES ARE NOW DUAL-CONTROLLED.
      *                   CA-USER-ID IS THE USER WHO REQUESTED THE
      *                   DELETE AND THE NEW CA-APPROVER-ID THE
      *                   SECOND USER WHO APPROVED IT. THE RECORD
      *                   GROWS FROM 97 TO 105 BYTES.
      *****************************************************************
       01  CKPTAUD-FILE.
           05  CA-DATE                 PIC 9(8).
           05  CA-ACTION               PIC X(06).
           05  CA-DIAL-ID              PIC X(8).
           05  CA-BEFORE-IMAGE         PIC X(61).
           05  CA-APPROVER-ID          PIC X(8).
