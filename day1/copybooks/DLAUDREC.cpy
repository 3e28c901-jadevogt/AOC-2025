      *  09/02/2026 DJV   IMAGES WIDENED FROM 66 TO 71 BYTES FOR THE
      *                   DC-TARGET-POS FIELD ADDED TO DLCTLREC, AND
      *                   FROM 71 TO 79 FOR DC-VAULT-ID.
      *  10/15/2026 DJV   IMAGES WIDENED FROM 79 TO 89 BYTES FOR
      *                   DC-START-MODE, DC-EFFECTIVE-DATE AND
      *                   DC-VERSION-STATUS; THE BEFORE IMAGE IS THE
      *                   VERSION IN FORCE ON THE TRANSACTION'S
      *                   EFFECTIVE DATE. CONTROL CHANGES ARE
      *                   DUAL-CONTROLLED: AU-USER-ID IS THE USER WHO
      *                   REQUESTED THE CHANGE AND THE NEW
      *                   AU-APPROVER-ID THE SECOND USER WHO APPROVED
      *                   IT. THE RECORD GROWS FROM 194 TO 222 BYTES.
      *****************************************************************
       01  DIALAUD-FILE.
           05  AU-DATE                 PIC 9(8).
           05  AU-USER-ID              PIC X(8).
           05  AU-ACTION               PIC X(06).
           05  AU-DIAL-ID              PIC X(8).
           05  AU-BEFORE-IMAGE         PIC X(89).
           05  AU-AFTER-IMAGE          PIC X(89).
           05  AU-APPROVER-ID          PIC X(8).
