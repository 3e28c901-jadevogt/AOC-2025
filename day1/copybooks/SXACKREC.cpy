      *****************************************************************
      *  SXACKREC - SCORE EXTRACT ACKNOWLEDGMENT RECORD LAYOUT
      *  ---------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 DJV   NEW LAYOUT FOR THE INBOUND ACKNOWLEDGMENT
      *                   FILE (SXACKIN) CORPORATE SECURITY RETURNS
      *                   FOR EACH SCORE EXTRACT THEY LOAD. EVERY
      *                   RECORD NAMES THE EXTRACT IT ANSWERS BY THE
      *                   DATE, TIME AND KIND FROM THAT EXTRACT'S
      *                   HEADER, SO ONE FILE MAY ANSWER SEVERAL
      *                   EXTRACTS. BYTE 1 CARRIES THE RECORD TYPE:
      *                   F = THE WHOLE FILE (STATUS A = LOADED,
      *                   N = REFUSED, E.G. ON A HASH MISMATCH), D =
      *                   ONE DIAL (STATUS A = ACCEPTED, R = REJECTED),
      *                   BOTH WITH THE RECEIVER'S DATE AND REASON.
      *****************************************************************
       01  SXACK-REC.
           05  SA-RECORD-TYPE          PIC X(01).
               88  ACK-FILE-REC                 VALUE 'F'.
               88  ACK-DIAL-REC                 VALUE 'D'.
           05  SA-EXTRACT-DATE         PIC 9(8).
           05  SA-EXTRACT-TIME         PIC 9(6).
           05  SA-EXTRACT-KIND         PIC X(01).
           05  SA-STATUS               PIC X(01).
               88  SA-FILE-ACK                  VALUE 'A'.
               88  SA-FILE-NAK                  VALUE 'N'.
               88  SA-DIAL-ACCEPTED             VALUE 'A'.
               88  SA-DIAL-REJECTED             VALUE 'R'.
           05  SA-ACK-DATE             PIC 9(8).
           05  SA-RUN-DATE             PIC 9(8).
           05  SA-DIAL-ID              PIC X(8).
           05  SA-REASON               PIC X(30).
           05  FILLER                  PIC X(09).
