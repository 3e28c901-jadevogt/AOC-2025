      *                   DRIFT APART.
      *  08/22/2026 DJV   EX-MAGNITUDE WIDENED FROM 3 TO 7 DIGITS TO
      *                   MATCH THE WIDER INPTREC MAGNITUDE.
      *  10/15/2026 DJV   ADDED EX-FEED-DATE AND EX-INPUT-FILE - THE
      *                   HEADER DATE AND FILE NAME OF THE FEED THE
      *                   REJECTED RECORD CAME FROM - SO AN EXCEPTION
      *                   CAN BE DATED AND TRACED BACK TO ITS SUPPLIER
      *                   ONCE IT HAS LEFT THE NIGHT'S GENERATION (THE
      *                   FEED QUALITY SCORECARD READS THEM ACROSS
      *                   MANY). RECORD LENGTH 55 TO 103.
      *****************************************************************
       01  EXCEPTFILE-FILE.
           05  EX-DIAL-ID              PIC X(8).
           05  EX-DIRECTION            PIC A(1).
           05  EX-MAGNITUDE            PIC X(7).
           05  EX-REASON               PIC X(30).
           05  EX-FEED-DATE            PIC 9(8).
           05  EX-INPUT-FILE           PIC X(40).
