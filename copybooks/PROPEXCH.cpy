      *----------------------------------------------------------*
      *  PROPEXCH  -  PROPOSED-EXCHANGE-FILE RECORD LAYOUT        *
      *  --------------------------------------------------------*
      *  OPTIONAL SET OF EXCHANGE RATES FINANCE WANTS A           *
      *  SIMULATION RUN OF THE SURCHARGE RUN TO CONVERT THE       *
      *  PROPOSED INCOME AT, LAID OUT THE SAME AS THE EXCHANGE-   *
      *  RATE-FILE RECORD.  A CURRENCY NOT ON THIS FILE, OR THE   *
      *  WHOLE SET WHEN THE FILE IS ABSENT, CONVERTS AT THE       *
      *  CURRENT EXCHANGE-RATE-FILE RATE.                         *
      *----------------------------------------------------------*
       01  PROPOSED-EXCHANGE-REC.
           05  PX-CURRENCY-CODE        PIC X(03).
           05  PX-RATE-TO-EUR          PIC 9(03)V9(06).
           05  PX-EFFECTIVE-DATE       PIC 9(08).
