      *----------------------------------------------------------*
      *  PROPRATE  -  PROPOSED-RATE-FILE RECORD LAYOUT            *
      *  --------------------------------------------------------*
      *  ONE RECORD PER CAMPUS CITY WHOSE SURCHARGE RATE THE      *
      *  HOUSING OFFICE IS PROPOSING TO CHANGE, LAID OUT THE SAME *
      *  AS THE CITY-RATE-FILE RECORD SO IT CAN BE PREPARED FROM  *
      *  A COPY OF THAT FILE.  READ ONLY BY A SIMULATION RUN OF   *
      *  THE SURCHARGE RUN.  A CITY NOT ON THE FILE KEEPS ITS     *
      *  CURRENT RATE, AND THE CURRENCY ALWAYS COMES FROM THE     *
      *  CITY-RATE-FILE, SO THE PROPOSAL CHANGES RATES ONLY.      *
      *----------------------------------------------------------*
       01  PROPOSED-RATE-REC.
           05  PR-KEY.
               10  PR-COUNTRY-CODE     PIC 9(01).
               10  PR-CITY-CODE        PIC 9(01).
           05  PR-CITY-NAME            PIC X(15).
           05  PR-SURCHARGE-RATE       PIC 9V999.
           05  PR-CURRENCY-CODE        PIC X(03).
