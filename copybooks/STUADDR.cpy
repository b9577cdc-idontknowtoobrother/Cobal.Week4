      *----------------------------------------------------------*
      *  STUADDR  -  STUDENT-ADDRESS-FILE RECORD LAYOUT            *
      *  --------------------------------------------------------*
      *  ONE RECORD PER STUDENT, KEYED ON THE MASTER STUDENT ID,   *
      *  HOLDING A TERM-TIME ADDRESS, A HOME ADDRESS AND AN EMAIL  *
      *  ADDRESS.  THE EFFECTIVE DATE IS THE DATE THE TERM-TIME    *
      *  ADDRESS TAKES EFFECT - BEFORE IT, AND ONCE THE STUDENT    *
      *  HAS LEFT, POST GOES TO THE HOME ADDRESS.  AN ADDRESS IS   *
      *  ONLY USED IF ITS FIRST LINE AND POSTCODE ARE BOTH FILLED  *
      *  IN.  MAINTAINED ON LINE BY CONTROL4, WHICH ALSO RECORDS   *
      *  WHO LAST CHANGED THE RECORD AND WHEN.  THE ADDRBLK        *
      *  SUBPROGRAM CHOOSES WHICH ADDRESS A DOCUMENT GOES TO.      *
      *----------------------------------------------------------*
       01  STUDENT-ADDRESS-REC.
           05  AD-STUDENT-ID           PIC X(07).
           05  AD-TERM-ADDRESS.
               10  AD-TERM-LINE        PIC X(30) OCCURS 3 TIMES.
               10  AD-TERM-POSTCODE    PIC X(10).
           05  AD-HOME-ADDRESS.
               10  AD-HOME-LINE        PIC X(30) OCCURS 3 TIMES.
               10  AD-HOME-POSTCODE    PIC X(10).
               10  AD-HOME-COUNTRY     PIC X(20).
           05  AD-EMAIL-ADDRESS        PIC X(50).
           05  AD-EFFECTIVE-DATE       PIC 9(08).
           05  AD-LAST-CHANGED-DATE    PIC 9(08).
           05  AD-LAST-CHANGED-BY      PIC X(08).
