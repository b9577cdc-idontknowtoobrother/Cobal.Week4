      *----------------------------------------------------------*
      *  HSGDEP  -  HOUSING-DEPOSIT-FILE RECORD LAYOUT             *
      *  --------------------------------------------------------*
      *  ONE RECORD PER STUDENT HOLDING A HOUSING DEPOSIT, KEYED   *
      *  ON THE STUDENT ID, GIVING THE AMOUNT TAKEN, ITS CURRENCY  *
      *  AND THE CITY IT WAS TAKEN FOR.  THE CHECKOUT INSPECTION   *
      *  RUN SETTLES THE DEPOSIT AGAINST ANY DAMAGE FOUND - THE    *
      *  PART USED AGAINST DAMAGE AND THE PART PAID BACK ARE BOTH  *
      *  KEPT ON THE RECORD, WHICH IS THEN MARKED SETTLED SO THE   *
      *  SAME DEPOSIT CANNOT BE USED OR REFUNDED TWICE.            *
      *----------------------------------------------------------*
       01  HOUSING-DEPOSIT-REC.
           05  DP-STUDENT-ID           PIC X(07).
           05  DP-CITY-CODE            PIC 9(01).
           05  DP-CURRENCY-CODE        PIC X(03).
           05  DP-RECEIVED-DATE        PIC 9(08).
           05  DP-DEPOSIT-AMOUNT       PIC 9(05)V99.
           05  DP-APPLIED-AMOUNT       PIC 9(05)V99.
           05  DP-REFUNDED-AMOUNT      PIC 9(05)V99.
           05  DP-SETTLED-DATE         PIC 9(08).
           05  DP-STATUS-CODE          PIC X(01).
               88  DEPOSIT-IS-HELD         VALUE "H", SPACE.
               88  DEPOSIT-IS-SETTLED      VALUE "S".
