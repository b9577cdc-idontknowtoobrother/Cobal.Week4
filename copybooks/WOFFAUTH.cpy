      *----------------------------------------------------------*
      *  WOFFAUTH  -  WRITE-OFF AUTHORISATION RECORD LAYOUT        *
      *  --------------------------------------------------------*
      *  ONE RECORD PER OPEN-ITEM-FILE INVOICE THE BURSAR HAS      *
      *  AUTHORISED AS A BAD DEBT - THE STUDENT AND ITEM KEY, THE  *
      *  AMOUNT (WHICH MUST BE THE ITEM'S WHOLE OUTSTANDING        *
      *  BALANCE), THE REASON AND THE OPERATOR WHO APPROVED IT.    *
      *  ONLY AN ITEM ALREADY PAST THE FINAL-NOTICE BUCKET OF THE  *
      *  ARREARS AGING CAN BE WRITTEN OFF.                         *
      *----------------------------------------------------------*
       01  WRITE-OFF-AUTH-REC.
           05  WA-ITEM-KEY.
               10  WA-STUDENT-ID       PIC X(07).
               10  WA-INVOICE-DATE     PIC 9(08).
               10  WA-ITEM-SEQ         PIC 9(02).
           05  WA-WRITE-OFF-AMOUNT     PIC 9(07)V99.
           05  WA-REASON-CODE          PIC X(02).
               88  WRITE-OFF-BANKRUPT      VALUE "BK".
               88  WRITE-OFF-DECEASED      VALUE "DC".
               88  WRITE-OFF-UNTRACEABLE   VALUE "UT".
               88  WRITE-OFF-SMALL-BALANCE VALUE "SM".
               88  WRITE-OFF-OTHER         VALUE "OT".
               88  WRITE-OFF-REASON-VALID  VALUE "BK", "DC", "UT",
                                                 "SM", "OT".
           05  WA-APPROVED-BY          PIC X(08).
