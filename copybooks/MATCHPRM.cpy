      *----------------------------------------------------------*
      *  MATCHPRM  -  INVOICE MATCHING TOLERANCE PARAMETER         *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING HOW FAR A SUPPLIER   *
      *  INVOICE LINE MAY STRAY FROM THE ORDER AND THE RECEIPTS    *
      *  AND STILL BE APPROVED - A PERCENTAGE EITHER SIDE OF THE   *
      *  UNIT COST BOOKED ON RECEIPT, AND A PERCENTAGE OVER THE    *
      *  QUANTITY RECEIVED AND ORDERED.  KEPT AS A SEPARATE FILE   *
      *  RATHER THAN HARDCODED VALUES SO FINANCE CAN CHANGE THEM   *
      *  WITHOUT A RECOMPILE - THE SAME REASONING BEHIND           *
      *  GRACE-PARM-FILE.                                          *
      *----------------------------------------------------------*
       01  MATCH-PARM-REC.
           05  MP-PRICE-TOLERANCE-PCT  PIC 9(02)V99.
           05  MP-QTY-TOLERANCE-PCT    PIC 9(02)V99.
