      *----------------------------------------------------------*
      *  RFNDPAY  -  REFUND PAYMENT FILE RECORD LAYOUT             *
      *  --------------------------------------------------------*
      *  ONE RECORD PER REFUND PAID BY THE REFUND RUN, SENT TO THE *
      *  BANK AS THE PAYMENT INSTRUCTION - THE STUDENT, NAME OF    *
      *  RECORD, AMOUNT, CURRENCY AND PAYMENT DATE - REPLACING     *
      *  THE SPREADSHEET THE BURSAR USED TO KEY REFUNDS FROM.      *
      *----------------------------------------------------------*
       01  REFUND-PAYMENT-REC.
           05  BP-STUDENT-ID           PIC X(07).
           05  BP-STUDENT-NAME         PIC X(30).
           05  BP-REFUND-AMOUNT        PIC 9(07)V99.
           05  BP-CURRENCY-CODE        PIC X(03).
           05  BP-PAYMENT-DATE         PIC 9(08).
           05  BP-CITY-CODE            PIC 9(01).
