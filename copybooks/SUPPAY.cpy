      *----------------------------------------------------------*
      *  SUPPAY  -  SUPPLIER PAYMENT FILE RECORD LAYOUT            *
      *  --------------------------------------------------------*
      *  ONE RECORD PER SUPPLIER PAID BY THE PAYMENT RUN, SENT TO  *
      *  THE BANK AS THE PAYMENT INSTRUCTION - THE PAYMENT NUMBER, *
      *  SUPPLIER, AMOUNT, CURRENCY, PAYMENT DATE AND HOW MANY     *
      *  INVOICES THE PAYMENT SETTLES.                             *
      *----------------------------------------------------------*
       01  SUPPLIER-PAYMENT-REC.
           05  SP-PAYMENT-NUMBER       PIC 9(06).
           05  SP-SUPPLIER-CODE        PIC X(04).
           05  SP-SUPPLIER-NAME        PIC X(20).
           05  SP-PAYMENT-AMOUNT       PIC 9(07)V99.
           05  SP-CURRENCY-CODE        PIC X(03).
           05  SP-PAYMENT-DATE         PIC 9(08).
           05  SP-INVOICE-COUNT        PIC 9(03).
