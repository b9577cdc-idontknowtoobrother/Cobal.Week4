      *----------------------------------------------------------*
      *  GLINTF  -  GENERAL-LEDGER INTERFACE FILE RECORD LAYOUT    *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ACCOUNT CODE AND CURRENCY POSTED BY A GL   *
      *  POSTING RUN, GIVING THE PERIOD AND THE TOTAL DEBITS AND   *
      *  CREDITS POSTED TO THE ACCOUNT IN THAT RUN.  ONLY BALANCED *
      *  BATCHES ARE POSTED, SO THE FILE BALANCES IN EACH          *
      *  CURRENCY, AND FINANCE LOADS IT INTO THEIR LEDGER IN       *
      *  PLACE OF RE-KEYING THE INDIVIDUAL VOUCHER FILES.          *
      *----------------------------------------------------------*
       01  GL-INTERFACE-REC.
           05  GI-PERIOD               PIC 9(06).
           05  GI-ACCOUNT-CODE         PIC X(08).
           05  GI-CURRENCY-CODE        PIC X(03).
           05  GI-DEBIT-AMOUNT         PIC 9(11)V99.
           05  GI-CREDIT-AMOUNT        PIC 9(11)V99.
           05  GI-RUN-DATE             PIC 9(08).
