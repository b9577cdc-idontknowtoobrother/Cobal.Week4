      *----------------------------------------------------------*
      *  GLBALANC  -  GENERAL-LEDGER BALANCE FILE RECORD LAYOUT    *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ACCOUNT CODE AND CURRENCY, KEYED ON THE    *
      *  TWO TOGETHER, KEPT BY THE GL POSTING RUN.  CARRIES THE    *
      *  DEBITS AND CREDITS POSTED IN THE PERIOD LAST POSTED TO    *
      *  AND THE CUMULATIVE DEBITS AND CREDITS SINCE THE ACCOUNT   *
      *  WAS OPENED, FROM WHICH THE TRIAL BALANCE IS PRINTED.      *
      *  AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER. *
      *----------------------------------------------------------*
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE     PIC X(08).
               10  GB-CURRENCY-CODE    PIC X(03).
           05  GB-PERIOD               PIC 9(06).
           05  GB-PERIOD-DEBIT         PIC 9(09)V99.
           05  GB-PERIOD-CREDIT        PIC 9(09)V99.
           05  GB-TOTAL-DEBIT          PIC 9(11)V99.
           05  GB-TOTAL-CREDIT         PIC 9(11)V99.
           05  GB-LAST-POSTED-DATE     PIC 9(08).
