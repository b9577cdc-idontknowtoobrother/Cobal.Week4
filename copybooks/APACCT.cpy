      *----------------------------------------------------------*
      *  APACCT  -  ACCOUNTS-PAYABLE GL ACCOUNT PARAMETER          *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING THE GENERAL-LEDGER   *
      *  ACCOUNTS THE SUPPLIER PAYMENT RUN POSTS TO - THE TRADE    *
      *  CREDITORS ACCOUNT TO DEBIT AND THE BANK ACCOUNT TO        *
      *  CREDIT.  KEPT AS A SEPARATE FILE RATHER THAN HARDCODED    *
      *  VALUES SO FINANCE CAN CHANGE THE ACCOUNTS WITHOUT A       *
      *  RECOMPILE - THE SAME REASONING BEHIND STOCK-ACCOUNT-FILE. *
      *----------------------------------------------------------*
       01  AP-ACCOUNT-REC.
           05  AP-CREDITORS-ACCOUNT    PIC X(08).
           05  AP-BANK-ACCOUNT         PIC X(08).
