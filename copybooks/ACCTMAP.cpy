      *  FILE SO AN ACCOUNT-CODE CHANGE AT MONTH END NO LONGER    *
      *  NEEDS AN IT CHANGE REQUEST, THE SAME REASONING BEHIND    *
      *  CITY-RATE-FILE AND GRACE-PARM-FILE.                      *
      *  NOW ALSO CARRIES THE BAD-DEBT EXPENSE ACCOUNT THE WRITE-  *
      *  OFF RUN DEBITS WHEN IT RELIEVES THAT CITY'S DEBTORS OF AN *
      *  UNCOLLECTABLE INVOICE.                                   *
      *----------------------------------------------------------*
       01  ACCOUNT-MAP-REC.
           05  AM-KEY.
           05  AM-DEBIT-ACCOUNT        PIC X(08).
           05  AM-CREDIT-ACCOUNT       PIC X(08).
           05  AM-CASH-ACCOUNT         PIC X(08).
           05  AM-BAD-DEBT-ACCOUNT     PIC X(08).
