      *----------------------------------------------------------*
      *  ASSETCLS  -  FIXED-ASSET CLASS FILE RECORD LAYOUT         *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ASSET CLASS, MAINTAINED BY FINANCE, GIVING *
      *  THE CLASS NAME, THE USEFUL LIFE IN MONTHS TO USE WHEN A   *
      *  DEVICE CARRIES NONE OF ITS OWN, AND THE GENERAL-LEDGER    *
      *  ACCOUNTS THE MONTH-END DEPRECIATION RUN POSTS THE CLASS   *
      *  TO - ASSET COST, ACCUMULATED DEPRECIATION, DEPRECIATION   *
      *  EXPENSE, PROFIT OR LOSS ON DISPOSAL, AND THE ACCOUNT SALE *
      *  PROCEEDS ARE DEBITED TO.  KEPT AS A FILE RATHER THAN      *
      *  HARDCODED VALUES FOR THE SAME REASON AS THE STOCK-ACCOUNT *
      *  PARAMETER FILE.                                           *
      *----------------------------------------------------------*
       01  ASSET-CLASS-REC.
           05  FA-CLASS-CODE           PIC X(02).
           05  FA-CLASS-NAME           PIC X(20).
           05  FA-USEFUL-LIFE          PIC 9(03).
           05  FA-COST-ACCOUNT         PIC X(08).
           05  FA-ACCUM-ACCOUNT        PIC X(08).
           05  FA-EXPENSE-ACCOUNT      PIC X(08).
           05  FA-DISPOSAL-ACCOUNT     PIC X(08).
           05  FA-PROCEEDS-ACCOUNT     PIC X(08).
