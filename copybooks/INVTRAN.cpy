      *----------------------------------------------------------*
      *  INVTRAN  -  SUPPLIER-INVOICE TRANSACTION LAYOUT           *
      *  --------------------------------------------------------*
      *  ONE RECORD PER LINE OF A SUPPLIER'S INVOICE AS KEYED BY   *
      *  ACCOUNTS PAYABLE - THE SUPPLIER, ITS INVOICE NUMBER AND   *
      *  DATE, THE LINE, THE PURCHASE ORDER AND ITEM IT BILLS FOR, *
      *  AND THE QUANTITY AND UNIT PRICE CHARGED.  THE INVOICE     *
      *  MATCHING RUN CHECKS EACH LINE AGAINST THE ORDER AND THE   *
      *  RECEIPTS BEFORE ANYTHING IS PAID.  A LINE RE-KEYED UNDER  *
      *  THE SAME INVOICE AND LINE NUMBER REPLACES ONE ON HOLD.    *
      *----------------------------------------------------------*
       01  INVOICE-TRAN-REC.
           05  IT-SUPPLIER-CODE        PIC X(04).
           05  IT-INVOICE-NUMBER       PIC X(10).
           05  IT-LINE-NUMBER          PIC 9(02).
           05  IT-INVOICE-DATE         PIC 9(08).
           05  IT-PO-NUMBER            PIC 9(06).
           05  IT-ITEM-CODE            PIC X(06).
           05  IT-INVOICE-QTY          PIC 9(05).
           05  IT-UNIT-PRICE           PIC 9(05)V99.
