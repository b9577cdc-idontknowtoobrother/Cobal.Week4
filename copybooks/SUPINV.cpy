      *----------------------------------------------------------*
      *  SUPINV  -  SUPPLIER-INVOICE-FILE RECORD LAYOUT            *
      *  --------------------------------------------------------*
      *  ONE RECORD PER SUPPLIER INVOICE LINE THAT HAS BEEN        *
      *  THROUGH THE THREE-WAY MATCH, KEYED ON SUPPLIER, INVOICE   *
      *  NUMBER AND LINE SO AN INVOICE'S LINES READ TOGETHER AND   *
      *  A SUPPLIER'S INVOICES READ TOGETHER.  A LINE IS APPROVED  *
      *  (A) WHEN ITS QUANTITY AND PRICE AGREE WITH THE ORDER AND  *
      *  THE RECEIPTS WITHIN TOLERANCE, OR HELD (H) WITH THE       *
      *  REASON.  THE PAYMENT RUN PAYS AN INVOICE ONLY WHEN EVERY  *
      *  LINE ON IT IS APPROVED AND MARKS THE LINES PAID (P) WITH  *
      *  THE PAYMENT NUMBER AND DATE, SO NOTHING IS PAID TWICE.    *
      *----------------------------------------------------------*
       01  SUPPLIER-INVOICE-REC.
           05  IV-KEY.
               10  IV-SUPPLIER-CODE    PIC X(04).
               10  IV-INVOICE-NUMBER   PIC X(10).
               10  IV-LINE-NUMBER      PIC 9(02).
           05  IV-INVOICE-DATE         PIC 9(08).
           05  IV-PO-NUMBER            PIC 9(06).
           05  IV-ITEM-CODE            PIC X(06).
           05  IV-INVOICE-QTY          PIC 9(05).
           05  IV-UNIT-PRICE           PIC 9(05)V99.
           05  IV-LINE-AMOUNT          PIC 9(07)V99.
           05  IV-MATCH-DATE           PIC 9(08).
           05  IV-STATUS-CODE          PIC X(01).
               88  INVOICE-LINE-IS-APPROVED VALUE "A".
               88  INVOICE-LINE-IS-HELD     VALUE "H".
               88  INVOICE-LINE-IS-PAID     VALUE "P".
           05  IV-HOLD-REASON          PIC X(30).
           05  IV-PAYMENT-NUMBER       PIC 9(06).
           05  IV-PAYMENT-DATE         PIC 9(08).
