      *  CLOSED BY THE GOODS-RECEIVED MATCHING RUN ONCE RECEIPTS  *
      *  COVER THE LINE - SO THE ON-ORDER POSITION LIVES ON THE   *
      *  FILE INSTEAD OF IN THE STORES CLERK'S NOTEBOOK.          *
      *  THE MATCHING RUN NOW ALSO KEEPS THE QUANTITY RECEIVED    *
      *  AGAINST THE LINE AND THE AVERAGE UNIT COST BOOKED ON     *
      *  THOSE RECEIPTS, CARRIED FORWARD FROM RUN TO RUN, SO THE  *
      *  SUPPLIER-INVOICE MATCHING RUN CAN CHECK AN INVOICE       *
      *  AGAINST WHAT ACTUALLY ARRIVED AND WHAT IT COST.          *
      *----------------------------------------------------------*
       01  PURCHASE-ORDER-REC.
           05  PO-PO-NUMBER            PIC 9(06).
           05  PO-LINE-STATUS          PIC X(01).
               88  PO-LINE-IS-OPEN         VALUE "O".
               88  PO-LINE-IS-CLOSED       VALUE "C".
           05  PO-RECEIVED-QTY         PIC 9(05).
           05  PO-RECEIVED-COST        PIC 9(05)V99.
