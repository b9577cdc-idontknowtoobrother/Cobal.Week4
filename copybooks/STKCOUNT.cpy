      *----------------------------------------------------------*
      *  STKCOUNT  -  STOCKTAKE-COUNT-FILE RECORD LAYOUT          *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ITEM COUNTED, KEYED IN FROM THE COUNT     *
      *  SHEETS - THE ITEM, WHICH COUNT THIS IS (1 FOR THE FIRST  *
      *  COUNT, 2 OR MORE FOR A RECOUNT), THE QUANTITY FOUND ON   *
      *  THE SHELF, WHO COUNTED IT AND WHEN.                      *
      *----------------------------------------------------------*
       01  STOCK-COUNT-REC.
           05  SK-ITEM-CODE            PIC X(06).
           05  SK-COUNT-NUMBER         PIC 9(01).
           05  SK-COUNTED-QTY          PIC 9(05).
           05  SK-COUNTED-BY           PIC X(08).
           05  SK-COUNT-DATE           PIC 9(08).
