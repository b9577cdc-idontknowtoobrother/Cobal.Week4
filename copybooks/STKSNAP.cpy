      *----------------------------------------------------------*
      *  STKSNAP  -  STOCKTAKE-SNAPSHOT-FILE RECORD LAYOUT        *
      *  --------------------------------------------------------*
      *  ONE RECORD PER STOCK ITEM, KEYED ON THE ITEM CODE, TAKEN *
      *  FROM THE STOCK-FILE WHEN A STOCKTAKE STARTS - THE SYSTEM *
      *  QUANTITY AND UNIT COST ARE FROZEN THERE SO THE COUNT IS  *
      *  COMPARED WITH THE STOCK AS IT STOOD WHEN THE COUNT       *
      *  SHEETS WERE PRINTED.  THE VARIANCE RUN RECORDS EACH      *
      *  COUNT AGAINST THE ITEM (KEEPING THE COUNT BEFORE IT SO A *
      *  RECOUNT CAN CONFIRM IT) AND MARKS THE ITEM POSTED ONCE   *
      *  ITS ADJUSTMENT HAS GONE TO THE STOCK UPDATE RUN, OR HELD *
      *  WHILE A LARGE VARIANCE WAITS FOR A RECOUNT OR APPROVAL.  *
      *----------------------------------------------------------*
       01  STOCK-SNAPSHOT-REC.
           05  SN-ITEM-CODE            PIC X(06).
           05  SN-ITEM-DESCRIPTION     PIC X(20).
           05  SN-SNAPSHOT-QTY         PIC 9(05).
           05  SN-UNIT-COST            PIC 9(05)V99.
           05  SN-SNAPSHOT-DATE        PIC 9(08).
           05  SN-COUNT-STATUS         PIC X(01).
               88  SN-ITEM-OPEN            VALUE "O".
               88  SN-ITEM-HELD            VALUE "H".
               88  SN-ITEM-POSTED          VALUE "P".
           05  SN-COUNT-NUMBER         PIC 9(01).
           05  SN-COUNTED-QTY          PIC 9(05).
           05  SN-PREVIOUS-QTY         PIC 9(05).
           05  SN-COUNTED-BY           PIC X(08).
           05  SN-POSTED-DATE          PIC 9(08).
