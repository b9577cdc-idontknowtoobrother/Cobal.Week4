      *----------------------------------------------------------*
      *  STKHIST  -  STOCK-HISTORY-FILE RECORD LAYOUT             *
      *  --------------------------------------------------------*
      *  ONE RECORD PER STOCK MOVEMENT POSTED BY THE STOCK UPDATE *
      *  RUN, APPENDED RUN AFTER RUN AND NEVER CLEARED - THE      *
      *  MOVEMENT EXACTLY AS BOOKED (SAME LAYOUT AS STKMOVE),     *
      *  THEN THE ITEM'S UNIT COST AND QUANTITY ON HAND ONCE IT   *
      *  WAS POSTED AND THE DATE OF THE UPDATE RUN.  THE MONTHLY  *
      *  USAGE RUN WORKS OUT EACH ITEM'S DAILY USAGE FROM THE     *
      *  ISSUES HERE AND FLAGS ITEMS THAT HAVE STOPPED MOVING.    *
      *  REJECTED MOVEMENTS ARE NOT KEPT.                         *
      *----------------------------------------------------------*
       01  STOCK-HISTORY-REC.
           05  MH-MOVEMENT.
               10  MH-ITEM-CODE        PIC X(06).
               10  MH-MOVEMENT-TYPE    PIC X(01).
                   88  MH-IS-RECEIPT       VALUE "R".
                   88  MH-IS-ISSUE         VALUE "I".
                   88  MH-IS-ADJUSTMENT    VALUE "A".
               10  MH-QUANTITY         PIC 9(05).
               10  MH-MOVEMENT-DATE    PIC 9(08).
               10  MH-MOVEMENT-COST    PIC 9(05)V99.
           05  MH-UNIT-COST            PIC 9(05)V99.
           05  MH-QTY-AFTER            PIC 9(05).
           05  MH-POSTED-DATE          PIC 9(08).
