      *----------------------------------------------------------*
      *  WORKTRAN  -  WORK-ORDER TRANSACTION RECORD LAYOUT         *
      *  --------------------------------------------------------*
      *  ONE RECORD PER WORK-ORDER EVENT KEYED BY THE HOUSING      *
      *  OFFICE - RAISE A NEW ORDER AGAINST A ROOM, ISSUE STORES   *
      *  MATERIALS TO AN OPEN ORDER, OR CLOSE AN ORDER WHEN THE    *
      *  ROOM IS FIT FOR USE AGAIN.  THE DETAIL AREA IS READ AS    *
      *  THE ROOM AND FAULT FOR A RAISE AND AS THE STOCK ITEM AND  *
      *  QUANTITY FOR AN ISSUE; A CLOSE NEEDS ONLY THE ORDER.      *
      *----------------------------------------------------------*
       01  WORK-ORDER-TRAN-REC.
           05  WT-TRAN-TYPE            PIC X(01).
               88  TRAN-IS-RAISE           VALUE "R".
               88  TRAN-IS-ISSUE           VALUE "M".
               88  TRAN-IS-CLOSE           VALUE "C".
               88  TRAN-TYPE-VALID         VALUE "R", "M", "C".
           05  WT-ORDER-NUMBER         PIC 9(06).
           05  WT-RAISE-DETAIL.
               10  WT-CITY-CODE        PIC 9(01).
               10  WT-BUILDING         PIC X(12).
               10  WT-ROOM-NUMBER      PIC X(05).
               10  WT-FAULT-DESC       PIC X(30).
               10  WT-REPORTED-BY      PIC X(08).
           05  WT-ISSUE-DETAIL REDEFINES WT-RAISE-DETAIL.
               10  WT-ITEM-CODE        PIC X(06).
               10  WT-QUANTITY         PIC 9(05).
               10  FILLER              PIC X(45).
