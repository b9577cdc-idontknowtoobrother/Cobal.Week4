      *----------------------------------------------------------*
      *  ROOMADJ  -  ROOM-RENT ADJUSTMENT TRANSACTION LAYOUT       *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ROOM GIVEN UP PART-WAY THROUGH A STAY -    *
      *  WRITTEN BY THE ROOM MOVEMENT RUN FOR A TRANSFER (T) OR A  *
      *  VACATE (V) AND BY THE WITHDRAWAL RUN FOR A LEAVER'S ROOM  *
      *  (L).  IT CARRIES THE ROOM GIVEN UP WITH THE NIGHTS THE    *
      *  STUDENT HELD IT FROM AND TO, THE DATE OF THE MOVE AND,    *
      *  FOR A TRANSFER, THE NEW ROOM.  THE ROOM-RENT BILLING RUN  *
      *  CREDITS THE UNUSED NIGHTS OF RENT ALREADY BILLED, CHARGES *
      *  THE NEW ROOM FROM THE MOVE DATE, AND EMPTIES THE FILE     *
      *  ONCE THE ADJUSTMENTS ARE ON THE LEDGER.                   *
      *----------------------------------------------------------*
       01  ROOM-ADJUSTMENT-REC.
           05  RJ-STUDENT-ID           PIC X(07).
           05  RJ-ADJUST-TYPE          PIC X(01).
               88  ADJUST-IS-TRANSFER      VALUE "T".
               88  ADJUST-IS-VACATE        VALUE "V".
               88  ADJUST-IS-LEAVER        VALUE "L".
               88  ADJUST-TYPE-VALID       VALUE "T", "V", "L".
           05  RJ-MOVE-DATE            PIC 9(08).
           05  RJ-CITY-CODE            PIC 9(01).
           05  RJ-OLD-BUILDING         PIC X(12).
           05  RJ-OLD-ROOM-NUMBER      PIC X(05).
           05  RJ-OLD-START-DATE       PIC 9(08).
           05  RJ-OLD-END-DATE         PIC 9(08).
           05  RJ-NEW-BUILDING         PIC X(12).
           05  RJ-NEW-ROOM-NUMBER      PIC X(05).
           05  RJ-RAISED-BY            PIC X(09).
