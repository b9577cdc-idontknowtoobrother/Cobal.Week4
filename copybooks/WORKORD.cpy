      *----------------------------------------------------------*
      *  WORKORD  -  WORK-ORDER-FILE RECORD LAYOUT                 *
      *  --------------------------------------------------------*
      *  ONE RECORD PER MAINTENANCE WORK ORDER RAISED AGAINST A    *
      *  ROOM, KEYED ON THE WORK-ORDER NUMBER, GIVING THE ROOM,    *
      *  THE FAULT AS REPORTED, WHO REPORTED IT, WHEN THE ORDER    *
      *  WAS RAISED AND CLOSED, AND THE STORES MATERIALS ISSUED    *
      *  TO IT VALUED AT THE ITEM'S UNIT COST WHEN ISSUED.  WHILE  *
      *  AN ORDER IS OPEN ITS ROOM IS KEPT OUT OF SERVICE ON THE   *
      *  ROOM-INVENTORY-FILE, REPLACING THE PHONE CALLS THE        *
      *  ALLOCATION RUN NEVER HEARD ABOUT.                         *
      *----------------------------------------------------------*
       01  WORK-ORDER-REC.
           05  WO-ORDER-NUMBER         PIC 9(06).
           05  WO-CITY-CODE            PIC 9(01).
           05  WO-BUILDING             PIC X(12).
           05  WO-ROOM-NUMBER          PIC X(05).
           05  WO-FAULT-DESC           PIC X(30).
           05  WO-REPORTED-BY          PIC X(08).
           05  WO-RAISED-DATE          PIC 9(08).
           05  WO-CLOSED-DATE          PIC 9(08).
           05  WO-STATUS-CODE          PIC X(01).
               88  WORK-ORDER-IS-OPEN      VALUE "O".
               88  WORK-ORDER-IS-CLOSED    VALUE "C".
           05  WO-ISSUE-COUNT          PIC 9(03).
           05  WO-MATERIAL-COST        PIC 9(07)V99.
