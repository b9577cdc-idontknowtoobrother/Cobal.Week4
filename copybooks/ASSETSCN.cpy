      *----------------------------------------------------------*
      *  ASSETSCN  -  ASSET-SCAN-FILE RECORD LAYOUT                *
      *  --------------------------------------------------------*
      *  ONE RECORD PER DEVICE SCANNED ON A ROOM WALK-ROUND,       *
      *  GIVING THE CITY, BUILDING AND ROOM IT WAS FOUND IN ON     *
      *  THE SAME KEYS AS THE ROOM INVENTORY, THE DATE OF THE      *
      *  SCAN AND WHO CARRIED THE SCANNER.  EVERY ROOM THAT        *
      *  APPEARS ON THE FILE COUNTS AS WALKED, SO THE VERIFICATION *
      *  RUN CAN SAY WHICH DEVICES WERE MISSING FROM IT.           *
      *----------------------------------------------------------*
       01  ASSET-SCAN-REC.
           05  AV-CITY-CODE            PIC 9(01).
           05  AV-BUILDING             PIC X(12).
           05  AV-ROOM-NUMBER          PIC X(05).
           05  AV-DEVICE-ID            PIC X(07).
           05  AV-SCAN-DATE            PIC 9(08).
           05  AV-SCANNED-BY           PIC X(08).
