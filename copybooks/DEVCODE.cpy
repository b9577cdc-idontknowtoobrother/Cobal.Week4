      *  DEVICE, WHICH THE VALIDATION PASS MARKS DISPOSED ON THE    *
      *  PERMANENT ASSET MASTER INSTEAD OF LETTING THE KIT LINGER   *
      *  ON THE REGISTER FOREVER.                                   *
      *  A FEED RECORD MAY NOW ALSO CARRY THE DEVICE'S ASSET CLASS, *
      *  ACQUISITION COST AND DATE AND USEFUL LIFE IN MONTHS FOR    *
      *  THE ASSET MASTER; ON A RETIREMENT THE SAME AREA CARRIES    *
      *  ANY SALE PROCEEDS INSTEAD.  OLDER FEEDS LEAVE IT BLANK.    *
      *  A RECORD MAY ALSO CARRY THE CITY, BUILDING AND ROOM THE    *
      *  DEVICE SITS IN.  A TYPE "M" RECORD MOVES A DEVICE ALREADY  *
      *  ON THE MASTER TO THE ROOM IT CARRIES.                      *
      *----------------------------------------------------------*
       01  DEVICE-CODE-REC.
           05  DC-DEVICE-ID            PIC X(07).
           05  DC-HEX-CODE             PIC X(04).
           05  DC-TRAN-TYPE            PIC X(01).
               88  DEVICE-IS-RETIREMENT    VALUE "R".
               88  DEVICE-IS-MOVE          VALUE "M".
           05  DC-ACQUISITION-DETAIL.
               10  DC-ASSET-CLASS      PIC X(02).
               10  DC-ACQUISITION-COST PIC 9(07)V99.
               10  DC-ACQUISITION-DATE PIC 9(08).
               10  DC-USEFUL-LIFE      PIC 9(03).
           05  DC-DISPOSAL-DETAIL REDEFINES DC-ACQUISITION-DETAIL.
               10  DC-DISPOSAL-PROCEEDS
                                       PIC 9(07)V99.
               10  FILLER              PIC X(13).
           05  DC-LOCATION-DETAIL.
               10  DC-CITY-CODE        PIC 9(01).
               10  DC-BUILDING         PIC X(12).
               10  DC-ROOM-NUMBER      PIC X(05).
