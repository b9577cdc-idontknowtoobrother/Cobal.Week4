      *  PRACTICE WHERE A DEVICE THAT DROPPED OUT OF ONE FEED      *
      *  SILENTLY VANISHED FROM THE REGISTER AND RETIRED KIT       *
      *  LINGERED FOREVER.                                         *
      *  THE RECORD NOW ALSO CARRIES WHAT THE KIT COST AND WHEN    *
      *  IT WAS BOUGHT, ITS ASSET CLASS AND USEFUL LIFE IN MONTHS, *
      *  AND THE DEPRECIATION CHARGED SO FAR AND THE LAST MONTH    *
      *  IT WAS CHARGED FOR, SO THE MONTH-END DEPRECIATION RUN     *
      *  KEEPS THE FIXED-ASSET SCHEDULE.  A RETIREMENT RECORDS     *
      *  ANY SALE PROCEEDS; THE DISPOSAL-POSTED FLAG STAYS "N"     *
      *  UNTIL THE DEPRECIATION RUN HAS POSTED THE DISPOSAL.       *
      *  EACH DEVICE IS ALSO TIED TO THE CITY, BUILDING AND ROOM   *
      *  IT SITS IN, ON THE SAME KEYS AS THE ROOM INVENTORY, WITH  *
      *  THE DATE IT WAS PUT THERE AND THE DATE A ROOM WALK-ROUND  *
      *  LAST SCANNED IT.  A BLANK BUILDING MEANS NO ROOM YET.     *
      *----------------------------------------------------------*
       01  ASSET-MASTER-REC.
           05  AR-DEVICE-ID            PIC X(07).
               88  ASSET-IS-ACTIVE         VALUE "A".
               88  ASSET-IS-DISPOSED       VALUE "D".
           05  AR-STATUS-DATE          PIC 9(08).
           05  AR-ASSET-CLASS          PIC X(02).
           05  AR-ACQUISITION-COST     PIC 9(07)V99.
           05  AR-ACQUISITION-DATE     PIC 9(08).
           05  AR-USEFUL-LIFE          PIC 9(03).
           05  AR-ACCUM-DEPRECIATION   PIC 9(07)V99.
           05  AR-LAST-DEPREC-PERIOD   PIC 9(06).
           05  AR-DISPOSAL-PROCEEDS    PIC 9(07)V99.
           05  AR-DISPOSAL-POSTED      PIC X(01).
               88  DISPOSAL-IS-POSTED      VALUE "Y".
           05  AR-CITY-CODE            PIC 9(01).
           05  AR-BUILDING             PIC X(12).
           05  AR-ROOM-NUMBER          PIC X(05).
           05  AR-LOCATION-DATE        PIC 9(08).
           05  AR-LAST-SEEN-DATE       PIC 9(08).
