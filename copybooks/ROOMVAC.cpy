      *----------------------------------------------------------*
      *  ROOMVAC  -  VACATED-ROOM FILE RECORD LAYOUT               *
      *  --------------------------------------------------------*
      *  ONE RECORD PER ROOM GIVEN UP BY A STUDENT - WRITTEN BY    *
      *  THE ROOM MOVEMENT RUN FOR A VACATE AND BY THE WITHDRAWAL  *
      *  RUN FOR EVERY LEAVER'S ROOM IT FREES - SO THE CHECKOUT    *
      *  INSPECTION RUN CAN TELL WHICH ROOMS WENT BACK INTO STOCK  *
      *  WITHOUT ANYONE LOOKING AT THEIR CONDITION.  THE           *
      *  INSPECTION RUN CARRIES THE STILL-UNINSPECTED RECORDS      *
      *  FORWARD TO A NEW FILE AND DROPS THE REST.                 *
      *----------------------------------------------------------*
       01  VACATED-ROOM-REC.
           05  VR-STUDENT-ID           PIC X(07).
           05  VR-CITY-CODE            PIC 9(01).
           05  VR-BUILDING             PIC X(12).
           05  VR-ROOM-NUMBER          PIC X(05).
           05  VR-VACATE-DATE          PIC 9(08).
           05  VR-FREED-BY             PIC X(09).
