      *  (SINGLE OR DORMITORY), ITS FLOOR AND AN ACCESSIBLE FLAG  *
      *  SO THE ALLOCATION RUN CAN MATCH A STUDENT'S STATED       *
      *  PLACEMENT NEEDS BEFORE FALLING BACK TO FIRST-AVAILABLE.  *
      *  A ROOM NOW ALSO CARRIES A SERVICE STATUS.  THE WORK-      *
      *  ORDER RUN TAKES A ROOM OUT OF SERVICE WHILE ANY WORK      *
      *  ORDER AGAINST IT IS OPEN, AND THE ALLOCATION AND ROOM     *
      *  MOVEMENT RUNS PLACE NO STUDENT IN IT UNTIL IT IS BACK.    *
      *  A BLANK STATUS ON AN OLDER RECORD MEANS IN SERVICE.       *
      *----------------------------------------------------------*
       01  ROOM-INVENTORY-REC.
           05  RM-CITY-CODE            PIC 9(01).
           05  RM-FLOOR                PIC 9(02).
           05  RM-ACCESSIBLE-FLAG      PIC X(01).
               88  ROOM-IS-ACCESSIBLE      VALUE "Y".
           05  RM-SERVICE-STATUS       PIC X(01).
               88  ROOM-IS-IN-SERVICE      VALUE "I", SPACE.
               88  ROOM-IS-OUT-OF-SERVICE  VALUE "O".
