      *  RUN, CARRYING THE CITY, BUILDING AND ROOM THE STUDENT    *
      *  WAS PLACED IN, IN ARRIVAL ORDER.  THE HOUSING OFFICE     *
      *  LOADS THIS INSTEAD OF ALLOCATING ON PAPER.               *
      *  EACH ASSIGNMENT CARRIES THE FIRST NIGHT THE STUDENT      *
      *  OCCUPIES THE ROOM AND THE LAST (ZERO FOR TO THE END OF   *
      *  THE TERM), SO ROOM RENT IS BILLED PRO-RATA BY NIGHTS     *
      *  OCCUPIED WITHIN THE TERM.                                *
      *----------------------------------------------------------*
       01  ROOM-ASSIGNMENT-REC.
           05  RA-STUDENT-ID           PIC X(07).
           05  RA-CITY-CODE            PIC 9(01).
           05  RA-BUILDING             PIC X(12).
           05  RA-ROOM-NUMBER          PIC X(05).
           05  RA-OCCUPY-START         PIC 9(08).
           05  RA-OCCUPY-END           PIC 9(08).
