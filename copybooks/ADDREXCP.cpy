      *----------------------------------------------------------*
      *  ADDREXCP  -  ADDRESS-EXCEPTION-FILE RECORD LAYOUT         *
      *  --------------------------------------------------------*
      *  ONE RECORD PER DOCUMENT HELD BACK BECAUSE THE STUDENT HAS *
      *  NO USABLE ADDRESS, WRITTEN BY THE ADDRBLK SUBPROGRAM ON   *
      *  BEHALF OF THE DUNNING, STATEMENT AND REFUND RUNS.  THE    *
      *  HELD DOCUMENT IS NOT PRINTED - THE OFFICE WORKS THIS      *
      *  LIST, PUTS THE ADDRESS RIGHT ON CONTROL4, AND THE NEXT    *
      *  RUN PRINTS IT.                                            *
      *----------------------------------------------------------*
       01  ADDRESS-EXCEPTION-REC.
           05  AX-PROGRAM-ID           PIC X(09).
           05  AX-DATE-LOGGED          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AX-STUDENT-ID           PIC X(07).
           05  FILLER                  PIC X(01).
           05  AX-STUDENT-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  AX-DOCUMENT             PIC X(15).
           05  FILLER                  PIC X(01).
           05  AX-REASON               PIC X(30).
