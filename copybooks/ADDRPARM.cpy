      *----------------------------------------------------------*
      *  ADDRPARM  -  ADDRBLK SUBPROGRAM PARAMETER AREA            *
      *  --------------------------------------------------------*
      *  PASSED TO THE SHARED ADDRBLK SUBPROGRAM BY EVERY RUN THAT *
      *  PRINTS A DOCUMENT FOR POSTING TO A STUDENT.  FUNCTION "A" *
      *  LOOKS UP THE STUDENT'S ADDRESS AS AT THE RUN DATE AND     *
      *  RETURNS IT AS UP TO FIVE PRINT LINES, BLANK LINES CLOSED  *
      *  UP, WITH THE NUMBER USED IN AB-LINE-COUNT.  THE TERM-TIME *
      *  ADDRESS IS USED ONCE IT IS EFFECTIVE, UNLESS THE STUDENT  *
      *  HAS LEFT; OTHERWISE THE HOME ADDRESS.  FUNCTION "C"       *
      *  CLOSES THE SUBPROGRAM'S FILES AT THE END OF THE RUN.      *
      *  RETURN CODES FROM THE LOOK-UP:                            *
      *    0 - ADDRESS RETURNED (AB-ADDRESS-USED "T" OR "H")       *
      *    1 - NO USABLE ADDRESS - THE DOCUMENT HAS BEEN WRITTEN   *
      *        TO THE ADDRESS EXCEPTION LIST AND MUST NOT PRINT    *
      *----------------------------------------------------------*
       01  ADDRESS-BLOCK-PARM.
           05  AB-FUNCTION             PIC X(01).
               88  AB-FUNCTION-LOOKUP      VALUE "A".
               88  AB-FUNCTION-CLOSE       VALUE "C".
           05  AB-PROGRAM-ID           PIC X(09).
           05  AB-DOCUMENT             PIC X(15).
           05  AB-RUN-DATE             PIC 9(08).
           05  AB-STUDENT-ID           PIC X(07).
           05  AB-STUDENT-NAME         PIC X(30).
           05  AB-ADDRESS-USED         PIC X(01).
               88  AB-TERM-ADDRESS-USED    VALUE "T".
               88  AB-HOME-ADDRESS-USED    VALUE "H".
           05  AB-LINE-COUNT           PIC 9(01).
           05  AB-ADDRESS-LINE         PIC X(30) OCCURS 5 TIMES.
           05  AB-RETURN-CODE          PIC 9(01).
               88  AB-ADDRESS-FOUND        VALUE 0.
               88  AB-NO-USABLE-ADDRESS    VALUE 1.
