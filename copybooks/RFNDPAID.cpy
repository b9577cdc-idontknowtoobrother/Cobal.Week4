      *----------------------------------------------------------*
      *  RFNDPAID  -  PAID-REFUND FILE RECORD LAYOUT               *
      *  --------------------------------------------------------*
      *  ONE RECORD PER APPROVED REFUND THE REFUND RUN HAS PAID,   *
      *  KEYED ON THE APPROVAL ITSELF - STUDENT, APPROVAL DATE,    *
      *  APPROVING OPERATOR AND AMOUNT - WITH THE DATE IT WAS      *
      *  PAID.  AN APPROVAL ALREADY ON THIS FILE IS NOT PAID       *
      *  AGAIN WHEN THE SAME APPROVED-REFUND FILE IS RERUN.        *
      *----------------------------------------------------------*
       01  REFUND-PAID-REC.
           05  RP-KEY.
               10  RP-STUDENT-ID       PIC X(07).
               10  RP-APPROVED-DATE    PIC 9(08).
               10  RP-APPROVED-BY      PIC X(08).
               10  RP-REFUND-AMOUNT    PIC 9(07)V99.
           05  RP-PAID-DATE            PIC 9(08).
