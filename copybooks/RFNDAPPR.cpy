      *----------------------------------------------------------*
      *  RFNDAPPR  -  APPROVED-REFUND TRANSACTION RECORD LAYOUT    *
      *  --------------------------------------------------------*
      *  ONE RECORD PER REFUND THE BURSAR HAS APPROVED FROM THE    *
      *  CREDIT-POSITION LIST THE REFUND RUN PRINTS, CARRYING THE  *
      *  STUDENT, THE AMOUNT TO PAY BACK, THE OPERATOR WHO         *
      *  APPROVED IT AND THE DATE OF APPROVAL.  THE REFUND RUN     *
      *  PAYS NO MORE THAN THE STUDENT'S NET CREDIT ON THE OPEN-   *
      *  ITEM LEDGER, SO A STALE APPROVAL CANNOT OVERPAY.          *
      *----------------------------------------------------------*
       01  REFUND-APPROVAL-REC.
           05  RF-STUDENT-ID           PIC X(07).
           05  RF-REFUND-AMOUNT        PIC 9(07)V99.
           05  RF-APPROVED-BY          PIC X(08).
           05  RF-APPROVED-DATE        PIC 9(08).
