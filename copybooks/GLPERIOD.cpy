      *----------------------------------------------------------*
      *  GLPERIOD  -  GENERAL-LEDGER PERIOD CONTROL RECORD         *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD CONTROL FILE HOLDING THE ONE LEDGER PERIOD  *
      *  (YYYYMM) THE GL POSTING RUN IS OPEN FOR.  EVERY EARLIER   *
      *  PERIOD IS CLOSED - A VOUCHER DATED IN ONE GOES TO         *
      *  SUSPENSE INSTEAD OF POSTING.  FINANCE SETS THE CLOSE      *
      *  FLAG TO "Y" WHEN THE MONTH'S LAST VOUCHERS ARE IN; THE    *
      *  NEXT POSTING RUN POSTS THEM, CLOSES THE PERIOD AND OPENS  *
      *  THE FOLLOWING MONTH.                                      *
      *----------------------------------------------------------*
       01  GL-PERIOD-REC.
           05  GC-OPEN-PERIOD          PIC 9(06).
           05  GC-CLOSE-FLAG           PIC X(01).
               88  GC-CLOSE-REQUESTED      VALUE "Y".
           05  GC-LAST-CLOSED-PERIOD   PIC 9(06).
           05  GC-LAST-CLOSED-DATE     PIC 9(08).
