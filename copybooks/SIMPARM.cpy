      *----------------------------------------------------------*
      *  SIMPARM  -  SURCHARGE RUN MODE PARAMETER                 *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE READ AT THE START OF THE    *
      *  SURCHARGE RUN.  A RUN MODE OF "S" MAKES THE RUN A WHAT-  *
      *  IF SIMULATION: THE CURRENT STUDENT-CITY-FILE IS PRICED   *
      *  AT BOTH THE CURRENT RATES AND THE RATES ON THE PROPOSED- *
      *  RATE-FILE AND A SIDE-BY-SIDE REPORT IS PRINTED, BUT      *
      *  NOTHING IS BILLED - NO EXTRACT, LEDGER, VOUCHER,         *
      *  CHECKPOINT OR RUN-CONTROL RECORD IS WRITTEN.  WITH THE   *
      *  FILE ABSENT, EMPTY OR HOLDING ANY OTHER MODE THE RUN     *
      *  BILLS AS NORMAL, SO OPERATIONS MUST REMOVE THE FILE      *
      *  AGAIN ONCE FINANCE HAS ITS FIGURES.                      *
      *----------------------------------------------------------*
       01  SIMULATION-PARM-REC.
           05  SM-RUN-MODE             PIC X(01).
               88  SM-SIMULATION-REQUESTED VALUE "S".
