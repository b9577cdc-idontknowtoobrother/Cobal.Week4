      *  ENROLLED COUNTS BACK AT END OF RUN - SO CAPACITY IS      *
      *  POLICED BY THE RUN ITSELF INSTEAD OF A SPREADSHEET THAT  *
      *  IS ALWAYS A NIGHT BEHIND.  ADMISSIONS MAINTAIN THE FILE  *
      *  EACH TERM.  EACH COURSE NOW ALSO CARRIES ITS TUITION FEE *
      *  FOR THE TERM AND THE CURRENCY IT IS CHARGED IN, SO THE   *
      *  TUITION BILLING RUN RAISES THE FEE ON THE OPEN-ITEM      *
      *  LEDGER INSTEAD OF REGISTRY INVOICING FROM A SEPARATE     *
      *  LIST.  A BLANK CURRENCY IS CHARGED IN EUR.  THE COURSE   *
      *  LENGTH IN YEARS TELLS THE YEAR-END RUN WHICH STUDENTS    *
      *  ARE IN THEIR FINAL YEAR.                                 *
      *----------------------------------------------------------*
       01  COURSE-REC.
           05  CO-COURSE-CODE          PIC X(06).
           05  CO-COURSE-TITLE         PIC X(25).
           05  CO-CAPACITY             PIC 9(05).
           05  CO-ENROLLED-COUNT       PIC 9(05).
           05  CO-TUITION-FEE          PIC 9(05)V99.
           05  CO-CURRENCY-CODE        PIC X(03).
           05  CO-COURSE-YEARS         PIC 9(01).
