      *  CODE ON THE WAIVER SCHEDULE, SO THE BURSAR STOPS         *
      *  RAISING MANUAL CREDIT NOTES AFTER THE FACT AND THE       *
      *  JOURNAL VOUCHERS NO LONGER OVERSTATE INCOME.  THE        *
      *  BURSAR'S OFFICE MAINTAINS THE FILE.  THE TUITION BILLING *
      *  RUN HONOURS THE SAME EXEMPTIONS, WAIVING THE COURSE FEE  *
      *  FOR A STUDENT WHOSE EXEMPTION IS IN FORCE.               *
      *----------------------------------------------------------*
       01  EXEMPTION-REC.
           05  EX-STUDENT-ID           PIC X(07).
