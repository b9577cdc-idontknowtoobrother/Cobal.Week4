      *----------------------------------------------------------*
      *  PENDCHG  -  PENDING-CHANGE-FILE RECORD LAYOUT            *
      *  --------------------------------------------------------*
      *  ONE RECORD PER CHANGE KEYED AGAINST THE CITY-RATE-FILE   *
      *  OR THE OPERATOR MASTER, KEYED ON THE KIND OF CHANGE, THE *
      *  RECORD IT TOUCHES AND WHEN IT WAS KEYED.  A CHANGE IS    *
      *  HELD HERE AS A BEFORE AND AFTER IMAGE OF THE WHOLE       *
      *  RECORD AND ONLY REACHES THE LIVE FILE ONCE A SECOND,     *
      *  DIFFERENT OPERATOR APPROVES IT; ONE LEFT TOO LONG        *
      *  EXPIRES.  DECIDED RECORDS STAY ON FILE AS THE HISTORY OF *
      *  WHO ENTERED AND WHO APPROVED OR REJECTED EACH CHANGE.    *
      *  ONLY ONE CHANGE MAY BE PENDING PER RECORD AT A TIME.     *
      *----------------------------------------------------------*
       01  PENDING-CHANGE-REC.
           05  PC-KEY.
               10  PC-CHANGE-TYPE      PIC X(01).
                   88  PC-RATE-CHANGE      VALUE "R".
                   88  PC-OPERATOR-CHANGE  VALUE "O".
               10  PC-TARGET-KEY       PIC X(08).
               10  PC-ENTERED-DATE     PIC 9(08).
               10  PC-ENTERED-TIME     PIC 9(06).
           05  PC-CHANGE-ACTION        PIC X(01).
               88  PC-ACTION-ADD           VALUE "A".
               88  PC-ACTION-CHANGE        VALUE "C".
               88  PC-ACTION-RESET         VALUE "R".
           05  PC-STATUS-CODE          PIC X(01).
               88  PC-IS-PENDING           VALUE "P".
               88  PC-IS-APPROVED          VALUE "A".
               88  PC-IS-REJECTED          VALUE "R".
               88  PC-IS-EXPIRED           VALUE "E".
           05  PC-ENTERED-BY           PIC X(08).
           05  PC-DECIDED-BY           PIC X(08).
           05  PC-DECIDED-DATE         PIC 9(08).
           05  PC-BEFORE-IMAGE         PIC X(110).
           05  PC-AFTER-IMAGE          PIC X(110).
