      *  TRAIL OF THE CASH THAT RELIEVED IT.  AN ITEM CARRIES A    *
      *  DUE DATE (AN INSTALMENT'S OWN DATE, OR THE RUN DATE FOR   *
      *  A LUMP INVOICE) AND THE ARREARS AGING RUNS FROM IT.       *
      *  WHEN THE REFUND RUN PAYS UNAPPLIED CASH BACK IT CARRIES   *
      *  THE AMOUNT REFUNDED IN THE TYPE U ITEM'S BILLED AMOUNT,   *
      *  SO BILLED LESS PAID IS STILL THE STUDENT'S POSITION, AND  *
      *  CLOSES THE ITEM ONCE ALL OF ITS CASH HAS GONE BACK.       *
      *  AN INVOICE THE BURSAR HAS AUTHORISED AS A BAD DEBT IS     *
      *  RELIEVED BY THE WRITE-OFF RUN WITH ITS OWN STATUS (W),    *
      *  KEPT APART FROM A CASH-PAID CLOSE SO THE AUDIT TRAIL      *
      *  SHOWS WHICH DEBTS WERE NEVER COLLECTED.  A WRITTEN-OFF    *
      *  ITEM IS NO LONGER OWED AND DROPS OUT OF EVERY BALANCE.    *
      *  DAMAGE FOUND AT A CHECKOUT INSPECTION IS BILLED AS ITS    *
      *  OWN ITEM TYPE (D) ON SEQUENCES 21 TO 30, WITH WHATEVER    *
      *  THE STUDENT'S HOUSING DEPOSIT COVERED ALREADY IN THE PAID *
      *  AMOUNT.  THE PAYMENT POSTING RUN RELIEVES AND AGES A      *
      *  DAMAGE ITEM THE SAME AS AN INVOICE (BOTH ARE CHARGES).    *
      *  TUITION FOR THE STUDENT'S COURSE IS BILLED AS ITS OWN     *
      *  ITEM TYPE (T) ON SEQUENCES 31 TO 40, ONE ITEM PER         *
      *  INSTALMENT, AND IS A CHARGE LIKE AN INVOICE OR DAMAGE.    *
      *  THE ROOM-RENT RUN ALSO WRITES TYPE U ITEMS ON SEQUENCES   *
      *  11 TO 20: THE PRO-RATA CREDIT FOR NIGHTS NOT USED AFTER A *
      *  TRANSFER OR VACATE, BILLED ZERO WITH THE CREDIT IN THE    *
      *  PAID AMOUNT.  IT COUNTS TOWARDS THE STUDENT'S CREDIT LIKE *
      *  ANY TYPE U ITEM, BUT IT IS A ROOM-RENT CREDIT, NOT CASH   *
      *  THE STUDENT PAID IN, AND IS SHOWN AS ONE.                 *
      *----------------------------------------------------------*
       01  OPEN-ITEM-REC.
           05  OI-KEY.
           05  OI-ITEM-TYPE            PIC X(01).
               88  OPEN-ITEM-IS-INVOICE    VALUE "I".
               88  OPEN-ITEM-IS-CASH       VALUE "U".
               88  OPEN-ITEM-IS-DAMAGE     VALUE "D".
               88  OPEN-ITEM-IS-TUITION    VALUE "T".
               88  OPEN-ITEM-IS-CHARGE     VALUE "I", "D", "T".
           05  OI-STUDENT-NAME         PIC X(30).
           05  OI-CITY-CODE            PIC 9(01).
           05  OI-CITY-NAME            PIC X(15).
           05  OI-STATUS-CODE          PIC X(01).
               88  OPEN-ITEM-IS-OPEN       VALUE "O".
               88  OPEN-ITEM-IS-CLOSED     VALUE "C".
               88  OPEN-ITEM-IS-WRITTEN-OFF VALUE "W".
