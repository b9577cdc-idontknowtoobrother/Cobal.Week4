      *----------------------------------------------------------*
      *  CHKINSP  -  CHECKOUT INSPECTION TRANSACTION LAYOUT        *
      *  --------------------------------------------------------*
      *  ONE RECORD PER DAMAGE LINE FOUND WHEN THE HOUSING OFFICE  *
      *  INSPECTS A ROOM AFTER A STUDENT LEAVES IT, KEYED ON THE   *
      *  STUDENT, BUILDING AND ROOM AND SORTED IN THAT ORDER, SO   *
      *  ONE INSPECTION'S LINES ARRIVE TOGETHER.  A ROOM FOUND IN  *
      *  GOOD ORDER IS SENT AS A SINGLE LINE NUMBERED ZERO WITH NO *
      *  AMOUNT, SO THE INSPECTION IS STILL ON RECORD.  THE CITY   *
      *  IS THE ROOM'S CITY ON THE ROOM-INVENTORY-FILE.            *
      *----------------------------------------------------------*
       01  CHECKOUT-INSPECTION-REC.
           05  CI-KEY.
               10  CI-STUDENT-ID       PIC X(07).
               10  CI-BUILDING         PIC X(12).
               10  CI-ROOM-NUMBER      PIC X(05).
           05  CI-CITY-CODE            PIC 9(01).
           05  CI-INSPECT-DATE         PIC 9(08).
           05  CI-INSPECTED-BY         PIC X(08).
           05  CI-LINE-NUMBER          PIC 9(02).
               88  INSPECTION-FOUND-CLEAN  VALUE ZERO.
           05  CI-DAMAGE-DESC          PIC X(30).
           05  CI-DAMAGE-AMOUNT        PIC 9(05)V99.
