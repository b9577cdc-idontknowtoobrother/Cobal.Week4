      *  LEAVER STAYS ON THE MASTER AS A MATTER OF RECORD INSTEAD   *
      *  OF BEING CARRIED AS AN ACTIVE STUDENT FOREVER.  A BLANK    *
      *  STATUS ON A RECORD WRITTEN BEFORE THE FIELD EXISTED IS     *
      *  TREATED AS ACTIVE.  THE RECORD NOW ALSO CARRIES THE COURSE *
      *  THE STUDENT ENROLLED ON, SET BY THE INTAKE RUN, WHICH THE  *
      *  TUITION BILLING RUN PRICES FROM THE COURSE FILE, AND THE   *
      *  YEAR OF THE COURSE THE STUDENT IS IN, SET TO 1 AT INTAKE   *
      *  AND MOVED ON BY THE YEAR-END RUN, WHICH MARKS A STUDENT    *
      *  IN THE COURSE'S LAST YEAR AS GRADUATED.                    *
      *----------------------------------------------------------*
       01  MASTER-STUDENT-REC.
           05  MS-STUDENT-ID           PIC X(07).
               88  MS-STUDENT-GRADUATED    VALUE "G".
               88  MS-STUDENT-LEFT         VALUE "W", "G".
           05  MS-STATUS-DATE          PIC 9(08).
           05  MS-COURSE-CODE          PIC X(06).
           05  MS-YEAR-OF-STUDY        PIC 9(01).
