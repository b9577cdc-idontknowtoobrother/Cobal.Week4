000930*                PER-COURSE FILL REPORT PRINTS - SO         *
000940*                CAPACITY STOPS BEING POLICED BY A          *
000950*                SPREADSHEET A NIGHT BEHIND.                *
000951*  10/15/26  JH  A STUDENT POSTED TO THE MASTER NOW CARRIES *
000952*                THE COURSE ENROLLED ON, FOR TUITION        *
000953*                BILLING. AN EXISTING MASTER RECORD WITH NO *
000954*                COURSE TAKES THE INTAKE'S.                 *
000955*  10/15/26  JH  A NEW STUDENT STARTS IN YEAR 1 OF THE      *
000956*                COURSE, FOR THE YEAR-END ROLLOVER.         *
000960*----------------------------------------------------------*

000970 ENVIRONMENT DIVISION.
008040     MOVE SI-STUDENT-NAME TO MS-STUDENT-NAME
008050     MOVE "A" TO MS-STATUS-CODE
008060     MOVE WS-TODAY-DATE TO MS-STATUS-DATE
008065     MOVE SI-COURSE-CODE TO MS-COURSE-CODE
008067     MOVE 1 TO MS-YEAR-OF-STUDY
008070     WRITE MASTER-STUDENT-REC
008080         INVALID KEY
008090             PERFORM 2420-CHECK-EXISTING-MASTER THRU 2420-EXIT
008220         NOT INVALID KEY
008230             IF MS-STUDENT-NAME = SI-STUDENT-NAME
008240                ADD 1 TO WS-ALREADY-COUNT
008241*               AN OLDER MASTER RECORD WITH NO COURSE TAKES
008242*               THE INTAKE'S, SO THE STUDENT BILLS TUITION.
008243                IF MS-COURSE-CODE = SPACE
008244                   MOVE SI-COURSE-CODE TO MS-COURSE-CODE
008245                   REWRITE MASTER-STUDENT-REC
008246                       INVALID KEY
008247                           DISPLAY "CONTROL8 - COURSE NOT SET"
008248                   END-REWRITE
008249                END-IF
008250             ELSE
008260                PERFORM 2430-REPORT-NAME-MISMATCH THRU 2430-EXIT
008270             END-IF
