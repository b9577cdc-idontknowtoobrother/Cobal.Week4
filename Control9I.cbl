000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL9I.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - OPERATIONS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  NIGHTLY CROSS-FILE INTEGRITY RUN. CHECKS  *
000200*                ROOM ASSIGNMENTS, THE WAITLIST, OPEN      *
000210*                ITEMS, EXEMPTIONS, ROOM INVENTORY AND     *
000220*                COURSE ENROLLED COUNTS AGAINST THE        *
000230*                STUDENT MASTER AND EACH OTHER, PRINTING   *
000240*                EACH CLASS OF EXCEPTION SEPARATELY WITH   *
000250*                ITS COUNT. WHEN THE TOTAL PASSES THE      *
000260*                THRESHOLD ON INTGPRM, OR A CLASS COULD    *
000270*                NOT BE CHECKED, THE RUN ENDS EXCPT WITH   *
000280*                RETURN CODE 4 SO THE RUN-CONTROL LOG      *
000290*                HOLDS BACK DEPENDENT JOBS.                *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS MS-STUDENT-ID
000410         FILE STATUS IS FS-MASTER-STUDENT.

000420     SELECT ROOM-ASSIGNMENT-FILE ASSIGN TO "ROOMASGN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-ROOM-ASSIGNMENT.

000450     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-WAITLIST.

000480     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS OI-KEY
000520         FILE STATUS IS FS-OPEN-ITEM.

000530     SELECT EXEMPTION-FILE ASSIGN TO "EXEMPTF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS EX-STUDENT-ID
000570         FILE STATUS IS FS-EXEMPTION.

000580     SELECT ROOM-INVENTORY-FILE ASSIGN TO "ROOMINV"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-ROOM-INVENTORY.

000610     SELECT COURSE-FILE ASSIGN TO "COURSEF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS CO-COURSE-CODE
000650         FILE STATUS IS FS-COURSE.

000660     SELECT INTEGRITY-PARM-FILE ASSIGN TO "INTGPRM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-INTEGRITY-PARM.

000690     SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-INTEGRITY-REPORT.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MASTER-STUDENT-FILE.
000750 COPY MASTREC.

000760 FD  ROOM-ASSIGNMENT-FILE
000770     RECORDING MODE IS F.
000780 COPY ROOMASGN.

000790 FD  WAITLIST-FILE
000800     RECORDING MODE IS F.
000810 COPY WAITLIST.

000820 FD  OPEN-ITEM-FILE.
000830 COPY OPENITEM.

000840 FD  EXEMPTION-FILE.
000850 COPY EXEMPT.

000860 FD  ROOM-INVENTORY-FILE
000870     RECORDING MODE IS F.
000880 COPY ROOMINV.

000890 FD  COURSE-FILE.
000900 COPY COURSE.

000910 FD  INTEGRITY-PARM-FILE
000920     RECORDING MODE IS F.
000930 COPY INTGPRM.

000940 FD  INTEGRITY-REPORT
000950     RECORDING MODE IS F.
000960 01  INTEGRITY-REPORT-LINE      PIC X(80).

000970 WORKING-STORAGE SECTION.
000980 01  WS-FILE-STATUSES.
000990     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
001000         88  MASTER-FILE-OK         VALUE "00".
001010     05  FS-ROOM-ASSIGNMENT     PIC X(02) VALUE ZERO.
001020         88  ASSIGNMENT-FILE-OK     VALUE "00".
001030     05  FS-WAITLIST            PIC X(02) VALUE ZERO.
001040         88  WAITLIST-FILE-OK       VALUE "00".
001050     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
001060         88  OPEN-ITEM-FILE-OK      VALUE "00".
001070     05  FS-EXEMPTION           PIC X(02) VALUE ZERO.
001080         88  EXEMPTION-FILE-OK      VALUE "00".
001090     05  FS-ROOM-INVENTORY      PIC X(02) VALUE ZERO.
001100         88  INVENTORY-FILE-OK      VALUE "00".
001110         88  INVENTORY-FILE-EOF     VALUE "10".
001120     05  FS-COURSE              PIC X(02) VALUE ZERO.
001130         88  COURSE-FILE-OK         VALUE "00".
001140         88  COURSE-FILE-EOF        VALUE "10".
001150     05  FS-INTEGRITY-PARM      PIC X(02) VALUE ZERO.
001160         88  INTEGRITY-PARM-OK      VALUE "00".
001170     05  FS-INTEGRITY-REPORT    PIC X(02) VALUE ZERO.

001180 01  WS-SWITCHES.
001190     05  WS-MASTER-SWITCH       PIC X(01) VALUE "N".
001200         88  MASTER-IS-OPEN         VALUE "Y".
001210     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001220         88  END-OF-INPUT           VALUE "Y".
001230     05  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
001240         88  ENTRY-IS-FOUND         VALUE "Y".
001250     05  WS-ROOMS-SWITCH        PIC X(01) VALUE "N".
001260         88  ROOMS-ARE-LOADED       VALUE "Y".
001270     05  WS-ASGN-FULL-SWITCH    PIC X(01) VALUE "N".
001280         88  ASSIGNMENT-TABLE-FULL  VALUE "Y".
001290     05  WS-STUDENT-SWITCH      PIC X(01) VALUE "N".
001300         88  STUDENT-ON-MASTER      VALUE "Y".

001310 01  WS-COUNTS.
001320     05  WS-RECORDS-EXAMINED    PIC 9(07) COMP VALUE ZERO.
001330     05  WS-TOTAL-EXCEPTIONS    PIC 9(07) COMP VALUE ZERO.
001340     05  WS-ROOM-COUNT          PIC 9(03) COMP VALUE ZERO.
001350     05  WS-ASGN-COUNT          PIC 9(03) COMP VALUE ZERO.
001360     05  WS-COURSE-COUNT        PIC 9(03) COMP VALUE ZERO.
001370     05  WS-CLASS-SUB           PIC 9(01) COMP VALUE ZERO.
001372     05  WS-RUN-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.

001380*    ONE COUNT AND ONE CHECKED FLAG PER EXCEPTION CLASS, IN
001390*    THE ORDER THE CLASSES ARE REPORTED.
001400 01  WS-CLASS-TABLE.
001410     05  WS-CLASS-ENTRY         OCCURS 6 TIMES.
001420         10  WS-CLASS-COUNT         PIC 9(05) COMP.
001430         10  WS-CLASS-CHECKED       PIC X(01).
001440             88  CLASS-WAS-CHECKED      VALUE "Y".

001450 01  WS-CLASS-TITLE-VALUES.
001460     05  FILLER                 PIC X(50) VALUE
001470         "ROOM ASSIGNMENTS - STUDENT LEFT OR NOT ON MASTER".
001480     05  FILLER                 PIC X(50) VALUE
001490         "WAITLIST - STUDENT ALREADY HAS A ROOM".
001500     05  FILLER                 PIC X(50) VALUE
001510         "OPEN ITEMS - STUDENT NOT ON MASTER".
001520     05  FILLER                 PIC X(50) VALUE
001530         "EXEMPTIONS - STUDENT NOT ON MASTER".
001540     05  FILLER                 PIC X(50) VALUE
001550         "ROOMS - NOT ON INVENTORY OR OVER CAPACITY".
001560     05  FILLER                 PIC X(50) VALUE
001570         "COURSES - ENROLLED COUNT DOES NOT MATCH MASTER".
001580 01  WS-CLASS-TITLE-TABLE REDEFINES WS-CLASS-TITLE-VALUES.
001590     05  WS-CLASS-TITLE         PIC X(50) OCCURS 6 TIMES.

001600 01  WS-ROOM-TABLE.
001610     05  WS-ROOM-ENTRY          OCCURS 200 TIMES
001620                                 INDEXED BY WS-ROOM-IDX.
001630         10  WS-TAB-ROOM-CITY       PIC 9(01).
001640         10  WS-TAB-BUILDING        PIC X(12).
001650         10  WS-TAB-ROOM-NUMBER     PIC X(05).
001660         10  WS-TAB-CAPACITY        PIC 9(03).
001670         10  WS-TAB-ASSIGNED        PIC 9(03).

001680 01  WS-ASSIGNMENT-TABLE.
001690     05  WS-ASGN-ENTRY          OCCURS 500 TIMES
001700                                 INDEXED BY WS-ASGN-IDX.
001710         10  WS-TAB-ASGN-STUDENT    PIC X(07).
001720         10  WS-TAB-ASGN-BUILDING   PIC X(12).
001730         10  WS-TAB-ASGN-ROOM       PIC X(05).

001740 01  WS-COURSE-TABLE.
001750     05  WS-COURSE-ENTRY        OCCURS 50 TIMES
001760                                 INDEXED BY WS-CRS-IDX.
001770         10  WS-TAB-COURSE-CODE     PIC X(06).
001780         10  WS-TAB-ENROLLED        PIC 9(05).
001790         10  WS-TAB-INTAKE          PIC 9(05).

001800 01  WS-WORK-FIELDS.
001810     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001820     05  WS-THRESHOLD           PIC 9(05) VALUE ZERO.
001830     05  WS-ROOM-SLOT           PIC 9(03) COMP VALUE ZERO.
001840     05  WS-LAST-STUDENT-ID     PIC X(07) VALUE SPACE.
001850     05  WS-EXCEPTION-KEY       PIC X(26) VALUE SPACE.
001860     05  WS-EXCEPTION-TEXT      PIC X(50) VALUE SPACE.
001870     05  WS-EDIT-FIRST          PIC ZZZZ9.
001880     05  WS-EDIT-SECOND         PIC ZZZZ9.

001890 01  WS-REPORT-LINES.
001900     05  WS-HEADING-1.
001910         10  FILLER             PIC X(36) VALUE
001920             "NIGHTLY CROSS-FILE INTEGRITY CHECK".
001930         10  FILLER             PIC X(09) VALUE "RUN DATE ".
001940         10  HL-RUN-DATE        PIC 9(08).
001950         10  FILLER             PIC X(27) VALUE SPACE.
001960     05  WS-CLASS-HEADING.
001970         10  FILLER             PIC X(06) VALUE "CLASS ".
001980         10  CH-CLASS-NO        PIC 9(01).
001990         10  FILLER             PIC X(03) VALUE " - ".
002000         10  CH-CLASS-TITLE     PIC X(50).
002010         10  FILLER             PIC X(20) VALUE SPACE.
002020     05  WS-DETAIL-LINE.
002030         10  FILLER             PIC X(02) VALUE SPACE.
002040         10  DL-EXCEPTION-KEY   PIC X(26).
002050         10  FILLER             PIC X(02) VALUE SPACE.
002060         10  DL-EXCEPTION-TEXT  PIC X(50).
002070     05  WS-CLASS-TRAILER.
002080         10  FILLER             PIC X(22) VALUE
002090             "  EXCEPTIONS IN CLASS ".
002100         10  CT-CLASS-NO        PIC 9(01).
002110         10  FILLER             PIC X(02) VALUE "- ".
002120         10  CT-CLASS-COUNT     PIC ZZZZ9.
002130         10  FILLER             PIC X(50) VALUE SPACE.
002140     05  WS-SUMMARY-HEADING.
002150         10  FILLER             PIC X(80) VALUE
002160             "SUMMARY OF EXCEPTIONS BY CLASS".
002170     05  WS-SUMMARY-LINE.
002180         10  FILLER             PIC X(06) VALUE "CLASS ".
002190         10  SM-CLASS-NO        PIC 9(01).
002200         10  FILLER             PIC X(03) VALUE " - ".
002210         10  SM-CLASS-TITLE     PIC X(50).
002220         10  FILLER             PIC X(02) VALUE SPACE.
002230         10  SM-CLASS-COUNT     PIC ZZZZ9.
002240         10  FILLER             PIC X(01) VALUE SPACE.
002250         10  SM-CLASS-NOTE      PIC X(12).
002260     05  WS-TOTAL-LINE.
002270         10  FILLER             PIC X(17) VALUE
002280             "TOTAL EXCEPTIONS-".
002290         10  TL-TOTAL-COUNT     PIC Z,ZZZ,ZZ9.
002300         10  FILLER             PIC X(13) VALUE "  THRESHOLD-".
002310         10  TL-THRESHOLD       PIC ZZZZ9.
002320         10  FILLER             PIC X(10) VALUE "  RESULT-".
002330         10  TL-RESULT          PIC X(05).
002340         10  FILLER             PIC X(21) VALUE SPACE.

002350 COPY RUNPARM.

002360 PROCEDURE DIVISION.

002370 0000-MAINLINE.
002380     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002390     IF NOT RL-CLEAR-TO-RUN
002400        GOBACK
002410     END-IF
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002430*    EVERY CLASS BUT THE ROOM AND WAITLIST CHECKS TURNS ON THE
002440*    MASTER, SO WITHOUT IT THE RUN CHECKS NOTHING.
002450     IF MASTER-IS-OPEN
002460        PERFORM 2000-CHECK-ASSIGNMENTS THRU 2000-EXIT
002470        PERFORM 3000-CHECK-WAITLIST THRU 3000-EXIT
002480        PERFORM 4000-CHECK-OPEN-ITEMS THRU 4000-EXIT
002490        PERFORM 5000-CHECK-EXEMPTIONS THRU 5000-EXIT
002500        PERFORM 6000-CHECK-ROOMS THRU 6000-EXIT
002510        PERFORM 7000-CHECK-COURSES THRU 7000-EXIT
002520        PERFORM 7900-PRINT-SUMMARY THRU 7900-EXIT
002530     END-IF
002540     PERFORM 8000-TERMINATE THRU 8000-EXIT
002550     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002560     GOBACK
002570     .

002580 0100-START-RUN-CONTROL.
002590     MOVE "S" TO RL-FUNCTION
002600     MOVE "CONTROL9I" TO RL-PROGRAM-ID
002610     MOVE SPACE TO RL-PREDECESSOR-ID
002620     MOVE "MASTSTU" TO RL-INPUT-FILE
002630     CALL "RUNLOG" USING RUN-LOG-PARM
002640     IF RL-OWN-RUN-OPEN
002650        DISPLAY "CONTROL9I - PREVIOUS RUN HAS NO END RECORD, "
002660            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002670     END-IF
002680     IF RL-PREDECESSOR-NOT-DONE
002690        DISPLAY "CONTROL9I - PREDECESSOR HAS NOT ENDED "
002700            "CLEANLY TODAY, RUN REFUSED"
002710     END-IF
002720     .
002730 0100-EXIT.
002740     EXIT.

002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002770     PERFORM 1100-LOAD-INTEGRITY-PARM THRU 1100-EXIT
002780     PERFORM 1050-CLEAR-ONE-CLASS THRU 1050-EXIT
002790         VARYING WS-CLASS-SUB FROM 1 BY 1
002800         UNTIL WS-CLASS-SUB > 6

002810     OPEN OUTPUT INTEGRITY-REPORT
002820     MOVE WS-RUN-DATE TO HL-RUN-DATE
002830     MOVE WS-HEADING-1 TO INTEGRITY-REPORT-LINE
002840     WRITE INTEGRITY-REPORT-LINE

002850     OPEN INPUT MASTER-STUDENT-FILE
002860     IF NOT MASTER-FILE-OK
002870        DISPLAY "CONTROL9I - UNABLE TO OPEN MASTER-STUDENT-"
002880            "FILE, NOTHING CHECKED"
002890        GO TO 1000-EXIT
002900     END-IF
002910     SET MASTER-IS-OPEN TO TRUE
002920     PERFORM 1200-LOAD-ROOM-TABLE THRU 1200-EXIT
002930     .
002940 1000-EXIT.
002950     EXIT.

002960 1050-CLEAR-ONE-CLASS.
002970     MOVE ZERO TO WS-CLASS-COUNT (WS-CLASS-SUB)
002980     MOVE "N" TO WS-CLASS-CHECKED (WS-CLASS-SUB)
002990     .
003000 1050-EXIT.
003010     EXIT.

003020 1100-LOAD-INTEGRITY-PARM.
003030     OPEN INPUT INTEGRITY-PARM-FILE
003040     IF NOT INTEGRITY-PARM-OK
003050        DISPLAY "CONTROL9I - UNABLE TO OPEN INTEGRITY-PARM-"
003060            "FILE, USING A THRESHOLD OF 0"
003070     ELSE
003080        READ INTEGRITY-PARM-FILE
003090            AT END
003100                DISPLAY "CONTROL9I - INTEGRITY-PARM-FILE EMPTY, "
003110                    "USING A THRESHOLD OF 0"
003120            NOT AT END
003130                MOVE IP-EXCEPTION-THRESHOLD TO WS-THRESHOLD
003140        END-READ
003150        CLOSE INTEGRITY-PARM-FILE
003160     END-IF
003170     .
003180 1100-EXIT.
003190     EXIT.

003200 1200-LOAD-ROOM-TABLE.
003210     OPEN INPUT ROOM-INVENTORY-FILE
003220     IF NOT INVENTORY-FILE-OK
003230        DISPLAY "CONTROL9I - UNABLE TO OPEN ROOM-INVENTORY-FILE"
003240        GO TO 1200-EXIT
003250     END-IF
003260     PERFORM 1210-LOAD-ONE-ROOM THRU 1210-EXIT
003270         UNTIL INVENTORY-FILE-EOF
003280            OR WS-ROOM-COUNT = 200
003290     IF NOT INVENTORY-FILE-EOF
003300        DISPLAY "CONTROL9I - ROOM TABLE FULL AT 200, "
003310            "ROOMS NOT CHECKED"
003320     ELSE
003330        SET ROOMS-ARE-LOADED TO TRUE
003340     END-IF
003350     CLOSE ROOM-INVENTORY-FILE
003360     .
003370 1200-EXIT.
003380     EXIT.

003390 1210-LOAD-ONE-ROOM.
003400     READ ROOM-INVENTORY-FILE
003410         AT END
003420             SET INVENTORY-FILE-EOF TO TRUE
003430         NOT AT END
003440             ADD 1 TO WS-ROOM-COUNT
003450             SET WS-ROOM-IDX TO WS-ROOM-COUNT
003460             MOVE RM-CITY-CODE TO WS-TAB-ROOM-CITY (WS-ROOM-IDX)
003470             MOVE RM-BUILDING TO WS-TAB-BUILDING (WS-ROOM-IDX)
003480             MOVE RM-ROOM-NUMBER
003490                 TO WS-TAB-ROOM-NUMBER (WS-ROOM-IDX)
003500             MOVE RM-CAPACITY TO WS-TAB-CAPACITY (WS-ROOM-IDX)
003510             MOVE ZERO TO WS-TAB-ASSIGNED (WS-ROOM-IDX)
003520     END-READ
003530     .
003540 1210-EXIT.
003550     EXIT.

003560 1900-READ-MASTER.
003570*    ONE RANDOM READ ANSWERS "IS THIS STUDENT ON THE MASTER"
003580*    FOR EVERY CLASS THAT ASKS IT.
003590     MOVE "N" TO WS-STUDENT-SWITCH
003600     READ MASTER-STUDENT-FILE
003610         INVALID KEY
003620             GO TO 1900-EXIT
003630     END-READ
003640     SET STUDENT-ON-MASTER TO TRUE
003650     .
003660 1900-EXIT.
003670     EXIT.

003680*----------------------------------------------------------*
003690*  CLASS 1 - ROOM ASSIGNMENTS FOR STUDENTS WHO HAVE LEFT OR *
003700*  WHO ARE NOT ON THE MASTER.  THE ASSIGNED STUDENTS ARE    *
003710*  TABLED ON THE WAY THROUGH FOR THE WAITLIST CHECK.        *
003720*----------------------------------------------------------*
003730 2000-CHECK-ASSIGNMENTS.
003740     MOVE 1 TO WS-CLASS-SUB
003750     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
003760     OPEN INPUT ROOM-ASSIGNMENT-FILE
003770     IF NOT ASSIGNMENT-FILE-OK
003780        DISPLAY "CONTROL9I - UNABLE TO OPEN ROOM-ASSIGNMENT-FILE"
003790        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
003800        GO TO 2000-EXIT
003810     END-IF
003820     MOVE "N" TO WS-EOF-SWITCH
003830     PERFORM 2100-CHECK-ONE-ASSIGNMENT THRU 2100-EXIT
003840         UNTIL END-OF-INPUT
003850     CLOSE ROOM-ASSIGNMENT-FILE
003860     SET CLASS-WAS-CHECKED (1) TO TRUE
003870     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
003880     .
003890 2000-EXIT.
003900     EXIT.

003910 2100-CHECK-ONE-ASSIGNMENT.
003920     READ ROOM-ASSIGNMENT-FILE
003930         AT END
003940             SET END-OF-INPUT TO TRUE
003950             GO TO 2100-EXIT
003960     END-READ
003970     ADD 1 TO WS-RECORDS-EXAMINED
003980     IF WS-ASGN-COUNT < 500
003990        ADD 1 TO WS-ASGN-COUNT
004000        SET WS-ASGN-IDX TO WS-ASGN-COUNT
004010        MOVE RA-STUDENT-ID TO WS-TAB-ASGN-STUDENT (WS-ASGN-IDX)
004020        MOVE RA-BUILDING TO WS-TAB-ASGN-BUILDING (WS-ASGN-IDX)
004030        MOVE RA-ROOM-NUMBER TO WS-TAB-ASGN-ROOM (WS-ASGN-IDX)
004040     ELSE
004050        SET ASSIGNMENT-TABLE-FULL TO TRUE
004060     END-IF

004070     MOVE RA-STUDENT-ID TO MS-STUDENT-ID
004080     PERFORM 1900-READ-MASTER THRU 1900-EXIT
004090     MOVE SPACE TO WS-EXCEPTION-TEXT
004100     EVALUATE TRUE
004110        WHEN NOT STUDENT-ON-MASTER
004120           STRING "NOT ON MASTER - ROOM " DELIMITED BY SIZE
004130                  RA-BUILDING DELIMITED BY "  "
004140                  " " RA-ROOM-NUMBER DELIMITED BY SIZE
004150               INTO WS-EXCEPTION-TEXT
004160           END-STRING
004170        WHEN MS-STUDENT-WITHDRAWN
004180           STRING "WITHDRAWN " MS-STATUS-DATE " - ROOM "
004190                  DELIMITED BY SIZE
004200                  RA-BUILDING DELIMITED BY "  "
004210                  " " RA-ROOM-NUMBER DELIMITED BY SIZE
004220               INTO WS-EXCEPTION-TEXT
004230           END-STRING
004240        WHEN MS-STUDENT-GRADUATED
004250           STRING "GRADUATED " MS-STATUS-DATE " - ROOM "
004260                  DELIMITED BY SIZE
004270                  RA-BUILDING DELIMITED BY "  "
004280                  " " RA-ROOM-NUMBER DELIMITED BY SIZE
004290               INTO WS-EXCEPTION-TEXT
004300           END-STRING
004310     END-EVALUATE
004320     IF WS-EXCEPTION-TEXT NOT = SPACE
004330        MOVE RA-STUDENT-ID TO WS-EXCEPTION-KEY
004340        PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
004350     END-IF
004360     .
004370 2100-EXIT.
004380     EXIT.

004390*----------------------------------------------------------*
004400*  CLASS 2 - WAITLISTED STUDENTS WHO ALREADY HAVE A ROOM.   *
004410*----------------------------------------------------------*
004420 3000-CHECK-WAITLIST.
004430     MOVE 2 TO WS-CLASS-SUB
004440     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
004450*    WITHOUT EVERY ASSIGNMENT IN THE TABLE A HOUSED STUDENT
004460*    COULD BE MISSED, SO THE CLASS IS NOT CHECKED AT ALL.
004470     IF NOT CLASS-WAS-CHECKED (1)
004480        OR ASSIGNMENT-TABLE-FULL
004490        DISPLAY "CONTROL9I - ASSIGNMENTS NOT ALL TABLED, "
004500            "WAITLIST NOT CHECKED"
004510        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
004520        GO TO 3000-EXIT
004530     END-IF
004540     OPEN INPUT WAITLIST-FILE
004550     IF NOT WAITLIST-FILE-OK
004560        DISPLAY "CONTROL9I - UNABLE TO OPEN WAITLIST-FILE"
004570        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
004580        GO TO 3000-EXIT
004590     END-IF
004600     MOVE "N" TO WS-EOF-SWITCH
004610     PERFORM 3100-CHECK-ONE-WAITER THRU 3100-EXIT
004620         UNTIL END-OF-INPUT
004630     CLOSE WAITLIST-FILE
004640     SET CLASS-WAS-CHECKED (2) TO TRUE
004650     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
004660     .
004670 3000-EXIT.
004680     EXIT.

004690 3100-CHECK-ONE-WAITER.
004700     READ WAITLIST-FILE
004710         AT END
004720             SET END-OF-INPUT TO TRUE
004730             GO TO 3100-EXIT
004740     END-READ
004750     ADD 1 TO WS-RECORDS-EXAMINED
004760     MOVE "N" TO WS-FOUND-SWITCH
004770     SET WS-ASGN-IDX TO 1
004780     SEARCH WS-ASGN-ENTRY
004790         WHEN WS-ASGN-IDX > WS-ASGN-COUNT
004800             CONTINUE
004810         WHEN WS-TAB-ASGN-STUDENT (WS-ASGN-IDX) = WL-STUDENT-ID
004820             SET ENTRY-IS-FOUND TO TRUE
004830     END-SEARCH
004840     IF ENTRY-IS-FOUND
004850        MOVE WL-STUDENT-ID TO WS-EXCEPTION-KEY
004860        MOVE SPACE TO WS-EXCEPTION-TEXT
004870        STRING "WAITLISTED BUT HOUSED IN " DELIMITED BY SIZE
004880               WS-TAB-ASGN-BUILDING (WS-ASGN-IDX)
004890                   DELIMITED BY "  "
004900               " " WS-TAB-ASGN-ROOM (WS-ASGN-IDX)
004910                   DELIMITED BY SIZE
004920            INTO WS-EXCEPTION-TEXT
004930        END-STRING
004940        PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
004950     END-IF
004960     .
004970 3100-EXIT.
004980     EXIT.

004990*----------------------------------------------------------*
005000*  CLASS 3 - OPEN ITEMS FOR STUDENT IDS NOT ON THE MASTER.  *
005010*----------------------------------------------------------*
005020 4000-CHECK-OPEN-ITEMS.
005030     MOVE 3 TO WS-CLASS-SUB
005040     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
005050     OPEN INPUT OPEN-ITEM-FILE
005060     IF NOT OPEN-ITEM-FILE-OK
005070        DISPLAY "CONTROL9I - UNABLE TO OPEN OPEN-ITEM-FILE"
005080        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
005090        GO TO 4000-EXIT
005100     END-IF
005110     MOVE "N" TO WS-EOF-SWITCH
005120     MOVE SPACE TO WS-LAST-STUDENT-ID
005130     PERFORM 4100-CHECK-ONE-OPEN-ITEM THRU 4100-EXIT
005140         UNTIL END-OF-INPUT
005150     CLOSE OPEN-ITEM-FILE
005160     SET CLASS-WAS-CHECKED (3) TO TRUE
005170     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
005180     .
005190 4000-EXIT.
005200     EXIT.

005210 4100-CHECK-ONE-OPEN-ITEM.
005220     READ OPEN-ITEM-FILE NEXT RECORD
005230         AT END
005240             SET END-OF-INPUT TO TRUE
005250             GO TO 4100-EXIT
005260     END-READ
005270     ADD 1 TO WS-RECORDS-EXAMINED
005280*    THE FILE IS IN STUDENT ORDER, SO THE MASTER IS ONLY READ
005290*    ONCE FOR EACH STUDENT'S RUN OF ITEMS.
005300     IF OI-STUDENT-ID NOT = WS-LAST-STUDENT-ID
005310        MOVE OI-STUDENT-ID TO WS-LAST-STUDENT-ID
005320        MOVE OI-STUDENT-ID TO MS-STUDENT-ID
005330        PERFORM 1900-READ-MASTER THRU 1900-EXIT
005340     END-IF
005350     IF NOT STUDENT-ON-MASTER
005360        MOVE SPACE TO WS-EXCEPTION-KEY
005370        STRING OI-STUDENT-ID " " OI-INVOICE-DATE " " OI-ITEM-SEQ
005380               DELIMITED BY SIZE
005390            INTO WS-EXCEPTION-KEY
005400        END-STRING
005410        MOVE SPACE TO WS-EXCEPTION-TEXT
005420        STRING "NOT ON MASTER - TYPE " OI-ITEM-TYPE
005430               " STATUS " OI-STATUS-CODE
005440               DELIMITED BY SIZE
005450            INTO WS-EXCEPTION-TEXT
005460        END-STRING
005470        PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
005480     END-IF
005490     .
005500 4100-EXIT.
005510     EXIT.

005520*----------------------------------------------------------*
005530*  CLASS 4 - EXEMPTIONS FOR STUDENTS NOT ON THE MASTER.     *
005540*----------------------------------------------------------*
005550 5000-CHECK-EXEMPTIONS.
005560     MOVE 4 TO WS-CLASS-SUB
005570     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
005580     OPEN INPUT EXEMPTION-FILE
005590     IF NOT EXEMPTION-FILE-OK
005600        DISPLAY "CONTROL9I - UNABLE TO OPEN EXEMPTION-FILE"
005610        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
005620        GO TO 5000-EXIT
005630     END-IF
005640     MOVE "N" TO WS-EOF-SWITCH
005650     PERFORM 5100-CHECK-ONE-EXEMPTION THRU 5100-EXIT
005660         UNTIL END-OF-INPUT
005670     CLOSE EXEMPTION-FILE
005680     SET CLASS-WAS-CHECKED (4) TO TRUE
005690     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
005700     .
005710 5000-EXIT.
005720     EXIT.

005730 5100-CHECK-ONE-EXEMPTION.
005740     READ EXEMPTION-FILE NEXT RECORD
005750         AT END
005760             SET END-OF-INPUT TO TRUE
005770             GO TO 5100-EXIT
005780     END-READ
005790     ADD 1 TO WS-RECORDS-EXAMINED
005800     MOVE EX-STUDENT-ID TO MS-STUDENT-ID
005810     PERFORM 1900-READ-MASTER THRU 1900-EXIT
005820     IF NOT STUDENT-ON-MASTER
005830        MOVE EX-STUDENT-ID TO WS-EXCEPTION-KEY
005840        MOVE SPACE TO WS-EXCEPTION-TEXT
005850        STRING "NOT ON MASTER - REASON " EX-REASON-CODE
005860               " FROM " EX-FROM-DATE
005870               DELIMITED BY SIZE
005880            INTO WS-EXCEPTION-TEXT
005890        END-STRING
005900        PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
005910     END-IF
005920     .
005930 5100-EXIT.
005940     EXIT.

005950*----------------------------------------------------------*
005960*  CLASS 5 - ASSIGNED ROOMS NOT ON THE INVENTORY, THEN      *
005970*  INVENTORY ROOMS HOLDING MORE STUDENTS THAN THEIR         *
005980*  CAPACITY.                                                *
005990*----------------------------------------------------------*
006000 6000-CHECK-ROOMS.
006010     MOVE 5 TO WS-CLASS-SUB
006020     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
006030     IF NOT ROOMS-ARE-LOADED
006040        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
006050        GO TO 6000-EXIT
006060     END-IF
006070     OPEN INPUT ROOM-ASSIGNMENT-FILE
006080     IF NOT ASSIGNMENT-FILE-OK
006090        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
006100        GO TO 6000-EXIT
006110     END-IF
006120     MOVE "N" TO WS-EOF-SWITCH
006130     PERFORM 6100-PLACE-ONE-ASSIGNMENT THRU 6100-EXIT
006140         UNTIL END-OF-INPUT
006150     CLOSE ROOM-ASSIGNMENT-FILE
006160     PERFORM 6200-CHECK-ONE-CAPACITY THRU 6200-EXIT
006170         VARYING WS-ROOM-IDX FROM 1 BY 1
006180         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
006190     SET CLASS-WAS-CHECKED (5) TO TRUE
006200     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
006210     .
006220 6000-EXIT.
006230     EXIT.

006240 6100-PLACE-ONE-ASSIGNMENT.
006250     READ ROOM-ASSIGNMENT-FILE
006260         AT END
006270             SET END-OF-INPUT TO TRUE
006280             GO TO 6100-EXIT
006290     END-READ
006300     MOVE "N" TO WS-FOUND-SWITCH
006310     SET WS-ROOM-IDX TO 1
006320     SEARCH WS-ROOM-ENTRY
006330         WHEN WS-ROOM-IDX > WS-ROOM-COUNT
006340             CONTINUE
006350         WHEN WS-TAB-ROOM-CITY (WS-ROOM-IDX) = RA-CITY-CODE
006360          AND WS-TAB-BUILDING (WS-ROOM-IDX) = RA-BUILDING
006370          AND WS-TAB-ROOM-NUMBER (WS-ROOM-IDX) = RA-ROOM-NUMBER
006380             SET ENTRY-IS-FOUND TO TRUE
006390     END-SEARCH
006400     IF ENTRY-IS-FOUND
006410        ADD 1 TO WS-TAB-ASSIGNED (WS-ROOM-IDX)
006420        GO TO 6100-EXIT
006430     END-IF
006440     MOVE SPACE TO WS-EXCEPTION-KEY
006450     STRING RA-CITY-CODE " " DELIMITED BY SIZE
006460            RA-BUILDING DELIMITED BY "  "
006470            " " RA-ROOM-NUMBER DELIMITED BY SIZE
006480         INTO WS-EXCEPTION-KEY
006490     END-STRING
006500     MOVE SPACE TO WS-EXCEPTION-TEXT
006510     STRING "ROOM NOT ON INVENTORY - STUDENT " RA-STUDENT-ID
006520            DELIMITED BY SIZE
006530         INTO WS-EXCEPTION-TEXT
006540     END-STRING
006550     PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
006560     .
006570 6100-EXIT.
006580     EXIT.

006590 6200-CHECK-ONE-CAPACITY.
006600     ADD 1 TO WS-RECORDS-EXAMINED
006610     IF WS-TAB-ASSIGNED (WS-ROOM-IDX)
006620        NOT > WS-TAB-CAPACITY (WS-ROOM-IDX)
006630        GO TO 6200-EXIT
006640     END-IF
006650     MOVE SPACE TO WS-EXCEPTION-KEY
006660     STRING WS-TAB-ROOM-CITY (WS-ROOM-IDX) " " DELIMITED BY SIZE
006670            WS-TAB-BUILDING (WS-ROOM-IDX) DELIMITED BY "  "
006680            " " WS-TAB-ROOM-NUMBER (WS-ROOM-IDX)
006690                DELIMITED BY SIZE
006700         INTO WS-EXCEPTION-KEY
006710     END-STRING
006720     MOVE WS-TAB-ASSIGNED (WS-ROOM-IDX) TO WS-EDIT-FIRST
006730     MOVE WS-TAB-CAPACITY (WS-ROOM-IDX) TO WS-EDIT-SECOND
006740     MOVE SPACE TO WS-EXCEPTION-TEXT
006750     STRING "OVER CAPACITY - ASSIGNED " WS-EDIT-FIRST
006760            " CAPACITY " WS-EDIT-SECOND
006770            DELIMITED BY SIZE
006780         INTO WS-EXCEPTION-TEXT
006790     END-STRING
006800     PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
006810     .
006820 6200-EXIT.
006830     EXIT.

006840*----------------------------------------------------------*
006850*  CLASS 6 - COURSE ENROLLED COUNTS AGAINST THE MASTER.     *
006860*  THE INTAKE RUN ADDS EACH NEW STUDENT TO THE COUNT AND    *
006870*  THE YEAR-END RUN SETS IT BACK TO ZERO, SO IT IS MATCHED  *
006880*  WITH THE ACTIVE STUDENTS IN THEIR FIRST YEAR.  A STUDENT *
006890*  WITH NO YEAR OF STUDY PREDATES THE YEAR-END RUN AND IS   *
006900*  STILL IN THE COUNT.                                      *
006910*----------------------------------------------------------*
006920 7000-CHECK-COURSES.
006930     MOVE 6 TO WS-CLASS-SUB
006940     PERFORM 9100-PRINT-CLASS-HEADING THRU 9100-EXIT
006950     OPEN INPUT COURSE-FILE
006960     IF NOT COURSE-FILE-OK
006970        DISPLAY "CONTROL9I - UNABLE TO OPEN COURSE-FILE"
006980        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
006990        GO TO 7000-EXIT
007000     END-IF
007010     PERFORM 7100-LOAD-ONE-COURSE THRU 7100-EXIT
007020         UNTIL COURSE-FILE-EOF
007030            OR WS-COURSE-COUNT = 50
007040     IF NOT COURSE-FILE-EOF
007050        DISPLAY "CONTROL9I - COURSE TABLE FULL AT 50, "
007060            "COURSES NOT CHECKED"
007070        CLOSE COURSE-FILE
007080        PERFORM 9300-PRINT-NOT-CHECKED THRU 9300-EXIT
007090        GO TO 7000-EXIT
007100     END-IF
007110     CLOSE COURSE-FILE

007120     MOVE LOW-VALUES TO MS-STUDENT-ID
007130     MOVE "N" TO WS-EOF-SWITCH
007140     START MASTER-STUDENT-FILE KEY IS NOT < MS-STUDENT-ID
007150         INVALID KEY
007160             SET END-OF-INPUT TO TRUE
007170     END-START
007180     PERFORM 7200-COUNT-ONE-STUDENT THRU 7200-EXIT
007190         UNTIL END-OF-INPUT
007200     PERFORM 7300-CHECK-ONE-COURSE THRU 7300-EXIT
007210         VARYING WS-CRS-IDX FROM 1 BY 1
007220         UNTIL WS-CRS-IDX > WS-COURSE-COUNT
007230     SET CLASS-WAS-CHECKED (6) TO TRUE
007240     PERFORM 9400-PRINT-CLASS-TRAILER THRU 9400-EXIT
007250     .
007260 7000-EXIT.
007270     EXIT.

007280 7100-LOAD-ONE-COURSE.
007290     READ COURSE-FILE NEXT RECORD
007300         AT END
007310             SET COURSE-FILE-EOF TO TRUE
007320         NOT AT END
007330             ADD 1 TO WS-COURSE-COUNT
007340             SET WS-CRS-IDX TO WS-COURSE-COUNT
007350             MOVE CO-COURSE-CODE
007360                 TO WS-TAB-COURSE-CODE (WS-CRS-IDX)
007370             IF CO-ENROLLED-COUNT IS NUMERIC
007380                MOVE CO-ENROLLED-COUNT
007390                    TO WS-TAB-ENROLLED (WS-CRS-IDX)
007400             ELSE
007410                MOVE ZERO TO WS-TAB-ENROLLED (WS-CRS-IDX)
007420             END-IF
007430             MOVE ZERO TO WS-TAB-INTAKE (WS-CRS-IDX)
007440     END-READ
007450     .
007460 7100-EXIT.
007470     EXIT.

007480 7200-COUNT-ONE-STUDENT.
007490     READ MASTER-STUDENT-FILE NEXT RECORD
007500         AT END
007510             SET END-OF-INPUT TO TRUE
007520             GO TO 7200-EXIT
007530     END-READ
007540     ADD 1 TO WS-RECORDS-EXAMINED
007550     IF NOT MS-STUDENT-ACTIVE
007560        GO TO 7200-EXIT
007570     END-IF
007580     IF MS-YEAR-OF-STUDY IS NUMERIC
007590        AND MS-YEAR-OF-STUDY > 1
007600        GO TO 7200-EXIT
007610     END-IF
007620     MOVE "N" TO WS-FOUND-SWITCH
007630     SET WS-CRS-IDX TO 1
007640     SEARCH WS-COURSE-ENTRY
007650         WHEN WS-CRS-IDX > WS-COURSE-COUNT
007660             CONTINUE
007670         WHEN WS-TAB-COURSE-CODE (WS-CRS-IDX) = MS-COURSE-CODE
007680             SET ENTRY-IS-FOUND TO TRUE
007690     END-SEARCH
007700     IF ENTRY-IS-FOUND
007710        ADD 1 TO WS-TAB-INTAKE (WS-CRS-IDX)
007720     ELSE
007730        MOVE MS-STUDENT-ID TO WS-EXCEPTION-KEY
007740        MOVE SPACE TO WS-EXCEPTION-TEXT
007750        STRING "ACTIVE ON COURSE " MS-COURSE-CODE
007760               " - NOT ON COURSE FILE"
007770               DELIMITED BY SIZE
007780            INTO WS-EXCEPTION-TEXT
007790        END-STRING
007800        PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
007810     END-IF
007820     .
007830 7200-EXIT.
007840     EXIT.

007850 7300-CHECK-ONE-COURSE.
007860     IF WS-TAB-ENROLLED (WS-CRS-IDX) = WS-TAB-INTAKE (WS-CRS-IDX)
007870        GO TO 7300-EXIT
007880     END-IF
007890     MOVE WS-TAB-COURSE-CODE (WS-CRS-IDX) TO WS-EXCEPTION-KEY
007900     MOVE WS-TAB-ENROLLED (WS-CRS-IDX) TO WS-EDIT-FIRST
007910     MOVE WS-TAB-INTAKE (WS-CRS-IDX) TO WS-EDIT-SECOND
007920     MOVE SPACE TO WS-EXCEPTION-TEXT
007930     STRING "ENROLLED COUNT " WS-EDIT-FIRST
007940            " ACTIVE ON MASTER " WS-EDIT-SECOND
007950            DELIMITED BY SIZE
007960         INTO WS-EXCEPTION-TEXT
007970     END-STRING
007980     PERFORM 9200-PRINT-EXCEPTION THRU 9200-EXIT
007990     .
008000 7300-EXIT.
008010     EXIT.

008020 7900-PRINT-SUMMARY.
008030     MOVE WS-SUMMARY-HEADING TO INTEGRITY-REPORT-LINE
008040     WRITE INTEGRITY-REPORT-LINE
008050     PERFORM 7910-PRINT-ONE-SUMMARY THRU 7910-EXIT
008060         VARYING WS-CLASS-SUB FROM 1 BY 1
008070         UNTIL WS-CLASS-SUB > 6
008080     MOVE WS-TOTAL-EXCEPTIONS TO TL-TOTAL-COUNT
008090     MOVE WS-THRESHOLD TO TL-THRESHOLD
008100     PERFORM 8900-SET-RESULT THRU 8900-EXIT
008110     MOVE RL-END-STATUS TO TL-RESULT
008120     MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE
008130     WRITE INTEGRITY-REPORT-LINE
008140     .
008150 7900-EXIT.
008160     EXIT.

008170 7910-PRINT-ONE-SUMMARY.
008180     MOVE WS-CLASS-SUB TO SM-CLASS-NO
008190     MOVE WS-CLASS-TITLE (WS-CLASS-SUB) TO SM-CLASS-TITLE
008200     MOVE WS-CLASS-COUNT (WS-CLASS-SUB) TO SM-CLASS-COUNT
008210     IF CLASS-WAS-CHECKED (WS-CLASS-SUB)
008220        MOVE SPACE TO SM-CLASS-NOTE
008230     ELSE
008240        MOVE "NOT CHECKED" TO SM-CLASS-NOTE
008250     END-IF
008260     MOVE WS-SUMMARY-LINE TO INTEGRITY-REPORT-LINE
008270     WRITE INTEGRITY-REPORT-LINE
008280     .
008290 7910-EXIT.
008300     EXIT.

008310 8000-TERMINATE.
008320     IF MASTER-IS-OPEN
008330        CLOSE MASTER-STUDENT-FILE
008340     END-IF
008350     CLOSE INTEGRITY-REPORT
008360     DISPLAY "CONTROL9I - RECORDS EXAMINED: " WS-RECORDS-EXAMINED
008370     DISPLAY "CONTROL9I - TOTAL EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
008380     DISPLAY "CONTROL9I - EXCEPTION THRESHOLD: " WS-THRESHOLD
008390     .
008400 8000-EXIT.
008410     EXIT.

008420 8800-END-RUN-CONTROL.
008430     MOVE "E" TO RL-FUNCTION
008440     MOVE WS-RECORDS-EXAMINED TO RL-RECORDS-PROCESSED
008450     MOVE WS-TOTAL-EXCEPTIONS TO RL-RECORDS-REJECTED
008460     PERFORM 8900-SET-RESULT THRU 8900-EXIT
008470     DISPLAY "CONTROL9I - RESULT: " RL-END-STATUS
008480     CALL "RUNLOG" USING RUN-LOG-PARM
008485     MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
008490     .
008500 8800-EXIT.
008510     EXIT.

008520 8900-SET-RESULT.
008530*    MORE EXCEPTIONS THAN THE THRESHOLD, OR A CLASS THAT
008540*    COULD NOT BE CHECKED, ENDS THE RUN "EXCPT" - RUNLOG ONLY
008550*    LETS A DEPENDENT RUN GO AFTER A CLEAN END - AND GIVES
008560*    RETURN CODE 4 FOR THE SCHEDULER.  NO MASTER MEANS
008570*    NOTHING WAS CHECKED: "NORUN" AND RETURN CODE 8.  THE
008572*    CODE IS HELD HERE AND ONLY MOVED TO RETURN-CODE AFTER
008574*    THE RUNLOG CALL, WHICH WOULD OTHERWISE RESET IT.
008580     MOVE "CLEAN" TO RL-END-STATUS
008590     MOVE ZERO TO WS-RUN-RETURN-CODE
008600     IF NOT MASTER-IS-OPEN
008610        MOVE "NORUN" TO RL-END-STATUS
008620        MOVE 8 TO WS-RUN-RETURN-CODE
008630        GO TO 8900-EXIT
008640     END-IF
008650     IF WS-TOTAL-EXCEPTIONS > WS-THRESHOLD
008660        MOVE "EXCPT" TO RL-END-STATUS
008670        MOVE 4 TO WS-RUN-RETURN-CODE
008680     END-IF
008690     PERFORM 8910-CHECK-ONE-CLASS-DONE THRU 8910-EXIT
008700         VARYING WS-CLASS-SUB FROM 1 BY 1
008710         UNTIL WS-CLASS-SUB > 6
008720     .
008730 8900-EXIT.
008740     EXIT.

008750 8910-CHECK-ONE-CLASS-DONE.
008760     IF NOT CLASS-WAS-CHECKED (WS-CLASS-SUB)
008770        MOVE "EXCPT" TO RL-END-STATUS
008780        MOVE 4 TO WS-RUN-RETURN-CODE
008790     END-IF
008800     .
008810 8910-EXIT.
008820     EXIT.

008830 9100-PRINT-CLASS-HEADING.
008840     MOVE WS-CLASS-SUB TO CH-CLASS-NO
008850     MOVE WS-CLASS-TITLE (WS-CLASS-SUB) TO CH-CLASS-TITLE
008860     MOVE WS-CLASS-HEADING TO INTEGRITY-REPORT-LINE
008870     WRITE INTEGRITY-REPORT-LINE
008880     .
008890 9100-EXIT.
008900     EXIT.

008910 9200-PRINT-EXCEPTION.
008920     ADD 1 TO WS-CLASS-COUNT (WS-CLASS-SUB)
008930     ADD 1 TO WS-TOTAL-EXCEPTIONS
008940     MOVE WS-EXCEPTION-KEY TO DL-EXCEPTION-KEY
008950     MOVE WS-EXCEPTION-TEXT TO DL-EXCEPTION-TEXT
008960     MOVE WS-DETAIL-LINE TO INTEGRITY-REPORT-LINE
008970     WRITE INTEGRITY-REPORT-LINE
008980     .
008990 9200-EXIT.
009000     EXIT.

009010 9300-PRINT-NOT-CHECKED.
009020     MOVE "** NOT CHECKED **" TO DL-EXCEPTION-KEY
009030     MOVE "INPUT FILE NOT AVAILABLE OR TABLE FULL - SEE LOG"
009040         TO DL-EXCEPTION-TEXT
009050     MOVE WS-DETAIL-LINE TO INTEGRITY-REPORT-LINE
009060     WRITE INTEGRITY-REPORT-LINE
009070     .
009080 9300-EXIT.
009090     EXIT.

009100 9400-PRINT-CLASS-TRAILER.
009110     MOVE WS-CLASS-SUB TO CT-CLASS-NO
009120     MOVE WS-CLASS-COUNT (WS-CLASS-SUB) TO CT-CLASS-COUNT
009130     MOVE WS-CLASS-TRAILER TO INTEGRITY-REPORT-LINE
009140     WRITE INTEGRITY-REPORT-LINE
009150     .
009160 9400-EXIT.
009170     EXIT.
