000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL8Y.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - REGISTRAR.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  ACADEMIC YEAR-END ROLLOVER, REPLACING THE *
000200*                HAND UPDATES MADE EACH SUMMER. REFUSED    *
000210*                WHILE CONTROL3B, CONTROL3P OR CONTROL8    *
000220*                HAS AN OPEN RUN, OR ONCE THE YEAR HAS     *
000230*                ROLLED. FINAL-YEAR STUDENTS ARE GRADUATED *
000240*                AND THE REST MOVED UP A YEAR, COURSE      *
000250*                ENROLLED COUNTS ARE RESET, ROOM           *
000260*                ASSIGNMENTS AND WAITLIST ARE ARCHIVED     *
000270*                UNDER THE YEAR AND CLEARED, AND THE       *
000280*                YEAR'S CITY HEADCOUNTS ARE SECURED ON THE *
000290*                HISTORY FILE. A REPORT LISTS THE CHANGES. *
000291*  10/15/26  JH  ROOM IMAGE ON THE ARCHIVE WIDENED FOR THE *
000292*                OCCUPANCY DATES.                          *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-RUN-CONTROL.

000400     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS MS-STUDENT-ID
000440         FILE STATUS IS FS-MASTER-STUDENT.

000450     SELECT COURSE-FILE ASSIGN TO "COURSEF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CO-COURSE-CODE
000490         FILE STATUS IS FS-COURSE.

000500     SELECT ROOM-ASSIGNMENT-FILE ASSIGN TO "ROOMASGN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-ROOM-ASSIGNMENT.

000530     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-WAITLIST.

000560     SELECT ROOM-ARCHIVE-FILE ASSIGN TO "ROOMAARC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-ROOM-ARCHIVE.

000590     SELECT WAITLIST-ARCHIVE-FILE ASSIGN TO "WAITLARC"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-WAITLIST-ARCHIVE.

000620     SELECT STUDENT-FILE ASSIGN TO "STUDENTF"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-STUDENT.

000650     SELECT HEADCOUNT-HISTORY-FILE ASSIGN TO "HDCTHIST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS HH-KEY
000690         FILE STATUS IS FS-HEADCOUNT-HISTORY.

000700     SELECT YEAR-END-REPORT ASSIGN TO "YEARRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-YEAR-END-REPORT.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RUN-CONTROL-FILE
000760     RECORDING MODE IS F.
000770 COPY RUNCTL.

000780 FD  MASTER-STUDENT-FILE.
000790 COPY MASTREC.

000800 FD  COURSE-FILE.
000810 COPY COURSE.

000820 FD  ROOM-ASSIGNMENT-FILE
000830     RECORDING MODE IS F.
000840 COPY ROOMASGN.

000850 FD  WAITLIST-FILE
000860     RECORDING MODE IS F.
000870 COPY WAITLIST.

000880*    EACH ARCHIVED RECORD IS THE LIVE RECORD AS IT STOOD AT
000890*    YEAR END, PREFIXED WITH THE ACADEMIC YEAR IT CLOSED.
000900 FD  ROOM-ARCHIVE-FILE
000910     RECORDING MODE IS F.
000920 01  ROOM-ARCHIVE-REC.
000930     05  YA-ROOM-YEAR           PIC 9(04).
000940     05  YA-ROOM-IMAGE          PIC X(41).

000950 FD  WAITLIST-ARCHIVE-FILE
000960     RECORDING MODE IS F.
000970 01  WAITLIST-ARCHIVE-REC.
000980     05  YA-WAIT-YEAR           PIC 9(04).
000990     05  YA-WAIT-IMAGE          PIC X(08).

001000 FD  STUDENT-FILE
001010     RECORDING MODE IS F.
001020 01  STUDENT-REC.
001030     05  SF-STUDENT-ID          PIC X(07).
001040     05  SF-CITY-CODE           PIC 9(01).
001050     05  FILLER                 PIC X(72).

001060 FD  HEADCOUNT-HISTORY-FILE.
001070 COPY HDCTHIST.

001080 FD  YEAR-END-REPORT
001090     RECORDING MODE IS F.
001100 01  YEAR-END-REPORT-LINE       PIC X(80).

001110 WORKING-STORAGE SECTION.
001120 01  WS-FILE-STATUSES.
001130     05  FS-RUN-CONTROL         PIC X(02) VALUE ZERO.
001140         88  RUN-CONTROL-FILE-OK    VALUE "00".
001150         88  RUN-CONTROL-FILE-EOF   VALUE "10".
001160     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
001170         88  MASTER-STUDENT-FILE-OK VALUE "00".
001180     05  FS-COURSE              PIC X(02) VALUE ZERO.
001190         88  COURSE-FILE-OK         VALUE "00".
001200     05  FS-ROOM-ASSIGNMENT     PIC X(02) VALUE ZERO.
001210         88  ROOM-ASSIGNMENT-OK     VALUE "00".
001220         88  ROOM-ASSIGNMENT-EOF    VALUE "10".
001230     05  FS-WAITLIST            PIC X(02) VALUE ZERO.
001240         88  WAITLIST-OK            VALUE "00".
001250         88  WAITLIST-EOF           VALUE "10".
001260     05  FS-ROOM-ARCHIVE        PIC X(02) VALUE ZERO.
001270         88  ROOM-ARCHIVE-OK        VALUE "00".
001280     05  FS-WAITLIST-ARCHIVE    PIC X(02) VALUE ZERO.
001290         88  WAITLIST-ARCHIVE-OK    VALUE "00".
001300     05  FS-STUDENT             PIC X(02) VALUE ZERO.
001310         88  SF-FILE-OK             VALUE "00".
001320         88  SF-FILE-EOF            VALUE "10".
001330     05  FS-HEADCOUNT-HISTORY   PIC X(02) VALUE ZERO.
001340         88  HEADCOUNT-HISTORY-OK   VALUE "00".
001350     05  FS-YEAR-END-REPORT     PIC X(02) VALUE ZERO.

001360 01  WS-SWITCHES.
001370     05  WS-REFUSED-SWITCH      PIC X(01) VALUE "N".
001380         88  YEAR-END-REFUSED       VALUE "Y".
001390     05  WS-ROLLED-SWITCH       PIC X(01) VALUE "N".
001400         88  YEAR-ALREADY-ROLLED    VALUE "Y".
001410     05  WS-FILES-SWITCH        PIC X(01) VALUE "Y".
001420         88  YEAR-END-FILES-OPEN    VALUE "Y".
001430     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001440         88  END-OF-MASTER          VALUE "Y".
001450     05  WS-COURSE-EOF-SW       PIC X(01) VALUE "N".
001460         88  END-OF-COURSES         VALUE "Y".
001470     05  WS-COPY-EOF-SW         PIC X(01) VALUE "N".
001480         88  END-OF-COPY            VALUE "Y".
001490     05  WS-ROOM-ARCH-SW        PIC X(01) VALUE "N".
001500         88  ROOM-ARCHIVE-CLEAN     VALUE "Y".
001510     05  WS-WAIT-ARCH-SW        PIC X(01) VALUE "N".
001520         88  WAIT-ARCHIVE-CLEAN     VALUE "Y".
001530     05  WS-STUDENT-EOF-SW      PIC X(01) VALUE "N".
001540         88  END-OF-STUDENT-FILE    VALUE "Y".

001550 01  WS-COUNTS.
001560     05  WS-STUDENT-COUNT       PIC 9(05) COMP VALUE ZERO.
001570     05  WS-GRADUATED-COUNT     PIC 9(05) COMP VALUE ZERO.
001580     05  WS-ADVANCED-COUNT      PIC 9(05) COMP VALUE ZERO.
001590     05  WS-LEFT-COUNT          PIC 9(05) COMP VALUE ZERO.
001600     05  WS-EXCEPTION-COUNT     PIC 9(05) COMP VALUE ZERO.
001610     05  WS-COURSE-COUNT        PIC 9(05) COMP VALUE ZERO.
001620     05  WS-COURSE-RESET-COUNT  PIC 9(05) COMP VALUE ZERO.
001630     05  WS-ROOM-ARCHIVED       PIC 9(05) COMP VALUE ZERO.
001640     05  WS-WAIT-ARCHIVED       PIC 9(05) COMP VALUE ZERO.
001650     05  WS-CITY-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
001660     05  WS-HIST-ADDED-COUNT    PIC 9(05) COMP VALUE ZERO.
001670     05  WS-HIST-ON-FILE-COUNT  PIC 9(05) COMP VALUE ZERO.

001680 01  WS-YEAR-END-FIGURES.
001690     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001700     05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
001710         10  WS-THIS-YEAR           PIC 9(04).
001720         10  FILLER                 PIC 9(04).
001730     05  WS-LOGGED-DATE         PIC 9(08) VALUE ZERO.
001740     05  WS-LOGGED-DATE-SPLIT REDEFINES WS-LOGGED-DATE.
001750         10  WS-LOGGED-YEAR         PIC 9(04).
001760         10  FILLER                 PIC 9(04).
001770     05  WS-INTAKE-DATE         PIC 9(08) VALUE ZERO.
001780     05  WS-INTAKE-DATE-SPLIT REDEFINES WS-INTAKE-DATE.
001790         10  WS-INTAKE-YEAR         PIC 9(04).
001800         10  FILLER                 PIC 9(04).
001810     05  WS-YEARS-SINCE-INTAKE  PIC S9(04) VALUE ZERO.
001820     05  WS-STUDY-YEAR          PIC 9(01) VALUE ZERO.
001830     05  WS-NEXT-YEAR           PIC 9(01) VALUE ZERO.
001840     05  WS-COURSE-YEARS        PIC 9(01) VALUE ZERO.
001850     05  WS-EXCEPTION-REASON    PIC X(30) VALUE SPACE.
001860     05  WS-CITY-SUB            PIC 9(02) COMP VALUE ZERO.
001870     05  WS-RUN-SUB             PIC 9(02) COMP VALUE ZERO.

001880*    THE RUNS THAT READ OR FEED THE FILES THE YEAR END
001890*    CHANGES.  THE YEAR END WAITS UNTIL NONE OF THEM HAS A
001900*    START ON THE RUN-CONTROL FILE WITHOUT A MATCHING END.
001910 01  WS-WATCHED-RUN-TABLE.
001920     05  WS-WATCHED-RUN-VALUES.
001930         10  FILLER             PIC X(09) VALUE "CONTROL3B".
001940         10  FILLER             PIC X(09) VALUE "CONTROL3P".
001950         10  FILLER             PIC X(09) VALUE "CONTROL8".
001960     05  WS-WATCHED-RUN REDEFINES WS-WATCHED-RUN-VALUES
001970                                OCCURS 3 TIMES.
001980         10  WS-WATCHED-PROGRAM-ID  PIC X(09).
001990     05  WS-WATCHED-LAST-TYPES  VALUE SPACE.
002000         10  WS-WATCHED-LAST-TYPE   PIC X(05) OCCURS 3 TIMES.

002010*    HEADCOUNT BY CAMPUS CITY, COUNTED FROM THE STUDENT FILE
002020*    THE SAME WAY THE HEADCOUNT RUN COUNTS IT.
002030 01  WS-CITY-HEADCOUNT-TABLE    VALUE ZERO.
002040     05  WS-CITY-HEADCOUNT      PIC 9(05) OCCURS 6 TIMES.

002050 COPY CITYTAB.

002060 01  WS-REPORT-LINES.
002070     05  WS-HEADING-1.
002080         10  FILLER             PIC X(28) VALUE
002090             "ACADEMIC YEAR-END ROLLOVER".
002100         10  FILLER             PIC X(05) VALUE "YEAR ".
002110         10  HL-YEAR            PIC 9(04).
002120         10  FILLER             PIC X(11) VALUE "  RUN DATE ".
002130         10  HL-RUN-DATE        PIC 9(08).
002140         10  FILLER             PIC X(24) VALUE SPACE.
002150     05  WS-NOT-RUN-LINE.
002160         10  FILLER             PIC X(40) VALUE
002170             "** MASTER OR COURSE FILE NOT AVAILABLE -".
002180         10  FILLER             PIC X(40) VALUE
002190             " NOTHING ROLLED OVER **".
002200     05  WS-STUDENT-HEADING-1.
002210         10  FILLER             PIC X(80) VALUE
002220             "STUDENTS - FINAL YEAR GRADUATED, OTHERS MOVED UP".
002230     05  WS-STUDENT-HEADING-2.
002240         10  FILLER             PIC X(10) VALUE "STUDENT ID".
002250         10  FILLER             PIC X(02) VALUE SPACE.
002260         10  FILLER             PIC X(23) VALUE "NAME".
002270         10  FILLER             PIC X(02) VALUE SPACE.
002280         10  FILLER             PIC X(06) VALUE "COURSE".
002290         10  FILLER             PIC X(02) VALUE SPACE.
002300         10  FILLER             PIC X(05) VALUE "YR TO".
002310         10  FILLER             PIC X(02) VALUE SPACE.
002320         10  FILLER             PIC X(28) VALUE "ACTION".
002330     05  WS-STUDENT-LINE.
002340         10  DL-STUDENT-ID      PIC X(07).
002350         10  FILLER             PIC X(05) VALUE SPACE.
002360         10  DL-STUDENT-NAME    PIC X(23).
002370         10  FILLER             PIC X(02) VALUE SPACE.
002380         10  DL-COURSE-CODE     PIC X(06).
002390         10  FILLER             PIC X(02) VALUE SPACE.
002400         10  DL-OLD-YEAR        PIC X(01).
002410         10  FILLER             PIC X(03) VALUE SPACE.
002420         10  DL-NEW-YEAR        PIC X(01).
002430         10  FILLER             PIC X(02) VALUE SPACE.
002440         10  DL-ACTION          PIC X(28).
002450     05  WS-STUDENT-TRAILER.
002460         10  FILLER             PIC X(05) VALUE "READ-".
002470         10  TL-STUDENT-COUNT   PIC ZZZZ9.
002480         10  FILLER             PIC X(02) VALUE SPACE.
002490         10  FILLER             PIC X(10) VALUE "GRADUATED-".
002500         10  TL-GRADUATED-COUNT PIC ZZZZ9.
002510         10  FILLER             PIC X(02) VALUE SPACE.
002520         10  FILLER             PIC X(09) VALUE "ADVANCED-".
002530         10  TL-ADVANCED-COUNT  PIC ZZZZ9.
002540         10  FILLER             PIC X(02) VALUE SPACE.
002550         10  FILLER             PIC X(10) VALUE "NOT MOVED-".
002560         10  TL-EXCEPTION-COUNT PIC ZZZZ9.
002570         10  FILLER             PIC X(02) VALUE SPACE.
002580         10  FILLER             PIC X(05) VALUE "LEFT-".
002590         10  TL-LEFT-COUNT      PIC ZZZZ9.
002600         10  FILLER             PIC X(08) VALUE SPACE.
002610     05  WS-COURSE-HEADING-1.
002620         10  FILLER             PIC X(80) VALUE
002630             "COURSES - ENROLLED COUNTS RESET FOR THE NEW TERM".
002640     05  WS-COURSE-HEADING-2.
002650         10  FILLER             PIC X(06) VALUE "COURSE".
002660         10  FILLER             PIC X(02) VALUE SPACE.
002670         10  FILLER             PIC X(25) VALUE "TITLE".
002680         10  FILLER             PIC X(07) VALUE "    WAS".
002690         10  FILLER             PIC X(09) VALUE "      NOW".
002700         10  FILLER             PIC X(05) VALUE "  YRS".
002710         10  FILLER             PIC X(02) VALUE SPACE.
002720         10  FILLER             PIC X(24) VALUE "NOTE".
002730     05  WS-COURSE-LINE.
002740         10  CL-COURSE-CODE     PIC X(06).
002750         10  FILLER             PIC X(02) VALUE SPACE.
002760         10  CL-COURSE-TITLE    PIC X(25).
002770         10  FILLER             PIC X(02) VALUE SPACE.
002780         10  CL-OLD-COUNT       PIC ZZZZ9.
002790         10  FILLER             PIC X(04) VALUE SPACE.
002800         10  CL-NEW-COUNT       PIC ZZZZ9.
002810         10  FILLER             PIC X(02) VALUE SPACE.
002820         10  CL-COURSE-YEARS    PIC X(01).
002830         10  FILLER             PIC X(04) VALUE SPACE.
002840         10  CL-NOTE            PIC X(24).
002850     05  WS-COURSE-TRAILER.
002860         10  FILLER             PIC X(13) VALUE "COURSES READ-".
002870         10  TL-COURSE-COUNT    PIC ZZZZ9.
002880         10  FILLER             PIC X(02) VALUE SPACE.
002890         10  FILLER             PIC X(06) VALUE "RESET-".
002900         10  TL-RESET-COUNT     PIC ZZZZ9.
002910         10  FILLER             PIC X(49) VALUE SPACE.
002920     05  WS-ARCHIVE-HEADING.
002930         10  FILLER             PIC X(80) VALUE
002940             "HOUSING FILES - ARCHIVED UNDER THE YEAR, CLEARED".
002950     05  WS-ARCHIVE-LINE.
002960         10  XL-FILE-NAME       PIC X(08).
002970         10  FILLER             PIC X(11) VALUE "  ARCHIVED-".
002980         10  XL-ARCHIVED        PIC ZZZZ9.
002990         10  FILLER             PIC X(04) VALUE " TO ".
003000         10  XL-ARCHIVE-NAME    PIC X(08).
003010         10  FILLER             PIC X(02) VALUE SPACE.
003020         10  XL-RESULT          PIC X(42).
003030     05  WS-HEADCOUNT-HEADING-1.
003040         10  FILLER             PIC X(80) VALUE
003050             "CITY HEADCOUNTS - HELD ON THE HEADCOUNT HISTORY".
003060     05  WS-HEADCOUNT-HEADING-2.
003070         10  FILLER             PIC X(04) VALUE "CITY".
003080         10  FILLER             PIC X(11) VALUE "    COUNTED".
003090         10  FILLER             PIC X(11) VALUE "    ON FILE".
003100         10  FILLER             PIC X(02) VALUE SPACE.
003110         10  FILLER             PIC X(52) VALUE "NOTE".
003120     05  WS-HEADCOUNT-LINE.
003130         10  FILLER             PIC X(02) VALUE SPACE.
003140         10  HC-CITY-CODE       PIC 9(01).
003150         10  FILLER             PIC X(07) VALUE SPACE.
003160         10  HC-COUNTED         PIC ZZZZ9.
003170         10  FILLER             PIC X(06) VALUE SPACE.
003180         10  HC-ON-FILE         PIC ZZZZ9.
003190         10  FILLER             PIC X(02) VALUE SPACE.
003200         10  HC-NOTE            PIC X(52).
003210     05  WS-HEADCOUNT-TRAILER.
003220         10  FILLER             PIC X(33) VALUE
003230             "STUDENT RECORDS WITH NO CITY -".
003240         10  TL-CITY-REJECT     PIC ZZZZ9.
003250         10  FILLER             PIC X(42) VALUE SPACE.
003260     05  WS-MESSAGE-LINE.
003270         10  ML-TEXT            PIC X(80).

003280 COPY RUNPARM.

003290 PROCEDURE DIVISION.

003300 0000-MAINLINE.
003310     PERFORM 0050-CHECK-OPEN-RUNS THRU 0050-EXIT
003320     IF YEAR-END-REFUSED
003330        GOBACK
003340     END-IF
003350     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
003360     IF NOT RL-CLEAR-TO-RUN
003370        GOBACK
003380     END-IF
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400*    THE STEPS RUN IN THE ORDER THE OFFICE USED TO DO THEM BY
003410*    HAND, AND NONE OF THEM RUNS UNLESS THE MASTER AND COURSE
003420*    FILES ARE BOTH OPEN - A YEAR IS NEVER HALF ROLLED.
003430     IF YEAR-END-FILES-OPEN
003440        PERFORM 2000-ROLL-STUDENTS THRU 2000-EXIT
003450        PERFORM 3000-RESET-COURSES THRU 3000-EXIT
003460        PERFORM 4000-ARCHIVE-ASSIGNMENTS THRU 4000-EXIT
003470        PERFORM 4500-ARCHIVE-WAITLIST THRU 4500-EXIT
003480        PERFORM 5000-SECURE-HEADCOUNTS THRU 5000-EXIT
003490     END-IF
003500     PERFORM 8000-TERMINATE THRU 8000-EXIT
003510     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
003520     GOBACK
003530     .

003540 0050-CHECK-OPEN-RUNS.
003550*    AN OPEN BILLING, COLLECTION OR INTAKE RUN WOULD BE READING
003560*    OR FEEDING THE VERY FILES THE YEAR END CHANGES, AND A
003570*    YEAR ALREADY ROLLED MUST NOT MOVE STUDENTS UP TWICE - SO
003580*    THE RUN-CONTROL FILE IS READ THROUGH BEFORE ANYTHING ELSE.
003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003600     OPEN INPUT RUN-CONTROL-FILE
003610     IF NOT RUN-CONTROL-FILE-OK
003620        DISPLAY "CONTROL8Y - UNABLE TO OPEN RUN-CONTROL-FILE, "
003630            "YEAR-END REFUSED"
003640        SET YEAR-END-REFUSED TO TRUE
003650        GO TO 0050-EXIT
003660     END-IF
003670     PERFORM 0060-CHECK-ONE-RUN-RECORD THRU 0060-EXIT
003680         UNTIL RUN-CONTROL-FILE-EOF
003690            OR NOT RUN-CONTROL-FILE-OK
003700     CLOSE RUN-CONTROL-FILE

003710     PERFORM 0070-CHECK-WATCHED-RUN THRU 0070-EXIT
003720         VARYING WS-RUN-SUB FROM 1 BY 1
003730         UNTIL WS-RUN-SUB > 3
003740     IF YEAR-ALREADY-ROLLED
003750        DISPLAY "CONTROL8Y - YEAR END ALREADY RUN CLEANLY FOR "
003760            WS-THIS-YEAR ", RUN REFUSED"
003770        SET YEAR-END-REFUSED TO TRUE
003780     END-IF
003790     .
003800 0050-EXIT.
003810     EXIT.

003820 0060-CHECK-ONE-RUN-RECORD.
003830     READ RUN-CONTROL-FILE
003840         AT END
003850             SET RUN-CONTROL-FILE-EOF TO TRUE
003860         NOT AT END
003870             PERFORM 0065-TRACK-WATCHED-RUN THRU 0065-EXIT
003880                 VARYING WS-RUN-SUB FROM 1 BY 1
003890                 UNTIL WS-RUN-SUB > 3
003900             IF RC-PROGRAM-ID = "CONTROL8Y"
003910                AND RC-TYPE-END
003920                AND RC-END-STATUS = "CLEAN"
003930                MOVE RC-DATE-LOGGED TO WS-LOGGED-DATE
003940                IF WS-LOGGED-YEAR = WS-THIS-YEAR
003950                   SET YEAR-ALREADY-ROLLED TO TRUE
003960                END-IF
003970             END-IF
003980     END-READ
003990     .
004000 0060-EXIT.
004010     EXIT.

004020 0065-TRACK-WATCHED-RUN.
004030     IF RC-PROGRAM-ID = WS-WATCHED-PROGRAM-ID (WS-RUN-SUB)
004040        MOVE RC-RECORD-TYPE
004050            TO WS-WATCHED-LAST-TYPE (WS-RUN-SUB)
004060     END-IF
004070     .
004080 0065-EXIT.
004090     EXIT.

004100 0070-CHECK-WATCHED-RUN.
004110     IF WS-WATCHED-LAST-TYPE (WS-RUN-SUB) = "START"
004120        DISPLAY "CONTROL8Y - "
004130            WS-WATCHED-PROGRAM-ID (WS-RUN-SUB)
004140            " HAS A RUN WITH NO END RECORD, YEAR-END REFUSED"
004150        SET YEAR-END-REFUSED TO TRUE
004160     END-IF
004170     .
004180 0070-EXIT.
004190     EXIT.

004200 0100-START-RUN-CONTROL.
004210     MOVE "S" TO RL-FUNCTION
004220     MOVE "CONTROL8Y" TO RL-PROGRAM-ID
004230     MOVE SPACE TO RL-PREDECESSOR-ID
004240     MOVE "MASTSTU" TO RL-INPUT-FILE
004250     CALL "RUNLOG" USING RUN-LOG-PARM
004260     IF RL-OWN-RUN-OPEN
004270        DISPLAY "CONTROL8Y - PREVIOUS RUN HAS NO END RECORD, "
004280            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
004290     END-IF
004300     IF RL-PREDECESSOR-NOT-DONE
004310        DISPLAY "CONTROL8Y - PREDECESSOR HAS NOT ENDED "
004320            "CLEANLY TODAY, RUN REFUSED"
004330     END-IF
004340     .
004350 0100-EXIT.
004360     EXIT.

004370 1000-INITIALIZE.
004380     OPEN I-O MASTER-STUDENT-FILE
004390     IF NOT MASTER-STUDENT-FILE-OK
004400        DISPLAY "CONTROL8Y - UNABLE TO OPEN MASTER-STUDENT-FILE"
004410        MOVE "N" TO WS-FILES-SWITCH
004420     END-IF

004430     OPEN I-O COURSE-FILE
004440     IF NOT COURSE-FILE-OK
004450        DISPLAY "CONTROL8Y - UNABLE TO OPEN COURSE-FILE"
004460        MOVE "N" TO WS-FILES-SWITCH
004470     END-IF

004480     OPEN OUTPUT YEAR-END-REPORT
004490     MOVE WS-THIS-YEAR TO HL-YEAR
004500     MOVE WS-RUN-DATE TO HL-RUN-DATE
004510     MOVE WS-HEADING-1 TO YEAR-END-REPORT-LINE
004520     WRITE YEAR-END-REPORT-LINE

004530     IF NOT YEAR-END-FILES-OPEN
004540        DISPLAY "CONTROL8Y - NOTHING ROLLED OVER, RERUN ONCE "
004550            "THE FILES ARE AVAILABLE"
004560        MOVE WS-NOT-RUN-LINE TO YEAR-END-REPORT-LINE
004570        WRITE YEAR-END-REPORT-LINE
004580     END-IF
004590     .
004600 1000-EXIT.
004610     EXIT.

004620 2000-ROLL-STUDENTS.
004630     MOVE SPACE TO YEAR-END-REPORT-LINE
004640     WRITE YEAR-END-REPORT-LINE
004650     MOVE WS-STUDENT-HEADING-1 TO YEAR-END-REPORT-LINE
004660     WRITE YEAR-END-REPORT-LINE
004670     MOVE WS-STUDENT-HEADING-2 TO YEAR-END-REPORT-LINE
004680     WRITE YEAR-END-REPORT-LINE

004690     PERFORM 2100-READ-MASTER THRU 2100-EXIT
004700     PERFORM 2200-ROLL-ONE-STUDENT THRU 2200-EXIT
004710         UNTIL END-OF-MASTER

004720     MOVE WS-STUDENT-COUNT TO TL-STUDENT-COUNT
004730     MOVE WS-GRADUATED-COUNT TO TL-GRADUATED-COUNT
004740     MOVE WS-ADVANCED-COUNT TO TL-ADVANCED-COUNT
004750     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
004760     MOVE WS-LEFT-COUNT TO TL-LEFT-COUNT
004770     MOVE WS-STUDENT-TRAILER TO YEAR-END-REPORT-LINE
004780     WRITE YEAR-END-REPORT-LINE
004790     .
004800 2000-EXIT.
004810     EXIT.

004820 2100-READ-MASTER.
004830     READ MASTER-STUDENT-FILE NEXT RECORD
004840         AT END
004850             MOVE "Y" TO WS-EOF-SWITCH
004860     END-READ
004870     .
004880 2100-EXIT.
004890     EXIT.

004900 2200-ROLL-ONE-STUDENT.
004910     ADD 1 TO WS-STUDENT-COUNT
004920*    A STUDENT WHO HAS ALREADY WITHDRAWN OR GRADUATED KEEPS
004930*    THE STATUS AND DATE THEY LEFT WITH.
004940     IF MS-STUDENT-LEFT
004950        ADD 1 TO WS-LEFT-COUNT
004960        GO TO 2200-NEXT
004970     END-IF

004980     MOVE SPACE TO WS-EXCEPTION-REASON
004990     PERFORM 2300-FIND-STUDY-YEAR THRU 2300-EXIT
005000     IF WS-EXCEPTION-REASON = SPACE
005010        PERFORM 2400-FIND-COURSE-YEARS THRU 2400-EXIT
005020     END-IF
005030     IF WS-EXCEPTION-REASON NOT = SPACE
005040        PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
005050        GO TO 2200-NEXT
005060     END-IF

005070     IF WS-STUDY-YEAR NOT < WS-COURSE-YEARS
005080        PERFORM 2500-GRADUATE-STUDENT THRU 2500-EXIT
005090     ELSE
005100        PERFORM 2600-ADVANCE-STUDENT THRU 2600-EXIT
005110     END-IF
005120     .
005130 2200-NEXT.
005140     PERFORM 2100-READ-MASTER THRU 2100-EXIT
005150     .
005160 2200-EXIT.
005170     EXIT.

005180 2300-FIND-STUDY-YEAR.
005190     IF MS-YEAR-OF-STUDY IS NUMERIC
005200        AND MS-YEAR-OF-STUDY > ZERO
005210        MOVE MS-YEAR-OF-STUDY TO WS-STUDY-YEAR
005220        GO TO 2300-EXIT
005230     END-IF
005240*    A STUDENT POSTED BEFORE THE YEAR OF STUDY WAS CARRIED
005250*    STILL HAS THE INTAKE DATE AS THE STATUS DATE, AND AT YEAR
005260*    END HAS FINISHED ONE YEAR FOR EACH CALENDAR YEAR SINCE.
005270     IF MS-STATUS-DATE IS NOT NUMERIC
005280        OR MS-STATUS-DATE = ZERO
005290        MOVE "NOT MOVED - NO YEAR OF STUDY"
005300            TO WS-EXCEPTION-REASON
005310        GO TO 2300-EXIT
005320     END-IF
005330     MOVE MS-STATUS-DATE TO WS-INTAKE-DATE
005340     COMPUTE WS-YEARS-SINCE-INTAKE =
005350         WS-THIS-YEAR - WS-INTAKE-YEAR
005360     IF WS-YEARS-SINCE-INTAKE < 1
005370        MOVE 1 TO WS-YEARS-SINCE-INTAKE
005380     END-IF
005390     IF WS-YEARS-SINCE-INTAKE > 9
005400        MOVE "NOT MOVED - NO YEAR OF STUDY"
005410            TO WS-EXCEPTION-REASON
005420        GO TO 2300-EXIT
005430     END-IF
005440     MOVE WS-YEARS-SINCE-INTAKE TO WS-STUDY-YEAR
005450     .
005460 2300-EXIT.
005470     EXIT.

005480 2400-FIND-COURSE-YEARS.
005490     IF MS-COURSE-CODE = SPACE
005500        MOVE "NOT MOVED - NO COURSE CODE"
005510            TO WS-EXCEPTION-REASON
005520        GO TO 2400-EXIT
005530     END-IF
005540     MOVE MS-COURSE-CODE TO CO-COURSE-CODE
005550     READ COURSE-FILE
005560         INVALID KEY
005570             MOVE "NOT MOVED - COURSE NOT ON FILE"
005580                 TO WS-EXCEPTION-REASON
005590             GO TO 2400-EXIT
005600     END-READ
005610*    A COURSE WITH NO LENGTH SET CANNOT SAY WHO IS IN THE
005620*    FINAL YEAR, SO ITS STUDENTS ARE LEFT FOR THE REGISTRAR.
005630     IF CO-COURSE-YEARS IS NOT NUMERIC
005640        OR CO-COURSE-YEARS = ZERO
005650        MOVE "NOT MOVED - NO COURSE LENGTH"
005660            TO WS-EXCEPTION-REASON
005670        GO TO 2400-EXIT
005680     END-IF
005690     MOVE CO-COURSE-YEARS TO WS-COURSE-YEARS
005700     .
005710 2400-EXIT.
005720     EXIT.

005730 2500-GRADUATE-STUDENT.
005740     MOVE "G" TO MS-STATUS-CODE
005750     MOVE WS-RUN-DATE TO MS-STATUS-DATE
005760     MOVE WS-STUDY-YEAR TO MS-YEAR-OF-STUDY
005770     REWRITE MASTER-STUDENT-REC
005780     IF NOT MASTER-STUDENT-FILE-OK
005790        MOVE "NOT MOVED - MASTER NOT UPDATED"
005800            TO WS-EXCEPTION-REASON
005810        PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
005820        GO TO 2500-EXIT
005830     END-IF
005840     ADD 1 TO WS-GRADUATED-COUNT
005850     MOVE WS-STUDY-YEAR TO DL-OLD-YEAR
005860     MOVE "G" TO DL-NEW-YEAR
005870     MOVE "GRADUATED" TO DL-ACTION
005880     PERFORM 2700-PRINT-STUDENT THRU 2700-EXIT
005890     .
005900 2500-EXIT.
005910     EXIT.

005920 2600-ADVANCE-STUDENT.
005930     COMPUTE WS-NEXT-YEAR = WS-STUDY-YEAR + 1
005940     MOVE WS-NEXT-YEAR TO MS-YEAR-OF-STUDY
005950     REWRITE MASTER-STUDENT-REC
005960     IF NOT MASTER-STUDENT-FILE-OK
005970        MOVE "NOT MOVED - MASTER NOT UPDATED"
005980            TO WS-EXCEPTION-REASON
005990        PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
006000        GO TO 2600-EXIT
006010     END-IF
006020     ADD 1 TO WS-ADVANCED-COUNT
006030     MOVE WS-STUDY-YEAR TO DL-OLD-YEAR
006040     MOVE WS-NEXT-YEAR TO DL-NEW-YEAR
006050     MOVE "ADVANCED" TO DL-ACTION
006060     PERFORM 2700-PRINT-STUDENT THRU 2700-EXIT
006070     .
006080 2600-EXIT.
006090     EXIT.

006100 2700-PRINT-STUDENT.
006110     MOVE MS-STUDENT-ID TO DL-STUDENT-ID
006120     MOVE MS-STUDENT-NAME TO DL-STUDENT-NAME
006130     MOVE MS-COURSE-CODE TO DL-COURSE-CODE
006140     MOVE WS-STUDENT-LINE TO YEAR-END-REPORT-LINE
006150     WRITE YEAR-END-REPORT-LINE
006160     .
006170 2700-EXIT.
006180     EXIT.

006190 2900-LIST-EXCEPTION.
006200*    THE RECORD IS LEFT AS IT WAS AND LISTED, SO THE REGISTRAR
006210*    CAN SET THE YEAR OR COURSE AND MOVE THE STUDENT BY HAND.
006220     ADD 1 TO WS-EXCEPTION-COUNT
006230     MOVE SPACE TO DL-OLD-YEAR
006240     MOVE SPACE TO DL-NEW-YEAR
006250     MOVE WS-EXCEPTION-REASON TO DL-ACTION
006260     PERFORM 2700-PRINT-STUDENT THRU 2700-EXIT
006270     .
006280 2900-EXIT.
006290     EXIT.

006300 3000-RESET-COURSES.
006310     MOVE SPACE TO YEAR-END-REPORT-LINE
006320     WRITE YEAR-END-REPORT-LINE
006330     MOVE WS-COURSE-HEADING-1 TO YEAR-END-REPORT-LINE
006340     WRITE YEAR-END-REPORT-LINE
006350     MOVE WS-COURSE-HEADING-2 TO YEAR-END-REPORT-LINE
006360     WRITE YEAR-END-REPORT-LINE

006370     MOVE LOW-VALUES TO CO-COURSE-CODE
006380     START COURSE-FILE KEY IS NOT < CO-COURSE-CODE
006390         INVALID KEY
006400             MOVE "Y" TO WS-COURSE-EOF-SW
006410     END-START
006420     PERFORM 3100-RESET-ONE-COURSE THRU 3100-EXIT
006430         UNTIL END-OF-COURSES

006440     MOVE WS-COURSE-COUNT TO TL-COURSE-COUNT
006450     MOVE WS-COURSE-RESET-COUNT TO TL-RESET-COUNT
006460     MOVE WS-COURSE-TRAILER TO YEAR-END-REPORT-LINE
006470     WRITE YEAR-END-REPORT-LINE
006480     .
006490 3000-EXIT.
006500     EXIT.

006510 3100-RESET-ONE-COURSE.
006520     READ COURSE-FILE NEXT RECORD
006530         AT END
006540             MOVE "Y" TO WS-COURSE-EOF-SW
006550             GO TO 3100-EXIT
006560     END-READ
006570     ADD 1 TO WS-COURSE-COUNT
006580     MOVE CO-COURSE-CODE TO CL-COURSE-CODE
006590     MOVE CO-COURSE-TITLE TO CL-COURSE-TITLE
006600     IF CO-ENROLLED-COUNT IS NUMERIC
006610        MOVE CO-ENROLLED-COUNT TO CL-OLD-COUNT
006620     ELSE
006630        MOVE ZERO TO CL-OLD-COUNT
006640     END-IF
006650     MOVE SPACE TO CL-NOTE
006660     IF CO-COURSE-YEARS IS NUMERIC
006670        AND CO-COURSE-YEARS > ZERO
006680        MOVE CO-COURSE-YEARS TO CL-COURSE-YEARS
006690     ELSE
006700        MOVE SPACE TO CL-COURSE-YEARS
006710        MOVE "NO COURSE LENGTH SET" TO CL-NOTE
006720     END-IF

006730*    THE INTAKE RUN COUNTS THE NEW TERM'S ENROLMENTS AGAINST
006740*    THE CAP FROM ZERO.
006750     MOVE ZERO TO CO-ENROLLED-COUNT
006760     REWRITE COURSE-REC
006770     IF COURSE-FILE-OK
006780        ADD 1 TO WS-COURSE-RESET-COUNT
006790        MOVE ZERO TO CL-NEW-COUNT
006800     ELSE
006810        DISPLAY "CONTROL8Y - ENROLLED COUNT NOT RESET FOR "
006820            CO-COURSE-CODE
006830        MOVE CL-OLD-COUNT TO CL-NEW-COUNT
006840        MOVE "** NOT RESET **" TO CL-NOTE
006850     END-IF
006860     MOVE WS-COURSE-LINE TO YEAR-END-REPORT-LINE
006870     WRITE YEAR-END-REPORT-LINE
006880     .
006890 3100-EXIT.
006900     EXIT.

006910 4000-ARCHIVE-ASSIGNMENTS.
006920*    THE CLOSING ASSIGNMENTS ARE COPIED TO THE YEAR'S ARCHIVE
006930*    FIRST, AND THE LIVE FILE IS ONLY CLEARED IF EVERY RECORD
006940*    REACHED THE ARCHIVE - THE SAME RULE AS THE LOG PURGE.
006950     MOVE SPACE TO YEAR-END-REPORT-LINE
006960     WRITE YEAR-END-REPORT-LINE
006970     MOVE WS-ARCHIVE-HEADING TO YEAR-END-REPORT-LINE
006980     WRITE YEAR-END-REPORT-LINE
006990     MOVE "ROOMASGN" TO XL-FILE-NAME
007000     MOVE "ROOMAARC" TO XL-ARCHIVE-NAME

007010     OPEN INPUT ROOM-ASSIGNMENT-FILE
007020     IF NOT ROOM-ASSIGNMENT-OK
007030        DISPLAY "CONTROL8Y - UNABLE TO OPEN ROOM-ASSIGNMENT-"
007040            "FILE, NOT ARCHIVED OR CLEARED"
007050        MOVE ZERO TO XL-ARCHIVED
007060        MOVE "** FILE NOT AVAILABLE - NOT CLEARED **"
007070            TO XL-RESULT
007080        GO TO 4000-PRINT
007090     END-IF
007100     OPEN OUTPUT ROOM-ARCHIVE-FILE
007110     IF NOT ROOM-ARCHIVE-OK
007120        DISPLAY "CONTROL8Y - UNABLE TO OPEN ROOM ARCHIVE, "
007130            "ASSIGNMENTS LEFT UNTOUCHED"
007140        CLOSE ROOM-ASSIGNMENT-FILE
007150        MOVE ZERO TO XL-ARCHIVED
007160        MOVE "** ARCHIVE NOT AVAILABLE - NOT CLEARED **"
007170            TO XL-RESULT
007180        GO TO 4000-PRINT
007190     END-IF

007200     MOVE "Y" TO WS-ROOM-ARCH-SW
007210     MOVE "N" TO WS-COPY-EOF-SW
007220     PERFORM 4100-ARCHIVE-ONE-ASSIGNMENT THRU 4100-EXIT
007230         UNTIL END-OF-COPY
007240     CLOSE ROOM-ASSIGNMENT-FILE
007250     CLOSE ROOM-ARCHIVE-FILE
007260     MOVE WS-ROOM-ARCHIVED TO XL-ARCHIVED

007270     IF NOT ROOM-ARCHIVE-CLEAN
007280        DISPLAY "CONTROL8Y - ROOM ARCHIVE WRITE FAILED, "
007290            "ASSIGNMENTS NOT CLEARED"
007300        MOVE "** ARCHIVE WRITE FAILED - NOT CLEARED **"
007310            TO XL-RESULT
007320        GO TO 4000-PRINT
007330     END-IF
007340     OPEN OUTPUT ROOM-ASSIGNMENT-FILE
007350     IF ROOM-ASSIGNMENT-OK
007360        CLOSE ROOM-ASSIGNMENT-FILE
007370        MOVE "CLEARED" TO XL-RESULT
007380     ELSE
007390        DISPLAY "CONTROL8Y - UNABLE TO CLEAR ROOM-ASSIGNMENT-"
007400            "FILE"
007410        MOVE "** ARCHIVED BUT NOT CLEARED **" TO XL-RESULT
007420     END-IF
007430     .
007440 4000-PRINT.
007450     MOVE WS-ARCHIVE-LINE TO YEAR-END-REPORT-LINE
007460     WRITE YEAR-END-REPORT-LINE
007470     .
007480 4000-EXIT.
007490     EXIT.

007500 4100-ARCHIVE-ONE-ASSIGNMENT.
007510     READ ROOM-ASSIGNMENT-FILE
007520         AT END
007530             MOVE "Y" TO WS-COPY-EOF-SW
007540             GO TO 4100-EXIT
007550     END-READ
007560     IF NOT ROOM-ASSIGNMENT-OK
007570        MOVE "Y" TO WS-COPY-EOF-SW
007580        MOVE "N" TO WS-ROOM-ARCH-SW
007590        GO TO 4100-EXIT
007600     END-IF
007610     MOVE WS-THIS-YEAR TO YA-ROOM-YEAR
007620     MOVE ROOM-ASSIGNMENT-REC TO YA-ROOM-IMAGE
007630     WRITE ROOM-ARCHIVE-REC
007640     IF NOT ROOM-ARCHIVE-OK
007650        MOVE "N" TO WS-ROOM-ARCH-SW
007660     END-IF
007670     ADD 1 TO WS-ROOM-ARCHIVED
007680     .
007690 4100-EXIT.
007700     EXIT.

007710 4500-ARCHIVE-WAITLIST.
007720     MOVE "WAITLIST" TO XL-FILE-NAME
007730     MOVE "WAITLARC" TO XL-ARCHIVE-NAME

007740     OPEN INPUT WAITLIST-FILE
007750     IF NOT WAITLIST-OK
007760        DISPLAY "CONTROL8Y - UNABLE TO OPEN WAITLIST-FILE, "
007770            "NOT ARCHIVED OR CLEARED"
007780        MOVE ZERO TO XL-ARCHIVED
007790        MOVE "** FILE NOT AVAILABLE - NOT CLEARED **"
007800            TO XL-RESULT
007810        GO TO 4500-PRINT
007820     END-IF
007830     OPEN OUTPUT WAITLIST-ARCHIVE-FILE
007840     IF NOT WAITLIST-ARCHIVE-OK
007850        DISPLAY "CONTROL8Y - UNABLE TO OPEN WAITLIST ARCHIVE, "
007860            "WAITLIST LEFT UNTOUCHED"
007870        CLOSE WAITLIST-FILE
007880        MOVE ZERO TO XL-ARCHIVED
007890        MOVE "** ARCHIVE NOT AVAILABLE - NOT CLEARED **"
007900            TO XL-RESULT
007910        GO TO 4500-PRINT
007920     END-IF

007930     MOVE "Y" TO WS-WAIT-ARCH-SW
007940     MOVE "N" TO WS-COPY-EOF-SW
007950     PERFORM 4600-ARCHIVE-ONE-WAITER THRU 4600-EXIT
007960         UNTIL END-OF-COPY
007970     CLOSE WAITLIST-FILE
007980     CLOSE WAITLIST-ARCHIVE-FILE
007990     MOVE WS-WAIT-ARCHIVED TO XL-ARCHIVED

008000     IF NOT WAIT-ARCHIVE-CLEAN
008010        DISPLAY "CONTROL8Y - WAITLIST ARCHIVE WRITE FAILED, "
008020            "WAITLIST NOT CLEARED"
008030        MOVE "** ARCHIVE WRITE FAILED - NOT CLEARED **"
008040            TO XL-RESULT
008050        GO TO 4500-PRINT
008060     END-IF
008070     OPEN OUTPUT WAITLIST-FILE
008080     IF WAITLIST-OK
008090        CLOSE WAITLIST-FILE
008100        MOVE "CLEARED" TO XL-RESULT
008110     ELSE
008120        DISPLAY "CONTROL8Y - UNABLE TO CLEAR WAITLIST-FILE"
008130        MOVE "** ARCHIVED BUT NOT CLEARED **" TO XL-RESULT
008140     END-IF
008150     .
008160 4500-PRINT.
008170     MOVE WS-ARCHIVE-LINE TO YEAR-END-REPORT-LINE
008180     WRITE YEAR-END-REPORT-LINE
008190     .
008200 4500-EXIT.
008210     EXIT.

008220 4600-ARCHIVE-ONE-WAITER.
008230     READ WAITLIST-FILE
008240         AT END
008250             MOVE "Y" TO WS-COPY-EOF-SW
008260             GO TO 4600-EXIT
008270     END-READ
008280     IF NOT WAITLIST-OK
008290        MOVE "Y" TO WS-COPY-EOF-SW
008300        MOVE "N" TO WS-WAIT-ARCH-SW
008310        GO TO 4600-EXIT
008320     END-IF
008330     MOVE WS-THIS-YEAR TO YA-WAIT-YEAR
008340     MOVE WAITLIST-REC TO YA-WAIT-IMAGE
008350     WRITE WAITLIST-ARCHIVE-REC
008360     IF NOT WAITLIST-ARCHIVE-OK
008370        MOVE "N" TO WS-WAIT-ARCH-SW
008380     END-IF
008390     ADD 1 TO WS-WAIT-ARCHIVED
008400     .
008410 4600-EXIT.
008420     EXIT.

008430 5000-SECURE-HEADCOUNTS.
008440*    THE HEADCOUNT RUN NORMALLY SAVES THE YEAR'S FIGURES.  ANY
008450*    CITY IT HAS NOT SAVED FOR THIS YEAR IS COUNTED HERE FROM
008460*    THE STUDENT FILE AND ADDED; FIGURES ALREADY ON FILE ARE
008470*    LEFT AS THE HEADCOUNT RUN SAVED THEM.
008480     MOVE SPACE TO YEAR-END-REPORT-LINE
008490     WRITE YEAR-END-REPORT-LINE
008500     MOVE WS-HEADCOUNT-HEADING-1 TO YEAR-END-REPORT-LINE
008510     WRITE YEAR-END-REPORT-LINE

008520     OPEN INPUT STUDENT-FILE
008530     IF NOT SF-FILE-OK
008540        DISPLAY "CONTROL8Y - UNABLE TO OPEN STUDENT-FILE, "
008550            "HEADCOUNTS NOT CHECKED"
008560        MOVE "** STUDENT FILE NOT AVAILABLE - NOT CHECKED **"
008570            TO ML-TEXT
008580        MOVE WS-MESSAGE-LINE TO YEAR-END-REPORT-LINE
008590        WRITE YEAR-END-REPORT-LINE
008600        GO TO 5000-EXIT
008610     END-IF
008620     PERFORM 5100-COUNT-ONE-STUDENT THRU 5100-EXIT
008630         UNTIL END-OF-STUDENT-FILE
008640     CLOSE STUDENT-FILE

008650     OPEN I-O HEADCOUNT-HISTORY-FILE
008660     IF NOT HEADCOUNT-HISTORY-OK
008670*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
008680*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
008690*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
008700        OPEN OUTPUT HEADCOUNT-HISTORY-FILE
008710        IF HEADCOUNT-HISTORY-OK
008720           CLOSE HEADCOUNT-HISTORY-FILE
008730           OPEN I-O HEADCOUNT-HISTORY-FILE
008740        END-IF
008750     END-IF
008760     IF NOT HEADCOUNT-HISTORY-OK
008770        DISPLAY "CONTROL8Y - UNABLE TO OPEN HEADCOUNT-HISTORY, "
008780            "HEADCOUNTS NOT SECURED"
008790        MOVE "** HEADCOUNT HISTORY NOT AVAILABLE **"
008800            TO ML-TEXT
008810        MOVE WS-MESSAGE-LINE TO YEAR-END-REPORT-LINE
008820        WRITE YEAR-END-REPORT-LINE
008830        GO TO 5000-EXIT
008840     END-IF

008850     MOVE WS-HEADCOUNT-HEADING-2 TO YEAR-END-REPORT-LINE
008860     WRITE YEAR-END-REPORT-LINE
008870     PERFORM 5200-SECURE-ONE-CITY THRU 5200-EXIT
008880         VARYING WS-CITY-SUB FROM 1 BY 1
008890         UNTIL WS-CITY-SUB > 6
008900     CLOSE HEADCOUNT-HISTORY-FILE

008910     MOVE WS-CITY-REJECT-COUNT TO TL-CITY-REJECT
008920     MOVE WS-HEADCOUNT-TRAILER TO YEAR-END-REPORT-LINE
008930     WRITE YEAR-END-REPORT-LINE
008940     .
008950 5000-EXIT.
008960     EXIT.

008970 5100-COUNT-ONE-STUDENT.
008980     READ STUDENT-FILE
008990         AT END
009000             MOVE "Y" TO WS-STUDENT-EOF-SW
009010             GO TO 5100-EXIT
009020     END-READ
009030     IF SF-CITY-CODE IS NOT NUMERIC
009040        ADD 1 TO WS-CITY-REJECT-COUNT
009050        GO TO 5100-EXIT
009060     END-IF
009070     MOVE SF-CITY-CODE TO CITY-CODE
009080     IF CITY-CODE-NOT-VALID
009090        ADD 1 TO WS-CITY-REJECT-COUNT
009100     ELSE
009110        ADD 1 TO WS-CITY-HEADCOUNT (CITY-CODE)
009120     END-IF
009130     .
009140 5100-EXIT.
009150     EXIT.

009160 5200-SECURE-ONE-CITY.
009170     MOVE WS-CITY-SUB TO HC-CITY-CODE
009180     MOVE WS-CITY-HEADCOUNT (WS-CITY-SUB) TO HC-COUNTED
009190     MOVE WS-THIS-YEAR TO HH-YEAR
009200     MOVE WS-CITY-SUB TO HH-CITY-CODE
009210     READ HEADCOUNT-HISTORY-FILE
009220         INVALID KEY
009230             PERFORM 5300-ADD-ONE-CITY THRU 5300-EXIT
009240         NOT INVALID KEY
009250             ADD 1 TO WS-HIST-ON-FILE-COUNT
009260             MOVE HH-HEADCOUNT TO HC-ON-FILE
009270             IF HH-HEADCOUNT = WS-CITY-HEADCOUNT (WS-CITY-SUB)
009280                MOVE "ALREADY ON HISTORY" TO HC-NOTE
009290             ELSE
009300                MOVE "ALREADY ON HISTORY - COUNT DIFFERS, KEPT"
009310                    TO HC-NOTE
009320             END-IF
009330     END-READ
009340     MOVE WS-HEADCOUNT-LINE TO YEAR-END-REPORT-LINE
009350     WRITE YEAR-END-REPORT-LINE
009360     .
009370 5200-EXIT.
009380     EXIT.

009390 5300-ADD-ONE-CITY.
009400     MOVE WS-THIS-YEAR TO HH-YEAR
009410     MOVE WS-CITY-SUB TO HH-CITY-CODE
009420     MOVE WS-CITY-HEADCOUNT (WS-CITY-SUB) TO HH-HEADCOUNT
009430     WRITE HEADCOUNT-HISTORY-REC
009440         INVALID KEY
009450             DISPLAY "CONTROL8Y - HEADCOUNT NOT SAVED FOR CITY "
009460                 WS-CITY-SUB
009470             MOVE ZERO TO HC-ON-FILE
009480             MOVE "** NOT ADDED TO HISTORY **" TO HC-NOTE
009490         NOT INVALID KEY
009500             ADD 1 TO WS-HIST-ADDED-COUNT
009510             MOVE HH-HEADCOUNT TO HC-ON-FILE
009520             MOVE "ADDED TO HISTORY" TO HC-NOTE
009530     END-WRITE
009540     .
009550 5300-EXIT.
009560     EXIT.

009570 8000-TERMINATE.
009580     CLOSE MASTER-STUDENT-FILE
009590     CLOSE COURSE-FILE
009600     CLOSE YEAR-END-REPORT
009610     DISPLAY "CONTROL8Y - STUDENTS READ: " WS-STUDENT-COUNT
009620     DISPLAY "CONTROL8Y - STUDENTS GRADUATED: "
009630         WS-GRADUATED-COUNT
009640     DISPLAY "CONTROL8Y - STUDENTS ADVANCED: " WS-ADVANCED-COUNT
009650     DISPLAY "CONTROL8Y - STUDENTS NOT MOVED: "
009660         WS-EXCEPTION-COUNT
009670     DISPLAY "CONTROL8Y - COURSES RESET: " WS-COURSE-RESET-COUNT
009680     DISPLAY "CONTROL8Y - ASSIGNMENTS ARCHIVED: "
009690         WS-ROOM-ARCHIVED
009700     DISPLAY "CONTROL8Y - WAITLIST ENTRIES ARCHIVED: "
009710         WS-WAIT-ARCHIVED
009720     DISPLAY "CONTROL8Y - HEADCOUNTS ADDED TO HISTORY: "
009730         WS-HIST-ADDED-COUNT
009740     .
009750 8000-EXIT.
009760     EXIT.

009770 8800-END-RUN-CONTROL.
009780*    A RUN THAT COULD NOT OPEN THE MASTER OR COURSE FILE ROLLED
009790*    NOTHING, SO IT DOES NOT END CLEAN - THAT LEAVES THE YEAR
009800*    OPEN TO BE RUN AGAIN ONCE THE FILES ARE BACK.
009810     MOVE "E" TO RL-FUNCTION
009820     MOVE WS-STUDENT-COUNT TO RL-RECORDS-PROCESSED
009830     MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED
009840     IF YEAR-END-FILES-OPEN
009850        MOVE "CLEAN" TO RL-END-STATUS
009860     ELSE
009870        MOVE "NORUN" TO RL-END-STATUS
009880     END-IF
009890     CALL "RUNLOG" USING RUN-LOG-PARM
009900     .
009910 8800-EXIT.
009920     EXIT.
