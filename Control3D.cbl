000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3D.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  ACCOMMODATION DEMAND FORECAST. PROJECTS   *
000200*                NEXT YEAR'S HEADCOUNT PER CITY FROM THE   *
000210*                HDCTHIST TREND, ADDS THIS YEAR'S WAITLIST *
000220*                AND A SHARE OF THE COURSE WAITLIST        *
000230*                OVERFLOW, AND SETS THE DEMAND AGAINST     *
000240*                ROOMINV BEDS BY CITY AND ROOM TYPE,       *
000250*                PRINTING THE SHORTFALL OR SURPLUS AND     *
000260*                WRITING THE SAME FIGURES TO A DELIMITED   *
000270*                EXTRACT THE ESTATES TEAM CAN LOAD INTO    *
000280*                THEIR OWN SPREADSHEETS, SO PLANNING       *
000290*                STARTS BEFORE SEPTEMBER.                  *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HEADCOUNT-HISTORY-FILE ASSIGN TO "HDCTHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS HH-KEY
000410         FILE STATUS IS FS-HEADCOUNT-HISTORY.

000420     SELECT CITY-RATE-FILE ASSIGN TO "CITYRATE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CR-KEY
000460         FILE STATUS IS FS-CITY-RATE.

000470     SELECT ROOM-INVENTORY-FILE ASSIGN TO "ROOMINV"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-ROOM-INVENTORY.

000500     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-WAITLIST.

000530     SELECT COURSE-WAITLIST ASSIGN TO "CRSWAIT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-COURSE-WAITLIST.

000560     SELECT FORECAST-REPORT ASSIGN TO "FCSTRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-FORECAST-REPORT.

000590     SELECT FORECAST-EXTRACT ASSIGN TO "FCSTEXT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-FORECAST-EXTRACT.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  HEADCOUNT-HISTORY-FILE.
000650 COPY HDCTHIST.

000660 FD  CITY-RATE-FILE.
000670 COPY CITYRATE.

000680 FD  ROOM-INVENTORY-FILE
000690     RECORDING MODE IS F.
000700 COPY ROOMINV.

000710 FD  WAITLIST-FILE
000720     RECORDING MODE IS F.
000730 COPY WAITLIST.

000740*    THE SAME LAYOUT THE INTAKE RUN WRITES FOR AN INTAKE TURNED
000750*    AWAY BECAUSE ITS COURSE WAS FULL.
000760 FD  COURSE-WAITLIST
000770     RECORDING MODE IS F.
000780 01  COURSE-WAITLIST-REC.
000790     05  CW-STUDENT-ID          PIC X(07).
000800     05  CW-STUDENT-NAME        PIC X(30).
000810     05  CW-COURSE-CODE         PIC X(06).

000820 FD  FORECAST-REPORT
000830     RECORDING MODE IS F.
000840 01  FORECAST-REPORT-LINE       PIC X(80).

000850 FD  FORECAST-EXTRACT
000860     RECORDING MODE IS F.
000870 01  FORECAST-EXTRACT-LINE      PIC X(140).

000880 WORKING-STORAGE SECTION.
000890 01  WS-FILE-STATUSES.
000900     05  FS-HEADCOUNT-HISTORY   PIC X(02) VALUE ZERO.
000910         88  HEADCOUNT-HISTORY-OK   VALUE "00".
000920     05  FS-CITY-RATE           PIC X(02) VALUE ZERO.
000930         88  CITY-RATE-FILE-OK      VALUE "00".
000940         88  CITY-RATE-FILE-EOF     VALUE "10".
000950     05  FS-ROOM-INVENTORY      PIC X(02) VALUE ZERO.
000960         88  ROOM-INVENTORY-OK      VALUE "00".
000970         88  ROOM-INVENTORY-EOF     VALUE "10".
000980     05  FS-WAITLIST            PIC X(02) VALUE ZERO.
000990         88  WAITLIST-FILE-OK       VALUE "00".
001000         88  WAITLIST-FILE-EOF      VALUE "10".
001010     05  FS-COURSE-WAITLIST     PIC X(02) VALUE ZERO.
001020         88  COURSE-WAITLIST-OK     VALUE "00".
001030         88  COURSE-WAITLIST-EOF    VALUE "10".
001040     05  FS-FORECAST-REPORT     PIC X(02) VALUE ZERO.
001050     05  FS-FORECAST-EXTRACT    PIC X(02) VALUE ZERO.

001060 01  WS-SWITCHES.
001070     05  WS-HIST-AVAIL-SWITCH   PIC X(01) VALUE "N".
001080         88  HISTORY-IS-AVAILABLE   VALUE "Y".
001090     05  WS-BASE-FOUND-SWITCH   PIC X(01) VALUE "N".
001100         88  BASE-YEAR-IS-ON-FILE   VALUE "Y".

001110 COPY CITYTAB.
001120 COPY COUNTRYTAB.

001130 01  WS-CITY-FORECAST-TABLE.
001140     05  WS-CITY-FORECAST-ENTRY OCCURS 6 TIMES
001150                                 INDEXED BY WS-CITY-IDX.
001160         10  WS-TAB-CITY-NAME       PIC X(15).
001170         10  WS-TAB-COUNT-BASE      PIC 9(05) VALUE ZERO.
001180         10  WS-TAB-COUNT-PREV-1    PIC 9(05) VALUE ZERO.
001190         10  WS-TAB-COUNT-PREV-2    PIC 9(05) VALUE ZERO.
001200         10  WS-TAB-PROJECTED       PIC 9(05) VALUE ZERO.
001210         10  WS-TAB-WAITLIST        PIC 9(05) COMP VALUE ZERO.
001220         10  WS-TAB-COURSE-SHARE    PIC 9(05) VALUE ZERO.
001230         10  WS-TAB-DEMAND          PIC 9(06) VALUE ZERO.
001240         10  WS-TAB-SINGLE-BEDS     PIC 9(05) COMP VALUE ZERO.
001250         10  WS-TAB-DORM-BEDS       PIC 9(05) COMP VALUE ZERO.
001260         10  WS-TAB-OUT-OF-SERVICE  PIC 9(05) COMP VALUE ZERO.
001270         10  WS-TAB-TOTAL-BEDS      PIC 9(06) VALUE ZERO.
001280         10  WS-TAB-GAP             PIC S9(06) VALUE ZERO.

001290 01  WS-FORECAST-FIGURES.
001300     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001310     05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
001320         10  WS-RUN-YEAR            PIC 9(04).
001330         10  FILLER                 PIC 9(04).
001340     05  WS-BASE-YEAR           PIC 9(04) VALUE ZERO.
001350     05  WS-PROJECTED-YEAR      PIC 9(04) VALUE ZERO.
001360     05  WS-TREND-CHANGE        PIC S9(06) VALUE ZERO.
001370     05  WS-PROJECTION-WORK     PIC S9(06) VALUE ZERO.
001380     05  WS-LARGEST-CITY        PIC 9(01) VALUE ZERO.
001390     05  WS-LARGEST-COUNT       PIC 9(05) VALUE ZERO.
001400     05  WS-SHARE-REMAINDER     PIC S9(05) VALUE ZERO.

001410 01  WS-RUN-TOTALS.
001420     05  WS-TOTAL-BASE          PIC 9(06) VALUE ZERO.
001430     05  WS-TOTAL-PROJECTED     PIC 9(06) VALUE ZERO.
001440     05  WS-TOTAL-WAITLIST      PIC 9(05) VALUE ZERO.
001450     05  WS-TOTAL-COURSE-WAIT   PIC 9(05) VALUE ZERO.
001460     05  WS-TOTAL-SHARED        PIC 9(05) VALUE ZERO.
001470     05  WS-TOTAL-DEMAND        PIC 9(06) VALUE ZERO.
001480     05  WS-TOTAL-SINGLE-BEDS   PIC 9(06) VALUE ZERO.
001490     05  WS-TOTAL-DORM-BEDS     PIC 9(06) VALUE ZERO.
001500     05  WS-TOTAL-OUT-OF-SVC    PIC 9(06) VALUE ZERO.
001510     05  WS-TOTAL-BEDS          PIC 9(06) VALUE ZERO.
001520     05  WS-TOTAL-GAP           PIC S9(06) VALUE ZERO.
001530     05  WS-ROOMS-READ          PIC 9(05) COMP VALUE ZERO.
001540     05  WS-ROOMS-REJECTED      PIC 9(05) COMP VALUE ZERO.
001550     05  WS-WAITLIST-REJECTED   PIC 9(05) COMP VALUE ZERO.

001560 01  WS-EXTRACT-FIELDS.
001570     05  WS-EXTRACT-CITY-CODE   PIC 9(01) VALUE ZERO.
001580     05  WS-EXTRACT-BEDS-S      PIC 9(05) VALUE ZERO.
001590     05  WS-EXTRACT-BEDS-D      PIC 9(05) VALUE ZERO.
001600     05  WS-EXTRACT-BEDS-O      PIC 9(05) VALUE ZERO.
001610     05  WS-EXTRACT-WAITLIST    PIC 9(05) VALUE ZERO.
001620     05  WS-EXTRACT-GAP         PIC +999999.

001630 01  WS-REPORT-LINES.
001640     05  WS-HEADING-1.
001650         10  FILLER             PIC X(34) VALUE
001660             "ACCOMMODATION DEMAND FORECAST FOR".
001670         10  HL-PROJECTED-YEAR  PIC 9(04).
001680         10  FILLER             PIC X(19) VALUE
001690             "  TREND BASE YEAR ".
001700         10  HL-BASE-YEAR       PIC 9(04).
001710         10  FILLER             PIC X(19) VALUE SPACE.
001720     05  WS-HEADING-2.
001730         10  FILLER             PIC X(39) VALUE
001740             "                BASE  PROJ  WAIT  CRSE ".
001750         10  FILLER             PIC X(41) VALUE
001760             "DEMAND   SNGL  DORM   OUT   BEDS SHORT/".
001770     05  WS-HEADING-3.
001780         10  FILLER             PIC X(40) VALUE
001790             "CITY            YEAR  NEXT  LIST  WAIT  ".
001800         10  FILLER             PIC X(40) VALUE
001810             "        BEDS  BEDS  SVCE  TOTAL SURPLUS".
001820     05  WS-DETAIL-LINE.
001830         10  DL-CITY-NAME       PIC X(15).
001840         10  DL-BASE-COUNT      PIC ZZZZ9.
001850         10  FILLER             PIC X(01) VALUE SPACE.
001860         10  DL-PROJECTED       PIC ZZZZ9.
001870         10  FILLER             PIC X(01) VALUE SPACE.
001880         10  DL-WAITLIST        PIC ZZZZ9.
001890         10  FILLER             PIC X(01) VALUE SPACE.
001900         10  DL-COURSE-SHARE    PIC ZZZZ9.
001910         10  FILLER             PIC X(01) VALUE SPACE.
001920         10  DL-DEMAND          PIC ZZZZZ9.
001930         10  FILLER             PIC X(02) VALUE SPACE.
001940         10  DL-SINGLE-BEDS     PIC ZZZZ9.
001950         10  FILLER             PIC X(01) VALUE SPACE.
001960         10  DL-DORM-BEDS       PIC ZZZZ9.
001970         10  FILLER             PIC X(01) VALUE SPACE.
001980         10  DL-OUT-OF-SERVICE  PIC ZZZZ9.
001990         10  FILLER             PIC X(01) VALUE SPACE.
002000         10  DL-TOTAL-BEDS      PIC ZZZZZ9.
002010         10  FILLER             PIC X(01) VALUE SPACE.
002020         10  DL-GAP             PIC +ZZZZZ9.
002030         10  DL-GAP-FLAG        PIC X(01).
002040     05  WS-NOTE-LINE.
002050         10  NL-TEXT            PIC X(80).

002060 COPY RUNPARM.

002070 PROCEDURE DIVISION.

002080 0000-MAINLINE.
002090     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002100     IF NOT RL-CLEAR-TO-RUN
002110        GOBACK
002120     END-IF
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140     IF HISTORY-IS-AVAILABLE
002150        PERFORM 2000-PROJECT-HEADCOUNTS THRU 2000-EXIT
002160        PERFORM 3000-LOAD-ROOM-CAPACITY THRU 3000-EXIT
002170        PERFORM 4000-COUNT-WAITLIST THRU 4000-EXIT
002180        PERFORM 5000-SHARE-COURSE-WAITLIST THRU 5000-EXIT
002190        PERFORM 6000-CALC-SHORTFALL THRU 6000-EXIT
002200            VARYING WS-CITY-IDX FROM 1 BY 1
002210            UNTIL WS-CITY-IDX > 6
002220        PERFORM 7000-PRODUCE-REPORT THRU 7000-EXIT
002230     END-IF
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT
002250     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002260     GOBACK
002270     .

002280 0100-START-RUN-CONTROL.
002290     MOVE "S" TO RL-FUNCTION
002300     MOVE "CONTROL3D" TO RL-PROGRAM-ID
002310     MOVE SPACE TO RL-PREDECESSOR-ID
002320     MOVE "HDCTHIST" TO RL-INPUT-FILE
002330     CALL "RUNLOG" USING RUN-LOG-PARM
002340     IF RL-OWN-RUN-OPEN
002350        DISPLAY "CONTROL3D - PREVIOUS RUN HAS NO END RECORD, "
002360            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002370     END-IF
002380     IF RL-PREDECESSOR-NOT-DONE
002390        DISPLAY "CONTROL3D - PREDECESSOR HAS NOT ENDED "
002400            "CLEANLY TODAY, RUN REFUSED"
002410     END-IF
002420     .
002430 0100-EXIT.
002440     EXIT.

002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002470     OPEN OUTPUT FORECAST-REPORT
002480     IF FS-FORECAST-REPORT NOT = "00"
002490        DISPLAY "CONTROL3D - UNABLE TO OPEN FORECAST-REPORT"
002500     END-IF
002510     OPEN OUTPUT FORECAST-EXTRACT
002520     IF FS-FORECAST-EXTRACT NOT = "00"
002530        DISPLAY "CONTROL3D - UNABLE TO OPEN FORECAST-EXTRACT"
002540     END-IF
002550     PERFORM 1100-LOAD-CITY-NAME-TABLE THRU 1100-EXIT
002560     OPEN INPUT HEADCOUNT-HISTORY-FILE
002570     IF HEADCOUNT-HISTORY-OK
002580        SET HISTORY-IS-AVAILABLE TO TRUE
002590     ELSE
002600        DISPLAY "CONTROL3D - UNABLE TO OPEN HEADCOUNT-HISTORY, "
002610            "NO FORECAST THIS RUN"
002620        MOVE "NO HEADCOUNT HISTORY ON FILE - RUN CONTROL3C FIRST"
002630            TO NL-TEXT
002640        MOVE WS-NOTE-LINE TO FORECAST-REPORT-LINE
002650        WRITE FORECAST-REPORT-LINE
002660     END-IF
002670     .
002680 1000-EXIT.
002690     EXIT.

002700 1100-LOAD-CITY-NAME-TABLE.
002710     OPEN INPUT CITY-RATE-FILE
002720     IF NOT CITY-RATE-FILE-OK
002730        DISPLAY "CONTROL3D - UNABLE TO OPEN CITY-RATE-FILE"
002740     ELSE
002750        PERFORM 1110-LOAD-ONE-CITY-NAME THRU 1110-EXIT
002760            UNTIL CITY-RATE-FILE-EOF
002770        CLOSE CITY-RATE-FILE
002780     END-IF
002790     .
002800 1100-EXIT.
002810     EXIT.

002820 1110-LOAD-ONE-CITY-NAME.
002830     READ CITY-RATE-FILE NEXT RECORD
002840         AT END
002850             SET CITY-RATE-FILE-EOF TO TRUE
002860         NOT AT END
002870             MOVE CR-COUNTRY-CODE TO COUNTRY-CODE
002880             IF COUNTRY-IS-IRELAND
002890                SET WS-CITY-IDX TO CR-CITY-CODE
002900                MOVE CR-CITY-NAME
002910                    TO WS-TAB-CITY-NAME (WS-CITY-IDX)
002920             END-IF
002930     END-READ
002940     .
002950 1110-EXIT.
002960     EXIT.

002970 2000-PROJECT-HEADCOUNTS.
002980*    THE TREND IS BASED ON THIS YEAR'S HEADCOUNT WHEN THE
002990*    HEADCOUNT RUN HAS SAVED IT, OTHERWISE ON LAST YEAR'S, SO
003000*    A FORECAST TAKEN BEFORE THIS YEAR'S COUNT STILL PROJECTS
003010*    THE COMING YEAR FROM THE LATEST FIGURES ON FILE.
003020     MOVE WS-RUN-YEAR TO WS-BASE-YEAR
003030     PERFORM 2050-CHECK-BASE-YEAR THRU 2050-EXIT
003040         VARYING WS-CITY-IDX FROM 1 BY 1
003050         UNTIL WS-CITY-IDX > 6
003060     IF NOT BASE-YEAR-IS-ON-FILE
003070        SUBTRACT 1 FROM WS-BASE-YEAR
003080     END-IF
003090     COMPUTE WS-PROJECTED-YEAR = WS-BASE-YEAR + 1
003100     PERFORM 2100-PROJECT-ONE-CITY THRU 2100-EXIT
003110         VARYING WS-CITY-IDX FROM 1 BY 1
003120         UNTIL WS-CITY-IDX > 6
003130     .
003140 2000-EXIT.
003150     EXIT.

003160 2050-CHECK-BASE-YEAR.
003170     MOVE WS-BASE-YEAR TO HH-YEAR
003180     SET HH-CITY-CODE TO WS-CITY-IDX
003190     READ HEADCOUNT-HISTORY-FILE
003200         INVALID KEY
003210             GO TO 2050-EXIT
003220     END-READ
003230     SET BASE-YEAR-IS-ON-FILE TO TRUE
003240     .
003250 2050-EXIT.
003260     EXIT.

003270 2100-PROJECT-ONE-CITY.
003280     SET HH-CITY-CODE TO WS-CITY-IDX
003290     MOVE WS-BASE-YEAR TO HH-YEAR
003300     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
003310     MOVE HH-HEADCOUNT TO WS-TAB-COUNT-BASE (WS-CITY-IDX)
003320     SET HH-CITY-CODE TO WS-CITY-IDX
003330     COMPUTE HH-YEAR = WS-BASE-YEAR - 1
003340     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
003350     MOVE HH-HEADCOUNT TO WS-TAB-COUNT-PREV-1 (WS-CITY-IDX)
003360     SET HH-CITY-CODE TO WS-CITY-IDX
003370     COMPUTE HH-YEAR = WS-BASE-YEAR - 2
003380     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
003390     MOVE HH-HEADCOUNT TO WS-TAB-COUNT-PREV-2 (WS-CITY-IDX)

003400*    THE YEARLY CHANGE IS AVERAGED OVER THE TWO YEARS BEFORE
003410*    THE BASE YEAR WHERE BOTH ARE ON FILE, TAKEN FROM THE ONE
003420*    YEAR BEFORE IT WHERE ONLY THAT ONE IS, AND OTHERWISE THE
003430*    BASE YEAR IS CARRIED FORWARD UNCHANGED.
003440     MOVE ZERO TO WS-TREND-CHANGE
003450     IF WS-TAB-COUNT-PREV-2 (WS-CITY-IDX) > ZERO
003460        COMPUTE WS-TREND-CHANGE ROUNDED =
003470            (WS-TAB-COUNT-BASE (WS-CITY-IDX)
003480             - WS-TAB-COUNT-PREV-2 (WS-CITY-IDX)) / 2
003490     ELSE
003500        IF WS-TAB-COUNT-PREV-1 (WS-CITY-IDX) > ZERO
003510           COMPUTE WS-TREND-CHANGE =
003520               WS-TAB-COUNT-BASE (WS-CITY-IDX)
003530               - WS-TAB-COUNT-PREV-1 (WS-CITY-IDX)
003540        END-IF
003550     END-IF
003560     COMPUTE WS-PROJECTION-WORK =
003570         WS-TAB-COUNT-BASE (WS-CITY-IDX) + WS-TREND-CHANGE
003580     IF WS-PROJECTION-WORK < ZERO
003590        MOVE ZERO TO WS-PROJECTION-WORK
003600     END-IF
003610     MOVE WS-PROJECTION-WORK TO WS-TAB-PROJECTED (WS-CITY-IDX)
003620     ADD WS-TAB-COUNT-BASE (WS-CITY-IDX) TO WS-TOTAL-BASE
003630     ADD WS-TAB-PROJECTED (WS-CITY-IDX) TO WS-TOTAL-PROJECTED
003640     IF WS-TAB-COUNT-BASE (WS-CITY-IDX) > WS-LARGEST-COUNT
003650        MOVE WS-TAB-COUNT-BASE (WS-CITY-IDX) TO WS-LARGEST-COUNT
003660        SET WS-LARGEST-CITY TO WS-CITY-IDX
003670     END-IF
003680     .
003690 2100-EXIT.
003700     EXIT.

003710 2110-READ-ONE-HISTORY.
003720*    THE CALLER LOADS HH-KEY FIRST.  A YEAR/CITY WITH NO
003730*    RECORD ON FILE COMES BACK AS A ZERO HEADCOUNT.
003740     READ HEADCOUNT-HISTORY-FILE
003750         INVALID KEY
003760             MOVE ZERO TO HH-HEADCOUNT
003770     END-READ
003780     .
003790 2110-EXIT.
003800     EXIT.

003810 3000-LOAD-ROOM-CAPACITY.
003820     OPEN INPUT ROOM-INVENTORY-FILE
003830     IF NOT ROOM-INVENTORY-OK
003840        DISPLAY "CONTROL3D - UNABLE TO OPEN ROOM-INVENTORY-FILE, "
003850            "CAPACITY SHOWN AS ZERO"
003860        GO TO 3000-EXIT
003870     END-IF
003880     PERFORM 3100-ADD-ONE-ROOM THRU 3100-EXIT
003890         UNTIL ROOM-INVENTORY-EOF
003900     CLOSE ROOM-INVENTORY-FILE
003910     .
003920 3000-EXIT.
003930     EXIT.

003940 3100-ADD-ONE-ROOM.
003950     READ ROOM-INVENTORY-FILE
003960         AT END
003970             GO TO 3100-EXIT
003980     END-READ
003990     ADD 1 TO WS-ROOMS-READ
004000     MOVE RM-CITY-CODE TO CITY-CODE
004010     IF CITY-CODE-NOT-VALID OR RM-CAPACITY NOT NUMERIC
004020        ADD 1 TO WS-ROOMS-REJECTED
004030        GO TO 3100-EXIT
004040     END-IF
004050     SET WS-CITY-IDX TO CITY-CODE
004060*    A ROOM OUT OF SERVICE FOR WORK STILL COUNTS TOWARDS NEXT
004070*    YEAR'S BEDS - ITS ORDER WILL NORMALLY HAVE CLOSED BY THEN
004080*    - BUT ITS BEDS ARE SHOWN SEPARATELY SO ESTATES CAN SEE
004090*    HOW MUCH OF THE CAPACITY DEPENDS ON THE WORK FINISHING.
004100     IF ROOM-IS-OUT-OF-SERVICE
004110        ADD RM-CAPACITY TO WS-TAB-OUT-OF-SERVICE (WS-CITY-IDX)
004120     END-IF
004130*    ANY ROOM NOT MARKED SINGLE IS COUNTED AS DORMITORY, THE
004140*    SAME AS A ROOM LOADED BEFORE ROOMS CARRIED A TYPE.
004150     IF ROOM-IS-SINGLE
004160        ADD RM-CAPACITY TO WS-TAB-SINGLE-BEDS (WS-CITY-IDX)
004170     ELSE
004180        ADD RM-CAPACITY TO WS-TAB-DORM-BEDS (WS-CITY-IDX)
004190     END-IF
004200     .
004210 3100-EXIT.
004220     EXIT.

004230 4000-COUNT-WAITLIST.
004240     OPEN INPUT WAITLIST-FILE
004250     IF NOT WAITLIST-FILE-OK
004260        DISPLAY "CONTROL3D - UNABLE TO OPEN WAITLIST-FILE, "
004270            "WAITLIST SHOWN AS ZERO"
004280        GO TO 4000-EXIT
004290     END-IF
004300     PERFORM 4100-COUNT-ONE-WAITLIST THRU 4100-EXIT
004310         UNTIL WAITLIST-FILE-EOF
004320     CLOSE WAITLIST-FILE
004330     .
004340 4000-EXIT.
004350     EXIT.

004360 4100-COUNT-ONE-WAITLIST.
004370     READ WAITLIST-FILE
004380         AT END
004390             GO TO 4100-EXIT
004400     END-READ
004410     MOVE WL-CITY-CODE TO CITY-CODE
004420     IF CITY-CODE-NOT-VALID
004430        ADD 1 TO WS-WAITLIST-REJECTED
004440        GO TO 4100-EXIT
004450     END-IF
004460     SET WS-CITY-IDX TO CITY-CODE
004470     ADD 1 TO WS-TAB-WAITLIST (WS-CITY-IDX)
004480     ADD 1 TO WS-TOTAL-WAITLIST
004490     .
004500 4100-EXIT.
004510     EXIT.

004520 5000-SHARE-COURSE-WAITLIST.
004530     OPEN INPUT COURSE-WAITLIST
004540     IF NOT COURSE-WAITLIST-OK
004550        DISPLAY "CONTROL3D - UNABLE TO OPEN COURSE-WAITLIST, "
004560            "COURSE OVERFLOW SHOWN AS ZERO"
004570        GO TO 5000-EXIT
004580     END-IF
004590     PERFORM 5100-COUNT-ONE-COURSE-WAIT THRU 5100-EXIT
004600         UNTIL COURSE-WAITLIST-EOF
004610     CLOSE COURSE-WAITLIST
004620     IF WS-TOTAL-COURSE-WAIT = ZERO OR WS-TOTAL-BASE = ZERO
004630        GO TO 5000-EXIT
004640     END-IF
004650*    THE COURSE WAITLIST CARRIES NO CITY - THE INTAKE WAS
004660*    TURNED AWAY BEFORE IT REACHED THE MASTER - SO THE
004670*    OVERFLOW IS SHARED OUT IN PROPORTION TO EACH CITY'S
004680*    BASE-YEAR HEADCOUNT.  WHAT THE ROUNDING DOWN LEAVES OVER
004690*    GOES TO THE LARGEST CITY, SO THE SHARES ADD BACK UP.
004700     PERFORM 5200-SHARE-ONE-CITY THRU 5200-EXIT
004710         VARYING WS-CITY-IDX FROM 1 BY 1
004720         UNTIL WS-CITY-IDX > 6
004730     COMPUTE WS-SHARE-REMAINDER =
004740         WS-TOTAL-COURSE-WAIT - WS-TOTAL-SHARED
004750     IF WS-SHARE-REMAINDER > ZERO AND WS-LARGEST-CITY > ZERO
004760        SET WS-CITY-IDX TO WS-LARGEST-CITY
004770        ADD WS-SHARE-REMAINDER
004780            TO WS-TAB-COURSE-SHARE (WS-CITY-IDX)
004790     END-IF
004800     .
004810 5000-EXIT.
004820     EXIT.

004830 5100-COUNT-ONE-COURSE-WAIT.
004840     READ COURSE-WAITLIST
004850         AT END
004860             GO TO 5100-EXIT
004870     END-READ
004880     ADD 1 TO WS-TOTAL-COURSE-WAIT
004890     .
004900 5100-EXIT.
004910     EXIT.

004920 5200-SHARE-ONE-CITY.
004930     COMPUTE WS-TAB-COURSE-SHARE (WS-CITY-IDX) =
004940         (WS-TOTAL-COURSE-WAIT * WS-TAB-COUNT-BASE (WS-CITY-IDX))
004950         / WS-TOTAL-BASE
004960     ADD WS-TAB-COURSE-SHARE (WS-CITY-IDX) TO WS-TOTAL-SHARED
004970     .
004980 5200-EXIT.
004990     EXIT.

005000 6000-CALC-SHORTFALL.
005010*    A STUDENT STILL ON THIS YEAR'S WAITLIST AND AN INTAKE
005020*    TURNED AWAY BY A FULL COURSE ARE BOTH DEMAND THE
005030*    HEADCOUNT TREND DOES NOT SEE, SO BOTH ARE ADDED TO THE
005040*    PROJECTION BEFORE IT IS SET AGAINST THE BEDS.
005050     COMPUTE WS-TAB-DEMAND (WS-CITY-IDX) =
005060         WS-TAB-PROJECTED (WS-CITY-IDX)
005070         + WS-TAB-WAITLIST (WS-CITY-IDX)
005080         + WS-TAB-COURSE-SHARE (WS-CITY-IDX)
005090     COMPUTE WS-TAB-TOTAL-BEDS (WS-CITY-IDX) =
005100         WS-TAB-SINGLE-BEDS (WS-CITY-IDX)
005110         + WS-TAB-DORM-BEDS (WS-CITY-IDX)
005120     COMPUTE WS-TAB-GAP (WS-CITY-IDX) =
005130         WS-TAB-TOTAL-BEDS (WS-CITY-IDX)
005140         - WS-TAB-DEMAND (WS-CITY-IDX)
005150     ADD WS-TAB-DEMAND (WS-CITY-IDX) TO WS-TOTAL-DEMAND
005160     ADD WS-TAB-SINGLE-BEDS (WS-CITY-IDX)
005170         TO WS-TOTAL-SINGLE-BEDS
005180     ADD WS-TAB-DORM-BEDS (WS-CITY-IDX) TO WS-TOTAL-DORM-BEDS
005190     ADD WS-TAB-OUT-OF-SERVICE (WS-CITY-IDX)
005200         TO WS-TOTAL-OUT-OF-SVC
005210     ADD WS-TAB-TOTAL-BEDS (WS-CITY-IDX) TO WS-TOTAL-BEDS
005220     ADD WS-TAB-GAP (WS-CITY-IDX) TO WS-TOTAL-GAP
005230     .
005240 6000-EXIT.
005250     EXIT.

005260 7000-PRODUCE-REPORT.
005270     MOVE WS-PROJECTED-YEAR TO HL-PROJECTED-YEAR
005280     MOVE WS-BASE-YEAR TO HL-BASE-YEAR
005290     MOVE WS-HEADING-1 TO FORECAST-REPORT-LINE
005300     WRITE FORECAST-REPORT-LINE
005310     MOVE WS-HEADING-2 TO FORECAST-REPORT-LINE
005320     WRITE FORECAST-REPORT-LINE
005330     MOVE WS-HEADING-3 TO FORECAST-REPORT-LINE
005340     WRITE FORECAST-REPORT-LINE

005350     MOVE SPACE TO FORECAST-EXTRACT-LINE
005360     STRING "CITY,NAME,BASE YEAR,BASE COUNT,PROJECTED YEAR,"
005370            "PROJECTED,WAITLIST,COURSE WAIT,DEMAND,SINGLE BEDS,"
005380            "DORM BEDS,OUT OF SERVICE,TOTAL BEDS,SURPLUS"
005390            DELIMITED BY SIZE
005400         INTO FORECAST-EXTRACT-LINE
005410     END-STRING
005420     WRITE FORECAST-EXTRACT-LINE

005430     PERFORM 7100-PRINT-ONE-CITY THRU 7100-EXIT
005440         VARYING WS-CITY-IDX FROM 1 BY 1
005450         UNTIL WS-CITY-IDX > 6
005460     PERFORM 7200-PRINT-TOTALS THRU 7200-EXIT
005470     .
005480 7000-EXIT.
005490     EXIT.

005500 7100-PRINT-ONE-CITY.
005510     MOVE WS-TAB-CITY-NAME (WS-CITY-IDX) TO DL-CITY-NAME
005520     MOVE WS-TAB-COUNT-BASE (WS-CITY-IDX) TO DL-BASE-COUNT
005530     MOVE WS-TAB-PROJECTED (WS-CITY-IDX) TO DL-PROJECTED
005540     MOVE WS-TAB-WAITLIST (WS-CITY-IDX) TO DL-WAITLIST
005550     MOVE WS-TAB-COURSE-SHARE (WS-CITY-IDX) TO DL-COURSE-SHARE
005560     MOVE WS-TAB-DEMAND (WS-CITY-IDX) TO DL-DEMAND
005570     MOVE WS-TAB-SINGLE-BEDS (WS-CITY-IDX) TO DL-SINGLE-BEDS
005580     MOVE WS-TAB-DORM-BEDS (WS-CITY-IDX) TO DL-DORM-BEDS
005590     MOVE WS-TAB-OUT-OF-SERVICE (WS-CITY-IDX)
005600         TO DL-OUT-OF-SERVICE
005610     MOVE WS-TAB-TOTAL-BEDS (WS-CITY-IDX) TO DL-TOTAL-BEDS
005620     MOVE WS-TAB-GAP (WS-CITY-IDX) TO DL-GAP
005630     IF WS-TAB-GAP (WS-CITY-IDX) < ZERO
005640        MOVE "*" TO DL-GAP-FLAG
005650     ELSE
005660        MOVE SPACE TO DL-GAP-FLAG
005670     END-IF
005680     MOVE WS-DETAIL-LINE TO FORECAST-REPORT-LINE
005690     WRITE FORECAST-REPORT-LINE

005700     SET WS-EXTRACT-CITY-CODE TO WS-CITY-IDX
005710     MOVE WS-TAB-WAITLIST (WS-CITY-IDX) TO WS-EXTRACT-WAITLIST
005720     MOVE WS-TAB-SINGLE-BEDS (WS-CITY-IDX) TO WS-EXTRACT-BEDS-S
005730     MOVE WS-TAB-DORM-BEDS (WS-CITY-IDX) TO WS-EXTRACT-BEDS-D
005740     MOVE WS-TAB-OUT-OF-SERVICE (WS-CITY-IDX)
005750         TO WS-EXTRACT-BEDS-O
005760     MOVE WS-TAB-GAP (WS-CITY-IDX) TO WS-EXTRACT-GAP
005770     MOVE SPACE TO FORECAST-EXTRACT-LINE
005780     STRING WS-EXTRACT-CITY-CODE ","
005790            WS-TAB-CITY-NAME (WS-CITY-IDX) ","
005800            WS-BASE-YEAR ","
005810            WS-TAB-COUNT-BASE (WS-CITY-IDX) ","
005820            WS-PROJECTED-YEAR ","
005830            WS-TAB-PROJECTED (WS-CITY-IDX) ","
005840            WS-EXTRACT-WAITLIST ","
005850            WS-TAB-COURSE-SHARE (WS-CITY-IDX) ","
005860            WS-TAB-DEMAND (WS-CITY-IDX) ","
005870            WS-EXTRACT-BEDS-S ","
005880            WS-EXTRACT-BEDS-D ","
005890            WS-EXTRACT-BEDS-O ","
005900            WS-TAB-TOTAL-BEDS (WS-CITY-IDX) ","
005910            WS-EXTRACT-GAP
005920            DELIMITED BY SIZE
005930         INTO FORECAST-EXTRACT-LINE
005940     END-STRING
005950     WRITE FORECAST-EXTRACT-LINE
005960     .
005970 7100-EXIT.
005980     EXIT.

005990 7200-PRINT-TOTALS.
006000     MOVE "ALL CITIES" TO DL-CITY-NAME
006010     MOVE WS-TOTAL-BASE TO DL-BASE-COUNT
006020     MOVE WS-TOTAL-PROJECTED TO DL-PROJECTED
006030     MOVE WS-TOTAL-WAITLIST TO DL-WAITLIST
006040     MOVE WS-TOTAL-COURSE-WAIT TO DL-COURSE-SHARE
006050     MOVE WS-TOTAL-DEMAND TO DL-DEMAND
006060     MOVE WS-TOTAL-SINGLE-BEDS TO DL-SINGLE-BEDS
006070     MOVE WS-TOTAL-DORM-BEDS TO DL-DORM-BEDS
006080     MOVE WS-TOTAL-OUT-OF-SVC TO DL-OUT-OF-SERVICE
006090     MOVE WS-TOTAL-BEDS TO DL-TOTAL-BEDS
006100     MOVE WS-TOTAL-GAP TO DL-GAP
006110     MOVE SPACE TO DL-GAP-FLAG
006120     MOVE WS-DETAIL-LINE TO FORECAST-REPORT-LINE
006130     WRITE FORECAST-REPORT-LINE
006140     PERFORM 7210-EXTRACT-TOTALS THRU 7210-EXIT
006150     MOVE "* PROJECTED SHORTFALL - DEMAND IS MORE THAN THE BEDS"
006160         TO NL-TEXT
006170     MOVE WS-NOTE-LINE TO FORECAST-REPORT-LINE
006180     WRITE FORECAST-REPORT-LINE
006190     IF WS-ROOMS-REJECTED > ZERO OR WS-WAITLIST-REJECTED > ZERO
006200        MOVE "ROOMS OR WAITLIST ENTRIES WITH AN INVALID CITY WERE"
006210            TO NL-TEXT
006220        MOVE WS-NOTE-LINE TO FORECAST-REPORT-LINE
006230        WRITE FORECAST-REPORT-LINE
006240        MOVE "LEFT OUT OF THE FIGURES ABOVE" TO NL-TEXT
006250        MOVE WS-NOTE-LINE TO FORECAST-REPORT-LINE
006260        WRITE FORECAST-REPORT-LINE
006270     END-IF
006280     .
006290 7200-EXIT.
006300     EXIT.

006310 7210-EXTRACT-TOTALS.
006320*    THE ALL-CITIES ROW GOES ON THE EXTRACT IN THE SAME COLUMN
006330*    ORDER AS THE CITY ROWS, WITH CITY CODE 0.  THE TOTALS ARE
006340*    WIDER THAN ONE CITY'S FIGURES, SO THEY GO IN AS THEY ARE.
006350     MOVE ZERO TO WS-EXTRACT-CITY-CODE
006360     MOVE WS-TOTAL-GAP TO WS-EXTRACT-GAP
006370     MOVE SPACE TO FORECAST-EXTRACT-LINE
006380     STRING WS-EXTRACT-CITY-CODE ","
006390            DL-CITY-NAME ","
006400            WS-BASE-YEAR ","
006410            WS-TOTAL-BASE ","
006420            WS-PROJECTED-YEAR ","
006430            WS-TOTAL-PROJECTED ","
006440            WS-TOTAL-WAITLIST ","
006450            WS-TOTAL-COURSE-WAIT ","
006460            WS-TOTAL-DEMAND ","
006470            WS-TOTAL-SINGLE-BEDS ","
006480            WS-TOTAL-DORM-BEDS ","
006490            WS-TOTAL-OUT-OF-SVC ","
006500            WS-TOTAL-BEDS ","
006510            WS-EXTRACT-GAP
006520            DELIMITED BY SIZE
006530         INTO FORECAST-EXTRACT-LINE
006540     END-STRING
006550     WRITE FORECAST-EXTRACT-LINE
006560     .
006570 7210-EXIT.
006580     EXIT.

006590 8000-TERMINATE.
006600     IF HISTORY-IS-AVAILABLE
006610        CLOSE HEADCOUNT-HISTORY-FILE
006620     END-IF
006630     CLOSE FORECAST-REPORT
006640     CLOSE FORECAST-EXTRACT
006650     DISPLAY "CONTROL3D - PROJECTED DEMAND   - " WS-TOTAL-DEMAND
006660     DISPLAY "CONTROL3D - TOTAL BEDS         - " WS-TOTAL-BEDS
006670     DISPLAY "CONTROL3D - ROOMS REJECTED     - " WS-ROOMS-REJECTED
006680     .
006690 8000-EXIT.
006700     EXIT.

006710 8800-END-RUN-CONTROL.
006720     MOVE "E" TO RL-FUNCTION
006730     MOVE WS-ROOMS-READ TO RL-RECORDS-PROCESSED
006740     COMPUTE RL-RECORDS-REJECTED =
006750         WS-ROOMS-REJECTED + WS-WAITLIST-REJECTED
006760*    WITHOUT THE HEADCOUNT HISTORY THERE IS NOTHING TO
006770*    PROJECT, WHICH THE LOG SHOULD NOT SHOW AS A CLEAN RUN.
006780     IF HISTORY-IS-AVAILABLE
006790        MOVE "CLEAN" TO RL-END-STATUS
006800     ELSE
006810        MOVE "NORUN" TO RL-END-STATUS
006820     END-IF
006830     CALL "RUNLOG" USING RUN-LOG-PARM
006840     .
006850 8800-EXIT.
006860     EXIT.
