000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3U.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - REGISTRAR.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  TUITION FEE BILLING RUN. PRICES EACH      *
000200*                STUDENT'S COURSE ON THE MASTER FROM THE   *
000210*                FEE NOW ON THE COURSE FILE AND ADDS       *
000220*                TUITION ITEMS (A TYPE OF THEIR OWN) TO    *
000230*                THE OPEN-ITEM LEDGER, SPLIT BY THE TERM'S *
000240*                INSTALMENT PLAN, SO CONTROL3P COLLECTS    *
000250*                AND AGES THEM LIKE ANY CHARGE. LEAVERS    *
000260*                ARE SKIPPED, EXEMPTIONS HONOURED, AND NO  *
000270*                STUDENT IS BILLED TWICE IN A TERM.        *
000280*                REGISTRY'S SEPARATE TUITION LIST IS NO    *
000290*                LONGER NEEDED.                            *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS MS-STUDENT-ID
000410         FILE STATUS IS FS-MASTER-STUDENT.

000420     SELECT COURSE-FILE ASSIGN TO "COURSEF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CO-COURSE-CODE
000460         FILE STATUS IS FS-COURSE.

000470     SELECT EXEMPTION-FILE ASSIGN TO "EXEMPTF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS EX-STUDENT-ID
000510         FILE STATUS IS FS-EXEMPTION.

000520     SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS TC-TERM-CODE
000560         FILE STATUS IS FS-TERM-CALENDAR.

000570     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OI-KEY
000610         FILE STATUS IS FS-OPEN-ITEM.

000620     SELECT BILLING-EXTRACT ASSIGN TO "BILLEXTR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-BILLING-EXTRACT.

000650     SELECT TUITION-REPORT ASSIGN TO "TUITRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-TUITION-REPORT.

000680     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-AUDIT-LOG.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  MASTER-STUDENT-FILE.
000740 COPY MASTREC.

000750 FD  COURSE-FILE.
000760 COPY COURSE.

000770 FD  EXEMPTION-FILE.
000780 COPY EXEMPT.

000790 FD  TERM-CALENDAR-FILE.
000800 COPY TERMCAL.

000810 FD  OPEN-ITEM-FILE.
000820 COPY OPENITEM.

000830 FD  BILLING-EXTRACT
000840     RECORDING MODE IS F.
000850 COPY BILLEXT.

000860 FD  TUITION-REPORT
000870     RECORDING MODE IS F.
000880 01  TUITION-REPORT-LINE        PIC X(80).

000890 FD  AUDIT-LOG-FILE
000900     RECORDING MODE IS F.
000910 COPY AUDITREC.

000920 WORKING-STORAGE SECTION.
000930 01  WS-FILE-STATUSES.
000940     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
000950         88  MASTER-STUDENT-FILE-OK VALUE "00".
000960     05  FS-COURSE              PIC X(02) VALUE ZERO.
000970         88  COURSE-FILE-OK         VALUE "00".
000980     05  FS-EXEMPTION           PIC X(02) VALUE ZERO.
000990         88  EXEMPTION-FILE-OK      VALUE "00".
001000     05  FS-TERM-CALENDAR       PIC X(02) VALUE ZERO.
001010         88  TERM-CALENDAR-OK       VALUE "00".
001020         88  TERM-CALENDAR-EOF      VALUE "10".
001030     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
001040         88  OPEN-ITEM-FILE-OK      VALUE "00".
001050     05  FS-BILLING-EXTRACT     PIC X(02) VALUE ZERO.
001060         88  BILLING-EXTRACT-OK     VALUE "00".
001070     05  FS-TUITION-REPORT      PIC X(02) VALUE ZERO.
001080     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001090         88  AUDIT-LOG-FILE-OK      VALUE "00".

001100 01  WS-SWITCHES.
001110     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001120         88  END-OF-MASTER          VALUE "Y".
001130     05  WS-LEDGER-SCAN-SW      PIC X(01) VALUE "N".
001140         88  END-OF-LEDGER-SCAN     VALUE "Y".
001150     05  WS-BILLED-SWITCH       PIC X(01) VALUE "N".
001160         88  TUITION-ALREADY-BILLED VALUE "Y".
001170     05  WS-EXEMPT-SWITCH       PIC X(01) VALUE "N".
001180         88  STUDENT-IS-EXEMPT      VALUE "Y".

001190 01  WS-COUNTS.
001200     05  WS-STUDENT-COUNT       PIC 9(05) COMP VALUE ZERO.
001210     05  WS-BILLED-COUNT        PIC 9(05) COMP VALUE ZERO.
001220     05  WS-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001230     05  WS-LEFT-COUNT          PIC 9(05) COMP VALUE ZERO.
001240     05  WS-WAIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
001250     05  WS-ALREADY-COUNT       PIC 9(05) COMP VALUE ZERO.
001260     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.

001270 01  WS-CURRENT-TERM.
001280     05  WS-CURR-TERM-SWITCH    PIC X(01) VALUE "N".
001290         88  CURRENT-TERM-FOUND     VALUE "Y".
001300     05  WS-TERM-NAME           PIC X(20) VALUE SPACE.
001310     05  WS-TERM-START          PIC 9(08) VALUE ZERO.
001320     05  WS-CURR-INST-COUNT     PIC 9(01) VALUE ZERO.
001330     05  WS-CURR-INST-DUE       PIC 9(08) OCCURS 4 TIMES.

001340 01  WS-BILLING-FIGURES.
001350     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001360     05  WS-TUITION-AMOUNT      PIC 9(05)V99 VALUE ZERO.
001370     05  WS-TUITION-CURRENCY    PIC X(03) VALUE SPACE.
001380     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001390 01  WS-INSTALMENT-WORK.
001400     05  WS-INST-SUB            PIC 9(01) VALUE ZERO.
001410     05  WS-ITEM-SEQ            PIC 9(02) VALUE ZERO.
001420     05  WS-ITEM-AMOUNT         PIC 9(05)V99 VALUE ZERO.
001430     05  WS-ITEM-DUE-DATE       PIC 9(08) VALUE ZERO.
001440     05  WS-INST-BASE-AMOUNT    PIC 9(05)V99 VALUE ZERO.
001450     05  WS-INST-ALLOCATED      PIC 9(07)V99 VALUE ZERO.

001460*    BILLED AND WAIVED TUITION IS TOTALLED BY CURRENCY, AS
001470*    COURSES MAY BE CHARGED IN DIFFERENT CURRENCIES.
001480 01  WS-CURRENCY-TABLE.
001490     05  WS-CCY-COUNT           PIC 9(02) COMP VALUE ZERO.
001500     05  WS-CCY-SLOT            PIC 9(02) COMP VALUE ZERO.
001510     05  WS-LOOKUP-CURRENCY     PIC X(03) VALUE SPACE.
001520     05  WS-CCY-ENTRY           OCCURS 10 TIMES
001530                                INDEXED BY WS-CCY-IDX.
001540         10  WS-CCY-CODE            PIC X(03).
001550         10  WS-CCY-BILLED          PIC 9(09)V99.
001560         10  WS-CCY-WAIVED          PIC 9(09)V99.

001570 01  WS-REPORT-LINES.
001580     05  WS-HEADING-1.
001590         10  FILLER             PIC X(24) VALUE
001600             "TUITION FEE BILLING RUN".
001610         10  FILLER             PIC X(06) VALUE "TERM ".
001620         10  HL-TERM-NAME       PIC X(20).
001630         10  FILLER             PIC X(10) VALUE "  RUN DATE".
001640         10  FILLER             PIC X(01) VALUE SPACE.
001650         10  HL-RUN-DATE        PIC 9(08).
001660         10  FILLER             PIC X(11) VALUE SPACE.
001670     05  WS-HEADING-2.
001680         10  FILLER             PIC X(10) VALUE "STUDENT ID".
001690         10  FILLER             PIC X(02) VALUE SPACE.
001700         10  FILLER             PIC X(20) VALUE "NAME".
001710         10  FILLER             PIC X(02) VALUE SPACE.
001720         10  FILLER             PIC X(06) VALUE "COURSE".
001730         10  FILLER             PIC X(04) VALUE SPACE.
001740         10  FILLER             PIC X(09) VALUE "  TUITION".
001750         10  FILLER             PIC X(02) VALUE SPACE.
001760         10  FILLER             PIC X(03) VALUE "CCY".
001770         10  FILLER             PIC X(02) VALUE SPACE.
001780         10  FILLER             PIC X(04) VALUE "INST".
001790         10  FILLER             PIC X(02) VALUE SPACE.
001800         10  FILLER             PIC X(14) VALUE "NOTE".
001810     05  WS-DETAIL-LINE.
001820         10  DL-STUDENT-ID      PIC X(07).
001830         10  FILLER             PIC X(05) VALUE SPACE.
001840         10  DL-STUDENT-NAME    PIC X(20).
001850         10  FILLER             PIC X(02) VALUE SPACE.
001860         10  DL-COURSE-CODE     PIC X(06).
001870         10  FILLER             PIC X(04) VALUE SPACE.
001880         10  DL-TUITION         PIC ZZ,ZZ9.99.
001890         10  FILLER             PIC X(02) VALUE SPACE.
001900         10  DL-CURRENCY        PIC X(03).
001910         10  FILLER             PIC X(04) VALUE SPACE.
001920         10  DL-INSTALMENTS     PIC 9(01).
001930         10  FILLER             PIC X(03) VALUE SPACE.
001940         10  DL-NOTE            PIC X(14).
001950     05  WS-EXCEPTION-LINE.
001960         10  FILLER             PIC X(07) VALUE "**REJ**".
001970         10  FILLER             PIC X(03) VALUE SPACE.
001980         10  EL-STUDENT-ID      PIC X(07).
001990         10  FILLER             PIC X(03) VALUE SPACE.
002000         10  EL-REASON          PIC X(40).
002010         10  FILLER             PIC X(20) VALUE SPACE.
002020     05  WS-TRAILER-LINE.
002030         10  FILLER             PIC X(09) VALUE "STUDENTS-".
002040         10  TL-STUDENT-COUNT   PIC ZZZZ9.
002050         10  FILLER             PIC X(02) VALUE SPACE.
002060         10  FILLER             PIC X(07) VALUE "BILLED-".
002070         10  TL-BILLED-COUNT    PIC ZZZZ9.
002080         10  FILLER             PIC X(02) VALUE SPACE.
002090         10  FILLER             PIC X(08) VALUE "LEAVERS-".
002100         10  TL-LEFT-COUNT      PIC ZZZZ9.
002110         10  FILLER             PIC X(02) VALUE SPACE.
002120         10  FILLER             PIC X(07) VALUE "WAIVED-".
002130         10  TL-WAIVED-COUNT    PIC ZZZZ9.
002140         10  FILLER             PIC X(02) VALUE SPACE.
002150         10  FILLER             PIC X(09) VALUE "REJECTED-".
002160         10  TL-REJECT-COUNT    PIC ZZZZ9.
002170         10  FILLER             PIC X(07) VALUE SPACE.
002180     05  WS-TRAILER-LINE-2.
002190         10  FILLER             PIC X(25) VALUE
002200             "ALREADY BILLED THIS TERM-".
002210         10  TL-ALREADY-COUNT   PIC ZZZZ9.
002220         10  FILLER             PIC X(02) VALUE SPACE.
002230         10  FILLER             PIC X(14) VALUE
002240             "ITEMS WRITTEN-".
002250         10  TL-ITEM-COUNT      PIC ZZZZ9.
002260         10  FILLER             PIC X(29) VALUE SPACE.
002270     05  WS-CURRENCY-LINE.
002280         10  FILLER             PIC X(09) VALUE "CURRENCY ".
002290         10  CL-CURRENCY        PIC X(03).
002300         10  FILLER             PIC X(10) VALUE "   BILLED-".
002310         10  CL-BILLED          PIC ZZZ,ZZZ,ZZ9.99.
002320         10  FILLER             PIC X(10) VALUE "   WAIVED-".
002330         10  CL-WAIVED          PIC ZZZ,ZZZ,ZZ9.99.
002340         10  FILLER             PIC X(20) VALUE SPACE.

002350 COPY RUNPARM.

002360 PROCEDURE DIVISION.

002370 0000-MAINLINE.
002380     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002390     IF NOT RL-CLEAR-TO-RUN
002400        GOBACK
002410     END-IF
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002430     PERFORM 2000-BILL-ONE-STUDENT THRU 2000-EXIT
002440         UNTIL END-OF-MASTER
002450     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT
002460     PERFORM 8000-TERMINATE THRU 8000-EXIT
002470     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002480     GOBACK
002490     .

002500 0100-START-RUN-CONTROL.
002510     MOVE "S" TO RL-FUNCTION
002520     MOVE "CONTROL3U" TO RL-PROGRAM-ID
002530     MOVE SPACE TO RL-PREDECESSOR-ID
002540     MOVE "MASTSTU" TO RL-INPUT-FILE
002550     CALL "RUNLOG" USING RUN-LOG-PARM
002560     IF RL-OWN-RUN-OPEN
002570        DISPLAY "CONTROL3U - PREVIOUS RUN HAS NO END RECORD, "
002580            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002590     END-IF
002600     IF RL-PREDECESSOR-NOT-DONE
002610        DISPLAY "CONTROL3U - PREDECESSOR HAS NOT ENDED "
002620            "CLEANLY TODAY, RUN REFUSED"
002630     END-IF
002640     .
002650 0100-EXIT.
002660     EXIT.

002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

002690     OPEN INPUT MASTER-STUDENT-FILE
002700     IF NOT MASTER-STUDENT-FILE-OK
002710        DISPLAY "CONTROL3U - UNABLE TO OPEN MASTER-STUDENT-FILE"
002720        MOVE "Y" TO WS-EOF-SWITCH
002730     END-IF

002740     OPEN INPUT COURSE-FILE
002750     IF NOT COURSE-FILE-OK
002760        DISPLAY "CONTROL3U - UNABLE TO OPEN COURSE-FILE"
002770        MOVE "Y" TO WS-EOF-SWITCH
002780     END-IF

002790     OPEN INPUT EXEMPTION-FILE
002800     IF NOT EXEMPTION-FILE-OK
002810        DISPLAY "CONTROL3U - UNABLE TO OPEN EXEMPTION-FILE, "
002820            "NO EXEMPTIONS APPLIED"
002830     END-IF

002840*    TUITION IS CHARGED ONCE A TERM, AND THE TERM START IS
002850*    WHAT STOPS A SECOND RUN IN THE SAME TERM BILLING AGAIN -
002860*    SO WITH NO CURRENT TERM NOTHING IS BILLED.
002870     PERFORM 1500-LOAD-CURRENT-TERM THRU 1500-EXIT
002880     IF NOT CURRENT-TERM-FOUND
002890        DISPLAY "CONTROL3U - NO CURRENT TERM ON THE TERM-"
002900            "CALENDAR, NO TUITION BILLED"
002910        MOVE "Y" TO WS-EOF-SWITCH
002920     END-IF

002930*    TUITION GOES ON THE SAME BILLING EXTRACT AS THE
002940*    SURCHARGE AND ROOM RENT, SO ACCOUNTS RECEIVABLE LOAD ONE
002950*    FILE.  A RUN ON ITS OWN CREATES THE FILE.
002960     OPEN EXTEND BILLING-EXTRACT
002970     IF NOT BILLING-EXTRACT-OK
002980        OPEN OUTPUT BILLING-EXTRACT
002990     END-IF
003000     IF NOT BILLING-EXTRACT-OK
003010        DISPLAY "CONTROL3U - UNABLE TO OPEN BILLING-EXTRACT"
003020     END-IF

003030     OPEN I-O OPEN-ITEM-FILE
003040     IF NOT OPEN-ITEM-FILE-OK
003050*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
003060*       KEY ORDER, AND STUDENTS BILL ACROSS THE WHOLE KEY
003070*       RANGE - SO THE FIRST RUN CREATES IT EMPTY AND
003080*       REOPENS I-O.
003090        OPEN OUTPUT OPEN-ITEM-FILE
003100        IF OPEN-ITEM-FILE-OK
003110           CLOSE OPEN-ITEM-FILE
003120           OPEN I-O OPEN-ITEM-FILE
003130        END-IF
003140     END-IF
003150*    WITHOUT THE LEDGER NOTHING CAN BE BILLED OR CHECKED FOR
003160*    AN EARLIER BILLING, SO THE RUN BILLS NOBODY.
003170     IF NOT OPEN-ITEM-FILE-OK
003180        DISPLAY "CONTROL3U - UNABLE TO OPEN OPEN-ITEM-FILE, "
003190            "NO TUITION BILLED"
003200        MOVE "Y" TO WS-EOF-SWITCH
003210     END-IF

003220     OPEN OUTPUT TUITION-REPORT
003230     MOVE WS-TERM-NAME TO HL-TERM-NAME
003240     MOVE WS-RUN-DATE TO HL-RUN-DATE
003250     MOVE WS-HEADING-1 TO TUITION-REPORT-LINE
003260     WRITE TUITION-REPORT-LINE
003270     MOVE WS-HEADING-2 TO TUITION-REPORT-LINE
003280     WRITE TUITION-REPORT-LINE

003290     OPEN EXTEND AUDIT-LOG-FILE
003300     IF NOT AUDIT-LOG-FILE-OK
003310        DISPLAY "CONTROL3U - UNABLE TO OPEN AUDIT-LOG-FILE"
003320     END-IF

003330     IF NOT END-OF-MASTER
003340        PERFORM 1100-READ-MASTER THRU 1100-EXIT
003350     END-IF
003360     .
003370 1000-EXIT.
003380     EXIT.

003390 1100-READ-MASTER.
003400     READ MASTER-STUDENT-FILE NEXT RECORD
003410         AT END
003420             MOVE "Y" TO WS-EOF-SWITCH
003430     END-READ
003440     .
003450 1100-EXIT.
003460     EXIT.

003470 1500-LOAD-CURRENT-TERM.
003480*    THE CURRENT TERM IS THE ONE WHOSE START AND REGISTRATION
003490*    CUTOFF BRACKET THE RUN DATE, THE SAME RULE CONTROL3B
003500*    APPLIES.  A TERM WITH NO INSTALMENT PLAN BILLS THE FEE
003510*    AS ONE LUMP DUE AT ONCE.
003520     OPEN INPUT TERM-CALENDAR-FILE
003530     IF NOT TERM-CALENDAR-OK
003540        DISPLAY "CONTROL3U - UNABLE TO OPEN TERM-CALENDAR"
003550        GO TO 1500-EXIT
003560     END-IF
003570     PERFORM 1510-CHECK-ONE-TERM THRU 1510-EXIT
003580         UNTIL TERM-CALENDAR-EOF
003590            OR CURRENT-TERM-FOUND
003600     CLOSE TERM-CALENDAR-FILE
003610     .
003620 1500-EXIT.
003630     EXIT.

003640 1510-CHECK-ONE-TERM.
003650     READ TERM-CALENDAR-FILE NEXT RECORD
003660         AT END
003670             SET TERM-CALENDAR-EOF TO TRUE
003680         NOT AT END
003690             IF TC-START-DATE NOT > WS-RUN-DATE
003700                AND TC-CUTOFF-DATE NOT < WS-RUN-DATE
003710                SET CURRENT-TERM-FOUND TO TRUE
003720                MOVE TC-TERM-NAME TO WS-TERM-NAME
003730                MOVE TC-START-DATE TO WS-TERM-START
003740*               A TERM WRITTEN BEFORE THE INSTALMENT FIELDS
003750*               EXISTED ARRIVES WITH BLANKS THERE AND BILLS
003760*               AS A SINGLE LUMP.
003770                IF TC-INSTALMENT-COUNT IS NUMERIC
003780                   MOVE TC-INSTALMENT-COUNT
003790                       TO WS-CURR-INST-COUNT
003800*                  ONLY FOUR DUE-DATE SLOTS EXIST - A HIGHER
003810*                  COUNT ON FILE IS CAPPED RATHER THAN READ
003820*                  PAST THE TABLE.
003830                   IF WS-CURR-INST-COUNT > 4
003840                      MOVE 4 TO WS-CURR-INST-COUNT
003850                   END-IF
003860                   PERFORM 1520-LOAD-ONE-DUE-DATE THRU 1520-EXIT
003870                       VARYING WS-INST-SUB FROM 1 BY 1
003880                       UNTIL WS-INST-SUB > 4
003890                END-IF
003900             END-IF
003910     END-READ
003920     .
003930 1510-EXIT.
003940     EXIT.

003950 1520-LOAD-ONE-DUE-DATE.
003960     IF TC-INSTALMENT-DUE-DATE (WS-INST-SUB) IS NUMERIC
003970        MOVE TC-INSTALMENT-DUE-DATE (WS-INST-SUB)
003980            TO WS-CURR-INST-DUE (WS-INST-SUB)
003990     ELSE
004000        MOVE ZERO TO WS-CURR-INST-DUE (WS-INST-SUB)
004010     END-IF
004020     .
004030 1520-EXIT.
004040     EXIT.

004050 2000-BILL-ONE-STUDENT.
004060     ADD 1 TO WS-STUDENT-COUNT
004070     MOVE SPACE TO WS-REJECT-REASON

004080*    A STUDENT THE MASTER SHOWS AS WITHDRAWN OR GRADUATED IS
004090*    NOT CHARGED, THE SAME RULE THE SURCHARGE AND RENT RUNS
004100*    APPLY.
004110     IF MS-STUDENT-LEFT
004120        ADD 1 TO WS-LEFT-COUNT
004130        GO TO 2000-NEXT
004140     END-IF

004150     IF MS-COURSE-CODE = SPACE
004160        MOVE "No course on master record" TO WS-REJECT-REASON
004170        GO TO 2000-NEXT
004180     END-IF

004190     MOVE MS-COURSE-CODE TO CO-COURSE-CODE
004200     READ COURSE-FILE
004210         INVALID KEY
004220             MOVE "Course not on course file"
004230                 TO WS-REJECT-REASON
004240     END-READ
004250     IF WS-REJECT-REASON NOT = SPACE
004260        GO TO 2000-NEXT
004270     END-IF
004280*    A COURSE RECORD WRITTEN BEFORE THE FEE FIELD EXISTED
004290*    ARRIVES WITH BLANKS THERE - ADMISSIONS MUST PRICE IT.
004300     IF CO-TUITION-FEE IS NOT NUMERIC
004310        OR CO-TUITION-FEE = ZERO
004320        MOVE "No tuition fee set for course"
004330            TO WS-REJECT-REASON
004340        GO TO 2000-NEXT
004350     END-IF
004360     MOVE CO-TUITION-FEE TO WS-TUITION-AMOUNT
004370     IF CO-CURRENCY-CODE = SPACE
004380        MOVE "EUR" TO WS-TUITION-CURRENCY
004390     ELSE
004400        MOVE CO-CURRENCY-CODE TO WS-TUITION-CURRENCY
004410     END-IF

004420     PERFORM 2100-CHECK-ALREADY-BILLED THRU 2100-EXIT
004430     IF TUITION-ALREADY-BILLED
004440        ADD 1 TO WS-ALREADY-COUNT
004450        GO TO 2000-NEXT
004460     END-IF

004470     PERFORM 2200-CHECK-EXEMPTION THRU 2200-EXIT
004480     IF STUDENT-IS-EXEMPT
004490        PERFORM 2250-WAIVE-TUITION THRU 2250-EXIT
004500        GO TO 2000-NEXT
004510     END-IF

004520     PERFORM 2300-BILL-TUITION THRU 2300-EXIT
004530     .
004540 2000-NEXT.
004550     IF WS-REJECT-REASON NOT = SPACE
004560        PERFORM 2900-REJECT-STUDENT THRU 2900-EXIT
004570     END-IF
004580     PERFORM 1100-READ-MASTER THRU 1100-EXIT
004590     .
004600 2000-EXIT.
004610     EXIT.

004620 2100-CHECK-ALREADY-BILLED.
004630*    ANY TUITION ITEM FOR THE STUDENT DATED ON OR AFTER THE
004640*    TERM START MEANS THIS TERM IS ALREADY BILLED, SO A RERUN
004650*    LATER IN THE TERM CANNOT CHARGE THE STUDENT TWICE.
004660     MOVE "N" TO WS-BILLED-SWITCH
004670     MOVE "N" TO WS-LEDGER-SCAN-SW
004680     MOVE MS-STUDENT-ID TO OI-STUDENT-ID
004690     MOVE WS-TERM-START TO OI-INVOICE-DATE
004700     MOVE ZERO TO OI-ITEM-SEQ
004710     START OPEN-ITEM-FILE KEY NOT < OI-KEY
004720         INVALID KEY
004730             GO TO 2100-EXIT
004740     END-START
004750     PERFORM 2110-CHECK-ONE-ITEM THRU 2110-EXIT
004760         UNTIL END-OF-LEDGER-SCAN
004770            OR TUITION-ALREADY-BILLED
004780     .
004790 2100-EXIT.
004800     EXIT.

004810 2110-CHECK-ONE-ITEM.
004820     READ OPEN-ITEM-FILE NEXT RECORD
004830         AT END
004840             MOVE "Y" TO WS-LEDGER-SCAN-SW
004850     END-READ
004860     IF END-OF-LEDGER-SCAN
004870        GO TO 2110-EXIT
004880     END-IF
004890     IF OI-STUDENT-ID NOT = MS-STUDENT-ID
004900        MOVE "Y" TO WS-LEDGER-SCAN-SW
004910        GO TO 2110-EXIT
004920     END-IF
004930     IF OPEN-ITEM-IS-TUITION
004940        SET TUITION-ALREADY-BILLED TO TRUE
004950     END-IF
004960     .
004970 2110-EXIT.
004980     EXIT.

004990 2200-CHECK-EXEMPTION.
005000*    AN EXEMPTION COUNTS ONLY WHILE ITS EFFECTIVE PERIOD
005010*    COVERS THE RUN DATE - AN EXPIRED WAIVER BILLS AS NORMAL.
005020     MOVE "N" TO WS-EXEMPT-SWITCH
005030     IF NOT EXEMPTION-FILE-OK
005040        GO TO 2200-EXIT
005050     END-IF
005060     MOVE MS-STUDENT-ID TO EX-STUDENT-ID
005070     READ EXEMPTION-FILE
005080         INVALID KEY
005090             CONTINUE
005100         NOT INVALID KEY
005110             IF EX-FROM-DATE NOT > WS-RUN-DATE
005120                AND EX-TO-DATE NOT < WS-RUN-DATE
005130                SET STUDENT-IS-EXEMPT TO TRUE
005140             END-IF
005150     END-READ
005160     .
005170 2200-EXIT.
005180     EXIT.

005190 2250-WAIVE-TUITION.
005200     ADD 1 TO WS-WAIVED-COUNT
005210     MOVE WS-TUITION-CURRENCY TO WS-LOOKUP-CURRENCY
005220     PERFORM 7100-FIND-CURRENCY THRU 7100-EXIT
005230     IF WS-CCY-SLOT > ZERO
005240        ADD WS-TUITION-AMOUNT TO WS-CCY-WAIVED (WS-CCY-SLOT)
005250     END-IF
005260     MOVE SPACE TO DL-NOTE
005270     STRING "WAIVED - " DELIMITED BY SIZE
005280            EX-REASON-CODE DELIMITED BY SIZE
005290            INTO DL-NOTE
005300     END-STRING
005310     MOVE ZERO TO DL-INSTALMENTS
005320     PERFORM 2350-PRINT-DETAIL THRU 2350-EXIT
005330     .
005340 2250-EXIT.
005350     EXIT.

005360 2300-BILL-TUITION.
005370     ADD 1 TO WS-BILLED-COUNT
005380     MOVE WS-TUITION-CURRENCY TO WS-LOOKUP-CURRENCY
005390     PERFORM 7100-FIND-CURRENCY THRU 7100-EXIT
005400     IF WS-CCY-SLOT > ZERO
005410        ADD WS-TUITION-AMOUNT TO WS-CCY-BILLED (WS-CCY-SLOT)
005420     END-IF

005430*    WITH AN INSTALMENT PLAN ON THE CURRENT TERM THE FEE
005440*    SPLITS INTO ONE ITEM PER INSTALMENT, EACH DUE ON ITS OWN
005450*    CALENDAR DATE; OTHERWISE ONE LUMP DUE AT ONCE.
005460     MOVE SPACE TO DL-NOTE
005470     IF WS-CURR-INST-COUNT > 1
005480        MOVE WS-CURR-INST-COUNT TO DL-INSTALMENTS
005490        PERFORM 2350-PRINT-DETAIL THRU 2350-EXIT
005500        PERFORM 2400-WRITE-INSTALMENTS THRU 2400-EXIT
005510     ELSE
005520        MOVE 1 TO DL-INSTALMENTS
005530        PERFORM 2350-PRINT-DETAIL THRU 2350-EXIT
005540        MOVE 31 TO WS-ITEM-SEQ
005550        MOVE WS-TUITION-AMOUNT TO WS-ITEM-AMOUNT
005560        MOVE WS-RUN-DATE TO WS-ITEM-DUE-DATE
005570        PERFORM 2500-WRITE-ONE-ITEM THRU 2500-EXIT
005580     END-IF
005590     .
005600 2300-EXIT.
005610     EXIT.

005620 2350-PRINT-DETAIL.
005630     MOVE MS-STUDENT-ID TO DL-STUDENT-ID
005640     MOVE MS-STUDENT-NAME TO DL-STUDENT-NAME
005650     MOVE MS-COURSE-CODE TO DL-COURSE-CODE
005660     MOVE WS-TUITION-AMOUNT TO DL-TUITION
005670     MOVE WS-TUITION-CURRENCY TO DL-CURRENCY
005680     MOVE WS-DETAIL-LINE TO TUITION-REPORT-LINE
005690     WRITE TUITION-REPORT-LINE
005700     .
005710 2350-EXIT.
005720     EXIT.

005730 2400-WRITE-INSTALMENTS.
005740*    THE FIRST INSTALMENTS TAKE THE ROUNDED EVEN SHARE AND
005750*    THE LAST TAKES WHATEVER REMAINS, SO THE INSTALMENTS
005760*    ALWAYS ADD BACK TO THE FEE TO THE CENT.
005770     DIVIDE WS-TUITION-AMOUNT BY WS-CURR-INST-COUNT
005780         GIVING WS-INST-BASE-AMOUNT
005790     MOVE ZERO TO WS-INST-ALLOCATED
005800     PERFORM 2410-WRITE-ONE-INSTALMENT THRU 2410-EXIT
005810         VARYING WS-INST-SUB FROM 1 BY 1
005820         UNTIL WS-INST-SUB > WS-CURR-INST-COUNT
005830     .
005840 2400-EXIT.
005850     EXIT.

005860 2410-WRITE-ONE-INSTALMENT.
005870     COMPUTE WS-ITEM-SEQ = 30 + WS-INST-SUB
005880     IF WS-INST-SUB < WS-CURR-INST-COUNT
005890        MOVE WS-INST-BASE-AMOUNT TO WS-ITEM-AMOUNT
005900        ADD WS-INST-BASE-AMOUNT TO WS-INST-ALLOCATED
005910     ELSE
005920        COMPUTE WS-ITEM-AMOUNT =
005930            WS-TUITION-AMOUNT - WS-INST-ALLOCATED
005940     END-IF
005950     IF WS-CURR-INST-DUE (WS-INST-SUB) > ZERO
005960        MOVE WS-CURR-INST-DUE (WS-INST-SUB)
005970            TO WS-ITEM-DUE-DATE
005980     ELSE
005990        MOVE WS-RUN-DATE TO WS-ITEM-DUE-DATE
006000     END-IF
006010     PERFORM 2500-WRITE-ONE-ITEM THRU 2500-EXIT
006020     .
006030 2410-EXIT.
006040     EXIT.

006050 2500-WRITE-ONE-ITEM.
006060     MOVE MS-STUDENT-ID TO BX-STUDENT-ID
006070     MOVE MS-STUDENT-NAME TO BX-STUDENT-NAME
006080     MOVE CO-COURSE-TITLE TO BX-CITY-NAME
006090     MOVE WS-ITEM-AMOUNT TO BX-SURCHARGE-AMOUNT
006100     MOVE WS-TUITION-CURRENCY TO BX-CURRENCY-CODE
006110     MOVE WS-RUN-DATE TO BX-RUN-DATE
006120     MOVE WS-ITEM-DUE-DATE TO BX-DUE-DATE
006130     IF BILLING-EXTRACT-OK
006140        WRITE BILLING-EXTRACT-REC
006150     END-IF

006160*    TUITION ITEMS TAKE SEQUENCES 31 TO 40, CLEAR OF THE
006170*    SURCHARGE, ROOM-RENT AND DAMAGE SEQUENCES AND THE 51-99
006180*    RANGE THE POSTING RUN USES FOR UNAPPLIED CASH.  THE
006190*    COURSE TITLE GOES IN THE CITY-NAME FIELD, AS THE RENT
006200*    RUN PUTS THE BUILDING THERE.
006210     MOVE MS-STUDENT-ID TO OI-STUDENT-ID
006220     MOVE WS-RUN-DATE TO OI-INVOICE-DATE
006230     MOVE WS-ITEM-SEQ TO OI-ITEM-SEQ
006240     MOVE "T" TO OI-ITEM-TYPE
006250     MOVE MS-STUDENT-NAME TO OI-STUDENT-NAME
006260     MOVE ZERO TO OI-CITY-CODE
006270     MOVE CO-COURSE-TITLE TO OI-CITY-NAME
006280     MOVE WS-TUITION-CURRENCY TO OI-CURRENCY-CODE
006290     MOVE WS-ITEM-DUE-DATE TO OI-DUE-DATE
006300     MOVE WS-ITEM-AMOUNT TO OI-BILLED-AMOUNT
006310     MOVE ZERO TO OI-PAID-AMOUNT
006320     MOVE "O" TO OI-STATUS-CODE
006330     WRITE OPEN-ITEM-REC
006340         INVALID KEY
006350             PERFORM 2510-LOG-DUPLICATE-ITEM THRU 2510-EXIT
006360         NOT INVALID KEY
006370             ADD 1 TO WS-ITEM-COUNT
006380     END-WRITE
006390     .
006400 2500-EXIT.
006410     EXIT.

006420 2510-LOG-DUPLICATE-ITEM.
006430*    THE TERM CHECK STOPS A SECOND BILLING, SO A KEY ALREADY
006440*    ON THE LEDGER MEANS SOMETHING WORTH A LOOK - IT IS
006450*    LOGGED AND THE EXISTING ITEM LEFT UNTOUCHED.
006460     MOVE "CONTROL3U" TO AL-PROGRAM-ID
006470     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
006480     ACCEPT AL-TIME-LOGGED FROM TIME
006490     MOVE SPACE TO AL-INPUT-DATA
006500     MOVE MS-STUDENT-ID TO AL-INPUT-DATA
006510     MOVE "Tuition item already on ledger"
006520         TO AL-REJECT-REASON
006530     IF AUDIT-LOG-FILE-OK
006540        WRITE AUDIT-LOG-REC
006550     END-IF
006560     .
006570 2510-EXIT.
006580     EXIT.

006590 2900-REJECT-STUDENT.
006600     ADD 1 TO WS-REJECT-COUNT
006610     MOVE MS-STUDENT-ID TO EL-STUDENT-ID
006620     MOVE WS-REJECT-REASON TO EL-REASON
006630     MOVE WS-EXCEPTION-LINE TO TUITION-REPORT-LINE
006640     WRITE TUITION-REPORT-LINE
006650     MOVE "CONTROL3U" TO AL-PROGRAM-ID
006660     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
006670     ACCEPT AL-TIME-LOGGED FROM TIME
006680     MOVE SPACE TO AL-INPUT-DATA
006690     MOVE MS-STUDENT-ID TO AL-INPUT-DATA
006700     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
006710     IF AUDIT-LOG-FILE-OK
006720        WRITE AUDIT-LOG-REC
006730     END-IF
006740     .
006750 2900-EXIT.
006760     EXIT.

006770 3000-PRINT-TRAILER.
006780     MOVE WS-STUDENT-COUNT TO TL-STUDENT-COUNT
006790     MOVE WS-BILLED-COUNT TO TL-BILLED-COUNT
006800     MOVE WS-LEFT-COUNT TO TL-LEFT-COUNT
006810     MOVE WS-WAIVED-COUNT TO TL-WAIVED-COUNT
006820     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
006830     MOVE WS-TRAILER-LINE TO TUITION-REPORT-LINE
006840     WRITE TUITION-REPORT-LINE
006850     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT
006860     MOVE WS-ITEM-COUNT TO TL-ITEM-COUNT
006870     MOVE WS-TRAILER-LINE-2 TO TUITION-REPORT-LINE
006880     WRITE TUITION-REPORT-LINE
006890     PERFORM 3100-PRINT-ONE-CURRENCY THRU 3100-EXIT
006900         VARYING WS-CCY-IDX FROM 1 BY 1
006910         UNTIL WS-CCY-IDX > WS-CCY-COUNT
006920     .
006930 3000-EXIT.
006940     EXIT.

006950 3100-PRINT-ONE-CURRENCY.
006960     MOVE WS-CCY-CODE (WS-CCY-IDX) TO CL-CURRENCY
006970     MOVE WS-CCY-BILLED (WS-CCY-IDX) TO CL-BILLED
006980     MOVE WS-CCY-WAIVED (WS-CCY-IDX) TO CL-WAIVED
006990     MOVE WS-CURRENCY-LINE TO TUITION-REPORT-LINE
007000     WRITE TUITION-REPORT-LINE
007010     .
007020 3100-EXIT.
007030     EXIT.

007040 7100-FIND-CURRENCY.
007050     MOVE ZERO TO WS-CCY-SLOT
007060     PERFORM 7110-CHECK-ONE-CURRENCY THRU 7110-EXIT
007070         VARYING WS-CCY-IDX FROM 1 BY 1
007080         UNTIL WS-CCY-IDX > WS-CCY-COUNT
007090            OR WS-CCY-SLOT > ZERO
007100     IF WS-CCY-SLOT > ZERO
007110        GO TO 7100-EXIT
007120     END-IF
007130     IF WS-CCY-COUNT = 10
007140        DISPLAY "CONTROL3U - CURRENCY TABLE FULL, "
007150            WS-LOOKUP-CURRENCY " NOT TOTALLED"
007160        GO TO 7100-EXIT
007170     END-IF
007180     ADD 1 TO WS-CCY-COUNT
007190     MOVE WS-CCY-COUNT TO WS-CCY-SLOT
007200     MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE (WS-CCY-SLOT)
007210     MOVE ZERO TO WS-CCY-BILLED (WS-CCY-SLOT)
007220     MOVE ZERO TO WS-CCY-WAIVED (WS-CCY-SLOT)
007230     .
007240 7100-EXIT.
007250     EXIT.

007260 7110-CHECK-ONE-CURRENCY.
007270     IF WS-CCY-CODE (WS-CCY-IDX) = WS-LOOKUP-CURRENCY
007280        SET WS-CCY-SLOT TO WS-CCY-IDX
007290     END-IF
007300     .
007310 7110-EXIT.
007320     EXIT.

007330 8000-TERMINATE.
007340     CLOSE MASTER-STUDENT-FILE
007350     CLOSE COURSE-FILE
007360     CLOSE EXEMPTION-FILE
007370     CLOSE OPEN-ITEM-FILE
007380     CLOSE BILLING-EXTRACT
007390     CLOSE TUITION-REPORT
007400     CLOSE AUDIT-LOG-FILE
007410     DISPLAY "CONTROL3U - STUDENTS READ: " WS-STUDENT-COUNT
007420     DISPLAY "CONTROL3U - STUDENTS BILLED: " WS-BILLED-COUNT
007430     DISPLAY "CONTROL3U - TUITION ITEMS WRITTEN: " WS-ITEM-COUNT
007440     DISPLAY "CONTROL3U - LEAVERS SUPPRESSED: " WS-LEFT-COUNT
007450     DISPLAY "CONTROL3U - EXEMPT STUDENTS WAIVED: "
007460         WS-WAIVED-COUNT
007470     DISPLAY "CONTROL3U - ALREADY BILLED THIS TERM: "
007480         WS-ALREADY-COUNT
007490     DISPLAY "CONTROL3U - STUDENTS REJECTED: " WS-REJECT-COUNT
007500     .
007510 8000-EXIT.
007520     EXIT.

007530 8800-END-RUN-CONTROL.
007540     MOVE "E" TO RL-FUNCTION
007550     MOVE WS-STUDENT-COUNT TO RL-RECORDS-PROCESSED
007560     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
007570     MOVE "CLEAN" TO RL-END-STATUS
007580     CALL "RUNLOG" USING RUN-LOG-PARM
007590     .
007600 8800-EXIT.
007610     EXIT.
