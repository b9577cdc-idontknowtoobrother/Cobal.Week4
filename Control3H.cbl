000310*                STUDENTS THE MASTER SHOWS AS WITHDRAWN OR  *
000320*                GRADUATED ARE SUPPRESSED, THE SAME RULE    *
000330*                THE SURCHARGE RUN APPLIES.                 *
000331*  10/15/26  JH  ROOM RENT IS NOW BILLED PRO-RATA FOR THE   *
000332*                NIGHTS EACH ASSIGNMENT OCCUPIES IN THE     *
000333*                TERM ON THE TERM CALENDAR, AND ONCE A TERM *
000334*                ONLY. ROOMS GIVEN UP ON A TRANSFER, VACATE *
000335*                OR DEPARTURE ARE SETTLED FIRST - UNUSED    *
000336*                NIGHTS ALREADY BILLED ARE CREDITED AND A   *
000337*                NEW ROOM IS CHARGED FROM THE MOVE DATE -   *
000338*                AND LISTED ON A NEW ADJUSTMENT REPORT.     *
000340*----------------------------------------------------------*

000350 ENVIRONMENT DIVISION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-ROOM-ASSIGNMENT.

000432     SELECT ROOM-ADJUSTMENT-FILE ASSIGN TO "ROOMADJ"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS FS-ROOM-ADJUSTMENT.

000440     SELECT ROOM-RATE-FILE ASSIGN TO "ROOMRATE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000520         RECORD KEY IS MS-STUDENT-ID
000530         FILE STATUS IS FS-MASTER-STUDENT.

000532     SELECT TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
000534         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS SEQUENTIAL
000536         RECORD KEY IS TC-TERM-CODE
000538         FILE STATUS IS FS-TERM-CALENDAR.

000540     SELECT BILLING-EXTRACT ASSIGN TO "BILLEXTR"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-BILLING-EXTRACT.

000570     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OI-KEY
000610         FILE STATUS IS FS-OPEN-ITEM.

000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-RENT-REPORT.

000642     SELECT ADJUSTMENT-REPORT ASSIGN TO "RENTADJR"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS FS-ADJUSTMENT-REPORT.

000650     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-AUDIT-LOG.
000710     RECORDING MODE IS F.
000720 COPY ROOMASGN.

000722 FD  ROOM-ADJUSTMENT-FILE
000724     RECORDING MODE IS F.
000726 COPY ROOMADJ.

000730 FD  ROOM-RATE-FILE.
000740 COPY ROOMRATE.

000750 FD  MASTER-STUDENT-FILE.
000760 COPY MASTREC.

000762 FD  TERM-CALENDAR-FILE.
000764 COPY TERMCAL.

000770 FD  BILLING-EXTRACT
000780     RECORDING MODE IS F.
000790 COPY BILLEXT.
000830     RECORDING MODE IS F.
000840 01  RENT-REPORT-LINE           PIC X(80).

000842 FD  ADJUSTMENT-REPORT
000844     RECORDING MODE IS F.
000846 01  ADJUSTMENT-REPORT-LINE     PIC X(80).

000850 FD  AUDIT-LOG-FILE
000860     RECORDING MODE IS F.
000870 COPY AUDITREC.
001000     05  FS-RENT-REPORT         PIC X(02) VALUE ZERO.
001010     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001020         88  AUDIT-LOG-FILE-OK      VALUE "00".
001021     05  FS-TERM-CALENDAR       PIC X(02) VALUE ZERO.
001022         88  TERM-CALENDAR-OK       VALUE "00".
001023         88  TERM-CALENDAR-EOF      VALUE "10".
001024     05  FS-ROOM-ADJUSTMENT     PIC X(02) VALUE ZERO.
001025         88  ROOM-ADJUSTMENT-OK     VALUE "00".
001026     05  FS-ADJUSTMENT-REPORT   PIC X(02) VALUE ZERO.

001030 01  WS-SWITCHES.
001040     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001050         88  END-OF-ASSIGNMENTS     VALUE "Y".
001060     05  WS-ITEM-HELD-SWITCH    PIC X(01) VALUE "N".
001070         88  LEDGER-ITEM-HELD       VALUE "Y".
001072     05  WS-ADJUST-EOF-SWITCH   PIC X(01) VALUE "N".
001073         88  END-OF-ADJUSTMENTS     VALUE "Y".
001074     05  WS-TERM-SWITCH         PIC X(01) VALUE "N".
001075         88  TERM-IS-MEASURED       VALUE "Y".
001076     05  WS-RENT-BILLED-SWITCH  PIC X(01) VALUE "N".
001077         88  RENT-ALREADY-BILLED    VALUE "Y".
001078     05  WS-ITEM-SCAN-SWITCH    PIC X(01) VALUE "N".
001079         88  END-OF-STUDENT-ITEMS   VALUE "Y".

001080 01  WS-COUNTS.
001090     05  WS-ASSIGN-COUNT        PIC 9(05) COMP VALUE ZERO.
001100     05  WS-BILLED-COUNT        PIC 9(05) COMP VALUE ZERO.
001110     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001120     05  WS-LEFT-COUNT          PIC 9(05) COMP VALUE ZERO.
001122     05  WS-PRIOR-BILLED-COUNT  PIC 9(05) COMP VALUE ZERO.
001124     05  WS-NO-NIGHTS-COUNT     PIC 9(05) COMP VALUE ZERO.
001126     05  WS-ADJUST-COUNT        PIC 9(05) COMP VALUE ZERO.
001128     05  WS-ADJUST-REJECT-COUNT PIC 9(05) COMP VALUE ZERO.

001130 01  WS-BILLING-FIGURES.
001140     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001150     05  WS-RENT-TOTAL          PIC 9(09)V99 VALUE ZERO.
001152     05  WS-TERM-RENT           PIC 9(05)V99 VALUE ZERO.
001154     05  WS-PRO-RATA-RENT       PIC 9(07)V99 VALUE ZERO.
001156     05  WS-BILLED-RENT         PIC 9(07)V99 VALUE ZERO.
001160     05  WS-ITEM-SEQ            PIC 9(02) VALUE ZERO.
001161     05  WS-ITEM-STUDENT-ID     PIC X(07) VALUE SPACE.
001162     05  WS-ITEM-TYPE           PIC X(01) VALUE SPACE.
001163     05  WS-ITEM-CITY           PIC 9(01) VALUE ZERO.
001164     05  WS-ITEM-BUILDING       PIC X(12) VALUE SPACE.
001165     05  WS-ITEM-CURRENCY       PIC X(03) VALUE SPACE.
001166     05  WS-ITEM-AMOUNT         PIC 9(07)V99 VALUE ZERO.
001170     05  WS-STUDENT-NAME        PIC X(30) VALUE SPACE.
001172     05  WS-OCC-NIGHTS          PIC 9(05) COMP VALUE ZERO.
001180     05  WS-MASTER-STATUS       PIC X(01) VALUE SPACE.
001190         88  MASTER-STUDENT-LEFT    VALUE "W", "G".
001192     05  WS-OLD-CHARGE          PIC 9(07)V99 VALUE ZERO.
001194     05  WS-NEW-CHARGE          PIC 9(07)V99 VALUE ZERO.
001196     05  WS-ADJUST-CREDIT-TOTAL PIC 9(09)V99 VALUE ZERO.
001198     05  WS-ADJUST-CHARGE-TOTAL PIC 9(09)V99 VALUE ZERO.
001200     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001201 01  WS-TERM-FIGURES.
001202     05  WS-TERM-START          PIC 9(08) VALUE ZERO.
001203     05  WS-TERM-END            PIC 9(08) VALUE ZERO.
001204     05  WS-NEXT-TERM-START     PIC 9(08) VALUE ZERO.
001205     05  WS-TERM-NIGHTS         PIC 9(05) COMP VALUE ZERO.
001206     05  WS-OCC-START           PIC 9(08) VALUE ZERO.
001207     05  WS-OCC-END             PIC 9(08) VALUE ZERO.
001208     05  WS-FIRST-NIGHT         PIC 9(08) VALUE ZERO.
001209     05  WS-LAST-NIGHT          PIC 9(08) VALUE ZERO.

001210 01  WS-REPORT-LINES.
001220     05  WS-HEADING-1.
001230         10  FILLER             PIC X(24) VALUE
001310         10  FILLER             PIC X(12) VALUE "BUILDING".
001320         10  FILLER             PIC X(02) VALUE SPACE.
001330         10  FILLER             PIC X(10) VALUE " TERM RENT".
001340         10  FILLER             PIC X(02) VALUE SPACE.
001341         10  FILLER             PIC X(06) VALUE "NIGHTS".
001342         10  FILLER             PIC X(14) VALUE SPACE.
001350     05  WS-DETAIL-LINE.
001360         10  DL-STUDENT-ID      PIC X(07).
001370         10  FILLER             PIC X(05) VALUE SPACE.
001400         10  DL-BUILDING        PIC X(12).
001410         10  FILLER             PIC X(02) VALUE SPACE.
001420         10  DL-TERM-RENT       PIC ZZ,ZZ9.99.
001430         10  FILLER             PIC X(06) VALUE SPACE.
001432         10  DL-NIGHTS          PIC ZZ9.
001434         10  FILLER             PIC X(14) VALUE SPACE.
001440     05  WS-EXCEPTION-LINE.
001450         10  FILLER             PIC X(07) VALUE "**REJ**".
001460         10  FILLER             PIC X(03) VALUE SPACE.
001480         10  FILLER             PIC X(03) VALUE SPACE.
001490         10  EL-REASON          PIC X(40).
001500         10  FILLER             PIC X(20) VALUE SPACE.
001501     05  WS-ADJUST-HEADING-1.
001502         10  FILLER             PIC X(80) VALUE
001503             "ROOM RENT ADJUSTMENTS".
001504     05  WS-ADJUST-HEADING-2.
001505         10  FILLER             PIC X(40) VALUE
001506             "STUDENT ID  NAME               REASON   ".
001507         10  FILLER             PIC X(40) VALUE
001508             "        MOVED ON  OLD CHARGE  NEW CHARGE".
001510     05  WS-TRAILER-LINE.
001520         10  FILLER             PIC X(12) VALUE "ASSIGNMENTS-".
001530         10  TL-ASSIGN-COUNT    PIC ZZZZ9.
001610         10  FILLER             PIC X(12) VALUE "RENT TOTAL-".
001620         10  TL-RENT-TOTAL      PIC ZZZ,ZZ9.99.
001630         10  FILLER             PIC X(11) VALUE SPACE.
001631     05  WS-ADJUST-DETAIL-LINE.
001632         10  AJ-STUDENT-ID      PIC X(12).
001633         10  AJ-STUDENT-NAME    PIC X(19) VALUE SPACE.
001634         10  AJ-REASON          PIC X(17).
001635         10  AJ-MOVE-DATE       PIC 9(08).
001636         10  FILLER             PIC X(02) VALUE SPACE.
001637         10  AJ-OLD-CHARGE      PIC ZZZ,ZZ9.99.
001638         10  FILLER             PIC X(02) VALUE SPACE.
001639         10  AJ-NEW-CHARGE      PIC ZZZ,ZZ9.99.

001640 COPY RUNPARM.

001641 01  WS-ADJUST-TRAILER-LINE.
001642     05  FILLER                 PIC X(12) VALUE "ADJUSTMENTS-".
001643     05  AT-ADJUST-COUNT        PIC ZZZZ9.
001644     05  FILLER                 PIC X(03) VALUE SPACE.
001645     05  FILLER                 PIC X(09) VALUE "REJECTED-".
001646     05  AT-REJECT-COUNT        PIC ZZZZ9.
001647     05  FILLER                 PIC X(46) VALUE SPACE.

001650 PROCEDURE DIVISION.

001660 0000-MAINLINE.
001690        GOBACK
001700     END-IF
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001715     PERFORM 4000-APPLY-ADJUSTMENTS THRU 4000-EXIT
001720     PERFORM 2000-BILL-ONE-ASSIGNMENT THRU 2000-EXIT
001730         UNTIL END-OF-ASSIGNMENTS
001740     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT
002320     MOVE WS-HEADING-2 TO RENT-REPORT-LINE
002330     WRITE RENT-REPORT-LINE

002331     OPEN OUTPUT ADJUSTMENT-REPORT
002332     MOVE WS-ADJUST-HEADING-1 TO ADJUSTMENT-REPORT-LINE
002333     WRITE ADJUSTMENT-REPORT-LINE
002334     MOVE WS-ADJUST-HEADING-2 TO ADJUSTMENT-REPORT-LINE
002335     WRITE ADJUSTMENT-REPORT-LINE

002340     OPEN EXTEND AUDIT-LOG-FILE
002350     IF NOT AUDIT-LOG-FILE-OK
002360        DISPLAY "CONTROL3H - UNABLE TO OPEN AUDIT-LOG-FILE"
002370     END-IF

002380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002382     PERFORM 5000-FIND-CURRENT-TERM THRU 5000-EXIT

002390     IF NOT END-OF-ASSIGNMENTS
002400        PERFORM 1100-READ-ASSIGNMENT THRU 1100-EXIT
002530 2000-BILL-ONE-ASSIGNMENT.
002540     ADD 1 TO WS-ASSIGN-COUNT
002550     MOVE SPACE TO WS-REJECT-REASON
002552     MOVE RA-STUDENT-ID TO WS-ITEM-STUDENT-ID

002560     PERFORM 2100-LOOKUP-STUDENT THRU 2100-EXIT
002570     IF MASTER-STUDENT-LEFT
002590        GO TO 2000-NEXT
002600     END-IF

002601*    A ROOM IS BILLED ONCE A TERM - AN ASSIGNMENT ALREADY
002602*    CARRYING RENT FOR THE TERM, WHETHER FROM AN EARLIER RUN OR
002603*    FROM A MOVE SETTLED ABOVE, IS LEFT AS IT STANDS.
002604     PERFORM 5200-FIND-BILLED-RENT THRU 5200-EXIT
002605     IF RENT-ALREADY-BILLED
002606        ADD 1 TO WS-PRIOR-BILLED-COUNT
002607        GO TO 2000-NEXT
002608     END-IF

002610     MOVE RA-CITY-CODE TO RR-CITY-CODE
002620     MOVE RA-BUILDING TO RR-BUILDING
002630     READ ROOM-RATE-FILE

002790 2100-LOOKUP-STUDENT.
002800     MOVE SPACE TO WS-MASTER-STATUS
002810     MOVE WS-ITEM-STUDENT-ID TO MS-STUDENT-ID
002820     IF MASTER-STUDENT-FILE-OK
002830        READ MASTER-STUDENT-FILE
002840            INVALID KEY
002950     EXIT.

002960 2200-BILL-ROOM-RENT.
002962     PERFORM 2210-PRICE-ASSIGNMENT THRU 2210-EXIT
002964     IF TERM-IS-MEASURED AND WS-OCC-NIGHTS = ZERO
002965        ADD 1 TO WS-NO-NIGHTS-COUNT
002966        GO TO 2200-EXIT
002967     END-IF
002970     ADD 1 TO WS-BILLED-COUNT
002980     ADD WS-PRO-RATA-RENT TO WS-RENT-TOTAL

002990     MOVE RA-STUDENT-ID TO DL-STUDENT-ID
003000     MOVE WS-STUDENT-NAME TO DL-STUDENT-NAME
003010     MOVE RA-BUILDING TO DL-BUILDING
003020     MOVE WS-PRO-RATA-RENT TO DL-TERM-RENT
003025     MOVE WS-OCC-NIGHTS TO DL-NIGHTS
003030     MOVE WS-DETAIL-LINE TO RENT-REPORT-LINE
003040     WRITE RENT-REPORT-LINE

003041     MOVE "I" TO WS-ITEM-TYPE
003042     MOVE RA-CITY-CODE TO WS-ITEM-CITY
003043     MOVE RA-BUILDING TO WS-ITEM-BUILDING
003044     MOVE RR-CURRENCY-CODE TO WS-ITEM-CURRENCY
003045     MOVE WS-PRO-RATA-RENT TO WS-ITEM-AMOUNT
003046     PERFORM 2250-WRITE-EXTRACT THRU 2250-EXIT
003047     PERFORM 2300-ADD-OPEN-ITEM THRU 2300-EXIT
003048     .
003049 2200-EXIT.
003050     EXIT.

003051 2250-WRITE-EXTRACT.
003052     MOVE WS-ITEM-STUDENT-ID TO BX-STUDENT-ID
003060     MOVE WS-STUDENT-NAME TO BX-STUDENT-NAME
003070     MOVE WS-ITEM-BUILDING TO BX-CITY-NAME
003080     MOVE WS-ITEM-AMOUNT TO BX-SURCHARGE-AMOUNT
003090     MOVE WS-ITEM-CURRENCY TO BX-CURRENCY-CODE
003100     MOVE WS-RUN-DATE TO BX-RUN-DATE
003102     MOVE WS-RUN-DATE TO BX-DUE-DATE
003110     IF BILLING-EXTRACT-OK
003120        WRITE BILLING-EXTRACT-REC
003130     END-IF
003150     .
003160 2250-EXIT.
003170     EXIT.

003180 2300-ADD-OPEN-ITEM.
003370     EXIT.

003380 2310-WRITE-ONE-ITEM.
003390     MOVE WS-ITEM-STUDENT-ID TO OI-STUDENT-ID
003400     MOVE WS-RUN-DATE TO OI-INVOICE-DATE
003410     MOVE WS-ITEM-SEQ TO OI-ITEM-SEQ
003420     MOVE WS-ITEM-TYPE TO OI-ITEM-TYPE
003430     MOVE WS-STUDENT-NAME TO OI-STUDENT-NAME
003440     MOVE WS-ITEM-CITY TO OI-CITY-CODE
003450     MOVE WS-ITEM-BUILDING TO OI-CITY-NAME
003460     MOVE WS-ITEM-CURRENCY TO OI-CURRENCY-CODE
003465     MOVE WS-RUN-DATE TO OI-DUE-DATE
003470*    A RENT CREDIT GOES ON AS CASH ON ACCOUNT, THE SAME AS AN
003471*    UNAPPLIED PAYMENT, SO IT COUNTS AGAINST THE STUDENT'S
003472*    BALANCE AND THE REFUND RUN CAN PAY IT BACK.
003473     IF OPEN-ITEM-IS-CASH
003474        MOVE ZERO TO OI-BILLED-AMOUNT
003475        MOVE WS-ITEM-AMOUNT TO OI-PAID-AMOUNT
003476     ELSE
003477        MOVE WS-ITEM-AMOUNT TO OI-BILLED-AMOUNT
003478        MOVE ZERO TO OI-PAID-AMOUNT
003479     END-IF
003490     MOVE "O" TO OI-STATUS-CODE
003500     WRITE OPEN-ITEM-REC
003510         INVALID KEY
003810     MOVE WS-RENT-TOTAL TO TL-RENT-TOTAL
003820     MOVE WS-TRAILER-LINE TO RENT-REPORT-LINE
003830     WRITE RENT-REPORT-LINE
003831     MOVE WS-ADJUST-COUNT TO AT-ADJUST-COUNT
003832     MOVE WS-ADJUST-REJECT-COUNT TO AT-REJECT-COUNT
003833     MOVE WS-ADJUST-TRAILER-LINE TO ADJUSTMENT-REPORT-LINE
003834     WRITE ADJUSTMENT-REPORT-LINE
003840     .
003850 3000-EXIT.
003860     EXIT.
003910     CLOSE BILLING-EXTRACT
003920     CLOSE OPEN-ITEM-FILE
003930     CLOSE RENT-REPORT
003932     CLOSE ADJUSTMENT-REPORT
003940     CLOSE AUDIT-LOG-FILE
003950     DISPLAY "CONTROL3H - ASSIGNMENTS READ: " WS-ASSIGN-COUNT
003960     DISPLAY "CONTROL3H - ROOM RENTS BILLED: " WS-BILLED-COUNT
003970     DISPLAY "CONTROL3H - LEAVERS SUPPRESSED: " WS-LEFT-COUNT
003980     DISPLAY "CONTROL3H - ASSIGNMENTS REJECTED: "
003990         WS-REJECT-COUNT
003991     DISPLAY "CONTROL3H - ALREADY BILLED THIS TERM: "
003992         WS-PRIOR-BILLED-COUNT
003993     DISPLAY "CONTROL3H - NO NIGHTS IN TERM: " WS-NO-NIGHTS-COUNT
003994     DISPLAY "CONTROL3H - ROOM MOVES ADJUSTED: " WS-ADJUST-COUNT
003995     DISPLAY "CONTROL3H - RENT CREDITED: " WS-ADJUST-CREDIT-TOTAL
003996     DISPLAY "CONTROL3H - RENT CHARGED ON MOVES: "
003997         WS-ADJUST-CHARGE-TOTAL
004000     .
004010 8000-EXIT.
004020     EXIT.
004090     .
004100 8800-EXIT.
004110     EXIT.


004120 4000-APPLY-ADJUSTMENTS.
004130*    ROOMS GIVEN UP SINCE THE LAST RUN ARE SETTLED BEFORE ANY
004140*    ASSIGNMENT IS BILLED.  THE UNUSED NIGHTS OF RENT ALREADY
004150*    BILLED ARE CREDITED, A ROOM NOT YET BILLED IS CHARGED FOR
004160*    THE NIGHTS IT WAS HELD, AND A TRANSFER'S NEW ROOM IS
004170*    CHARGED FROM THE MOVE DATE.  THE FILE IS EMPTIED ONCE ITS
004180*    ADJUSTMENTS ARE ON THE LEDGER - WITHOUT A MEASURED TERM,
004190*    THE LEDGER OR THE ROOM RATES IT IS HELD FOR THE NEXT RUN.
004200     OPEN INPUT ROOM-ADJUSTMENT-FILE
004210     IF NOT ROOM-ADJUSTMENT-OK
004220        GO TO 4000-EXIT
004230     END-IF
004240     IF NOT TERM-IS-MEASURED
004250        OR NOT OPEN-ITEM-FILE-OK
004260        OR NOT ROOM-RATE-FILE-OK
004270        DISPLAY "CONTROL3H - ROOM RENT ADJUSTMENTS HELD FOR THE "
004280            "NEXT RUN"
004290        CLOSE ROOM-ADJUSTMENT-FILE
004300        GO TO 4000-EXIT
004310     END-IF
004320     PERFORM 4010-READ-ADJUSTMENT THRU 4010-EXIT
004330     PERFORM 4100-ADJUST-ONE-ROOM THRU 4100-EXIT
004340         UNTIL END-OF-ADJUSTMENTS
004350     CLOSE ROOM-ADJUSTMENT-FILE
004360     OPEN OUTPUT ROOM-ADJUSTMENT-FILE
004370     CLOSE ROOM-ADJUSTMENT-FILE
004380     .
004390 4000-EXIT.
004400     EXIT.

004410 4010-READ-ADJUSTMENT.
004420     READ ROOM-ADJUSTMENT-FILE
004430         AT END
004440             MOVE "Y" TO WS-ADJUST-EOF-SWITCH
004450     END-READ
004460     .
004470 4010-EXIT.
004480     EXIT.

004490 4100-ADJUST-ONE-ROOM.
004500     ADD 1 TO WS-ADJUST-COUNT
004510     MOVE SPACE TO WS-REJECT-REASON
004520     MOVE RJ-STUDENT-ID TO WS-ITEM-STUDENT-ID
004530     IF NOT ADJUST-TYPE-VALID
004540        OR RJ-MOVE-DATE NOT NUMERIC
004550        OR RJ-CITY-CODE NOT NUMERIC
004560        MOVE "Adjustment type, date or city invalid"
004570            TO WS-REJECT-REASON
004580        PERFORM 4900-REJECT-ADJUSTMENT THRU 4900-EXIT
004590        GO TO 4100-NEXT
004600     END-IF
004610     IF RJ-OLD-START-DATE NOT NUMERIC
004620        MOVE ZERO TO RJ-OLD-START-DATE
004630     END-IF
004640     IF RJ-OLD-END-DATE NOT NUMERIC
004650        MOVE ZERO TO RJ-OLD-END-DATE
004660     END-IF
004670     MOVE RJ-CITY-CODE TO WS-ITEM-CITY
004680     PERFORM 2100-LOOKUP-STUDENT THRU 2100-EXIT

004690*    BOTH RATES ARE CHECKED BEFORE ANYTHING IS POSTED, SO A
004700*    TRANSFER IS NEVER LEFT HALF SETTLED FOR WANT OF A RATE.
004710     IF ADJUST-IS-TRANSFER
004720        MOVE RJ-CITY-CODE TO RR-CITY-CODE
004730        MOVE RJ-NEW-BUILDING TO RR-BUILDING
004740        READ ROOM-RATE-FILE
004750            INVALID KEY
004760                MOVE "No room rate for the new building"
004770                    TO WS-REJECT-REASON
004780        END-READ
004790     END-IF
004800     IF WS-REJECT-REASON = SPACE
004810        MOVE RJ-CITY-CODE TO RR-CITY-CODE
004820        MOVE RJ-OLD-BUILDING TO RR-BUILDING
004830        READ ROOM-RATE-FILE
004840            INVALID KEY
004850                MOVE "No room rate for the old building"
004860                    TO WS-REJECT-REASON
004870        END-READ
004880     END-IF
004890     IF WS-REJECT-REASON NOT = SPACE
004900        PERFORM 4900-REJECT-ADJUSTMENT THRU 4900-EXIT
004910        GO TO 4100-NEXT
004920     END-IF

004930     PERFORM 5200-FIND-BILLED-RENT THRU 5200-EXIT
004940     MOVE WS-BILLED-RENT TO WS-OLD-CHARGE
004950     MOVE WS-BILLED-RENT TO WS-NEW-CHARGE
004960     MOVE RJ-OLD-BUILDING TO WS-ITEM-BUILDING
004970     MOVE RR-CURRENCY-CODE TO WS-ITEM-CURRENCY
004980     MOVE RR-TERM-RENT TO WS-TERM-RENT
004990*    A LEAVER WHOSE RENT WAS NEVER BILLED IS NOT CHARGED, THE
005000*    SAME RULE THE BILLING PASS APPLIES TO STUDENTS WHO LEFT.
005010     EVALUATE TRUE
005020        WHEN RENT-ALREADY-BILLED
005030           PERFORM 4110-CREDIT-UNUSED-NIGHTS THRU 4110-EXIT
005040        WHEN NOT ADJUST-IS-LEAVER
005050           PERFORM 4120-CHARGE-USED-NIGHTS THRU 4120-EXIT
005060     END-EVALUATE
005070     IF ADJUST-IS-TRANSFER
005080        AND WS-REJECT-REASON = SPACE
005090        PERFORM 4130-CHARGE-NEW-ROOM THRU 4130-EXIT
005100     END-IF

005110     IF WS-REJECT-REASON NOT = SPACE
005120        PERFORM 4900-REJECT-ADJUSTMENT THRU 4900-EXIT
005130     ELSE
005140        PERFORM 4190-PRINT-ADJUSTMENT THRU 4190-EXIT
005150     END-IF
005160     .
005170 4100-NEXT.
005180     PERFORM 4010-READ-ADJUSTMENT THRU 4010-EXIT
005190     .
005200 4100-EXIT.
005210     EXIT.

005220 4110-CREDIT-UNUSED-NIGHTS.
005230*    THE NIGHTS FROM THE MOVE DATE TO THE END OF THE STAY ARE
005240*    CREDITED AT THE OLD ROOM'S RATE, NEVER MORE THAN THE RENT
005250*    STILL STANDING FOR THE TERM.
005260     MOVE RJ-MOVE-DATE TO WS-OCC-START
005270     IF RJ-OLD-START-DATE > RJ-MOVE-DATE
005280        MOVE RJ-OLD-START-DATE TO WS-OCC-START
005290     END-IF
005300     MOVE RJ-OLD-END-DATE TO WS-OCC-END
005310     PERFORM 5100-PRICE-NIGHTS THRU 5100-EXIT
005320     IF WS-PRO-RATA-RENT > WS-BILLED-RENT
005330        MOVE WS-BILLED-RENT TO WS-PRO-RATA-RENT
005340     END-IF
005350     IF WS-PRO-RATA-RENT = ZERO
005360        GO TO 4110-EXIT
005370     END-IF
005380     MOVE "U" TO WS-ITEM-TYPE
005390     MOVE WS-PRO-RATA-RENT TO WS-ITEM-AMOUNT
005400     PERFORM 2300-ADD-OPEN-ITEM THRU 2300-EXIT
005410     IF WS-REJECT-REASON = SPACE
005420        SUBTRACT WS-PRO-RATA-RENT FROM WS-NEW-CHARGE
005430        ADD WS-PRO-RATA-RENT TO WS-ADJUST-CREDIT-TOTAL
005440     END-IF
005450     .
005460 4110-EXIT.
005470     EXIT.

005480 4120-CHARGE-USED-NIGHTS.
005490*    THE ROOM WAS GIVEN UP BEFORE ITS RENT WAS BILLED, SO ONLY
005500*    THE NIGHTS UP TO THE ONE BEFORE THE MOVE ARE CHARGED.
005510     MOVE RJ-OLD-START-DATE TO WS-OCC-START
005520     COMPUTE WS-OCC-END =
005530         FUNCTION DATE-OF-INTEGER
005540             (FUNCTION INTEGER-OF-DATE (RJ-MOVE-DATE) - 1)
005550     IF RJ-OLD-END-DATE NOT = ZERO
005560        AND RJ-OLD-END-DATE < WS-OCC-END
005570        MOVE RJ-OLD-END-DATE TO WS-OCC-END
005580     END-IF
005590     IF WS-OCC-END = ZERO
005600        GO TO 4120-EXIT
005610     END-IF
005620     PERFORM 5100-PRICE-NIGHTS THRU 5100-EXIT
005630     PERFORM 4140-POST-CHARGE THRU 4140-EXIT
005640     .
005650 4120-EXIT.
005660     EXIT.

005670 4130-CHARGE-NEW-ROOM.
005680*    THE NEW ROOM IS CHARGED FROM THE MOVE DATE TO THE END OF
005690*    THE TERM AT ITS OWN BUILDING'S RATE.
005700     MOVE RJ-CITY-CODE TO RR-CITY-CODE
005710     MOVE RJ-NEW-BUILDING TO RR-BUILDING
005720     READ ROOM-RATE-FILE
005730         INVALID KEY
005740             MOVE "No room rate for the new building"
005750                 TO WS-REJECT-REASON
005760     END-READ
005770     IF WS-REJECT-REASON NOT = SPACE
005780        GO TO 4130-EXIT
005790     END-IF
005800     MOVE RJ-NEW-BUILDING TO WS-ITEM-BUILDING
005810     MOVE RR-CURRENCY-CODE TO WS-ITEM-CURRENCY
005820     MOVE RR-TERM-RENT TO WS-TERM-RENT
005830     MOVE RJ-MOVE-DATE TO WS-OCC-START
005840     MOVE ZERO TO WS-OCC-END
005850     PERFORM 5100-PRICE-NIGHTS THRU 5100-EXIT
005860     PERFORM 4140-POST-CHARGE THRU 4140-EXIT
005870     .
005880 4130-EXIT.
005890     EXIT.

005900 4140-POST-CHARGE.
005910     IF WS-PRO-RATA-RENT = ZERO
005920        GO TO 4140-EXIT
005930     END-IF
005940     MOVE "I" TO WS-ITEM-TYPE
005950     MOVE WS-PRO-RATA-RENT TO WS-ITEM-AMOUNT
005960     PERFORM 2250-WRITE-EXTRACT THRU 2250-EXIT
005970     PERFORM 2300-ADD-OPEN-ITEM THRU 2300-EXIT
005980     IF WS-REJECT-REASON = SPACE
005990        ADD WS-PRO-RATA-RENT TO WS-NEW-CHARGE
006000        ADD WS-PRO-RATA-RENT TO WS-ADJUST-CHARGE-TOTAL
006010     END-IF
006020     .
006030 4140-EXIT.
006040     EXIT.

006050 4190-PRINT-ADJUSTMENT.
006060     MOVE RJ-STUDENT-ID TO AJ-STUDENT-ID
006070     MOVE WS-STUDENT-NAME TO AJ-STUDENT-NAME (1:17)
006080     EVALUATE TRUE
006090        WHEN ADJUST-IS-TRANSFER
006100           MOVE "ROOM TRANSFER" TO AJ-REASON
006110        WHEN ADJUST-IS-VACATE
006120           MOVE "ROOM VACATED" TO AJ-REASON
006130        WHEN OTHER
006140           MOVE "LEFT UNIVERSITY" TO AJ-REASON
006150     END-EVALUATE
006160     MOVE RJ-MOVE-DATE TO AJ-MOVE-DATE
006170     MOVE WS-OLD-CHARGE TO AJ-OLD-CHARGE
006180     MOVE WS-NEW-CHARGE TO AJ-NEW-CHARGE
006190     MOVE WS-ADJUST-DETAIL-LINE TO ADJUSTMENT-REPORT-LINE
006200     WRITE ADJUSTMENT-REPORT-LINE
006210     .
006220 4190-EXIT.
006230     EXIT.

006240 4900-REJECT-ADJUSTMENT.
006250     ADD 1 TO WS-ADJUST-REJECT-COUNT
006260     MOVE RJ-STUDENT-ID TO EL-STUDENT-ID
006270     MOVE WS-REJECT-REASON TO EL-REASON
006280     MOVE WS-EXCEPTION-LINE TO ADJUSTMENT-REPORT-LINE
006290     WRITE ADJUSTMENT-REPORT-LINE
006300     MOVE "CONTROL3H" TO AL-PROGRAM-ID
006310     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
006320     ACCEPT AL-TIME-LOGGED FROM TIME
006330     MOVE ROOM-ADJUSTMENT-REC TO AL-INPUT-DATA
006340     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
006350     IF AUDIT-LOG-FILE-OK
006360        WRITE AUDIT-LOG-REC
006370     END-IF
006380     .
006390 4900-EXIT.
006400     EXIT.

006410 5000-FIND-CURRENT-TERM.
006420*    THE TERM BEING BILLED IS THE LATEST ONE STARTED BY THE RUN
006430*    DATE.  THE CALENDAR CARRIES NO END DATE, SO A TERM RUNS TO
006440*    THE NIGHT BEFORE THE NEXT ONE STARTS.  UNTIL THE NEXT TERM
006450*    IS ON THE CALENDAR THE NIGHTS CANNOT BE COUNTED, AND ROOMS
006460*    ARE BILLED THE FULL TERM RENT AS BEFORE.
006470     OPEN INPUT TERM-CALENDAR-FILE
006480     IF NOT TERM-CALENDAR-OK
006490        DISPLAY "CONTROL3H - UNABLE TO OPEN TERM-CALENDAR, "
006500            "ROOMS BILLED THE FULL TERM RENT"
006510        GO TO 5000-EXIT
006520     END-IF
006530     PERFORM 5010-CHECK-ONE-TERM THRU 5010-EXIT
006540         UNTIL TERM-CALENDAR-EOF
006550     CLOSE TERM-CALENDAR-FILE
006560     IF WS-TERM-START = ZERO
006570        OR WS-NEXT-TERM-START = ZERO
006580        DISPLAY "CONTROL3H - TERM END NOT ON THE CALENDAR, "
006590            "ROOMS BILLED THE FULL TERM RENT"
006600        GO TO 5000-EXIT
006610     END-IF
006620     COMPUTE WS-TERM-END =
006630         FUNCTION DATE-OF-INTEGER
006640             (FUNCTION INTEGER-OF-DATE (WS-NEXT-TERM-START) - 1)
006650     COMPUTE WS-TERM-NIGHTS =
006660         FUNCTION INTEGER-OF-DATE (WS-TERM-END)
006670         - FUNCTION INTEGER-OF-DATE (WS-TERM-START) + 1
006680     SET TERM-IS-MEASURED TO TRUE
006690     .
006700 5000-EXIT.
006710     EXIT.

006720 5010-CHECK-ONE-TERM.
006730     READ TERM-CALENDAR-FILE NEXT RECORD
006740         AT END
006750             SET TERM-CALENDAR-EOF TO TRUE
006760         NOT AT END
006770             IF TC-START-DATE IS NUMERIC
006780                PERFORM 5020-PLACE-ONE-TERM THRU 5020-EXIT
006790             END-IF
006800     END-READ
006810     .
006820 5010-EXIT.
006830     EXIT.

006840 5020-PLACE-ONE-TERM.
006850     IF TC-START-DATE NOT > WS-RUN-DATE
006860        AND TC-START-DATE > WS-TERM-START
006870        MOVE TC-START-DATE TO WS-TERM-START
006880     END-IF
006890     IF TC-START-DATE > WS-RUN-DATE
006900        AND (WS-NEXT-TERM-START = ZERO
006910             OR TC-START-DATE < WS-NEXT-TERM-START)
006920        MOVE TC-START-DATE TO WS-NEXT-TERM-START
006930     END-IF
006940     .
006950 5020-EXIT.
006960     EXIT.

006970 5100-PRICE-NIGHTS.
006980*    PRICES WS-TERM-RENT FOR THE NIGHTS FROM WS-OCC-START TO
006990*    WS-OCC-END THAT FALL INSIDE THE TERM - A ZERO START MEANS
007000*    FROM THE FIRST NIGHT OF THE TERM, A ZERO END TO ITS LAST.
007010     MOVE ZERO TO WS-OCC-NIGHTS
007020     IF NOT TERM-IS-MEASURED
007030        MOVE WS-TERM-RENT TO WS-PRO-RATA-RENT
007040        GO TO 5100-EXIT
007050     END-IF
007060     MOVE WS-TERM-START TO WS-FIRST-NIGHT
007070     IF WS-OCC-START > WS-FIRST-NIGHT
007080        MOVE WS-OCC-START TO WS-FIRST-NIGHT
007090     END-IF
007100     MOVE WS-TERM-END TO WS-LAST-NIGHT
007110     IF WS-OCC-END NOT = ZERO
007120        AND WS-OCC-END < WS-LAST-NIGHT
007130        MOVE WS-OCC-END TO WS-LAST-NIGHT
007140     END-IF
007150     IF WS-FIRST-NIGHT NOT > WS-LAST-NIGHT
007160        COMPUTE WS-OCC-NIGHTS =
007170            FUNCTION INTEGER-OF-DATE (WS-LAST-NIGHT)
007180            - FUNCTION INTEGER-OF-DATE (WS-FIRST-NIGHT) + 1
007190     END-IF
007200     IF WS-OCC-NIGHTS > WS-TERM-NIGHTS
007210        MOVE WS-TERM-NIGHTS TO WS-OCC-NIGHTS
007220     END-IF
007230     IF WS-OCC-NIGHTS = WS-TERM-NIGHTS
007240        MOVE WS-TERM-RENT TO WS-PRO-RATA-RENT
007250     ELSE
007260        COMPUTE WS-PRO-RATA-RENT ROUNDED =
007270            WS-TERM-RENT * WS-OCC-NIGHTS / WS-TERM-NIGHTS
007280     END-IF
007290     .
007300 5100-EXIT.
007310     EXIT.

007320 5200-FIND-BILLED-RENT.
007330*    TOTALS THE ROOM RENT STANDING ON THE LEDGER FOR THE TERM -
007340*    RENT INVOICES LESS RENT CREDITS ON THE ROOM-RENT SEQUENCES
007350*    DATED FROM THE TERM START.  ANY RENT INVOICE MEANS THE
007360*    TERM HAS BEEN BILLED.
007370     MOVE "N" TO WS-RENT-BILLED-SWITCH
007380     MOVE ZERO TO WS-BILLED-RENT
007390     IF WS-TERM-START = ZERO
007400        OR NOT OPEN-ITEM-FILE-OK
007410        GO TO 5200-EXIT
007420     END-IF
007430     MOVE "N" TO WS-ITEM-SCAN-SWITCH
007440     MOVE WS-ITEM-STUDENT-ID TO OI-STUDENT-ID
007450     MOVE WS-TERM-START TO OI-INVOICE-DATE
007460     MOVE ZERO TO OI-ITEM-SEQ
007470     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
007480         INVALID KEY
007490             SET END-OF-STUDENT-ITEMS TO TRUE
007500     END-START
007510     PERFORM 5210-CHECK-ONE-ITEM THRU 5210-EXIT
007520         UNTIL END-OF-STUDENT-ITEMS
007530     .
007540 5200-EXIT.
007550     EXIT.

007560 5210-CHECK-ONE-ITEM.
007570     READ OPEN-ITEM-FILE NEXT RECORD
007580         AT END
007590             SET END-OF-STUDENT-ITEMS TO TRUE
007600             GO TO 5210-EXIT
007610     END-READ
007620     IF OI-STUDENT-ID NOT = WS-ITEM-STUDENT-ID
007630        SET END-OF-STUDENT-ITEMS TO TRUE
007640        GO TO 5210-EXIT
007650     END-IF
007660     IF OI-ITEM-SEQ < 11
007670        OR OI-ITEM-SEQ > 20
007680        GO TO 5210-EXIT
007690     END-IF
007700     IF OPEN-ITEM-IS-INVOICE
007710        SET RENT-ALREADY-BILLED TO TRUE
007720        ADD OI-BILLED-AMOUNT TO WS-BILLED-RENT
007730     END-IF
007740     IF OPEN-ITEM-IS-CASH
007750        IF OI-PAID-AMOUNT > WS-BILLED-RENT
007760           MOVE ZERO TO WS-BILLED-RENT
007770        ELSE
007780           SUBTRACT OI-PAID-AMOUNT FROM WS-BILLED-RENT
007790        END-IF
007800     END-IF
007810     .
007820 5210-EXIT.
007830     EXIT.

007840 2210-PRICE-ASSIGNMENT.
007850*    THE TERM RENT IS CHARGED FOR THE NIGHTS THE ASSIGNMENT
007860*    OCCUPIES WITHIN THE TERM.  AN ASSIGNMENT WRITTEN BEFORE
007870*    THE OCCUPANCY DATES EXISTED HOLDS THE ROOM ALL TERM.
007880     MOVE RA-OCCUPY-START TO WS-OCC-START
007890     MOVE RA-OCCUPY-END TO WS-OCC-END
007900     IF RA-OCCUPY-START NOT NUMERIC
007910        MOVE ZERO TO WS-OCC-START
007920     END-IF
007930     IF RA-OCCUPY-END NOT NUMERIC
007940        MOVE ZERO TO WS-OCC-END
007950     END-IF
007960     MOVE RR-TERM-RENT TO WS-TERM-RENT
007970     PERFORM 5100-PRICE-NIGHTS THRU 5100-EXIT
007980     .
007990 2210-EXIT.
008000     EXIT.
