000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL2D.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - ASSET MANAGEMENT.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  MONTH-END DEPRECIATION RUN.  READS THE      *
000200*                PERMANENT ASSET MASTER AND CHARGES EACH     *
000210*                ACTIVE DEVICE STRAIGHT-LINE DEPRECIATION    *
000220*                ON ITS ACQUISITION COST OVER ITS USEFUL     *
000230*                LIFE UP TO THE RUN MONTH, KEEPING THE       *
000240*                ACCUMULATED DEPRECIATION ON THE MASTER.     *
000250*                A DEVICE CONTROL2C HAS MARKED DISPOSED IS   *
000260*                CHARGED TO ITS DISPOSAL MONTH AND THE       *
000270*                DISPOSAL POSTED WITH ANY PROFIT OR LOSS     *
000280*                AGAINST ITS SALE PROCEEDS.  DEPRECIATION    *
000290*                AND DISPOSAL JOURNAL VOUCHERS ARE WRITTEN   *
000300*                PER ASSET CLASS TO THE ACCOUNTS ON THE      *
000310*                ASSET-CLASS FILE, AND A FIXED-ASSET         *
000320*                REGISTER SHOWS COST, ACCUMULATED            *
000330*                DEPRECIATION AND NET BOOK VALUE BY CLASS,   *
000340*                SO FINANCE STOPS REBUILDING THE SCHEDULE    *
000350*                FROM INVOICES EVERY YEAR-END.               *
000360*----------------------------------------------------------*

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ASSET-MASTER-FILE ASSIGN TO "ASSETMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS AR-DEVICE-ID
000470         FILE STATUS IS FS-ASSET-MASTER.

000480     SELECT ASSET-CLASS-FILE ASSIGN TO "ASSETCLS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-ASSET-CLASS.

000510     SELECT ASSET-VOUCHER-FILE ASSIGN TO "ASTJVCHR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-ASSET-VOUCHER.

000540     SELECT REGISTER-REPORT ASSIGN TO "FAREGRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-REGISTER-REPORT.

000570     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-AUDIT-LOG.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ASSET-MASTER-FILE.
000630 COPY ASSETMST.

000640 FD  ASSET-CLASS-FILE
000650     RECORDING MODE IS F.
000660 COPY ASSETCLS.

000670 FD  ASSET-VOUCHER-FILE
000680     RECORDING MODE IS F.
000690 COPY JRNLVCH.

000700 FD  REGISTER-REPORT
000710     RECORDING MODE IS F.
000720 01  REGISTER-REPORT-LINE       PIC X(80).

000730 FD  AUDIT-LOG-FILE
000740     RECORDING MODE IS F.
000750 COPY AUDITREC.

000760 WORKING-STORAGE SECTION.
000770 01  WS-FILE-STATUSES.
000780     05  FS-ASSET-MASTER        PIC X(02) VALUE ZERO.
000790         88  ASSET-MASTER-FILE-OK   VALUE "00".
000800         88  ASSET-MASTER-FILE-EOF  VALUE "10".
000810     05  FS-ASSET-CLASS         PIC X(02) VALUE ZERO.
000820         88  ASSET-CLASS-FILE-OK    VALUE "00".
000830         88  ASSET-CLASS-FILE-EOF   VALUE "10".
000840     05  FS-ASSET-VOUCHER       PIC X(02) VALUE ZERO.
000850         88  ASSET-VOUCHER-OK       VALUE "00".
000860     05  FS-REGISTER-REPORT     PIC X(02) VALUE ZERO.
000870     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
000880         88  AUDIT-LOG-FILE-OK      VALUE "00".

000890 01  WS-SWITCHES.
000900     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
000910         88  END-OF-ASSET-MASTER    VALUE "Y".
000920     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
000930         88  RUN-REFUSED            VALUE "Y".
000940     05  WS-CLASS-FOUND-SWITCH  PIC X(01) VALUE "N".
000950         88  CLASS-IS-FOUND         VALUE "Y".

000960 01  WS-COUNTS.
000970     05  WS-ASSET-COUNT         PIC 9(05) COMP VALUE ZERO.
000980     05  WS-CHARGED-COUNT       PIC 9(05) COMP VALUE ZERO.
000990     05  WS-DISPOSAL-COUNT      PIC 9(05) COMP VALUE ZERO.
001000     05  WS-EXCEPTION-COUNT     PIC 9(05) COMP VALUE ZERO.
001010     05  WS-VOUCHER-COUNT       PIC 9(05) COMP VALUE ZERO.
001020     05  WS-CLASS-COUNT         PIC 9(03) COMP VALUE ZERO.
001030     05  WS-CLASS-SLOT          PIC 9(03) COMP VALUE ZERO.

001040*    ONE ENTRY PER ASSET CLASS: THE CLASS FILE'S OWN FIELDS,
001050*    THE REGISTER TOTALS FOR DEVICES STILL HELD, THIS RUN'S
001060*    DEPRECIATION CHARGE, AND THE DISPOSALS POSTED THIS RUN.
001070 01  WS-CLASS-TABLE.
001080     05  WS-CLASS-ENTRY         OCCURS 20 TIMES
001090                                 INDEXED BY WS-CLASS-IDX.
001100         10  WS-TAB-CLASS-CODE      PIC X(02).
001110         10  WS-TAB-CLASS-NAME      PIC X(20).
001120         10  WS-TAB-CLASS-LIFE      PIC 9(03).
001130         10  WS-TAB-COST-ACCT       PIC X(08).
001140         10  WS-TAB-ACCUM-ACCT      PIC X(08).
001150         10  WS-TAB-EXPENSE-ACCT    PIC X(08).
001160         10  WS-TAB-DISPOSAL-ACCT   PIC X(08).
001170         10  WS-TAB-PROCEEDS-ACCT   PIC X(08).
001180         10  WS-TAB-HELD-COUNT      PIC 9(05).
001190         10  WS-TAB-HELD-COST       PIC 9(09)V99.
001200         10  WS-TAB-HELD-ACCUM      PIC 9(09)V99.
001210         10  WS-TAB-CHARGE          PIC 9(09)V99.
001220         10  WS-TAB-DSP-COST        PIC 9(09)V99.
001230         10  WS-TAB-DSP-ACCUM       PIC 9(09)V99.
001240         10  WS-TAB-DSP-PROCEEDS    PIC 9(09)V99.
001250         10  WS-TAB-DSP-LOSS        PIC S9(09)V99.

001260 01  WS-DEPRECIATION-FIGURES.
001270     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001280     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001290         10  WS-RUN-YEAR        PIC 9(04).
001300         10  WS-RUN-MONTH       PIC 9(02).
001310         10  FILLER             PIC 9(02).
001320     05  WS-WORK-DATE           PIC 9(08) VALUE ZERO.
001330     05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001340         10  WS-WORK-YEAR       PIC 9(04).
001350         10  WS-WORK-MONTH      PIC 9(02).
001360         10  FILLER             PIC 9(02).
001370     05  WS-RUN-PERIOD          PIC 9(06) VALUE ZERO.
001380     05  WS-END-PERIOD          PIC 9(06) VALUE ZERO.
001390     05  WS-END-MONTH-NO        PIC 9(07) COMP VALUE ZERO.
001400     05  WS-ACQ-MONTH-NO        PIC 9(07) COMP VALUE ZERO.
001410     05  WS-MONTHS-USED         PIC S9(05) COMP VALUE ZERO.
001420     05  WS-USEFUL-LIFE         PIC 9(03) VALUE ZERO.
001430     05  WS-TARGET-ACCUM        PIC 9(07)V99 VALUE ZERO.
001440     05  WS-CHARGE              PIC S9(07)V99 VALUE ZERO.
001450     05  WS-NET-BOOK-VALUE      PIC 9(07)V99 VALUE ZERO.
001460     05  WS-DISPOSAL-LOSS       PIC S9(07)V99 VALUE ZERO.
001470     05  WS-VOUCHER-AMOUNT      PIC S9(09)V99 VALUE ZERO.
001480     05  WS-TOTAL-COUNT         PIC 9(05) VALUE ZERO.
001490     05  WS-TOTAL-COST          PIC 9(09)V99 VALUE ZERO.
001500     05  WS-TOTAL-ACCUM         PIC 9(09)V99 VALUE ZERO.
001510     05  WS-TOTAL-CHARGE        PIC 9(09)V99 VALUE ZERO.
001520     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001530 01  WS-REPORT-LINES.
001540     05  WS-HEADING-1.
001550         10  FILLER             PIC X(30) VALUE
001560             "FIXED-ASSET REGISTER - PERIOD".
001570         10  HL-RUN-PERIOD      PIC 9(06).
001580         10  FILLER             PIC X(44) VALUE SPACE.
001590     05  WS-HEADING-2.
001600         10  FILLER             PIC X(07) VALUE "DEVICE".
001610         10  FILLER             PIC X(02) VALUE SPACE.
001620         10  FILLER             PIC X(02) VALUE "CL".
001630         10  FILLER             PIC X(02) VALUE SPACE.
001640         10  FILLER             PIC X(08) VALUE "ACQUIRED".
001650         10  FILLER             PIC X(01) VALUE SPACE.
001660         10  FILLER             PIC X(11) VALUE
001670             "       COST".
001680         10  FILLER             PIC X(01) VALUE SPACE.
001690         10  FILLER             PIC X(11) VALUE
001700             "  THIS MNTH".
001710         10  FILLER             PIC X(01) VALUE SPACE.
001720         10  FILLER             PIC X(11) VALUE
001730             " ACCUM DEPN".
001740         10  FILLER             PIC X(01) VALUE SPACE.
001750         10  FILLER             PIC X(11) VALUE
001760             "        NBV".
001770         10  FILLER             PIC X(01) VALUE SPACE.
001780         10  FILLER             PIC X(10) VALUE SPACE.
001790     05  WS-DETAIL-LINE.
001800         10  DL-DEVICE-ID       PIC X(07).
001810         10  FILLER             PIC X(02) VALUE SPACE.
001820         10  DL-CLASS           PIC X(02).
001830         10  FILLER             PIC X(02) VALUE SPACE.
001840         10  DL-ACQUIRED        PIC 9(08).
001850         10  FILLER             PIC X(01) VALUE SPACE.
001860         10  DL-COST            PIC ZZZZ,ZZ9.99.
001870         10  FILLER             PIC X(01) VALUE SPACE.
001880         10  DL-CHARGE          PIC ZZZZ,ZZ9.99.
001890         10  FILLER             PIC X(01) VALUE SPACE.
001900         10  DL-ACCUM           PIC ZZZZ,ZZ9.99.
001910         10  FILLER             PIC X(01) VALUE SPACE.
001920         10  DL-NET-BOOK-VALUE  PIC ZZZZ,ZZ9.99.
001930         10  FILLER             PIC X(01) VALUE SPACE.
001940         10  DL-NOTE            PIC X(10).
001950     05  WS-DISPOSAL-LINE.
001960         10  FILLER             PIC X(13) VALUE SPACE.
001970         10  FILLER             PIC X(09) VALUE "PROCEEDS-".
001980         10  XL-PROCEEDS        PIC ZZZZ,ZZ9.99.
001990         10  FILLER             PIC X(03) VALUE SPACE.
002000         10  XL-RESULT-LABEL    PIC X(06).
002010         10  XL-RESULT          PIC ZZZZ,ZZ9.99.
002020         10  FILLER             PIC X(27) VALUE SPACE.
002030     05  WS-EXCEPTION-LINE.
002040         10  FILLER             PIC X(07) VALUE "**REJ**".
002050         10  FILLER             PIC X(03) VALUE SPACE.
002060         10  EL-DEVICE-ID       PIC X(07).
002070         10  FILLER             PIC X(03) VALUE SPACE.
002080         10  EL-REASON          PIC X(40).
002090         10  FILLER             PIC X(20) VALUE SPACE.
002100     05  WS-CLASS-HEADING-1.
002110         10  FILLER             PIC X(40) VALUE
002120             "FIXED-ASSET REGISTER SUMMARY BY CLASS".
002130         10  FILLER             PIC X(40) VALUE SPACE.
002140     05  WS-CLASS-HEADING-2.
002150         10  FILLER             PIC X(02) VALUE "CL".
002160         10  FILLER             PIC X(02) VALUE SPACE.
002170         10  FILLER             PIC X(10) VALUE "CLASS".
002180         10  FILLER             PIC X(01) VALUE SPACE.
002190         10  FILLER             PIC X(05) VALUE "HELD".
002200         10  FILLER             PIC X(01) VALUE SPACE.
002210         10  FILLER             PIC X(14) VALUE
002220             "          COST".
002230         10  FILLER             PIC X(01) VALUE SPACE.
002240         10  FILLER             PIC X(13) VALUE
002250             "   THIS MONTH".
002260         10  FILLER             PIC X(01) VALUE SPACE.
002270         10  FILLER             PIC X(14) VALUE
002280             "    ACCUM DEPN".
002290         10  FILLER             PIC X(01) VALUE SPACE.
002300         10  FILLER             PIC X(14) VALUE
002310             "NET BOOK VALUE".
002320         10  FILLER             PIC X(01) VALUE SPACE.
002330     05  WS-CLASS-LINE.
002340         10  CL-CLASS-CODE      PIC X(02).
002350         10  FILLER             PIC X(02) VALUE SPACE.
002360         10  CL-CLASS-NAME      PIC X(10).
002370         10  FILLER             PIC X(01) VALUE SPACE.
002380         10  CL-HELD-COUNT      PIC ZZZZ9.
002390         10  FILLER             PIC X(01) VALUE SPACE.
002400         10  CL-COST            PIC ZZZ,ZZZ,ZZ9.99.
002410         10  FILLER             PIC X(01) VALUE SPACE.
002420         10  CL-CHARGE          PIC ZZ,ZZZ,ZZ9.99.
002430         10  FILLER             PIC X(01) VALUE SPACE.
002440         10  CL-ACCUM           PIC ZZZ,ZZZ,ZZ9.99.
002450         10  FILLER             PIC X(01) VALUE SPACE.
002460         10  CL-NET-BOOK-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
002470         10  FILLER             PIC X(01) VALUE SPACE.
002480     05  WS-TRAILER-LINE.
002490         10  FILLER             PIC X(07) VALUE "ASSETS-".
002500         10  TL-ASSET-COUNT     PIC ZZZZ9.
002510         10  FILLER             PIC X(03) VALUE SPACE.
002520         10  FILLER             PIC X(08) VALUE "CHARGED-".
002530         10  TL-CHARGED-COUNT   PIC ZZZZ9.
002540         10  FILLER             PIC X(03) VALUE SPACE.
002550         10  FILLER             PIC X(10) VALUE "DISPOSALS-".
002560         10  TL-DISPOSAL-COUNT  PIC ZZZZ9.
002570         10  FILLER             PIC X(03) VALUE SPACE.
002580         10  FILLER             PIC X(11) VALUE "EXCEPTIONS-".
002590         10  TL-EXCEPTION-COUNT PIC ZZZZ9.
002600         10  FILLER             PIC X(15) VALUE SPACE.

002610 COPY RUNPARM.

002620 PROCEDURE DIVISION.

002630 0000-MAINLINE.
002640     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002650     IF NOT RL-CLEAR-TO-RUN
002660        GOBACK
002670     END-IF
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002690*    A CHARGE WRITTEN TO THE MASTER WITH NO VOUCHER BEHIND IT
002700*    WOULD NEVER REACH THE LEDGER, AND A DEVICE WITH NO CLASS
002710*    ACCOUNTS CANNOT BE POSTED, SO WITHOUT THE MASTER, THE
002720*    CLASS FILE OR THE VOUCHER FILE THE RUN REFUSES RATHER
002730*    THAN CHARGE ANYTHING.  THE OPEN START RECORD FLAGS IT.
002740     IF RUN-REFUSED
002750        GOBACK
002760     END-IF
002770     PERFORM 2000-PROCESS-ONE-ASSET THRU 2000-EXIT
002780         UNTIL END-OF-ASSET-MASTER
002790     PERFORM 3000-PRINT-CLASS-SUMMARY THRU 3000-EXIT
002800     PERFORM 4000-WRITE-VOUCHERS THRU 4000-EXIT
002810     PERFORM 8000-TERMINATE THRU 8000-EXIT
002820     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002830     GOBACK
002840     .

002850 0100-START-RUN-CONTROL.
002860     MOVE "S" TO RL-FUNCTION
002870     MOVE "CONTROL2D" TO RL-PROGRAM-ID
002880     MOVE SPACE TO RL-PREDECESSOR-ID
002890     MOVE "ASSETMST" TO RL-INPUT-FILE
002900     CALL "RUNLOG" USING RUN-LOG-PARM
002910     IF RL-OWN-RUN-OPEN
002920        DISPLAY "CONTROL2D - PREVIOUS RUN HAS NO END RECORD, "
002930            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002940     END-IF
002950     IF RL-PREDECESSOR-NOT-DONE
002960        DISPLAY "CONTROL2D - PREDECESSOR HAS NOT ENDED "
002970            "CLEANLY TODAY, RUN REFUSED"
002980     END-IF
002990     .
003000 0100-EXIT.
003010     EXIT.

003020 1000-INITIALIZE.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003040     COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH

003050     OPEN I-O ASSET-MASTER-FILE
003060     IF NOT ASSET-MASTER-FILE-OK
003070        DISPLAY "CONTROL2D - UNABLE TO OPEN ASSET-MASTER-FILE, "
003080            "RUN REFUSED - NOTHING CHARGED"
003090        SET RUN-REFUSED TO TRUE
003100     END-IF

003110*    VOUCHERS ARE APPENDED SO A SECOND RUN IN THE SAME MONTH
003120*    CANNOT OVERWRITE A FILE FINANCE HAS NOT YET LOADED.
003130     OPEN EXTEND ASSET-VOUCHER-FILE
003140     IF NOT ASSET-VOUCHER-OK
003150        OPEN OUTPUT ASSET-VOUCHER-FILE
003160     END-IF
003170     IF NOT ASSET-VOUCHER-OK
003180        DISPLAY "CONTROL2D - UNABLE TO OPEN ASSET-VOUCHER-"
003190            "FILE, RUN REFUSED - NOTHING CHARGED"
003200        SET RUN-REFUSED TO TRUE
003210     END-IF

003220     OPEN OUTPUT REGISTER-REPORT
003230     MOVE WS-RUN-PERIOD TO HL-RUN-PERIOD
003240     MOVE WS-HEADING-1 TO REGISTER-REPORT-LINE
003250     WRITE REGISTER-REPORT-LINE
003260     MOVE WS-HEADING-2 TO REGISTER-REPORT-LINE
003270     WRITE REGISTER-REPORT-LINE

003280     OPEN EXTEND AUDIT-LOG-FILE
003290     IF NOT AUDIT-LOG-FILE-OK
003300        DISPLAY "CONTROL2D - UNABLE TO OPEN AUDIT-LOG-FILE"
003310     END-IF

003320     PERFORM 1200-LOAD-CLASS-TABLE THRU 1200-EXIT

003330     IF NOT RUN-REFUSED
003340        PERFORM 1100-READ-ASSET THRU 1100-EXIT
003350     END-IF
003360     .
003370 1000-EXIT.
003380     EXIT.

003390 1100-READ-ASSET.
003400     READ ASSET-MASTER-FILE NEXT RECORD
003410         AT END
003420             MOVE "Y" TO WS-EOF-SWITCH
003430         NOT AT END
003440             ADD 1 TO WS-ASSET-COUNT
003450     END-READ
003460     .
003470 1100-EXIT.
003480     EXIT.

003490 1200-LOAD-CLASS-TABLE.
003500     OPEN INPUT ASSET-CLASS-FILE
003510     IF NOT ASSET-CLASS-FILE-OK
003520        DISPLAY "CONTROL2D - UNABLE TO OPEN ASSET-CLASS-FILE, "
003530            "RUN REFUSED - NOTHING CHARGED"
003540        SET RUN-REFUSED TO TRUE
003550        GO TO 1200-EXIT
003560     END-IF
003570     PERFORM 1210-LOAD-ONE-CLASS THRU 1210-EXIT
003580         UNTIL ASSET-CLASS-FILE-EOF
003590            OR WS-CLASS-COUNT = 20
003600     IF NOT ASSET-CLASS-FILE-EOF
003610        DISPLAY "CONTROL2D - CLASS TABLE FULL AT 20, "
003620            "RUN REFUSED - NOTHING CHARGED"
003630        SET RUN-REFUSED TO TRUE
003640     END-IF
003650     CLOSE ASSET-CLASS-FILE
003660     .
003670 1200-EXIT.
003680     EXIT.

003690 1210-LOAD-ONE-CLASS.
003700     READ ASSET-CLASS-FILE
003710         AT END
003720             SET ASSET-CLASS-FILE-EOF TO TRUE
003730         NOT AT END
003740             ADD 1 TO WS-CLASS-COUNT
003750             SET WS-CLASS-IDX TO WS-CLASS-COUNT
003760             MOVE FA-CLASS-CODE
003770                 TO WS-TAB-CLASS-CODE (WS-CLASS-IDX)
003780             MOVE FA-CLASS-NAME
003790                 TO WS-TAB-CLASS-NAME (WS-CLASS-IDX)
003800             MOVE FA-USEFUL-LIFE
003810                 TO WS-TAB-CLASS-LIFE (WS-CLASS-IDX)
003820             MOVE FA-COST-ACCOUNT
003830                 TO WS-TAB-COST-ACCT (WS-CLASS-IDX)
003840             MOVE FA-ACCUM-ACCOUNT
003850                 TO WS-TAB-ACCUM-ACCT (WS-CLASS-IDX)
003860             MOVE FA-EXPENSE-ACCOUNT
003870                 TO WS-TAB-EXPENSE-ACCT (WS-CLASS-IDX)
003880             MOVE FA-DISPOSAL-ACCOUNT
003890                 TO WS-TAB-DISPOSAL-ACCT (WS-CLASS-IDX)
003900             MOVE FA-PROCEEDS-ACCOUNT
003910                 TO WS-TAB-PROCEEDS-ACCT (WS-CLASS-IDX)
003920             MOVE ZERO TO WS-TAB-HELD-COUNT (WS-CLASS-IDX)
003930             MOVE ZERO TO WS-TAB-HELD-COST (WS-CLASS-IDX)
003940             MOVE ZERO TO WS-TAB-HELD-ACCUM (WS-CLASS-IDX)
003950             MOVE ZERO TO WS-TAB-CHARGE (WS-CLASS-IDX)
003960             MOVE ZERO TO WS-TAB-DSP-COST (WS-CLASS-IDX)
003970             MOVE ZERO TO WS-TAB-DSP-ACCUM (WS-CLASS-IDX)
003980             MOVE ZERO TO WS-TAB-DSP-PROCEEDS (WS-CLASS-IDX)
003990             MOVE ZERO TO WS-TAB-DSP-LOSS (WS-CLASS-IDX)
004000     END-READ
004010     .
004020 1210-EXIT.
004030     EXIT.

004040 2000-PROCESS-ONE-ASSET.
004050*    A DISPOSAL ALREADY POSTED HAS LEFT THE BOOKS AND IS NOT
004060*    ON THE REGISTER.
004070     IF ASSET-IS-DISPOSED
004080        AND DISPOSAL-IS-POSTED
004090        GO TO 2000-READ
004100     END-IF
004110     MOVE SPACE TO WS-REJECT-REASON
004120     PERFORM 2100-VALIDATE-ASSET THRU 2100-EXIT
004130     IF WS-REJECT-REASON NOT = SPACE
004140        PERFORM 2900-REJECT-ASSET THRU 2900-EXIT
004150        GO TO 2000-READ
004160     END-IF
004170     IF ASSET-IS-DISPOSED
004180        MOVE AR-STATUS-DATE TO WS-WORK-DATE
004190     ELSE
004200        MOVE WS-RUN-DATE TO WS-WORK-DATE
004210     END-IF
004220     PERFORM 2200-CHARGE-DEPRECIATION THRU 2200-EXIT
004230     COMPUTE WS-NET-BOOK-VALUE =
004240         AR-ACQUISITION-COST - AR-ACCUM-DEPRECIATION
004250     MOVE AR-DEVICE-ID TO DL-DEVICE-ID
004260     MOVE AR-ASSET-CLASS TO DL-CLASS
004270     MOVE AR-ACQUISITION-DATE TO DL-ACQUIRED
004280     MOVE AR-ACQUISITION-COST TO DL-COST
004290     MOVE WS-CHARGE TO DL-CHARGE
004300     MOVE AR-ACCUM-DEPRECIATION TO DL-ACCUM
004310     MOVE WS-NET-BOOK-VALUE TO DL-NET-BOOK-VALUE
004320     MOVE SPACE TO DL-NOTE
004330     IF ASSET-IS-DISPOSED
004340        PERFORM 2300-POST-DISPOSAL THRU 2300-EXIT
004350     ELSE
004360        IF WS-NET-BOOK-VALUE = ZERO
004370           MOVE "FULLY DEP" TO DL-NOTE
004380        END-IF
004390        MOVE WS-DETAIL-LINE TO REGISTER-REPORT-LINE
004400        WRITE REGISTER-REPORT-LINE
004410        ADD 1 TO WS-TAB-HELD-COUNT (WS-CLASS-SLOT)
004420        ADD AR-ACQUISITION-COST
004430            TO WS-TAB-HELD-COST (WS-CLASS-SLOT)
004440        ADD AR-ACCUM-DEPRECIATION
004450            TO WS-TAB-HELD-ACCUM (WS-CLASS-SLOT)
004460     END-IF
004470     REWRITE ASSET-MASTER-REC
004480         INVALID KEY
004490             DISPLAY "CONTROL2D - DEVICE " AR-DEVICE-ID
004500                 " COULD NOT BE REWRITTEN"
004510     END-REWRITE
004520     .
004530 2000-READ.
004540     PERFORM 1100-READ-ASSET THRU 1100-EXIT
004550     .
004560 2000-EXIT.
004570     EXIT.

004580 2100-VALIDATE-ASSET.
004590     IF AR-ACQUISITION-COST IS NOT NUMERIC
004600        OR AR-ACQUISITION-COST = ZERO
004610        OR AR-ACQUISITION-DATE IS NOT NUMERIC
004620        MOVE "No acquisition cost on asset master"
004630            TO WS-REJECT-REASON
004640        GO TO 2100-EXIT
004650     END-IF
004660     PERFORM 2110-FIND-CLASS THRU 2110-EXIT
004670     IF NOT CLASS-IS-FOUND
004680        MOVE "Asset class not on asset-class file"
004690            TO WS-REJECT-REASON
004700        GO TO 2100-EXIT
004710     END-IF
004720     IF AR-USEFUL-LIFE IS NUMERIC
004730        AND AR-USEFUL-LIFE > ZERO
004740        MOVE AR-USEFUL-LIFE TO WS-USEFUL-LIFE
004750     ELSE
004760        MOVE WS-TAB-CLASS-LIFE (WS-CLASS-SLOT) TO WS-USEFUL-LIFE
004770     END-IF
004780     IF WS-USEFUL-LIFE IS NOT NUMERIC
004790        OR WS-USEFUL-LIFE = ZERO
004800        MOVE "No useful life on asset or class"
004810            TO WS-REJECT-REASON
004820        GO TO 2100-EXIT
004830     END-IF
004840*    A RECORD COSTED BY AN OLDER FEED MAY CARRY BLANKS IN THE
004850*    DEPRECIATION FIELDS - THEY START FROM NOTHING CHARGED.
004860     IF AR-ACCUM-DEPRECIATION IS NOT NUMERIC
004870        MOVE ZERO TO AR-ACCUM-DEPRECIATION
004880     END-IF
004890     IF AR-LAST-DEPREC-PERIOD IS NOT NUMERIC
004900        MOVE ZERO TO AR-LAST-DEPREC-PERIOD
004910     END-IF
004920     IF AR-DISPOSAL-PROCEEDS IS NOT NUMERIC
004930        MOVE ZERO TO AR-DISPOSAL-PROCEEDS
004940     END-IF
004950     .
004960 2100-EXIT.
004970     EXIT.

004980 2110-FIND-CLASS.
004990     MOVE "N" TO WS-CLASS-FOUND-SWITCH
005000     MOVE ZERO TO WS-CLASS-SLOT
005010     PERFORM 2120-CHECK-ONE-CLASS THRU 2120-EXIT
005020         VARYING WS-CLASS-IDX FROM 1 BY 1
005030         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
005040            OR CLASS-IS-FOUND
005050     .
005060 2110-EXIT.
005070     EXIT.

005080 2120-CHECK-ONE-CLASS.
005090     IF WS-TAB-CLASS-CODE (WS-CLASS-IDX) = AR-ASSET-CLASS
005100        SET WS-CLASS-SLOT TO WS-CLASS-IDX
005110        SET CLASS-IS-FOUND TO TRUE
005120     END-IF
005130     .
005140 2120-EXIT.
005150     EXIT.

005160 2200-CHARGE-DEPRECIATION.
005170*    STRAIGHT-LINE, A FULL MONTH FOR THE MONTH OF PURCHASE.
005180*    THE ACCUMULATED DEPRECIATION A DEVICE SHOULD CARRY BY
005190*    THE END MONTH IS WORKED OUT FROM SCRATCH AND THE CHARGE
005200*    IS WHATEVER IT IS SHORT OF THAT, SO A MISSED MONTH IS
005210*    CAUGHT UP, A SECOND RUN IN THE SAME MONTH CHARGES
005220*    NOTHING, AND ROUNDING NEVER DRIFTS PAST THE COST.
005230     MOVE ZERO TO WS-CHARGE
005240     COMPUTE WS-END-PERIOD = WS-WORK-YEAR * 100 + WS-WORK-MONTH
005250     COMPUTE WS-END-MONTH-NO = WS-WORK-YEAR * 12 + WS-WORK-MONTH
005260     MOVE AR-ACQUISITION-DATE TO WS-WORK-DATE
005270     COMPUTE WS-ACQ-MONTH-NO = WS-WORK-YEAR * 12 + WS-WORK-MONTH
005280     COMPUTE WS-MONTHS-USED =
005290         WS-END-MONTH-NO - WS-ACQ-MONTH-NO + 1
005300     IF WS-MONTHS-USED NOT > ZERO
005310        GO TO 2200-EXIT
005320     END-IF
005330     IF WS-MONTHS-USED NOT < WS-USEFUL-LIFE
005340        MOVE AR-ACQUISITION-COST TO WS-TARGET-ACCUM
005350     ELSE
005360        COMPUTE WS-TARGET-ACCUM ROUNDED =
005370            AR-ACQUISITION-COST * WS-MONTHS-USED
005380            / WS-USEFUL-LIFE
005390     END-IF
005400     COMPUTE WS-CHARGE =
005410         WS-TARGET-ACCUM - AR-ACCUM-DEPRECIATION
005420     IF WS-CHARGE NOT > ZERO
005430        MOVE ZERO TO WS-CHARGE
005440        GO TO 2200-EXIT
005450     END-IF
005460     ADD WS-CHARGE TO AR-ACCUM-DEPRECIATION
005470     MOVE WS-END-PERIOD TO AR-LAST-DEPREC-PERIOD
005480     ADD WS-CHARGE TO WS-TAB-CHARGE (WS-CLASS-SLOT)
005490     ADD 1 TO WS-CHARGED-COUNT
005500     .
005510 2200-EXIT.
005520     EXIT.

005530 2300-POST-DISPOSAL.
005540*    THE DEVICE LEAVES THE BOOKS AT COST WITH ITS ACCUMULATED
005550*    DEPRECIATION; WHATEVER THE PROCEEDS FALL SHORT OF THE
005560*    NET BOOK VALUE IS A LOSS, AND ANY EXCESS A PROFIT.
005570     COMPUTE WS-DISPOSAL-LOSS =
005580         WS-NET-BOOK-VALUE - AR-DISPOSAL-PROCEEDS
005590     ADD AR-ACQUISITION-COST TO WS-TAB-DSP-COST (WS-CLASS-SLOT)
005600     ADD AR-ACCUM-DEPRECIATION
005610         TO WS-TAB-DSP-ACCUM (WS-CLASS-SLOT)
005620     ADD AR-DISPOSAL-PROCEEDS
005630         TO WS-TAB-DSP-PROCEEDS (WS-CLASS-SLOT)
005640     ADD WS-DISPOSAL-LOSS TO WS-TAB-DSP-LOSS (WS-CLASS-SLOT)
005650     MOVE "Y" TO AR-DISPOSAL-POSTED
005660     ADD 1 TO WS-DISPOSAL-COUNT
005670     MOVE "DISPOSED" TO DL-NOTE
005680     MOVE WS-DETAIL-LINE TO REGISTER-REPORT-LINE
005690     WRITE REGISTER-REPORT-LINE
005700     MOVE AR-DISPOSAL-PROCEEDS TO XL-PROCEEDS
005710     IF WS-DISPOSAL-LOSS < ZERO
005720        MOVE "GAIN-" TO XL-RESULT-LABEL
005730     ELSE
005740        MOVE "LOSS-" TO XL-RESULT-LABEL
005750     END-IF
005760     MOVE WS-DISPOSAL-LOSS TO XL-RESULT
005770     MOVE WS-DISPOSAL-LINE TO REGISTER-REPORT-LINE
005780     WRITE REGISTER-REPORT-LINE
005790     .
005800 2300-EXIT.
005810     EXIT.

005820 2900-REJECT-ASSET.
005830     ADD 1 TO WS-EXCEPTION-COUNT
005840     MOVE AR-DEVICE-ID TO EL-DEVICE-ID
005850     MOVE WS-REJECT-REASON TO EL-REASON
005860     MOVE WS-EXCEPTION-LINE TO REGISTER-REPORT-LINE
005870     WRITE REGISTER-REPORT-LINE
005880     MOVE "CONTROL2D" TO AL-PROGRAM-ID
005890     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
005900     ACCEPT AL-TIME-LOGGED FROM TIME
005910     MOVE SPACE TO AL-INPUT-DATA
005920     MOVE AR-DEVICE-ID TO AL-INPUT-DATA
005930     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
005940     IF AUDIT-LOG-FILE-OK
005950        WRITE AUDIT-LOG-REC
005960     END-IF
005970     .
005980 2900-EXIT.
005990     EXIT.

006000 3000-PRINT-CLASS-SUMMARY.
006010     MOVE WS-CLASS-HEADING-1 TO REGISTER-REPORT-LINE
006020     WRITE REGISTER-REPORT-LINE
006030     MOVE WS-CLASS-HEADING-2 TO REGISTER-REPORT-LINE
006040     WRITE REGISTER-REPORT-LINE
006050     PERFORM 3100-PRINT-ONE-CLASS THRU 3100-EXIT
006060         VARYING WS-CLASS-IDX FROM 1 BY 1
006070         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
006080     MOVE "**" TO CL-CLASS-CODE
006090     MOVE "ALL CLASS" TO CL-CLASS-NAME
006100     MOVE WS-TOTAL-COUNT TO CL-HELD-COUNT
006110     MOVE WS-TOTAL-COST TO CL-COST
006120     MOVE WS-TOTAL-CHARGE TO CL-CHARGE
006130     MOVE WS-TOTAL-ACCUM TO CL-ACCUM
006140     COMPUTE CL-NET-BOOK-VALUE = WS-TOTAL-COST - WS-TOTAL-ACCUM
006150     MOVE WS-CLASS-LINE TO REGISTER-REPORT-LINE
006160     WRITE REGISTER-REPORT-LINE
006170     MOVE WS-ASSET-COUNT TO TL-ASSET-COUNT
006180     MOVE WS-CHARGED-COUNT TO TL-CHARGED-COUNT
006190     MOVE WS-DISPOSAL-COUNT TO TL-DISPOSAL-COUNT
006200     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
006210     MOVE WS-TRAILER-LINE TO REGISTER-REPORT-LINE
006220     WRITE REGISTER-REPORT-LINE
006230     .
006240 3000-EXIT.
006250     EXIT.

006260 3100-PRINT-ONE-CLASS.
006270     MOVE WS-TAB-CLASS-CODE (WS-CLASS-IDX) TO CL-CLASS-CODE
006280     MOVE WS-TAB-CLASS-NAME (WS-CLASS-IDX) TO CL-CLASS-NAME
006290     MOVE WS-TAB-HELD-COUNT (WS-CLASS-IDX) TO CL-HELD-COUNT
006300     MOVE WS-TAB-HELD-COST (WS-CLASS-IDX) TO CL-COST
006310     MOVE WS-TAB-CHARGE (WS-CLASS-IDX) TO CL-CHARGE
006320     MOVE WS-TAB-HELD-ACCUM (WS-CLASS-IDX) TO CL-ACCUM
006330     COMPUTE CL-NET-BOOK-VALUE =
006340         WS-TAB-HELD-COST (WS-CLASS-IDX)
006350         - WS-TAB-HELD-ACCUM (WS-CLASS-IDX)
006360     MOVE WS-CLASS-LINE TO REGISTER-REPORT-LINE
006370     WRITE REGISTER-REPORT-LINE
006380     ADD WS-TAB-HELD-COUNT (WS-CLASS-IDX) TO WS-TOTAL-COUNT
006390     ADD WS-TAB-HELD-COST (WS-CLASS-IDX) TO WS-TOTAL-COST
006400     ADD WS-TAB-CHARGE (WS-CLASS-IDX) TO WS-TOTAL-CHARGE
006410     ADD WS-TAB-HELD-ACCUM (WS-CLASS-IDX) TO WS-TOTAL-ACCUM
006420     .
006430 3100-EXIT.
006440     EXIT.

006450 4000-WRITE-VOUCHERS.
006460*    BALANCED POSTINGS PER CLASS IN THE SAME JRNLVCH LAYOUT
006470*    AS THE STOCK VALUATION VOUCHER - ASSETS ARE NOT A CAMPUS
006480*    CITY, SO THE COUNTRY AND CITY CODES RIDE AS ZERO WITH
006490*    "ASSETS" IN THE CITY-NAME FIELD.
006500     MOVE WS-RUN-DATE TO JV-RUN-DATE
006510     MOVE ZERO TO JV-COUNTRY-CODE
006520     MOVE ZERO TO JV-CITY-CODE
006530     MOVE "ASSETS" TO JV-CITY-NAME
006540     MOVE "EUR" TO JV-CURRENCY-CODE
006550     PERFORM 4100-WRITE-CLASS-VOUCHERS THRU 4100-EXIT
006560         VARYING WS-CLASS-IDX FROM 1 BY 1
006570         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
006580     .
006590 4000-EXIT.
006600     EXIT.

006610 4100-WRITE-CLASS-VOUCHERS.
006620*    DEPRECIATION - DEBIT EXPENSE, CREDIT ACCUMULATED.
006630     IF WS-TAB-CHARGE (WS-CLASS-IDX) > ZERO
006640        MOVE WS-TAB-EXPENSE-ACCT (WS-CLASS-IDX)
006650            TO JV-ACCOUNT-CODE
006660        MOVE WS-TAB-CHARGE (WS-CLASS-IDX) TO WS-VOUCHER-AMOUNT
006670        PERFORM 4200-WRITE-DEBIT THRU 4200-EXIT
006680        MOVE WS-TAB-ACCUM-ACCT (WS-CLASS-IDX)
006690            TO JV-ACCOUNT-CODE
006700        PERFORM 4300-WRITE-CREDIT THRU 4300-EXIT
006710     END-IF
006720*    DISPOSALS - DEBIT ACCUMULATED, DEBIT PROCEEDS, DEBIT A
006730*    LOSS OR CREDIT A PROFIT, CREDIT COST.
006740     IF WS-TAB-DSP-COST (WS-CLASS-IDX) = ZERO
006750        GO TO 4100-EXIT
006760     END-IF
006770     IF WS-TAB-DSP-ACCUM (WS-CLASS-IDX) > ZERO
006780        MOVE WS-TAB-ACCUM-ACCT (WS-CLASS-IDX)
006790            TO JV-ACCOUNT-CODE
006800        MOVE WS-TAB-DSP-ACCUM (WS-CLASS-IDX) TO WS-VOUCHER-AMOUNT
006810        PERFORM 4200-WRITE-DEBIT THRU 4200-EXIT
006820     END-IF
006830     IF WS-TAB-DSP-PROCEEDS (WS-CLASS-IDX) > ZERO
006840        MOVE WS-TAB-PROCEEDS-ACCT (WS-CLASS-IDX)
006850            TO JV-ACCOUNT-CODE
006860        MOVE WS-TAB-DSP-PROCEEDS (WS-CLASS-IDX)
006870            TO WS-VOUCHER-AMOUNT
006880        PERFORM 4200-WRITE-DEBIT THRU 4200-EXIT
006890     END-IF
006900     MOVE WS-TAB-DISPOSAL-ACCT (WS-CLASS-IDX) TO JV-ACCOUNT-CODE
006910     IF WS-TAB-DSP-LOSS (WS-CLASS-IDX) > ZERO
006920        MOVE WS-TAB-DSP-LOSS (WS-CLASS-IDX) TO WS-VOUCHER-AMOUNT
006930        PERFORM 4200-WRITE-DEBIT THRU 4200-EXIT
006940     END-IF
006950     IF WS-TAB-DSP-LOSS (WS-CLASS-IDX) < ZERO
006960        COMPUTE WS-VOUCHER-AMOUNT =
006970            ZERO - WS-TAB-DSP-LOSS (WS-CLASS-IDX)
006980        PERFORM 4300-WRITE-CREDIT THRU 4300-EXIT
006990     END-IF
007000     MOVE WS-TAB-COST-ACCT (WS-CLASS-IDX) TO JV-ACCOUNT-CODE
007010     MOVE WS-TAB-DSP-COST (WS-CLASS-IDX) TO WS-VOUCHER-AMOUNT
007020     PERFORM 4300-WRITE-CREDIT THRU 4300-EXIT
007030     .
007040 4100-EXIT.
007050     EXIT.

007060 4200-WRITE-DEBIT.
007070     MOVE WS-VOUCHER-AMOUNT TO JV-DEBIT-AMOUNT
007080     MOVE ZERO TO JV-CREDIT-AMOUNT
007090     WRITE JOURNAL-VOUCHER-REC
007100     ADD 1 TO WS-VOUCHER-COUNT
007110     .
007120 4200-EXIT.
007130     EXIT.

007140 4300-WRITE-CREDIT.
007150     MOVE ZERO TO JV-DEBIT-AMOUNT
007160     MOVE WS-VOUCHER-AMOUNT TO JV-CREDIT-AMOUNT
007170     WRITE JOURNAL-VOUCHER-REC
007180     ADD 1 TO WS-VOUCHER-COUNT
007190     .
007200 4300-EXIT.
007210     EXIT.

007220 8000-TERMINATE.
007230     CLOSE ASSET-MASTER-FILE
007240     CLOSE ASSET-VOUCHER-FILE
007250     CLOSE REGISTER-REPORT
007260     CLOSE AUDIT-LOG-FILE
007270     DISPLAY "CONTROL2D - ASSETS READ: " WS-ASSET-COUNT
007280     DISPLAY "CONTROL2D - ASSETS CHARGED: " WS-CHARGED-COUNT
007290     DISPLAY "CONTROL2D - DEPRECIATION CHARGED: "
007300         WS-TOTAL-CHARGE
007310     DISPLAY "CONTROL2D - DISPOSALS POSTED: " WS-DISPOSAL-COUNT
007320     DISPLAY "CONTROL2D - ASSETS NOT COSTED OR CLASSED: "
007330         WS-EXCEPTION-COUNT
007340     DISPLAY "CONTROL2D - VOUCHER LINES WRITTEN: "
007350         WS-VOUCHER-COUNT
007360     .
007370 8000-EXIT.
007380     EXIT.

007390 8800-END-RUN-CONTROL.
007400     MOVE "E" TO RL-FUNCTION
007410     MOVE WS-ASSET-COUNT TO RL-RECORDS-PROCESSED
007420     MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED
007430     MOVE "CLEAN" TO RL-END-STATUS
007440     CALL "RUNLOG" USING RUN-LOG-PARM
007450     .
007460 8800-EXIT.
007470     EXIT.
