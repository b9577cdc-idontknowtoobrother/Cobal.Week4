000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3K.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  CHECKOUT INSPECTION RUN.  READS THE         *
000200*                HOUSING OFFICE'S CHECKOUT INSPECTIONS (ONE  *
000210*                LINE PER DAMAGE ITEM, KEYED ON STUDENT,     *
000220*                BUILDING AND ROOM), BILLS THE DAMAGE ONTO   *
000230*                THE OPEN-ITEM LEDGER AS A DAMAGE ITEM,      *
000240*                SETTLES IT AGAINST THE STUDENT'S HOUSING    *
000250*                DEPOSIT, AND EITHER PAYS THE REST OF THE    *
000260*                DEPOSIT BACK OR INVOICES THE DAMAGE THE     *
000270*                DEPOSIT DID NOT COVER.  ROOMS THE MOVEMENT  *
000280*                AND WITHDRAWAL RUNS FREED WITH NO           *
000290*                INSPECTION YET ARE LISTED AS EXCEPTIONS AND *
000300*                CARRIED FORWARD, SO A ROOM NO LONGER GOES   *
000310*                BACK INTO STOCK UNSEEN AND DAMAGE IS NO     *
000320*                LONGER BILLED ON PAPER, IF AT ALL.          *
000330*----------------------------------------------------------*

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CHECKOUT-INSPECTION-FILE ASSIGN TO "CHKINSP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-INSPECTION.

000430     SELECT VACATED-ROOM-FILE ASSIGN TO "ROOMVAC"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-VACATED-ROOM.

000460     SELECT NEW-VACATED-FILE ASSIGN TO "ROOMVNEW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-NEW-VACATED.

000490     SELECT HOUSING-DEPOSIT-FILE ASSIGN TO "DEPOSIT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS DP-STUDENT-ID
000530         FILE STATUS IS FS-HOUSING-DEPOSIT.

000540     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS MS-STUDENT-ID
000580         FILE STATUS IS FS-MASTER-STUDENT.

000590     SELECT ROOM-RATE-FILE ASSIGN TO "ROOMRATE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS RR-KEY
000630         FILE STATUS IS FS-ROOM-RATE.

000640     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OI-KEY
000680         FILE STATUS IS FS-OPEN-ITEM.

000690     SELECT BILLING-EXTRACT ASSIGN TO "BILLEXTR"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-BILLING-EXTRACT.

000720     SELECT DEPOSIT-REFUND-FILE ASSIGN TO "DEPREFND"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-DEPOSIT-REFUND.

000750     SELECT INSPECTION-REPORT ASSIGN TO "INSPRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-INSPECTION-REPORT.

000780     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-AUDIT-LOG.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CHECKOUT-INSPECTION-FILE
000840     RECORDING MODE IS F.
000850 COPY CHKINSP.

000860 FD  VACATED-ROOM-FILE
000870     RECORDING MODE IS F.
000880 COPY ROOMVAC.

000890 FD  NEW-VACATED-FILE
000900     RECORDING MODE IS F.
000910 01  NEW-VACATED-REC.
000920     05  NV-STUDENT-ID          PIC X(07).
000930     05  NV-CITY-CODE           PIC 9(01).
000940     05  NV-BUILDING            PIC X(12).
000950     05  NV-ROOM-NUMBER         PIC X(05).
000960     05  NV-VACATE-DATE         PIC 9(08).
000970     05  NV-FREED-BY            PIC X(09).

000980 FD  HOUSING-DEPOSIT-FILE.
000990 COPY HSGDEP.

001000 FD  MASTER-STUDENT-FILE.
001010 COPY MASTREC.

001020 FD  ROOM-RATE-FILE.
001030 COPY ROOMRATE.

001040 FD  OPEN-ITEM-FILE.
001050 COPY OPENITEM.

001060 FD  BILLING-EXTRACT
001070     RECORDING MODE IS F.
001080 COPY BILLEXT.

001090 FD  DEPOSIT-REFUND-FILE
001100     RECORDING MODE IS F.
001110 COPY RFNDPAY.

001120 FD  INSPECTION-REPORT
001130     RECORDING MODE IS F.
001140 01  INSPECTION-REPORT-LINE     PIC X(80).

001150 FD  AUDIT-LOG-FILE
001160     RECORDING MODE IS F.
001170 COPY AUDITREC.

001180 WORKING-STORAGE SECTION.
001190 01  WS-FILE-STATUSES.
001200     05  FS-INSPECTION          PIC X(02) VALUE ZERO.
001210         88  INSPECTION-FILE-OK     VALUE "00".
001220     05  FS-VACATED-ROOM        PIC X(02) VALUE ZERO.
001230         88  VACATED-ROOM-OK        VALUE "00".
001240         88  VACATED-ROOM-EOF       VALUE "10".
001250     05  FS-NEW-VACATED         PIC X(02) VALUE ZERO.
001260         88  NEW-VACATED-OK         VALUE "00".
001270     05  FS-HOUSING-DEPOSIT     PIC X(02) VALUE ZERO.
001280         88  HOUSING-DEPOSIT-OK     VALUE "00".
001290     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
001300         88  MASTER-STUDENT-FILE-OK VALUE "00".
001310     05  FS-ROOM-RATE           PIC X(02) VALUE ZERO.
001320         88  ROOM-RATE-FILE-OK      VALUE "00".
001330     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
001340         88  OPEN-ITEM-FILE-OK      VALUE "00".
001350     05  FS-BILLING-EXTRACT     PIC X(02) VALUE ZERO.
001360         88  BILLING-EXTRACT-OK     VALUE "00".
001370     05  FS-DEPOSIT-REFUND      PIC X(02) VALUE ZERO.
001380         88  DEPOSIT-REFUND-OK      VALUE "00".
001390     05  FS-INSPECTION-REPORT   PIC X(02) VALUE ZERO.
001400     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001410         88  AUDIT-LOG-FILE-OK      VALUE "00".

001420 01  WS-SWITCHES.
001430     05  WS-INSP-EOF-SWITCH     PIC X(01) VALUE "N".
001440         88  END-OF-INSPECTIONS     VALUE "Y".
001450     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
001460         88  RUN-REFUSED            VALUE "Y".
001470     05  WS-DEPOSIT-SWITCH      PIC X(01) VALUE "N".
001480         88  DEPOSIT-IS-FOUND       VALUE "Y".
001490     05  WS-ITEM-HELD-SWITCH    PIC X(01) VALUE "N".
001500         88  LEDGER-ITEM-HELD       VALUE "Y".

001510 01  WS-COUNTS.
001520     05  WS-LINE-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
001530     05  WS-INSPECT-COUNT       PIC 9(05) COMP VALUE ZERO.
001540     05  WS-CLEAN-COUNT         PIC 9(05) COMP VALUE ZERO.
001550     05  WS-REFUND-COUNT        PIC 9(05) COMP VALUE ZERO.
001560     05  WS-INVOICE-COUNT       PIC 9(05) COMP VALUE ZERO.
001570     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001580     05  WS-UNINSPECTED-COUNT   PIC 9(05) COMP VALUE ZERO.
001590     05  WS-VAC-COUNT           PIC 9(03) COMP VALUE ZERO.
001600     05  WS-LINE-COUNT          PIC 9(02) COMP VALUE ZERO.

001610 01  WS-VACATED-TABLE.
001620     05  WS-VAC-ENTRY           OCCURS 300 TIMES
001630                                 INDEXED BY WS-VAC-IDX.
001640         10  WS-TAB-VAC-STUDENT     PIC X(07).
001650         10  WS-TAB-VAC-CITY        PIC 9(01).
001660         10  WS-TAB-VAC-BUILDING    PIC X(12).
001670         10  WS-TAB-VAC-ROOM        PIC X(05).
001680         10  WS-TAB-VAC-DATE        PIC 9(08).
001690         10  WS-TAB-VAC-FREED-BY    PIC X(09).
001700         10  WS-TAB-VAC-INSPECTED   PIC X(01).

001710*    ONE INSPECTION'S DAMAGE LINES ARE HELD UNTIL THE WHOLE
001720*    INSPECTION HAS BEEN READ AND PASSED, SO A BAD LINE
001730*    REJECTS THE INSPECTION BEFORE ANYTHING IS BILLED.
001740 01  WS-DAMAGE-TABLE.
001750     05  WS-DAMAGE-ENTRY        OCCURS 20 TIMES
001760                                 INDEXED BY WS-DMG-IDX.
001770         10  WS-TAB-DMG-LINE        PIC 9(02).
001780         10  WS-TAB-DMG-DESC        PIC X(30).
001790         10  WS-TAB-DMG-AMOUNT      PIC 9(05)V99.

001800 01  WS-INSPECTION-FIGURES.
001810     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001820     05  WS-INSP-KEY.
001830         10  WS-INSP-STUDENT        PIC X(07).
001840         10  WS-INSP-BUILDING       PIC X(12).
001850         10  WS-INSP-ROOM           PIC X(05).
001860     05  WS-INSP-CITY           PIC 9(01) VALUE ZERO.
001870     05  WS-INSP-DATE           PIC 9(08) VALUE ZERO.
001880     05  WS-INSP-BY             PIC X(08) VALUE SPACE.
001890     05  WS-STUDENT-NAME        PIC X(30) VALUE SPACE.
001900     05  WS-CURRENCY-CODE       PIC X(03) VALUE SPACE.
001910     05  WS-DAMAGE-TOTAL        PIC 9(07)V99 VALUE ZERO.
001920     05  WS-DEPOSIT-HELD        PIC 9(05)V99 VALUE ZERO.
001930     05  WS-DEPOSIT-APPLIED     PIC 9(05)V99 VALUE ZERO.
001940     05  WS-DEPOSIT-REFUND      PIC 9(05)V99 VALUE ZERO.
001950     05  WS-INVOICED-AMOUNT     PIC 9(07)V99 VALUE ZERO.
001960     05  WS-ITEM-SEQ            PIC 9(02) VALUE ZERO.
001970     05  WS-DAYS-WAITING        PIC S9(05) COMP VALUE ZERO.
001980     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001990 COPY CITYTAB.

002000 01  WS-REPORT-LINES.
002010     05  WS-HEADING-1.
002020         10  FILLER             PIC X(28) VALUE
002030             "CHECKOUT INSPECTION REGISTER".
002040         10  FILLER             PIC X(52) VALUE SPACE.
002050     05  WS-HEADING-2.
002060         10  FILLER             PIC X(10) VALUE "STUDENT ID".
002070         10  FILLER             PIC X(02) VALUE SPACE.
002080         10  FILLER             PIC X(20) VALUE "NAME".
002090         10  FILLER             PIC X(02) VALUE SPACE.
002100         10  FILLER             PIC X(12) VALUE "BUILDING".
002110         10  FILLER             PIC X(02) VALUE SPACE.
002120         10  FILLER             PIC X(05) VALUE "ROOM".
002130         10  FILLER             PIC X(02) VALUE SPACE.
002140         10  FILLER             PIC X(08) VALUE "INSPECTD".
002150         10  FILLER             PIC X(02) VALUE SPACE.
002160         10  FILLER             PIC X(08) VALUE "BY".
002170         10  FILLER             PIC X(07) VALUE SPACE.
002180     05  WS-INSPECTION-LINE.
002190         10  IL-STUDENT-ID      PIC X(07).
002200         10  FILLER             PIC X(05) VALUE SPACE.
002210         10  IL-STUDENT-NAME    PIC X(20).
002220         10  FILLER             PIC X(02) VALUE SPACE.
002230         10  IL-BUILDING        PIC X(12).
002240         10  FILLER             PIC X(02) VALUE SPACE.
002250         10  IL-ROOM-NUMBER     PIC X(05).
002260         10  FILLER             PIC X(02) VALUE SPACE.
002270         10  IL-INSPECT-DATE    PIC 9(08).
002280         10  FILLER             PIC X(02) VALUE SPACE.
002290         10  IL-INSPECTED-BY    PIC X(08).
002300         10  FILLER             PIC X(07) VALUE SPACE.
002310     05  WS-DAMAGE-LINE.
002320         10  FILLER             PIC X(12) VALUE SPACE.
002330         10  LN-LINE-NUMBER     PIC Z9.
002340         10  FILLER             PIC X(02) VALUE SPACE.
002350         10  LN-DAMAGE-DESC     PIC X(30).
002360         10  FILLER             PIC X(02) VALUE SPACE.
002370         10  LN-DAMAGE-AMOUNT   PIC ZZ,ZZ9.99.
002380         10  FILLER             PIC X(23) VALUE SPACE.
002390     05  WS-CLEAN-LINE.
002400         10  FILLER             PIC X(16) VALUE SPACE.
002410         10  FILLER             PIC X(30) VALUE
002420             "ROOM FOUND IN GOOD ORDER".
002430         10  FILLER             PIC X(34) VALUE SPACE.
002440     05  WS-SETTLEMENT-LINE.
002450         10  FILLER             PIC X(04) VALUE SPACE.
002460         10  FILLER             PIC X(07) VALUE "DAMAGE-".
002470         10  SE-DAMAGE          PIC ZZZ,ZZ9.99.
002480         10  FILLER             PIC X(01) VALUE SPACE.
002490         10  FILLER             PIC X(08) VALUE "DEPOSIT-".
002500         10  SE-DEPOSIT         PIC ZZ,ZZ9.99.
002510         10  FILLER             PIC X(01) VALUE SPACE.
002520         10  FILLER             PIC X(07) VALUE "REFUND-".
002530         10  SE-REFUND          PIC ZZ,ZZ9.99.
002540         10  FILLER             PIC X(01) VALUE SPACE.
002550         10  FILLER             PIC X(09) VALUE "INVOICED-".
002560         10  SE-INVOICED        PIC ZZZ,ZZ9.99.
002570         10  FILLER             PIC X(01) VALUE SPACE.
002580         10  SE-CURRENCY        PIC X(03).
002590     05  WS-EXCEPTION-LINE.
002600         10  FILLER             PIC X(07) VALUE "**REJ**".
002610         10  FILLER             PIC X(03) VALUE SPACE.
002620         10  EL-STUDENT-ID      PIC X(07).
002630         10  FILLER             PIC X(03) VALUE SPACE.
002640         10  EL-REASON          PIC X(40).
002650         10  FILLER             PIC X(20) VALUE SPACE.
002660     05  WS-UNINSPECTED-HEADING-1.
002670         10  FILLER             PIC X(41) VALUE
002680             "ROOMS VACATED WITH NO INSPECTION RECORDED".
002690         10  FILLER             PIC X(39) VALUE SPACE.
002700     05  WS-UNINSPECTED-HEADING-2.
002710         10  FILLER             PIC X(10) VALUE "STUDENT ID".
002720         10  FILLER             PIC X(02) VALUE SPACE.
002730         10  FILLER             PIC X(04) VALUE "CITY".
002740         10  FILLER             PIC X(02) VALUE SPACE.
002750         10  FILLER             PIC X(12) VALUE "BUILDING".
002760         10  FILLER             PIC X(02) VALUE SPACE.
002770         10  FILLER             PIC X(05) VALUE "ROOM".
002780         10  FILLER             PIC X(02) VALUE SPACE.
002790         10  FILLER             PIC X(08) VALUE "VACATED".
002800         10  FILLER             PIC X(02) VALUE SPACE.
002810         10  FILLER             PIC X(05) VALUE " DAYS".
002820         10  FILLER             PIC X(02) VALUE SPACE.
002830         10  FILLER             PIC X(09) VALUE "FREED BY".
002840         10  FILLER             PIC X(15) VALUE SPACE.
002850     05  WS-UNINSPECTED-LINE.
002860         10  XL-STUDENT-ID      PIC X(07).
002870         10  FILLER             PIC X(05) VALUE SPACE.
002880         10  XL-CITY-CODE       PIC 9(01).
002890         10  FILLER             PIC X(05) VALUE SPACE.
002900         10  XL-BUILDING        PIC X(12).
002910         10  FILLER             PIC X(02) VALUE SPACE.
002920         10  XL-ROOM-NUMBER     PIC X(05).
002930         10  FILLER             PIC X(02) VALUE SPACE.
002940         10  XL-VACATE-DATE     PIC 9(08).
002950         10  FILLER             PIC X(02) VALUE SPACE.
002960         10  XL-DAYS-WAITING    PIC ZZZZ9.
002970         10  FILLER             PIC X(02) VALUE SPACE.
002980         10  XL-FREED-BY        PIC X(09).
002990         10  FILLER             PIC X(15) VALUE SPACE.
003000     05  WS-TRAILER-LINE-1.
003010         10  FILLER             PIC X(12) VALUE "INSPECTIONS-".
003020         10  TL-INSPECT-COUNT   PIC ZZZZ9.
003030         10  FILLER             PIC X(03) VALUE SPACE.
003040         10  FILLER             PIC X(06) VALUE "CLEAN-".
003050         10  TL-CLEAN-COUNT     PIC ZZZZ9.
003060         10  FILLER             PIC X(03) VALUE SPACE.
003070         10  FILLER             PIC X(09) VALUE "REJECTED-".
003080         10  TL-REJECT-COUNT    PIC ZZZZ9.
003090         10  FILLER             PIC X(32) VALUE SPACE.
003100     05  WS-TRAILER-LINE-2.
003110         10  FILLER             PIC X(08) VALUE "REFUNDS-".
003120         10  TL-REFUND-COUNT    PIC ZZZZ9.
003130         10  FILLER             PIC X(03) VALUE SPACE.
003140         10  FILLER             PIC X(09) VALUE "INVOICED-".
003150         10  TL-INVOICE-COUNT   PIC ZZZZ9.
003160         10  FILLER             PIC X(03) VALUE SPACE.
003170         10  FILLER             PIC X(15) VALUE
003180             "NOT INSPECTED-".
003190         10  TL-UNINSPECTED     PIC ZZZZ9.
003200         10  FILLER             PIC X(27) VALUE SPACE.

003210 COPY RUNPARM.

003220 PROCEDURE DIVISION.

003230 0000-MAINLINE.
003240     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
003250     IF NOT RL-CLEAR-TO-RUN
003260        GOBACK
003270     END-IF
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003290*    THE CARRIED-FORWARD VACATED-ROOM FILE IS WRITTEN FROM
003300*    THE TABLE ALONE, AND A MISSING DEPOSIT OR LEDGER FILE
003310*    WOULD BILL DAMAGE A DEPOSIT SHOULD HAVE COVERED, SO THE
003320*    RUN REFUSES RATHER THAN POST ANYTHING.  THE OPEN START
003330*    RECORD FLAGS THE ABORTED RUN.
003340     IF RUN-REFUSED
003350        GOBACK
003360     END-IF
003370     PERFORM 2000-PROCESS-ONE-INSPECTION THRU 2000-EXIT
003380         UNTIL END-OF-INSPECTIONS
003390     PERFORM 3000-REPORT-UNINSPECTED THRU 3000-EXIT
003400     PERFORM 8000-TERMINATE THRU 8000-EXIT
003410     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
003420     GOBACK
003430     .

003440 0100-START-RUN-CONTROL.
003450     MOVE "S" TO RL-FUNCTION
003460     MOVE "CONTROL3K" TO RL-PROGRAM-ID
003470     MOVE SPACE TO RL-PREDECESSOR-ID
003480     MOVE "CHKINSP" TO RL-INPUT-FILE
003490     CALL "RUNLOG" USING RUN-LOG-PARM
003500     IF RL-OWN-RUN-OPEN
003510        DISPLAY "CONTROL3K - PREVIOUS RUN HAS NO END RECORD, "
003520            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
003530     END-IF
003540     IF RL-PREDECESSOR-NOT-DONE
003550        DISPLAY "CONTROL3K - PREDECESSOR HAS NOT ENDED "
003560            "CLEANLY TODAY, RUN REFUSED"
003570     END-IF
003580     .
003590 0100-EXIT.
003600     EXIT.

003610 1000-INITIALIZE.
003620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

003630     OPEN INPUT CHECKOUT-INSPECTION-FILE
003640     IF NOT INSPECTION-FILE-OK
003650        DISPLAY "CONTROL3K - UNABLE TO OPEN CHECKOUT-"
003660            "INSPECTION-FILE"
003670        MOVE "Y" TO WS-INSP-EOF-SWITCH
003680     END-IF

003690     OPEN I-O HOUSING-DEPOSIT-FILE
003700     IF NOT HOUSING-DEPOSIT-OK
003710        DISPLAY "CONTROL3K - UNABLE TO OPEN HOUSING-DEPOSIT-"
003720            "FILE, RUN REFUSED - NOTHING BILLED OR REFUNDED"
003730        SET RUN-REFUSED TO TRUE
003740     END-IF

003750     OPEN INPUT MASTER-STUDENT-FILE
003760     IF NOT MASTER-STUDENT-FILE-OK
003770        DISPLAY "CONTROL3K - UNABLE TO OPEN MASTER-STUDENT-"
003780            "FILE, RUN REFUSED - NOTHING BILLED OR REFUNDED"
003790        SET RUN-REFUSED TO TRUE
003800     END-IF

003810     OPEN INPUT ROOM-RATE-FILE
003820     IF NOT ROOM-RATE-FILE-OK
003830        DISPLAY "CONTROL3K - UNABLE TO OPEN ROOM-RATE-FILE"
003840     END-IF

003850     OPEN I-O OPEN-ITEM-FILE
003860     IF NOT OPEN-ITEM-FILE-OK
003870*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
003880*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
003890*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
003900        OPEN OUTPUT OPEN-ITEM-FILE
003910        IF OPEN-ITEM-FILE-OK
003920           CLOSE OPEN-ITEM-FILE
003930           OPEN I-O OPEN-ITEM-FILE
003940        END-IF
003950     END-IF
003960     IF NOT OPEN-ITEM-FILE-OK
003970        DISPLAY "CONTROL3K - UNABLE TO OPEN OPEN-ITEM-FILE, "
003980            "RUN REFUSED - NOTHING BILLED OR REFUNDED"
003990        SET RUN-REFUSED TO TRUE
004000     END-IF

004010*    DAMAGE THE DEPOSIT DID NOT COVER GOES ON THE SAME
004020*    BILLING EXTRACT THE SURCHARGE AND ROOM-RENT RUNS WRITE,
004030*    SO ACCOUNTS RECEIVABLE LOAD ONE FILE.
004040     OPEN EXTEND BILLING-EXTRACT
004050     IF NOT BILLING-EXTRACT-OK
004060        OPEN OUTPUT BILLING-EXTRACT
004070     END-IF
004080     IF NOT BILLING-EXTRACT-OK
004090        DISPLAY "CONTROL3K - UNABLE TO OPEN BILLING-EXTRACT"
004100     END-IF

004110     OPEN OUTPUT DEPOSIT-REFUND-FILE
004120     IF NOT DEPOSIT-REFUND-OK
004130        DISPLAY "CONTROL3K - UNABLE TO OPEN DEPOSIT-REFUND-"
004140            "FILE, RUN REFUSED - NOTHING BILLED OR REFUNDED"
004150        SET RUN-REFUSED TO TRUE
004160     END-IF

004170     OPEN OUTPUT INSPECTION-REPORT
004180     MOVE WS-HEADING-1 TO INSPECTION-REPORT-LINE
004190     WRITE INSPECTION-REPORT-LINE
004200     MOVE WS-HEADING-2 TO INSPECTION-REPORT-LINE
004210     WRITE INSPECTION-REPORT-LINE

004220     OPEN EXTEND AUDIT-LOG-FILE
004230     IF NOT AUDIT-LOG-FILE-OK
004240        DISPLAY "CONTROL3K - UNABLE TO OPEN AUDIT-LOG-FILE"
004250     END-IF

004260     PERFORM 1200-LOAD-VACATED-ROOMS THRU 1200-EXIT

004270     IF NOT END-OF-INSPECTIONS
004280        PERFORM 1100-READ-INSPECTION THRU 1100-EXIT
004290     END-IF
004300     .
004310 1000-EXIT.
004320     EXIT.

004330 1100-READ-INSPECTION.
004340     READ CHECKOUT-INSPECTION-FILE
004350         AT END
004360             MOVE "Y" TO WS-INSP-EOF-SWITCH
004370         NOT AT END
004380             ADD 1 TO WS-LINE-READ-COUNT
004390     END-READ
004400     .
004410 1100-EXIT.
004420     EXIT.

004430 1200-LOAD-VACATED-ROOMS.
004440*    NO VACATED-ROOM FILE YET SIMPLY MEANS NO ROOM HAS BEEN
004450*    FREED SINCE THE FILE WAS LAST CARRIED FORWARD.
004460     OPEN INPUT VACATED-ROOM-FILE
004470     IF NOT VACATED-ROOM-OK
004480        DISPLAY "CONTROL3K - NO VACATED-ROOM FILE, "
004490            "NO ROOMS AWAITING INSPECTION"
004500        GO TO 1200-EXIT
004510     END-IF
004520     PERFORM 1210-LOAD-ONE-VACATED-ROOM THRU 1210-EXIT
004530         UNTIL VACATED-ROOM-EOF
004540            OR WS-VAC-COUNT = 300
004550     IF NOT VACATED-ROOM-EOF
004560        DISPLAY "CONTROL3K - VACATED-ROOM TABLE FULL AT 300, "
004570            "RUN REFUSED - NOTHING BILLED OR REFUNDED"
004580        SET RUN-REFUSED TO TRUE
004590     END-IF
004600     CLOSE VACATED-ROOM-FILE
004610     .
004620 1200-EXIT.
004630     EXIT.

004640 1210-LOAD-ONE-VACATED-ROOM.
004650     READ VACATED-ROOM-FILE
004660         AT END
004670             SET VACATED-ROOM-EOF TO TRUE
004680         NOT AT END
004690             ADD 1 TO WS-VAC-COUNT
004700             SET WS-VAC-IDX TO WS-VAC-COUNT
004710             MOVE VR-STUDENT-ID
004720                 TO WS-TAB-VAC-STUDENT (WS-VAC-IDX)
004730             MOVE VR-CITY-CODE
004740                 TO WS-TAB-VAC-CITY (WS-VAC-IDX)
004750             MOVE VR-BUILDING
004760                 TO WS-TAB-VAC-BUILDING (WS-VAC-IDX)
004770             MOVE VR-ROOM-NUMBER
004780                 TO WS-TAB-VAC-ROOM (WS-VAC-IDX)
004790             MOVE VR-VACATE-DATE
004800                 TO WS-TAB-VAC-DATE (WS-VAC-IDX)
004810             MOVE VR-FREED-BY
004820                 TO WS-TAB-VAC-FREED-BY (WS-VAC-IDX)
004830             MOVE "N" TO WS-TAB-VAC-INSPECTED (WS-VAC-IDX)
004840     END-READ
004850     .
004860 1210-EXIT.
004870     EXIT.

004880 2000-PROCESS-ONE-INSPECTION.
004890     ADD 1 TO WS-INSPECT-COUNT
004900     MOVE SPACE TO WS-REJECT-REASON
004910     MOVE CI-KEY TO WS-INSP-KEY
004920     MOVE CI-CITY-CODE TO WS-INSP-CITY
004930     MOVE CI-INSPECT-DATE TO WS-INSP-DATE
004940     MOVE CI-INSPECTED-BY TO WS-INSP-BY
004950     MOVE ZERO TO WS-LINE-COUNT
004960     MOVE ZERO TO WS-DAMAGE-TOTAL

004970     PERFORM 2100-HOLD-ONE-LINE THRU 2100-EXIT
004980         UNTIL END-OF-INSPECTIONS
004990            OR CI-KEY NOT = WS-INSP-KEY

005000     IF WS-REJECT-REASON = SPACE
005010        PERFORM 2200-VALIDATE-INSPECTION THRU 2200-EXIT
005020     END-IF
005030     IF WS-REJECT-REASON = SPACE
005040        PERFORM 2300-SETTLE-INSPECTION THRU 2300-EXIT
005050     END-IF
005060     IF WS-REJECT-REASON NOT = SPACE
005070        PERFORM 2900-REJECT-INSPECTION THRU 2900-EXIT
005080        GO TO 2000-EXIT
005090     END-IF

005100     PERFORM 2500-MARK-ONE-VACATE THRU 2500-EXIT
005110         VARYING WS-VAC-IDX FROM 1 BY 1
005120         UNTIL WS-VAC-IDX > WS-VAC-COUNT
005130     .
005140 2000-EXIT.
005150     EXIT.

005160 2100-HOLD-ONE-LINE.
005170     IF WS-LINE-COUNT = 20
005180        MOVE "More than 20 damage lines on inspection"
005190            TO WS-REJECT-REASON
005200        GO TO 2100-READ
005210     END-IF
005220     IF CI-DAMAGE-AMOUNT NOT NUMERIC
005230        MOVE "Damage amount not numeric" TO WS-REJECT-REASON
005240        GO TO 2100-READ
005250     END-IF
005260     ADD 1 TO WS-LINE-COUNT
005270     SET WS-DMG-IDX TO WS-LINE-COUNT
005280     MOVE CI-LINE-NUMBER TO WS-TAB-DMG-LINE (WS-DMG-IDX)
005290     MOVE CI-DAMAGE-DESC TO WS-TAB-DMG-DESC (WS-DMG-IDX)
005300     MOVE CI-DAMAGE-AMOUNT TO WS-TAB-DMG-AMOUNT (WS-DMG-IDX)
005310     ADD CI-DAMAGE-AMOUNT TO WS-DAMAGE-TOTAL
005320     .
005330 2100-READ.
005340     PERFORM 1100-READ-INSPECTION THRU 1100-EXIT
005350     .
005360 2100-EXIT.
005370     EXIT.

005380 2200-VALIDATE-INSPECTION.
005382*    NO CURRENCY IS CARRIED OVER FROM THE LAST INSPECTION ONTO
005384*    ONE WITH NEITHER A DEPOSIT NOR A ROOM RATE.
005386     MOVE SPACE TO WS-CURRENCY-CODE
005390     MOVE WS-INSP-CITY TO CITY-CODE
005400     IF CITY-CODE-NOT-VALID
005410        MOVE "City code not valid" TO WS-REJECT-REASON
005420        GO TO 2200-EXIT
005430     END-IF

005440     MOVE WS-INSP-STUDENT TO MS-STUDENT-ID
005450     READ MASTER-STUDENT-FILE
005460         INVALID KEY
005470             MOVE "Student not on master file"
005480                 TO WS-REJECT-REASON
005490     END-READ
005500     IF WS-REJECT-REASON NOT = SPACE
005510        GO TO 2200-EXIT
005520     END-IF
005530     MOVE MS-STUDENT-NAME TO WS-STUDENT-NAME

005540*    A DEPOSIT ALREADY SETTLED MEANS THIS CHECKOUT HAS BEEN
005550*    INSPECTED AND BILLED BEFORE - POSTING IT AGAIN WOULD
005560*    BILL THE DAMAGE TWICE.
005570     MOVE "N" TO WS-DEPOSIT-SWITCH
005580     MOVE ZERO TO WS-DEPOSIT-HELD
005590     MOVE WS-INSP-STUDENT TO DP-STUDENT-ID
005600     READ HOUSING-DEPOSIT-FILE
005610         INVALID KEY
005620             MOVE "N" TO WS-DEPOSIT-SWITCH
005630         NOT INVALID KEY
005640             SET DEPOSIT-IS-FOUND TO TRUE
005650     END-READ
005660     IF DEPOSIT-IS-FOUND
005670        IF DEPOSIT-IS-SETTLED
005680           MOVE "Deposit already settled at checkout"
005690               TO WS-REJECT-REASON
005700           GO TO 2200-EXIT
005710        END-IF
005720        MOVE DP-DEPOSIT-AMOUNT TO WS-DEPOSIT-HELD
005730        MOVE DP-CURRENCY-CODE TO WS-CURRENCY-CODE
005740        GO TO 2200-EXIT
005750     END-IF

005760*    WITH NO DEPOSIT THE DAMAGE IS BILLED IN THE CURRENCY
005770*    THE BUILDING'S RENT IS QUOTED IN.
005780     IF WS-DAMAGE-TOTAL = ZERO
005790        GO TO 2200-EXIT
005800     END-IF
005810     IF NOT ROOM-RATE-FILE-OK
005820        MOVE "No deposit and no room rate for currency"
005830            TO WS-REJECT-REASON
005840        GO TO 2200-EXIT
005850     END-IF
005860     MOVE WS-INSP-CITY TO RR-CITY-CODE
005870     MOVE WS-INSP-BUILDING TO RR-BUILDING
005880     READ ROOM-RATE-FILE
005890         INVALID KEY
005900             MOVE "No deposit and no room rate for currency"
005910                 TO WS-REJECT-REASON
005920         NOT INVALID KEY
005930             MOVE RR-CURRENCY-CODE TO WS-CURRENCY-CODE
005940     END-READ
005950     .
005960 2200-EXIT.
005970     EXIT.

005980 2300-SETTLE-INSPECTION.
005990*    THE DEPOSIT COVERS THE DAMAGE FIRST; WHAT IS LEFT OF THE
006000*    DEPOSIT IS PAID BACK, AND ANY DAMAGE IT COULD NOT COVER
006010*    STAYS OPEN ON THE LEDGER AND IS INVOICED.
006020     IF WS-DAMAGE-TOTAL > WS-DEPOSIT-HELD
006030        MOVE WS-DEPOSIT-HELD TO WS-DEPOSIT-APPLIED
006040     ELSE
006050        MOVE WS-DAMAGE-TOTAL TO WS-DEPOSIT-APPLIED
006060     END-IF
006070     COMPUTE WS-DEPOSIT-REFUND =
006080         WS-DEPOSIT-HELD - WS-DEPOSIT-APPLIED
006090     COMPUTE WS-INVOICED-AMOUNT =
006100         WS-DAMAGE-TOTAL - WS-DEPOSIT-APPLIED

006110     IF WS-DAMAGE-TOTAL > ZERO
006120        PERFORM 2310-ADD-DAMAGE-ITEM THRU 2310-EXIT
006130        IF NOT LEDGER-ITEM-HELD
006140           MOVE "Damage item already on ledger"
006150               TO WS-REJECT-REASON
006160           GO TO 2300-EXIT
006170        END-IF
006180     ELSE
006190        ADD 1 TO WS-CLEAN-COUNT
006200     END-IF

006210     IF DEPOSIT-IS-FOUND
006220        MOVE WS-DEPOSIT-APPLIED TO DP-APPLIED-AMOUNT
006230        MOVE WS-DEPOSIT-REFUND TO DP-REFUNDED-AMOUNT
006240        MOVE WS-RUN-DATE TO DP-SETTLED-DATE
006250        MOVE "S" TO DP-STATUS-CODE
006260        REWRITE HOUSING-DEPOSIT-REC
006270     END-IF

006280     IF WS-DEPOSIT-REFUND > ZERO
006290        ADD 1 TO WS-REFUND-COUNT
006300        MOVE WS-INSP-STUDENT TO BP-STUDENT-ID
006310        MOVE WS-STUDENT-NAME TO BP-STUDENT-NAME
006320        MOVE WS-DEPOSIT-REFUND TO BP-REFUND-AMOUNT
006330        MOVE WS-CURRENCY-CODE TO BP-CURRENCY-CODE
006340        MOVE WS-RUN-DATE TO BP-PAYMENT-DATE
006350        MOVE WS-INSP-CITY TO BP-CITY-CODE
006360        WRITE REFUND-PAYMENT-REC
006370     END-IF

006380     IF WS-INVOICED-AMOUNT > ZERO
006390        ADD 1 TO WS-INVOICE-COUNT
006400        MOVE WS-INSP-STUDENT TO BX-STUDENT-ID
006410        MOVE WS-STUDENT-NAME TO BX-STUDENT-NAME
006420        MOVE WS-INSP-BUILDING TO BX-CITY-NAME
006430        MOVE WS-INVOICED-AMOUNT TO BX-SURCHARGE-AMOUNT
006440        MOVE WS-CURRENCY-CODE TO BX-CURRENCY-CODE
006450        MOVE WS-RUN-DATE TO BX-RUN-DATE
006460        MOVE WS-RUN-DATE TO BX-DUE-DATE
006470        IF BILLING-EXTRACT-OK
006480           WRITE BILLING-EXTRACT-REC
006490        END-IF
006500     END-IF

006510     PERFORM 2400-PRINT-INSPECTION THRU 2400-EXIT
006520     .
006530 2300-EXIT.
006540     EXIT.

006550 2310-ADD-DAMAGE-ITEM.
006560*    DAMAGE ITEMS TAKE SEQUENCES FROM 21 UP, CLEAR OF THE
006570*    SURCHARGE, ROOM-RENT AND UNAPPLIED-CASH RANGES.  THE
006580*    PART THE DEPOSIT COVERED IS ALREADY PAID, SO A DAMAGE
006590*    BILL THE DEPOSIT MET IN FULL IS CLOSED AS IT IS WRITTEN.
006600     MOVE "N" TO WS-ITEM-HELD-SWITCH
006610     MOVE 21 TO WS-ITEM-SEQ
006620     PERFORM 2320-WRITE-ONE-ITEM THRU 2320-EXIT
006630         UNTIL LEDGER-ITEM-HELD
006640            OR WS-ITEM-SEQ > 30
006650     .
006660 2310-EXIT.
006670     EXIT.

006680 2320-WRITE-ONE-ITEM.
006690     MOVE WS-INSP-STUDENT TO OI-STUDENT-ID
006700     MOVE WS-RUN-DATE TO OI-INVOICE-DATE
006710     MOVE WS-ITEM-SEQ TO OI-ITEM-SEQ
006720     MOVE "D" TO OI-ITEM-TYPE
006730     MOVE WS-STUDENT-NAME TO OI-STUDENT-NAME
006740     MOVE WS-INSP-CITY TO OI-CITY-CODE
006750     MOVE WS-INSP-BUILDING TO OI-CITY-NAME
006760     MOVE WS-CURRENCY-CODE TO OI-CURRENCY-CODE
006770     MOVE WS-RUN-DATE TO OI-DUE-DATE
006780     MOVE WS-DAMAGE-TOTAL TO OI-BILLED-AMOUNT
006790     MOVE WS-DEPOSIT-APPLIED TO OI-PAID-AMOUNT
006800     IF WS-INVOICED-AMOUNT > ZERO
006810        MOVE "O" TO OI-STATUS-CODE
006820     ELSE
006830        MOVE "C" TO OI-STATUS-CODE
006840     END-IF
006850     WRITE OPEN-ITEM-REC
006860         INVALID KEY
006870             ADD 1 TO WS-ITEM-SEQ
006880         NOT INVALID KEY
006890             SET LEDGER-ITEM-HELD TO TRUE
006900     END-WRITE
006910     .
006920 2320-EXIT.
006930     EXIT.

006940 2400-PRINT-INSPECTION.
006950     MOVE WS-INSP-STUDENT TO IL-STUDENT-ID
006960     MOVE WS-STUDENT-NAME TO IL-STUDENT-NAME
006970     MOVE WS-INSP-BUILDING TO IL-BUILDING
006980     MOVE WS-INSP-ROOM TO IL-ROOM-NUMBER
006990     MOVE WS-INSP-DATE TO IL-INSPECT-DATE
007000     MOVE WS-INSP-BY TO IL-INSPECTED-BY
007010     MOVE WS-INSPECTION-LINE TO INSPECTION-REPORT-LINE
007020     WRITE INSPECTION-REPORT-LINE
007030     IF WS-DAMAGE-TOTAL = ZERO
007040        MOVE WS-CLEAN-LINE TO INSPECTION-REPORT-LINE
007050        WRITE INSPECTION-REPORT-LINE
007060     ELSE
007070        PERFORM 2410-PRINT-ONE-DAMAGE-LINE THRU 2410-EXIT
007080            VARYING WS-DMG-IDX FROM 1 BY 1
007090            UNTIL WS-DMG-IDX > WS-LINE-COUNT
007100     END-IF
007110     MOVE WS-DAMAGE-TOTAL TO SE-DAMAGE
007120     MOVE WS-DEPOSIT-HELD TO SE-DEPOSIT
007130     MOVE WS-DEPOSIT-REFUND TO SE-REFUND
007140     MOVE WS-INVOICED-AMOUNT TO SE-INVOICED
007150     MOVE WS-CURRENCY-CODE TO SE-CURRENCY
007160     MOVE WS-SETTLEMENT-LINE TO INSPECTION-REPORT-LINE
007170     WRITE INSPECTION-REPORT-LINE
007180     .
007190 2400-EXIT.
007200     EXIT.

007210 2410-PRINT-ONE-DAMAGE-LINE.
007220     IF WS-TAB-DMG-AMOUNT (WS-DMG-IDX) = ZERO
007230        GO TO 2410-EXIT
007240     END-IF
007250     MOVE WS-TAB-DMG-LINE (WS-DMG-IDX) TO LN-LINE-NUMBER
007260     MOVE WS-TAB-DMG-DESC (WS-DMG-IDX) TO LN-DAMAGE-DESC
007270     MOVE WS-TAB-DMG-AMOUNT (WS-DMG-IDX) TO LN-DAMAGE-AMOUNT
007280     MOVE WS-DAMAGE-LINE TO INSPECTION-REPORT-LINE
007290     WRITE INSPECTION-REPORT-LINE
007300     .
007310 2410-EXIT.
007320     EXIT.

007330 2500-MARK-ONE-VACATE.
007340*    AN INSPECTION CLEARS EVERY VACATE OF THAT ROOM BY THAT
007350*    STUDENT STILL WAITING, HOWEVER MANY RUNS IT HAS WAITED.
007360     IF WS-TAB-VAC-STUDENT (WS-VAC-IDX) = WS-INSP-STUDENT
007370        AND WS-TAB-VAC-BUILDING (WS-VAC-IDX) = WS-INSP-BUILDING
007380        AND WS-TAB-VAC-ROOM (WS-VAC-IDX) = WS-INSP-ROOM
007390        MOVE "Y" TO WS-TAB-VAC-INSPECTED (WS-VAC-IDX)
007400     END-IF
007410     .
007420 2500-EXIT.
007430     EXIT.

007440 2900-REJECT-INSPECTION.
007450     ADD 1 TO WS-REJECT-COUNT
007460     MOVE WS-INSP-STUDENT TO EL-STUDENT-ID
007470     MOVE WS-REJECT-REASON TO EL-REASON
007480     MOVE WS-EXCEPTION-LINE TO INSPECTION-REPORT-LINE
007490     WRITE INSPECTION-REPORT-LINE
007500     MOVE "CONTROL3K" TO AL-PROGRAM-ID
007510     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
007520     ACCEPT AL-TIME-LOGGED FROM TIME
007530     MOVE SPACE TO AL-INPUT-DATA
007540     MOVE WS-INSP-KEY TO AL-INPUT-DATA
007550     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
007560     IF AUDIT-LOG-FILE-OK
007570        WRITE AUDIT-LOG-REC
007580     END-IF
007590     .
007600 2900-EXIT.
007610     EXIT.

007620 3000-REPORT-UNINSPECTED.
007630*    EVERY FREED ROOM STILL WITHOUT AN INSPECTION IS LISTED
007640*    AND CARRIED FORWARD TO THE NEW VACATED-ROOM FILE, THE
007650*    SAME WAY THE MOVEMENT RUN WRITES ITS UPDATED WAITLIST,
007660*    SO IT KEEPS APPEARING UNTIL SOMEONE INSPECTS IT.
007670     MOVE WS-UNINSPECTED-HEADING-1 TO INSPECTION-REPORT-LINE
007680     WRITE INSPECTION-REPORT-LINE
007690     MOVE WS-UNINSPECTED-HEADING-2 TO INSPECTION-REPORT-LINE
007700     WRITE INSPECTION-REPORT-LINE
007710     OPEN OUTPUT NEW-VACATED-FILE
007720     IF NOT NEW-VACATED-OK
007730        DISPLAY "CONTROL3K - UNABLE TO OPEN NEW-VACATED-FILE"
007740     END-IF
007750     PERFORM 3100-REPORT-ONE-VACATE THRU 3100-EXIT
007760         VARYING WS-VAC-IDX FROM 1 BY 1
007770         UNTIL WS-VAC-IDX > WS-VAC-COUNT
007780     CLOSE NEW-VACATED-FILE

007790     MOVE WS-INSPECT-COUNT TO TL-INSPECT-COUNT
007800     MOVE WS-CLEAN-COUNT TO TL-CLEAN-COUNT
007810     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
007820     MOVE WS-TRAILER-LINE-1 TO INSPECTION-REPORT-LINE
007830     WRITE INSPECTION-REPORT-LINE
007840     MOVE WS-REFUND-COUNT TO TL-REFUND-COUNT
007850     MOVE WS-INVOICE-COUNT TO TL-INVOICE-COUNT
007860     MOVE WS-UNINSPECTED-COUNT TO TL-UNINSPECTED
007870     MOVE WS-TRAILER-LINE-2 TO INSPECTION-REPORT-LINE
007880     WRITE INSPECTION-REPORT-LINE
007890     .
007900 3000-EXIT.
007910     EXIT.

007920 3100-REPORT-ONE-VACATE.
007930     IF WS-TAB-VAC-INSPECTED (WS-VAC-IDX) = "Y"
007940        GO TO 3100-EXIT
007950     END-IF
007960     ADD 1 TO WS-UNINSPECTED-COUNT
007970*    THE INTEGER-OF-DATE INTRINSIC GIVES A DAY COUNT THAT CAN
007980*    SIMPLY BE SUBTRACTED, THE SAME WAY THE ARREARS RUN AGES
007990*    AN ITEM ACROSS MONTH ENDS AND LEAP YEARS.
008000     COMPUTE WS-DAYS-WAITING =
008010         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
008020         - FUNCTION INTEGER-OF-DATE (WS-TAB-VAC-DATE (WS-VAC-IDX))
008030     MOVE WS-TAB-VAC-STUDENT (WS-VAC-IDX) TO XL-STUDENT-ID
008040     MOVE WS-TAB-VAC-CITY (WS-VAC-IDX) TO XL-CITY-CODE
008050     MOVE WS-TAB-VAC-BUILDING (WS-VAC-IDX) TO XL-BUILDING
008060     MOVE WS-TAB-VAC-ROOM (WS-VAC-IDX) TO XL-ROOM-NUMBER
008070     MOVE WS-TAB-VAC-DATE (WS-VAC-IDX) TO XL-VACATE-DATE
008080     MOVE WS-DAYS-WAITING TO XL-DAYS-WAITING
008090     MOVE WS-TAB-VAC-FREED-BY (WS-VAC-IDX) TO XL-FREED-BY
008100     MOVE WS-UNINSPECTED-LINE TO INSPECTION-REPORT-LINE
008110     WRITE INSPECTION-REPORT-LINE
008120     IF NEW-VACATED-OK
008130        MOVE WS-TAB-VAC-STUDENT (WS-VAC-IDX) TO NV-STUDENT-ID
008140        MOVE WS-TAB-VAC-CITY (WS-VAC-IDX) TO NV-CITY-CODE
008150        MOVE WS-TAB-VAC-BUILDING (WS-VAC-IDX) TO NV-BUILDING
008160        MOVE WS-TAB-VAC-ROOM (WS-VAC-IDX) TO NV-ROOM-NUMBER
008170        MOVE WS-TAB-VAC-DATE (WS-VAC-IDX) TO NV-VACATE-DATE
008180        MOVE WS-TAB-VAC-FREED-BY (WS-VAC-IDX) TO NV-FREED-BY
008190        WRITE NEW-VACATED-REC
008200     END-IF
008210     .
008220 3100-EXIT.
008230     EXIT.

008240 8000-TERMINATE.
008250     CLOSE CHECKOUT-INSPECTION-FILE
008260     CLOSE HOUSING-DEPOSIT-FILE
008270     CLOSE MASTER-STUDENT-FILE
008280     CLOSE ROOM-RATE-FILE
008290     CLOSE OPEN-ITEM-FILE
008300     CLOSE BILLING-EXTRACT
008310     CLOSE DEPOSIT-REFUND-FILE
008320     CLOSE INSPECTION-REPORT
008330     CLOSE AUDIT-LOG-FILE
008340     DISPLAY "CONTROL3K - INSPECTIONS PROCESSED: "
008350         WS-INSPECT-COUNT
008360     DISPLAY "CONTROL3K - ROOMS FOUND CLEAN: " WS-CLEAN-COUNT
008370     DISPLAY "CONTROL3K - DEPOSIT REFUNDS: " WS-REFUND-COUNT
008380     DISPLAY "CONTROL3K - DAMAGE INVOICES: " WS-INVOICE-COUNT
008390     DISPLAY "CONTROL3K - INSPECTIONS REJECTED: "
008400         WS-REJECT-COUNT
008410     DISPLAY "CONTROL3K - ROOMS NOT YET INSPECTED: "
008420         WS-UNINSPECTED-COUNT
008430     .
008440 8000-EXIT.
008450     EXIT.

008460 8800-END-RUN-CONTROL.
008470     MOVE "E" TO RL-FUNCTION
008480     MOVE WS-INSPECT-COUNT TO RL-RECORDS-PROCESSED
008490     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
008500     MOVE "CLEAN" TO RL-END-STATUS
008510     CALL "RUNLOG" USING RUN-LOG-PARM
008520     .
008530 8800-EXIT.
008540     EXIT.
