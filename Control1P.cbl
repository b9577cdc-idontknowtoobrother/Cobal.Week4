000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL1P.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  SUPPLIER PAYMENT RUN. PAYS EVERY SUPPLIER *
000200*                INVOICE WHOSE LINES HAVE ALL BEEN         *
000210*                APPROVED BY THE INVOICE MATCHING RUN -    *
000220*                ONE PAYMENT PER SUPPLIER ON THE BANK      *
000230*                FILE, WITH A REMITTANCE ADVICE LISTING    *
000240*                THE INVOICES IT SETTLES - MARKS THE LINES *
000250*                PAID SO NOTHING IS PAID TWICE, AND POSTS  *
000260*                THE PAYMENTS TO THE GENERAL LEDGER AS     *
000270*                ACCOUNTS-PAYABLE JOURNAL VOUCHERS. AN     *
000280*                INVOICE WITH A HELD LINE WAITS UNTIL A    *
000290*                CORRECTED LINE RELEASES IT.               *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPINV"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS IV-KEY
000410         FILE STATUS IS FS-SUPPLIER-INVOICE.

000420     SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-SUPPLIER.

000450     SELECT AP-ACCOUNT-FILE ASSIGN TO "APACCT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-AP-ACCOUNT.

000480     SELECT SUPPLIER-PAYMENT-FILE ASSIGN TO "SUPPAY"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-SUPPLIER-PAYMENT.

000510     SELECT REMITTANCE-ADVICE-FILE ASSIGN TO "REMITADV"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-REMITTANCE-ADVICE.

000540     SELECT PAYMENT-REGISTER ASSIGN TO "APPAYRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-PAYMENT-REGISTER.

000570     SELECT AP-VOUCHER-FILE ASSIGN TO "APJVCHR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-AP-VOUCHER.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SUPPLIER-INVOICE-FILE.
000630 COPY SUPINV.

000640 FD  SUPPLIER-FILE
000650     RECORDING MODE IS F.
000660 COPY SUPPLIER.

000670 FD  AP-ACCOUNT-FILE
000680     RECORDING MODE IS F.
000690 COPY APACCT.

000700 FD  SUPPLIER-PAYMENT-FILE
000710     RECORDING MODE IS F.
000720 COPY SUPPAY.

000730 FD  REMITTANCE-ADVICE-FILE
000740     RECORDING MODE IS F.
000750 01  REMITTANCE-ADVICE-LINE     PIC X(80).

000760 FD  PAYMENT-REGISTER
000770     RECORDING MODE IS F.
000780 01  PAYMENT-REGISTER-LINE      PIC X(80).

000790 FD  AP-VOUCHER-FILE
000800     RECORDING MODE IS F.
000810 COPY JRNLVCH.

000820 WORKING-STORAGE SECTION.
000830 01  WS-FILE-STATUSES.
000840     05  FS-SUPPLIER-INVOICE    PIC X(02) VALUE ZERO.
000850         88  SUPPLIER-INVOICE-OK    VALUE "00".
000860     05  FS-SUPPLIER            PIC X(02) VALUE ZERO.
000870         88  SUPPLIER-FILE-OK       VALUE "00".
000880         88  SUPPLIER-FILE-EOF      VALUE "10".
000890     05  FS-AP-ACCOUNT          PIC X(02) VALUE ZERO.
000900         88  AP-ACCOUNT-OK          VALUE "00".
000910     05  FS-SUPPLIER-PAYMENT    PIC X(02) VALUE ZERO.
000920         88  SUPPLIER-PAYMENT-OK    VALUE "00".
000930     05  FS-REMITTANCE-ADVICE   PIC X(02) VALUE ZERO.
000940         88  REMITTANCE-ADVICE-OK   VALUE "00".
000950     05  FS-PAYMENT-REGISTER    PIC X(02) VALUE ZERO.
000960     05  FS-AP-VOUCHER          PIC X(02) VALUE ZERO.
000970         88  AP-VOUCHER-OK          VALUE "00".

000980 01  WS-SWITCHES.
000990     05  WS-INVOICE-EOF-SWITCH  PIC X(01) VALUE "N".
001000         88  END-OF-SUPPLIER-INVOICE VALUE "Y".
001010     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
001020         88  RUN-REFUSED            VALUE "Y".
001030     05  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
001040         88  ENTRY-IS-FOUND         VALUE "Y".
001050     05  WS-HELD-LINE-SWITCH    PIC X(01) VALUE "N".
001060         88  INVOICE-HAS-HELD-LINE  VALUE "Y".
001070     05  WS-PAY-FULL-SWITCH     PIC X(01) VALUE "N".
001080         88  PAYMENT-TABLE-FULL     VALUE "Y".

001090 01  WS-COUNTS.
001100     05  WS-INVOICE-COUNT       PIC 9(03) COMP VALUE ZERO.
001110     05  WS-INVOICE-SLOT        PIC 9(03) COMP VALUE ZERO.
001120     05  WS-PAYMENT-COUNT       PIC 9(03) COMP VALUE ZERO.
001130     05  WS-PAYMENT-SLOT        PIC 9(03) COMP VALUE ZERO.
001140     05  WS-SUPPLIER-COUNT      PIC 9(02) COMP VALUE ZERO.
001150     05  WS-LINES-PAID-COUNT    PIC 9(05) COMP VALUE ZERO.
001160     05  WS-HELD-INVOICE-COUNT  PIC 9(05) COMP VALUE ZERO.

001170*    EVERY INVOICE WHOSE LINES ARE ALL APPROVED, WITH THE
001180*    PAYMENT IT GOES ON.  THE INVOICE FILE IS KEYED ON
001190*    SUPPLIER FIRST, SO A SUPPLIER'S INVOICES ARE TOGETHER.
001200 01  WS-INVOICE-TABLE.
001210     05  WS-INVOICE-ENTRY       OCCURS 500 TIMES
001220                                 INDEXED BY WS-INV-IDX.
001230         10  WS-TAB-INV-SUPPLIER    PIC X(04).
001240         10  WS-TAB-INV-NUMBER      PIC X(10).
001250         10  WS-TAB-INV-DATE        PIC 9(08).
001260         10  WS-TAB-INV-AMOUNT      PIC 9(07)V99.
001270         10  WS-TAB-INV-PAYMENT     PIC 9(03) COMP.

001280 01  WS-PAYMENT-TABLE.
001290     05  WS-PAYMENT-ENTRY       OCCURS 100 TIMES
001300                                 INDEXED BY WS-PAY-IDX.
001310         10  WS-TAB-PAY-SUPPLIER    PIC X(04).
001320         10  WS-TAB-PAY-NUMBER      PIC 9(06).
001330         10  WS-TAB-PAY-AMOUNT      PIC 9(07)V99.
001340         10  WS-TAB-PAY-INVOICES    PIC 9(03).

001350 01  WS-SUPPLIER-TABLE.
001360     05  WS-SUPPLIER-ENTRY      OCCURS 50 TIMES
001370                                 INDEXED BY WS-SUP-IDX.
001380         10  WS-TAB-SUPPLIER-CODE   PIC X(04).
001390         10  WS-TAB-SUPPLIER-NAME   PIC X(20).

001400 01  WS-PAYMENT-FIGURES.
001410     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001420     05  WS-LAST-PAYMENT-NUMBER PIC 9(06) VALUE ZERO.
001430     05  WS-TOTAL-PAID          PIC 9(09)V99 VALUE ZERO.
001440     05  WS-CREDITORS-ACCOUNT   PIC X(08) VALUE SPACE.
001450     05  WS-BANK-ACCOUNT        PIC X(08) VALUE SPACE.
001460     05  WS-SUPPLIER-NAME       PIC X(20) VALUE SPACE.
001470     05  WS-LAST-PAY-SUPPLIER   PIC X(04) VALUE SPACE.
001480     05  WS-CURRENT-INVOICE.
001490         10  WS-CUR-SUPPLIER    PIC X(04) VALUE SPACE.
001500         10  WS-CUR-INVOICE     PIC X(10) VALUE SPACE.
001510     05  WS-CUR-INVOICE-DATE    PIC 9(08) VALUE ZERO.
001520     05  WS-CUR-AMOUNT          PIC 9(07)V99 VALUE ZERO.

001530 01  WS-REPORT-LINES.
001540     05  WS-HEADING-1.
001550         10  FILLER             PIC X(36) VALUE
001560             "SUPPLIER PAYMENT REGISTER - RUN DATE".
001570         10  FILLER             PIC X(01) VALUE SPACE.
001580         10  HL-RUN-DATE        PIC 9(08).
001590         10  FILLER             PIC X(35) VALUE SPACE.
001600     05  WS-HEADING-2.
001610         10  FILLER             PIC X(08) VALUE "PAYMENT".
001620         10  FILLER             PIC X(06) VALUE "SUPP".
001630         10  FILLER             PIC X(21) VALUE "NAME".
001640         10  FILLER             PIC X(09) VALUE "INVOICES".
001650         10  FILLER             PIC X(14) VALUE
001660             "        AMOUNT".
001670         10  FILLER             PIC X(22) VALUE SPACE.
001680     05  WS-REGISTER-LINE.
001690         10  RG-PAYMENT-NUMBER  PIC 9(06).
001700         10  FILLER             PIC X(02) VALUE SPACE.
001710         10  RG-SUPPLIER-CODE   PIC X(04).
001720         10  FILLER             PIC X(02) VALUE SPACE.
001730         10  RG-SUPPLIER-NAME   PIC X(20).
001740         10  FILLER             PIC X(04) VALUE SPACE.
001750         10  RG-INVOICE-COUNT   PIC ZZ9.
001760         10  FILLER             PIC X(03) VALUE SPACE.
001770         10  RG-PAYMENT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
001780         10  FILLER             PIC X(01) VALUE SPACE.
001790         10  RG-CURRENCY        PIC X(03).
001800         10  FILLER             PIC X(18) VALUE SPACE.
001810     05  WS-TRAILER-LINE.
001820         10  FILLER             PIC X(09) VALUE "PAYMENTS-".
001830         10  TL-PAYMENT-COUNT   PIC ZZ9.
001840         10  FILLER             PIC X(02) VALUE SPACE.
001850         10  FILLER             PIC X(11) VALUE "LINES PAID-".
001860         10  TL-LINES-PAID      PIC ZZZZ9.
001870         10  FILLER             PIC X(03) VALUE SPACE.
001880         10  FILLER             PIC X(11) VALUE "TOTAL PAID-".
001890         10  TL-TOTAL-PAID      PIC ZZZ,ZZZ,ZZ9.99.
001900         10  FILLER             PIC X(03) VALUE SPACE.
001910         10  FILLER             PIC X(13) VALUE "INVOICES HELD".
001920         10  FILLER             PIC X(01) VALUE "-".
001930         10  TL-HELD-COUNT      PIC ZZZZ9.

001940 01  WS-ADVICE-LINES.
001950     05  WS-ADVICE-RULE.
001960         10  FILLER             PIC X(40) VALUE ALL "-".
001970         10  FILLER             PIC X(40) VALUE ALL "-".
001980     05  WS-ADVICE-TITLE-LINE.
001990         10  FILLER             PIC X(30) VALUE
002000             "REMITTANCE ADVICE".
002010         10  FILLER             PIC X(50) VALUE SPACE.
002020     05  WS-ADVICE-NAME-LINE.
002030         10  FILLER             PIC X(10) VALUE "TO       -".
002040         10  FILLER             PIC X(01) VALUE SPACE.
002050         10  AD-SUPPLIER-NAME   PIC X(20).
002060         10  FILLER             PIC X(02) VALUE SPACE.
002070         10  FILLER             PIC X(01) VALUE "(".
002080         10  AD-SUPPLIER-CODE   PIC X(04).
002090         10  FILLER             PIC X(01) VALUE ")".
002100         10  FILLER             PIC X(41) VALUE SPACE.
002110     05  WS-ADVICE-PAYMENT-LINE.
002120         10  FILLER             PIC X(10) VALUE "PAYMENT  -".
002130         10  FILLER             PIC X(01) VALUE SPACE.
002140         10  AD-PAYMENT-NUMBER  PIC 9(06).
002150         10  FILLER             PIC X(03) VALUE SPACE.
002160         10  FILLER             PIC X(05) VALUE "DATE ".
002170         10  AD-PAYMENT-DATE    PIC 9(08).
002180         10  FILLER             PIC X(47) VALUE SPACE.
002190     05  WS-ADVICE-HEADING.
002200         10  FILLER             PIC X(11) VALUE "INVOICE".
002210         10  FILLER             PIC X(09) VALUE "DATED".
002220         10  FILLER             PIC X(14) VALUE
002230             "        AMOUNT".
002240         10  FILLER             PIC X(46) VALUE SPACE.
002250     05  WS-ADVICE-INVOICE-LINE.
002260         10  AD-INVOICE-NUMBER  PIC X(10).
002270         10  FILLER             PIC X(01) VALUE SPACE.
002280         10  AD-INVOICE-DATE    PIC 9(08).
002290         10  FILLER             PIC X(01) VALUE SPACE.
002300         10  AD-INVOICE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
002310         10  FILLER             PIC X(46) VALUE SPACE.
002320     05  WS-ADVICE-TOTAL-LINE.
002330         10  FILLER             PIC X(12) VALUE
002340             "PAID       -".
002350         10  FILLER             PIC X(01) VALUE SPACE.
002360         10  AD-PAYMENT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
002370         10  FILLER             PIC X(01) VALUE SPACE.
002380         10  AD-CURRENCY        PIC X(03).
002390         10  FILLER             PIC X(49) VALUE SPACE.

002400 COPY RUNPARM.

002410 PROCEDURE DIVISION.

002420 0000-MAINLINE.
002430     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
002440     IF NOT RL-CLEAR-TO-RUN
002450        GOBACK
002460     END-IF
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002480*    WITHOUT THE INVOICE FILE THERE IS NOTHING TO PAY, AND
002490*    WITHOUT THE ACCOUNTS A PAYMENT WOULD LEAVE THE BANK WITH
002500*    NO POSTING BEHIND IT.  AN INVOICE TABLE OVERFLOW WOULD
002510*    LEAVE INVOICES APPROVED BUT UNPAID WITH NO WARNING ON
002520*    THE ADVICE, SO THE RUN REFUSES BEFORE ANY LINE IS
002530*    MARKED PAID.  THE OPEN START RECORD FLAGS IT.
002532*    A PAYMENT FILE THAT WILL NOT OPEN REFUSES THE RUN THE SAME
002534*    WAY, OR LINES WOULD BE MARKED PAID WITH NO PAYMENT WRITTEN.
002536*    SO DOES A VOUCHER FILE THAT WILL NOT OPEN, OR PAYMENTS
002538*    WOULD GO OUT WITH NO AP POSTING BEHIND THEM.
002540     IF RUN-REFUSED
002550        GOBACK
002560     END-IF
002570     PERFORM 3000-ASSIGN-PAYMENTS THRU 3000-EXIT
002580     PERFORM 4000-MARK-LINES-PAID THRU 4000-EXIT
002590     PERFORM 5000-ISSUE-PAYMENTS THRU 5000-EXIT
002600     PERFORM 6000-WRITE-VOUCHERS THRU 6000-EXIT
002610     PERFORM 8000-TERMINATE THRU 8000-EXIT
002620     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
002630     GOBACK
002640     .

002650 0100-START-RUN-CONTROL.
002660     MOVE "S" TO RL-FUNCTION
002670     MOVE "CONTROL1P" TO RL-PROGRAM-ID
002680     MOVE SPACE TO RL-PREDECESSOR-ID
002690     MOVE "SUPINV" TO RL-INPUT-FILE
002700     CALL "RUNLOG" USING RUN-LOG-PARM
002710     IF RL-OWN-RUN-OPEN
002720        DISPLAY "CONTROL1P - PREVIOUS RUN HAS NO END RECORD, "
002730            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
002740     END-IF
002750     IF RL-PREDECESSOR-NOT-DONE
002760        DISPLAY "CONTROL1P - PREDECESSOR HAS NOT ENDED "
002770            "CLEANLY TODAY, RUN REFUSED"
002780     END-IF
002790     .
002800 0100-EXIT.
002810     EXIT.

002820 1000-INITIALIZE.
002830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

002840     PERFORM 1100-LOAD-AP-ACCOUNTS THRU 1100-EXIT
002850     IF RUN-REFUSED
002860        GO TO 1000-EXIT
002870     END-IF

002880     OPEN I-O SUPPLIER-INVOICE-FILE
002890     IF NOT SUPPLIER-INVOICE-OK
002900        DISPLAY "CONTROL1P - UNABLE TO OPEN SUPPLIER-INVOICE-"
002910            "FILE, RUN REFUSED - NOTHING PAID"
002920        SET RUN-REFUSED TO TRUE
002930        GO TO 1000-EXIT
002940     END-IF

002950     PERFORM 1200-LOAD-SUPPLIERS THRU 1200-EXIT
002960     PERFORM 2000-FIND-PAYABLE-INVOICES THRU 2000-EXIT
002970     IF RUN-REFUSED
002980        CLOSE SUPPLIER-INVOICE-FILE
002990        GO TO 1000-EXIT
003000     END-IF

003010     OPEN OUTPUT SUPPLIER-PAYMENT-FILE
003012     IF NOT SUPPLIER-PAYMENT-OK
003013        DISPLAY "CONTROL1P - UNABLE TO OPEN SUPPLIER-PAYMENT-"
003014            "FILE, RUN REFUSED - NOTHING PAID"
003015        SET RUN-REFUSED TO TRUE
003016        CLOSE SUPPLIER-INVOICE-FILE
003017        GO TO 1000-EXIT
003018     END-IF
003020     OPEN OUTPUT REMITTANCE-ADVICE-FILE
003030     IF NOT REMITTANCE-ADVICE-OK
003040        DISPLAY "CONTROL1P - UNABLE TO OPEN REMITTANCE-ADVICE-"
003050            "FILE, NO ADVICES THIS RUN"
003060     END-IF
003070     OPEN OUTPUT PAYMENT-REGISTER
003080     MOVE WS-RUN-DATE TO HL-RUN-DATE
003090     MOVE WS-HEADING-1 TO PAYMENT-REGISTER-LINE
003100     WRITE PAYMENT-REGISTER-LINE
003110     MOVE WS-HEADING-2 TO PAYMENT-REGISTER-LINE
003120     WRITE PAYMENT-REGISTER-LINE

003130     OPEN EXTEND AP-VOUCHER-FILE
003140     IF NOT AP-VOUCHER-OK
003150        OPEN OUTPUT AP-VOUCHER-FILE
003160     END-IF
003161     IF NOT AP-VOUCHER-OK
003162        DISPLAY "CONTROL1P - UNABLE TO OPEN AP-VOUCHER-FILE, "
003163            "RUN REFUSED - NOTHING PAID"
003164        SET RUN-REFUSED TO TRUE
003165        CLOSE SUPPLIER-INVOICE-FILE
003166        CLOSE SUPPLIER-PAYMENT-FILE
003167     END-IF
003170     .
003180 1000-EXIT.
003190     EXIT.

003200 1100-LOAD-AP-ACCOUNTS.
003210     OPEN INPUT AP-ACCOUNT-FILE
003220     IF NOT AP-ACCOUNT-OK
003230        DISPLAY "CONTROL1P - UNABLE TO OPEN AP-ACCOUNT-FILE, "
003240            "RUN REFUSED - NOTHING PAID"
003250        SET RUN-REFUSED TO TRUE
003260        GO TO 1100-EXIT
003270     END-IF
003280     READ AP-ACCOUNT-FILE
003290         AT END
003300             DISPLAY "CONTROL1P - AP-ACCOUNT-FILE EMPTY, "
003310                 "RUN REFUSED - NOTHING PAID"
003320             SET RUN-REFUSED TO TRUE
003330         NOT AT END
003340             MOVE AP-CREDITORS-ACCOUNT TO WS-CREDITORS-ACCOUNT
003350             MOVE AP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
003360     END-READ
003370     CLOSE AP-ACCOUNT-FILE
003380     .
003390 1100-EXIT.
003400     EXIT.

003410 1200-LOAD-SUPPLIERS.
003420*    SUPPLIER NAMES ARE FOR THE ADVICE AND THE BANK FILE ONLY -
003430*    A SUPPLIER MISSING FROM THE TABLE IS STILL PAID.
003440     OPEN INPUT SUPPLIER-FILE
003450     IF NOT SUPPLIER-FILE-OK
003460        DISPLAY "CONTROL1P - UNABLE TO OPEN SUPPLIER-FILE, "
003470            "ADVICES WILL CARRY NO NAMES"
003480        GO TO 1200-EXIT
003490     END-IF
003500     PERFORM 1210-LOAD-ONE-SUPPLIER THRU 1210-EXIT
003510         UNTIL SUPPLIER-FILE-EOF
003520            OR WS-SUPPLIER-COUNT = 50
003530     IF NOT SUPPLIER-FILE-EOF
003540        DISPLAY "CONTROL1P - SUPPLIER TABLE FULL AT 50, "
003550            "LATER SUPPLIERS WILL CARRY NO NAMES"
003560     END-IF
003570     CLOSE SUPPLIER-FILE
003580     .
003590 1200-EXIT.
003600     EXIT.

003610 1210-LOAD-ONE-SUPPLIER.
003620     READ SUPPLIER-FILE
003630         AT END
003640             GO TO 1210-EXIT
003650     END-READ
003660     ADD 1 TO WS-SUPPLIER-COUNT
003670     SET WS-SUP-IDX TO WS-SUPPLIER-COUNT
003680     MOVE SU-SUPPLIER-CODE TO WS-TAB-SUPPLIER-CODE (WS-SUP-IDX)
003690     MOVE SU-SUPPLIER-NAME TO WS-TAB-SUPPLIER-NAME (WS-SUP-IDX)
003700     .
003710 1210-EXIT.
003720     EXIT.

003730 2000-FIND-PAYABLE-INVOICES.
003740*    FIRST PASS - AN INVOICE IS PAYABLE ONLY WHEN EVERY LINE ON
003750*    IT IS APPROVED.  ONE HELD LINE HOLDS THE WHOLE INVOICE,
003760*    SINCE THE SUPPLIER IS PAID WHAT THE INVOICE TOTALS OR
003770*    NOTHING.  THE HIGHEST PAYMENT NUMBER ALREADY ON FILE IS
003780*    PICKED UP ON THE WAY, SO THIS RUN'S NUMBERS FOLLOW ON.
003790     MOVE SPACE TO WS-CURRENT-INVOICE
003800     MOVE LOW-VALUE TO IV-KEY
003810     START SUPPLIER-INVOICE-FILE KEY IS NOT LESS THAN IV-KEY
003820         INVALID KEY
003830             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
003840     END-START
003850     PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
003860         UNTIL END-OF-SUPPLIER-INVOICE
003870            OR RUN-REFUSED
003880     IF WS-CUR-INVOICE NOT = SPACE
003890        AND NOT RUN-REFUSED
003900        PERFORM 2200-CLOSE-INVOICE THRU 2200-EXIT
003910     END-IF
003920     MOVE "N" TO WS-INVOICE-EOF-SWITCH
003930     .
003940 2000-EXIT.
003950     EXIT.

003960 2100-CHECK-ONE-LINE.
003970     READ SUPPLIER-INVOICE-FILE NEXT RECORD
003980         AT END
003990             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
004000             GO TO 2100-EXIT
004010     END-READ
004020     IF IV-PAYMENT-NUMBER IS NUMERIC
004030        AND IV-PAYMENT-NUMBER > WS-LAST-PAYMENT-NUMBER
004040        MOVE IV-PAYMENT-NUMBER TO WS-LAST-PAYMENT-NUMBER
004050     END-IF
004060     IF IV-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
004070        OR IV-INVOICE-NUMBER NOT = WS-CUR-INVOICE
004080        IF WS-CUR-INVOICE NOT = SPACE
004090           PERFORM 2200-CLOSE-INVOICE THRU 2200-EXIT
004100        END-IF
004110        MOVE IV-SUPPLIER-CODE TO WS-CUR-SUPPLIER
004120        MOVE IV-INVOICE-NUMBER TO WS-CUR-INVOICE
004130        MOVE IV-INVOICE-DATE TO WS-CUR-INVOICE-DATE
004140        MOVE ZERO TO WS-CUR-AMOUNT
004150        MOVE "N" TO WS-HELD-LINE-SWITCH
004160     END-IF
004170     EVALUATE TRUE
004180        WHEN INVOICE-LINE-IS-APPROVED
004190           ADD IV-LINE-AMOUNT TO WS-CUR-AMOUNT
004200        WHEN INVOICE-LINE-IS-HELD
004210           SET INVOICE-HAS-HELD-LINE TO TRUE
004220     END-EVALUATE
004230     .
004240 2100-EXIT.
004250     EXIT.

004260 2200-CLOSE-INVOICE.
004270*    AN INVOICE ALREADY PAID, OR WITH NOTHING APPROVED ON IT,
004280*    HAS NO AMOUNT TO PAY AND IS PASSED OVER.
004290     IF INVOICE-HAS-HELD-LINE
004300        ADD 1 TO WS-HELD-INVOICE-COUNT
004310        GO TO 2200-EXIT
004320     END-IF
004330     IF WS-CUR-AMOUNT = ZERO
004340        GO TO 2200-EXIT
004350     END-IF
004360     IF WS-INVOICE-COUNT = 500
004370        DISPLAY "CONTROL1P - INVOICE TABLE FULL AT 500, "
004380            "RUN REFUSED - NOTHING PAID"
004390        SET RUN-REFUSED TO TRUE
004400        GO TO 2200-EXIT
004410     END-IF
004420     ADD 1 TO WS-INVOICE-COUNT
004430     SET WS-INV-IDX TO WS-INVOICE-COUNT
004440     MOVE WS-CUR-SUPPLIER TO WS-TAB-INV-SUPPLIER (WS-INV-IDX)
004450     MOVE WS-CUR-INVOICE TO WS-TAB-INV-NUMBER (WS-INV-IDX)
004460     MOVE WS-CUR-INVOICE-DATE TO WS-TAB-INV-DATE (WS-INV-IDX)
004470     MOVE WS-CUR-AMOUNT TO WS-TAB-INV-AMOUNT (WS-INV-IDX)
004480     MOVE ZERO TO WS-TAB-INV-PAYMENT (WS-INV-IDX)
004490     .
004500 2200-EXIT.
004510     EXIT.

004520 3000-ASSIGN-PAYMENTS.
004530*    ONE PAYMENT PER SUPPLIER COVERING ALL ITS PAYABLE
004540*    INVOICES.  THE TABLE IS IN SUPPLIER ORDER, SO A NEW
004550*    PAYMENT STARTS WHENEVER THE SUPPLIER CHANGES.
004560     PERFORM 3100-ASSIGN-ONE-INVOICE THRU 3100-EXIT
004570         VARYING WS-INV-IDX FROM 1 BY 1
004580         UNTIL WS-INV-IDX > WS-INVOICE-COUNT
004590            OR PAYMENT-TABLE-FULL
004600     .
004610 3000-EXIT.
004620     EXIT.

004630 3100-ASSIGN-ONE-INVOICE.
004640     IF WS-TAB-INV-SUPPLIER (WS-INV-IDX)
004650        NOT = WS-LAST-PAY-SUPPLIER
004660        IF WS-PAYMENT-COUNT = 100
004670           DISPLAY "CONTROL1P - PAYMENT TABLE FULL AT 100, "
004680               "LATER SUPPLIERS HELD TO THE NEXT RUN"
004690           SET PAYMENT-TABLE-FULL TO TRUE
004700           GO TO 3100-EXIT
004710        END-IF
004720        MOVE WS-TAB-INV-SUPPLIER (WS-INV-IDX)
004730            TO WS-LAST-PAY-SUPPLIER
004740        ADD 1 TO WS-PAYMENT-COUNT
004750        ADD 1 TO WS-LAST-PAYMENT-NUMBER
004760        SET WS-PAY-IDX TO WS-PAYMENT-COUNT
004770        MOVE WS-TAB-INV-SUPPLIER (WS-INV-IDX)
004780            TO WS-TAB-PAY-SUPPLIER (WS-PAY-IDX)
004790        MOVE WS-LAST-PAYMENT-NUMBER
004800            TO WS-TAB-PAY-NUMBER (WS-PAY-IDX)
004810        MOVE ZERO TO WS-TAB-PAY-AMOUNT (WS-PAY-IDX)
004820        MOVE ZERO TO WS-TAB-PAY-INVOICES (WS-PAY-IDX)
004830     END-IF
004840     SET WS-PAY-IDX TO WS-PAYMENT-COUNT
004850     MOVE WS-PAYMENT-COUNT TO WS-TAB-INV-PAYMENT (WS-INV-IDX)
004860     ADD WS-TAB-INV-AMOUNT (WS-INV-IDX)
004870         TO WS-TAB-PAY-AMOUNT (WS-PAY-IDX)
004880     ADD 1 TO WS-TAB-PAY-INVOICES (WS-PAY-IDX)
004890     ADD WS-TAB-INV-AMOUNT (WS-INV-IDX) TO WS-TOTAL-PAID
004900     .
004910 3100-EXIT.
004920     EXIT.

004930 4000-MARK-LINES-PAID.
004940*    SECOND PASS - EVERY APPROVED LINE ON AN INVOICE BEING
004950*    PAID IS MARKED PAID WITH ITS PAYMENT NUMBER AND DATE, SO
004960*    THE NEXT RUN AND THE MATCHING RUN BOTH SEE IT AS SETTLED.
004970*    A SUPPLIER LEFT OFF A FULL PAYMENT TABLE HAS NO PAYMENT
004980*    AND ITS LINES STAY APPROVED FOR THE NEXT RUN.
004990     MOVE LOW-VALUE TO IV-KEY
005000     START SUPPLIER-INVOICE-FILE KEY IS NOT LESS THAN IV-KEY
005010         INVALID KEY
005020             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
005030     END-START
005040     PERFORM 4100-MARK-ONE-LINE THRU 4100-EXIT
005050         UNTIL END-OF-SUPPLIER-INVOICE
005060     .
005070 4000-EXIT.
005080     EXIT.

005090 4100-MARK-ONE-LINE.
005100     READ SUPPLIER-INVOICE-FILE NEXT RECORD
005110         AT END
005120             MOVE "Y" TO WS-INVOICE-EOF-SWITCH
005130             GO TO 4100-EXIT
005140     END-READ
005150     IF NOT INVOICE-LINE-IS-APPROVED
005160        GO TO 4100-EXIT
005170     END-IF
005180     PERFORM 4200-FIND-INVOICE THRU 4200-EXIT
005190     IF NOT ENTRY-IS-FOUND
005200        GO TO 4100-EXIT
005210     END-IF
005220     IF WS-TAB-INV-PAYMENT (WS-INVOICE-SLOT) = ZERO
005230        GO TO 4100-EXIT
005240     END-IF
005250     SET WS-PAY-IDX TO WS-TAB-INV-PAYMENT (WS-INVOICE-SLOT)
005260     MOVE "P" TO IV-STATUS-CODE
005270     MOVE WS-TAB-PAY-NUMBER (WS-PAY-IDX) TO IV-PAYMENT-NUMBER
005280     MOVE WS-RUN-DATE TO IV-PAYMENT-DATE
005290     REWRITE SUPPLIER-INVOICE-REC
005300         INVALID KEY
005310             DISPLAY "CONTROL1P - INVOICE " IV-INVOICE-NUMBER
005320                 " COULD NOT BE REWRITTEN"
005330         NOT INVALID KEY
005340             ADD 1 TO WS-LINES-PAID-COUNT
005350     END-REWRITE
005360     .
005370 4100-EXIT.
005380     EXIT.

005390 4200-FIND-INVOICE.
005400     MOVE "N" TO WS-FOUND-SWITCH
005410     MOVE ZERO TO WS-INVOICE-SLOT
005420     PERFORM 4210-CHECK-ONE-INVOICE THRU 4210-EXIT
005430         VARYING WS-INV-IDX FROM 1 BY 1
005440         UNTIL WS-INV-IDX > WS-INVOICE-COUNT
005450            OR ENTRY-IS-FOUND
005460     .
005470 4200-EXIT.
005480     EXIT.

005490 4210-CHECK-ONE-INVOICE.
005500     IF WS-TAB-INV-SUPPLIER (WS-INV-IDX) = IV-SUPPLIER-CODE
005510        AND WS-TAB-INV-NUMBER (WS-INV-IDX) = IV-INVOICE-NUMBER
005520        SET WS-INVOICE-SLOT TO WS-INV-IDX
005530        SET ENTRY-IS-FOUND TO TRUE
005540     END-IF
005550     .
005560 4210-EXIT.
005570     EXIT.

005580 5000-ISSUE-PAYMENTS.
005590     PERFORM 5100-ISSUE-ONE-PAYMENT THRU 5100-EXIT
005600         VARYING WS-PAY-IDX FROM 1 BY 1
005610         UNTIL WS-PAY-IDX > WS-PAYMENT-COUNT
005620     .
005630 5000-EXIT.
005640     EXIT.

005650 5100-ISSUE-ONE-PAYMENT.
005660     PERFORM 5200-FIND-SUPPLIER-NAME THRU 5200-EXIT
005670     MOVE WS-TAB-PAY-NUMBER (WS-PAY-IDX) TO SP-PAYMENT-NUMBER
005680     MOVE WS-TAB-PAY-SUPPLIER (WS-PAY-IDX) TO SP-SUPPLIER-CODE
005690     MOVE WS-SUPPLIER-NAME TO SP-SUPPLIER-NAME
005700     MOVE WS-TAB-PAY-AMOUNT (WS-PAY-IDX) TO SP-PAYMENT-AMOUNT
005710     MOVE "EUR" TO SP-CURRENCY-CODE
005720     MOVE WS-RUN-DATE TO SP-PAYMENT-DATE
005730     MOVE WS-TAB-PAY-INVOICES (WS-PAY-IDX) TO SP-INVOICE-COUNT
005740     WRITE SUPPLIER-PAYMENT-REC

005750     MOVE SP-PAYMENT-NUMBER TO RG-PAYMENT-NUMBER
005760     MOVE SP-SUPPLIER-CODE TO RG-SUPPLIER-CODE
005770     MOVE SP-SUPPLIER-NAME TO RG-SUPPLIER-NAME
005780     MOVE SP-INVOICE-COUNT TO RG-INVOICE-COUNT
005790     MOVE SP-PAYMENT-AMOUNT TO RG-PAYMENT-AMOUNT
005800     MOVE SP-CURRENCY-CODE TO RG-CURRENCY
005810     MOVE WS-REGISTER-LINE TO PAYMENT-REGISTER-LINE
005820     WRITE PAYMENT-REGISTER-LINE

005830     PERFORM 5300-WRITE-REMITTANCE THRU 5300-EXIT
005840     .
005850 5100-EXIT.
005860     EXIT.

005870 5200-FIND-SUPPLIER-NAME.
005880     MOVE SPACE TO WS-SUPPLIER-NAME
005890     MOVE "N" TO WS-FOUND-SWITCH
005900     PERFORM 5210-CHECK-ONE-SUPPLIER THRU 5210-EXIT
005910         VARYING WS-SUP-IDX FROM 1 BY 1
005920         UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
005930            OR ENTRY-IS-FOUND
005940     .
005950 5200-EXIT.
005960     EXIT.

005970 5210-CHECK-ONE-SUPPLIER.
005980     IF WS-TAB-SUPPLIER-CODE (WS-SUP-IDX)
005990        = WS-TAB-PAY-SUPPLIER (WS-PAY-IDX)
006000        MOVE WS-TAB-SUPPLIER-NAME (WS-SUP-IDX)
006010            TO WS-SUPPLIER-NAME
006020        SET ENTRY-IS-FOUND TO TRUE
006030     END-IF
006040     .
006050 5210-EXIT.
006060     EXIT.

006070 5300-WRITE-REMITTANCE.
006080*    ONE ADVICE PER PAYMENT, SEPARATED BY A FULL-WIDTH RULE THE
006090*    SAME WAY THE REFUND ADVICES ARE, LISTING EVERY INVOICE THE
006100*    PAYMENT SETTLES SO THE SUPPLIER CAN CLEAR ITS LEDGER.
006110     IF NOT REMITTANCE-ADVICE-OK
006120        GO TO 5300-EXIT
006130     END-IF
006140     MOVE WS-ADVICE-RULE TO REMITTANCE-ADVICE-LINE
006150     WRITE REMITTANCE-ADVICE-LINE
006160     MOVE WS-ADVICE-TITLE-LINE TO REMITTANCE-ADVICE-LINE
006170     WRITE REMITTANCE-ADVICE-LINE
006180     MOVE SP-SUPPLIER-NAME TO AD-SUPPLIER-NAME
006190     MOVE SP-SUPPLIER-CODE TO AD-SUPPLIER-CODE
006200     MOVE WS-ADVICE-NAME-LINE TO REMITTANCE-ADVICE-LINE
006210     WRITE REMITTANCE-ADVICE-LINE
006220     MOVE SP-PAYMENT-NUMBER TO AD-PAYMENT-NUMBER
006230     MOVE SP-PAYMENT-DATE TO AD-PAYMENT-DATE
006240     MOVE WS-ADVICE-PAYMENT-LINE TO REMITTANCE-ADVICE-LINE
006250     WRITE REMITTANCE-ADVICE-LINE
006260     MOVE SPACE TO REMITTANCE-ADVICE-LINE
006270     WRITE REMITTANCE-ADVICE-LINE
006280     MOVE WS-ADVICE-HEADING TO REMITTANCE-ADVICE-LINE
006290     WRITE REMITTANCE-ADVICE-LINE
006300     SET WS-PAYMENT-SLOT TO WS-PAY-IDX
006310     PERFORM 5310-LIST-ONE-INVOICE THRU 5310-EXIT
006320         VARYING WS-INV-IDX FROM 1 BY 1
006330         UNTIL WS-INV-IDX > WS-INVOICE-COUNT
006340     MOVE SPACE TO REMITTANCE-ADVICE-LINE
006350     WRITE REMITTANCE-ADVICE-LINE
006360     MOVE SP-PAYMENT-AMOUNT TO AD-PAYMENT-AMOUNT
006370     MOVE SP-CURRENCY-CODE TO AD-CURRENCY
006380     MOVE WS-ADVICE-TOTAL-LINE TO REMITTANCE-ADVICE-LINE
006390     WRITE REMITTANCE-ADVICE-LINE
006400     .
006410 5300-EXIT.
006420     EXIT.

006430 5310-LIST-ONE-INVOICE.
006440     IF WS-TAB-INV-PAYMENT (WS-INV-IDX) NOT = WS-PAYMENT-SLOT
006450        GO TO 5310-EXIT
006460     END-IF
006470     MOVE WS-TAB-INV-NUMBER (WS-INV-IDX) TO AD-INVOICE-NUMBER
006480     MOVE WS-TAB-INV-DATE (WS-INV-IDX) TO AD-INVOICE-DATE
006490     MOVE WS-TAB-INV-AMOUNT (WS-INV-IDX) TO AD-INVOICE-AMOUNT
006500     MOVE WS-ADVICE-INVOICE-LINE TO REMITTANCE-ADVICE-LINE
006510     WRITE REMITTANCE-ADVICE-LINE
006520     .
006530 5310-EXIT.
006540     EXIT.

006550 6000-WRITE-VOUCHERS.
006560*    ONE BALANCED PAIR FOR THE RUN - DEBIT TRADE CREDITORS,
006570*    CREDIT THE BANK - IN THE SAME JOURNAL VOUCHER LAYOUT THE
006580*    STORES VALUATION USES, WITH CITY ZERO FOR A CENTRAL COST.
006590     IF WS-TOTAL-PAID = ZERO
006600        GO TO 6000-EXIT
006610     END-IF
006620     MOVE WS-RUN-DATE TO JV-RUN-DATE
006630     MOVE ZERO TO JV-COUNTRY-CODE
006640     MOVE ZERO TO JV-CITY-CODE
006650     MOVE "PAYABLES" TO JV-CITY-NAME
006660     MOVE "EUR" TO JV-CURRENCY-CODE
006670     MOVE WS-CREDITORS-ACCOUNT TO JV-ACCOUNT-CODE
006680     MOVE WS-TOTAL-PAID TO JV-DEBIT-AMOUNT
006690     MOVE ZERO TO JV-CREDIT-AMOUNT
006700     WRITE JOURNAL-VOUCHER-REC
006710     MOVE WS-BANK-ACCOUNT TO JV-ACCOUNT-CODE
006720     MOVE ZERO TO JV-DEBIT-AMOUNT
006730     MOVE WS-TOTAL-PAID TO JV-CREDIT-AMOUNT
006740     WRITE JOURNAL-VOUCHER-REC
006750     .
006760 6000-EXIT.
006770     EXIT.

006780 8000-TERMINATE.
006790     MOVE WS-PAYMENT-COUNT TO TL-PAYMENT-COUNT
006800     MOVE WS-LINES-PAID-COUNT TO TL-LINES-PAID
006810     MOVE WS-TOTAL-PAID TO TL-TOTAL-PAID
006820     MOVE WS-HELD-INVOICE-COUNT TO TL-HELD-COUNT
006830     MOVE SPACE TO PAYMENT-REGISTER-LINE
006840     WRITE PAYMENT-REGISTER-LINE
006850     MOVE WS-TRAILER-LINE TO PAYMENT-REGISTER-LINE
006860     WRITE PAYMENT-REGISTER-LINE
006870     CLOSE SUPPLIER-INVOICE-FILE
006880     CLOSE SUPPLIER-PAYMENT-FILE
006890     CLOSE REMITTANCE-ADVICE-FILE
006900     CLOSE PAYMENT-REGISTER
006910     CLOSE AP-VOUCHER-FILE
006920     DISPLAY "CONTROL1P - PAYMENTS: " WS-PAYMENT-COUNT
006930         " INVOICES: " WS-INVOICE-COUNT
006940     DISPLAY "CONTROL1P - LINES MARKED PAID: "
006950         WS-LINES-PAID-COUNT
006960     DISPLAY "CONTROL1P - TOTAL PAID: " WS-TOTAL-PAID
006970     DISPLAY "CONTROL1P - INVOICES HELD BACK: "
006980         WS-HELD-INVOICE-COUNT
006990     .
007000 8000-EXIT.
007010     EXIT.

007020 8800-END-RUN-CONTROL.
007030     MOVE "E" TO RL-FUNCTION
007040     MOVE WS-LINES-PAID-COUNT TO RL-RECORDS-PROCESSED
007050     MOVE ZERO TO RL-RECORDS-REJECTED
007060     MOVE "CLEAN" TO RL-END-STATUS
007070     CALL "RUNLOG" USING RUN-LOG-PARM
007080     .
007090 8800-EXIT.
007100     EXIT.
