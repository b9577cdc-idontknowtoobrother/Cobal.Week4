000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3F.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  REFUND RUN FOR CREDIT BALANCES ON THE       *
000200*                OPEN-ITEM LEDGER.  PAYS BACK THE REFUNDS    *
000210*                THE BURSAR HAS APPROVED ON THE APPROVED-    *
000220*                REFUND FILE, LEAVERS FIRST, NEVER MORE THAN *
000230*                THE STUDENT'S NET CREDIT ACROSS ALL OPEN    *
000240*                ITEMS.  THE UNAPPLIED-CASH ITEMS REFUNDED   *
000250*                ARE RELIEVED AND CLOSED, A PAYMENT FILE IS  *
000260*                WRITTEN FOR THE BANK WITH A REFUND ADVICE   *
000270*                PER STUDENT, AND CASH-OUT VOUCHERS GO ON    *
000280*                THE REFUND VOUCHER FILE AGAINST EACH CITY'S *
000290*                CASH ACCOUNT.  THE REGISTER ENDS WITH EVERY *
000300*                CREDIT POSITION STILL ON THE LEDGER,        *
000310*                LEAVERS FIRST, FOR THE NEXT APPROVAL ROUND, *
000320*                SO REFUNDS STOP BEING KEYED BY HAND FROM A  *
000330*                SPREADSHEET.                                *
000340*  10/15/26  JH  REFUND ADVICES NOW PRINT THE STUDENT'S      *
000350*                POSTAL ADDRESS IN PLACE OF THE CITY NAME.   *
000360*                AN ADVICE FOR A STUDENT WITH NO USABLE      *
000370*                ADDRESS IS HELD ON THE ADDRESS EXCEPTION    *
000380*                LIST.                                       *
000390*  10/15/26  JH  EACH REFUND PAID IS NOW KEPT ON THE PAID-   *
000400*                REFUND FILE AGAINST ITS APPROVAL, AND AN    *
000410*                APPROVAL ALREADY ON IT IS REJECTED, SO A    *
000420*                RERUN CANNOT PAY IT TWICE.                  *
000430*----------------------------------------------------------*

000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OI-KEY
000540         FILE STATUS IS FS-OPEN-ITEM.

000550     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS MS-STUDENT-ID
000590         FILE STATUS IS FS-MASTER-STUDENT.

000600     SELECT REFUND-APPROVAL-FILE ASSIGN TO "RFNDAPPR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-REFUND-APPROVAL.

000630     SELECT REFUND-PAID-FILE ASSIGN TO "RFNDPAID"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS RP-KEY
000670         FILE STATUS IS FS-REFUND-PAID.

000680     SELECT REFUND-PAYMENT-FILE ASSIGN TO "RFNDPAY"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-REFUND-PAYMENT.

000710     SELECT REFUND-REGISTER ASSIGN TO "RFNDRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-REFUND-REGISTER.

000740     SELECT REFUND-ADVICE-FILE ASSIGN TO "RFNDADV"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-REFUND-ADVICE.

000770     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS AM-KEY
000810         FILE STATUS IS FS-ACCOUNT-MAP.

000820     SELECT REFUND-VOUCHER-FILE ASSIGN TO "RFNJVCHR"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-REFUND-VOUCHER.

000850     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-AUDIT-LOG.

000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  OPEN-ITEM-FILE.
000910 COPY OPENITEM.

000920 FD  MASTER-STUDENT-FILE.
000930 COPY MASTREC.

000940 FD  REFUND-APPROVAL-FILE
000950     RECORDING MODE IS F.
000960 COPY RFNDAPPR.

000970 FD  REFUND-PAID-FILE.
000980 COPY RFNDPAID.

000990 FD  REFUND-PAYMENT-FILE
001000     RECORDING MODE IS F.
001010 COPY RFNDPAY.

001020 FD  REFUND-REGISTER
001030     RECORDING MODE IS F.
001040 01  REFUND-REGISTER-LINE       PIC X(80).

001050 FD  REFUND-ADVICE-FILE
001060     RECORDING MODE IS F.
001070 01  REFUND-ADVICE-LINE         PIC X(80).

001080 FD  ACCOUNT-MAP-FILE.
001090 COPY ACCTMAP.

001100 FD  REFUND-VOUCHER-FILE
001110     RECORDING MODE IS F.
001120 COPY JRNLVCH.

001130 FD  AUDIT-LOG-FILE
001140     RECORDING MODE IS F.
001150 COPY AUDITREC.

001160 WORKING-STORAGE SECTION.
001170 01  WS-FILE-STATUSES.
001180     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
001190         88  OPEN-ITEM-FILE-OK      VALUE "00".
001200     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
001210         88  MASTER-STUDENT-FILE-OK VALUE "00".
001220     05  FS-REFUND-APPROVAL     PIC X(02) VALUE ZERO.
001230         88  REFUND-APPROVAL-OK     VALUE "00".
001240         88  REFUND-APPROVAL-EOF    VALUE "10".
001250     05  FS-REFUND-PAID         PIC X(02) VALUE ZERO.
001260         88  REFUND-PAID-OK         VALUE "00".
001270     05  FS-REFUND-PAYMENT      PIC X(02) VALUE ZERO.
001280         88  REFUND-PAYMENT-OK      VALUE "00".
001290     05  FS-REFUND-REGISTER     PIC X(02) VALUE ZERO.
001300     05  FS-REFUND-ADVICE       PIC X(02) VALUE ZERO.
001310         88  REFUND-ADVICE-OK       VALUE "00".
001320     05  FS-ACCOUNT-MAP         PIC X(02) VALUE ZERO.
001330         88  ACCOUNT-MAP-FILE-OK    VALUE "00".
001340         88  ACCOUNT-MAP-FILE-EOF   VALUE "10".
001350     05  FS-REFUND-VOUCHER      PIC X(02) VALUE ZERO.
001360         88  REFUND-VOUCHER-OK      VALUE "00".
001370     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001380         88  AUDIT-LOG-FILE-OK      VALUE "00".

001390 01  WS-SWITCHES.
001400     05  WS-LEDGER-OPEN-SWITCH  PIC X(01) VALUE "N".
001410         88  LEDGER-IS-OPEN             VALUE "Y".
001420     05  WS-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001430         88  MASTER-IS-OPEN             VALUE "Y".
001440     05  WS-STUDENT-SCAN-SW     PIC X(01) VALUE "N".
001450         88  END-OF-STUDENT-ITEMS       VALUE "Y".
001460     05  WS-HAS-ITEMS-SWITCH    PIC X(01) VALUE "N".
001470         88  STUDENT-HAS-ITEMS          VALUE "Y".
001480     05  WS-LEDGER-SCAN-SW      PIC X(01) VALUE "N".
001490         88  END-OF-LEDGER-SCAN         VALUE "Y".
001500     05  WS-PASS-LEAVER-FLAG    PIC X(01) VALUE "Y".
001510     05  WS-PAID-OPEN-SWITCH    PIC X(01) VALUE "N".
001520         88  PAID-FILE-IS-OPEN          VALUE "Y".
001530     05  WS-ALREADY-PAID-SW     PIC X(01) VALUE "N".
001540         88  REFUND-ALREADY-PAID        VALUE "Y".

001550 01  WS-COUNTS.
001560     05  WS-APPROVAL-COUNT      PIC 9(05) COMP VALUE ZERO.
001570     05  WS-REFUND-COUNT        PIC 9(05) COMP VALUE ZERO.
001580     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001590     05  WS-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001600     05  WS-CANDIDATE-COUNT     PIC 9(05) COMP VALUE ZERO.
001610     05  WS-TABLED-COUNT        PIC 9(03) COMP VALUE ZERO.
001620     05  WS-ADVICE-HELD-COUNT   PIC 9(05) COMP VALUE ZERO.
001630     05  WS-ADDRESS-SUB         PIC 9(01) VALUE ZERO.

001640 01  WS-APPROVAL-TABLE.
001650     05  WS-APPROVAL-ENTRY      OCCURS 200 TIMES
001660                                 INDEXED BY WS-APPR-IDX.
001670         10  WS-TAB-APPR-STUDENT    PIC X(07).
001680         10  WS-TAB-APPR-AMOUNT     PIC 9(07)V99.
001690         10  WS-TAB-APPR-BY         PIC X(08).
001700         10  WS-TAB-APPR-DATE       PIC 9(08).
001710         10  WS-TAB-APPR-LEAVER     PIC X(01).

001720 01  WS-CANDIDATE-TABLE.
001730     05  WS-CANDIDATE-ENTRY     OCCURS 500 TIMES
001740                                 INDEXED BY WS-CAND-IDX.
001750         10  WS-TAB-CAND-STUDENT    PIC X(07).
001760         10  WS-TAB-CAND-NAME       PIC X(30).
001770         10  WS-TAB-CAND-CREDIT     PIC 9(07)V99.
001780         10  WS-TAB-CAND-CURRENCY   PIC X(03).
001790         10  WS-TAB-CAND-LEAVER     PIC X(01).

001800 01  WS-REFUND-FIGURES.
001810     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001820     05  WS-NET-POSITION        PIC S9(07)V99 VALUE ZERO.
001830     05  WS-NET-CREDIT          PIC S9(07)V99 VALUE ZERO.
001840     05  WS-REFUND-REMAINING    PIC S9(07)V99 VALUE ZERO.
001850     05  WS-CASH-LEFT           PIC S9(07)V99 VALUE ZERO.
001860     05  WS-TAKEN-AMOUNT        PIC S9(07)V99 VALUE ZERO.
001870     05  WS-TOTAL-REFUNDED      PIC 9(09)V99 VALUE ZERO.
001880     05  WS-TOTAL-CREDIT        PIC 9(09)V99 VALUE ZERO.
001890     05  WS-LEAVER-FLAG         PIC X(01) VALUE "N".
001900     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.
001910     05  WS-LAST-STUDENT-NAME   PIC X(30) VALUE SPACE.
001920     05  WS-LAST-CITY-CODE      PIC 9(01) VALUE ZERO.
001930     05  WS-LAST-CURRENCY       PIC X(03) VALUE SPACE.
001940     05  WS-BREAK-STUDENT       PIC X(07) VALUE SPACE.

001950 01  WS-CITY-CASH-TABLE.
001960     05  WS-CITY-CASH-ENTRY      OCCURS 6 TIMES
001970                                 INDEXED BY WS-CASH-IDX.
001980         10  WS-TAB-CASH-AMOUNT     PIC 9(09)V99.
001990         10  WS-TAB-CASH-CITY-NAME  PIC X(15).
002000         10  WS-TAB-CASH-CURRENCY   PIC X(03).
002010         10  WS-TAB-CASH-ACCT       PIC X(08).
002020         10  WS-TAB-DEBTORS-ACCT    PIC X(08).

002030 01  WS-REPORT-LINES.
002040     05  WS-HEADING-1.
002050         10  FILLER             PIC X(15) VALUE
002060             "REFUND REGISTER".
002070         10  FILLER             PIC X(65) VALUE SPACE.
002080     05  WS-HEADING-2.
002090         10  FILLER             PIC X(10) VALUE "STUDENT ID".
002100         10  FILLER             PIC X(02) VALUE SPACE.
002110         10  FILLER             PIC X(20) VALUE "NAME".
002120         10  FILLER             PIC X(02) VALUE SPACE.
002130         10  FILLER             PIC X(06) VALUE "LEAVER".
002140         10  FILLER             PIC X(02) VALUE SPACE.
002150         10  FILLER             PIC X(10) VALUE "    REFUND".
002160         10  FILLER             PIC X(02) VALUE SPACE.
002170         10  FILLER             PIC X(03) VALUE "CCY".
002180         10  FILLER             PIC X(02) VALUE SPACE.
002190         10  FILLER             PIC X(11) VALUE "APPROVED BY".
002200         10  FILLER             PIC X(10) VALUE SPACE.
002210     05  WS-DETAIL-LINE.
002220         10  DL-STUDENT-ID      PIC X(07).
002230         10  FILLER             PIC X(05) VALUE SPACE.
002240         10  DL-STUDENT-NAME    PIC X(20).
002250         10  FILLER             PIC X(04) VALUE SPACE.
002260         10  DL-LEAVER          PIC X(01).
002270         10  FILLER             PIC X(04) VALUE SPACE.
002280         10  DL-REFUND-AMOUNT   PIC ZZZ,ZZ9.99.
002290         10  FILLER             PIC X(02) VALUE SPACE.
002300         10  DL-CURRENCY        PIC X(03).
002310         10  FILLER             PIC X(02) VALUE SPACE.
002320         10  DL-APPROVED-BY     PIC X(08).
002330         10  FILLER             PIC X(14) VALUE SPACE.
002340     05  WS-REGISTER-TOTAL-LINE.
002350         10  FILLER             PIC X(14) VALUE
002360             "REFUNDS PAID -".
002370         10  RT-REFUND-COUNT    PIC ZZZZ9.
002380         10  FILLER             PIC X(03) VALUE SPACE.
002390         10  FILLER             PIC X(07) VALUE "TOTAL -".
002400         10  RT-REFUND-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
002410         10  FILLER             PIC X(03) VALUE SPACE.
002420         10  FILLER             PIC X(09) VALUE "REJECTED-".
002430         10  RT-REJECT-COUNT    PIC ZZZZ9.
002440         10  FILLER             PIC X(20) VALUE SPACE.
002450     05  WS-CREDIT-HEADING-1.
002460         10  FILLER             PIC X(45) VALUE
002470             "CREDIT POSITIONS FOR APPROVAL - LEAVERS FIRST".
002480         10  FILLER             PIC X(35) VALUE SPACE.
002490     05  WS-CREDIT-HEADING-2.
002500         10  FILLER             PIC X(10) VALUE "STUDENT ID".
002510         10  FILLER             PIC X(02) VALUE SPACE.
002520         10  FILLER             PIC X(20) VALUE "NAME".
002530         10  FILLER             PIC X(02) VALUE SPACE.
002540         10  FILLER             PIC X(06) VALUE "LEAVER".
002550         10  FILLER             PIC X(02) VALUE SPACE.
002560         10  FILLER             PIC X(10) VALUE "NET CREDIT".
002570         10  FILLER             PIC X(02) VALUE SPACE.
002580         10  FILLER             PIC X(03) VALUE "CCY".
002590         10  FILLER             PIC X(23) VALUE SPACE.
002600     05  WS-CREDIT-LINE.
002610         10  CP-STUDENT-ID      PIC X(07).
002620         10  FILLER             PIC X(05) VALUE SPACE.
002630         10  CP-STUDENT-NAME    PIC X(20).
002640         10  FILLER             PIC X(04) VALUE SPACE.
002650         10  CP-LEAVER          PIC X(01).
002660         10  FILLER             PIC X(04) VALUE SPACE.
002670         10  CP-CREDIT-AMOUNT   PIC ZZZ,ZZ9.99.
002680         10  FILLER             PIC X(02) VALUE SPACE.
002690         10  CP-CURRENCY        PIC X(03).
002700         10  FILLER             PIC X(24) VALUE SPACE.
002710     05  WS-CREDIT-TOTAL-LINE.
002720         10  FILLER             PIC X(18) VALUE
002730             "CREDIT POSITIONS -".
002740         10  CT-CANDIDATE-COUNT PIC ZZZZ9.
002750         10  FILLER             PIC X(03) VALUE SPACE.
002760         10  FILLER             PIC X(07) VALUE "TOTAL -".
002770         10  CT-CREDIT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
002780         10  FILLER             PIC X(33) VALUE SPACE.

002790 01  WS-ADVICE-LINES.
002800     05  WS-ADVICE-RULE.
002810         10  FILLER             PIC X(40) VALUE ALL "-".
002820         10  FILLER             PIC X(40) VALUE ALL "-".
002830     05  WS-ADVICE-TITLE-LINE.
002840         10  FILLER             PIC X(30) VALUE "REFUND ADVICE".
002850         10  FILLER             PIC X(50) VALUE SPACE.
002860     05  WS-ADVICE-NAME-LINE.
002870         10  FILLER             PIC X(10) VALUE "TO       -".
002880         10  FILLER             PIC X(01) VALUE SPACE.
002890         10  AV-STUDENT-NAME PIC X(30).
002900         10  FILLER             PIC X(02) VALUE SPACE.
002910         10  FILLER             PIC X(01) VALUE "(".
002920         10  AV-STUDENT-ID  PIC X(07).
002930         10  FILLER             PIC X(01) VALUE ")".
002940         10  FILLER             PIC X(28) VALUE SPACE.
002950     05  WS-ADVICE-ADDRESS-LINE.
002960         10  FILLER             PIC X(11) VALUE SPACE.
002970         10  AV-ADDRESS-LINE    PIC X(30).
002980         10  FILLER             PIC X(39) VALUE SPACE.
002990     05  WS-ADVICE-AMOUNT-LINE.
003000         10  FILLER             PIC X(12) VALUE
003010             "REFUNDED   -".
003020         10  FILLER             PIC X(01) VALUE SPACE.
003030         10  AV-AMOUNT      PIC ZZZ,ZZ9.99.
003040         10  FILLER             PIC X(01) VALUE SPACE.
003050         10  AV-CURRENCY    PIC X(03).
003060         10  FILLER             PIC X(53) VALUE SPACE.
003070     05  WS-ADVICE-TEXT-LINE.
003080         10  FILLER             PIC X(60) VALUE
003090             "YOUR CREDIT BALANCE HAS BEEN PAID BACK TO YOU.".
003100         10  FILLER             PIC X(20) VALUE SPACE.

003110 COPY RUNPARM.

003120 COPY ADDRPARM.

003130 PROCEDURE DIVISION.

003140 0000-MAINLINE.
003150     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
003160     IF NOT RL-CLEAR-TO-RUN
003170        GOBACK
003180     END-IF
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003200*    LEAVERS ARE PAID FIRST - THEIR CREDIT IS THE MONEY MOST
003210*    LIKELY TO BE CHASED, AND THE ONLY CREDIT NOT GOING TO BE
003220*    USED UP BY NEXT TERM'S BILLING.
003230     MOVE "Y" TO WS-PASS-LEAVER-FLAG
003240     PERFORM 2000-PROCESS-ONE-APPROVAL THRU 2000-EXIT
003250         VARYING WS-APPR-IDX FROM 1 BY 1
003260         UNTIL WS-APPR-IDX > WS-TABLED-COUNT
003270     MOVE "N" TO WS-PASS-LEAVER-FLAG
003280     PERFORM 2000-PROCESS-ONE-APPROVAL THRU 2000-EXIT
003290         VARYING WS-APPR-IDX FROM 1 BY 1
003300         UNTIL WS-APPR-IDX > WS-TABLED-COUNT
003310     PERFORM 3000-PRINT-REGISTER-TOTALS THRU 3000-EXIT
003320     PERFORM 4000-LIST-CREDIT-POSITIONS THRU 4000-EXIT
003330     PERFORM 5000-WRITE-REFUND-VOUCHERS THRU 5000-EXIT
003340     PERFORM 8000-TERMINATE THRU 8000-EXIT
003350     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
003360     GOBACK
003370     .

003380 0100-START-RUN-CONTROL.
003390     MOVE "S" TO RL-FUNCTION
003400     MOVE "CONTROL3F" TO RL-PROGRAM-ID
003410     MOVE SPACE TO RL-PREDECESSOR-ID
003420     MOVE "RFNDAPPR" TO RL-INPUT-FILE
003430     CALL "RUNLOG" USING RUN-LOG-PARM
003440     IF RL-OWN-RUN-OPEN
003450        DISPLAY "CONTROL3F - PREVIOUS RUN HAS NO END RECORD, "
003460            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
003470     END-IF
003480     IF RL-PREDECESSOR-NOT-DONE
003490        DISPLAY "CONTROL3F - PREDECESSOR HAS NOT ENDED "
003500            "CLEANLY TODAY, RUN REFUSED"
003510     END-IF
003520     .
003530 0100-EXIT.
003540     EXIT.

003550 1000-INITIALIZE.
003560     OPEN I-O OPEN-ITEM-FILE
003570     IF OPEN-ITEM-FILE-OK
003580        SET LEDGER-IS-OPEN TO TRUE
003590     ELSE
003600        DISPLAY "CONTROL3F - UNABLE TO OPEN OPEN-ITEM-FILE, "
003610            "NO REFUNDS THIS RUN"
003620     END-IF

003630     OPEN INPUT MASTER-STUDENT-FILE
003640     IF MASTER-STUDENT-FILE-OK
003650        SET MASTER-IS-OPEN TO TRUE
003660     ELSE
003670        DISPLAY "CONTROL3F - UNABLE TO OPEN MASTER-STUDENT-"
003680            "FILE, LEAVERS NOT IDENTIFIED"
003690     END-IF

003700     OPEN OUTPUT REFUND-PAYMENT-FILE
003710     IF NOT REFUND-PAYMENT-OK
003720        DISPLAY "CONTROL3F - UNABLE TO OPEN REFUND-PAYMENT-"
003730            "FILE, NO REFUNDS THIS RUN"
003740     END-IF

003750     PERFORM 1200-OPEN-PAID-FILE THRU 1200-EXIT

003760     OPEN OUTPUT REFUND-REGISTER
003770     MOVE WS-HEADING-1 TO REFUND-REGISTER-LINE
003780     WRITE REFUND-REGISTER-LINE
003790     MOVE WS-HEADING-2 TO REFUND-REGISTER-LINE
003800     WRITE REFUND-REGISTER-LINE

003810     OPEN OUTPUT REFUND-ADVICE-FILE
003820     IF NOT REFUND-ADVICE-OK
003830        DISPLAY "CONTROL3F - UNABLE TO OPEN REFUND-ADVICE-"
003840            "FILE, NO ADVICES THIS RUN"
003850     END-IF

003860     OPEN EXTEND AUDIT-LOG-FILE
003870     IF NOT AUDIT-LOG-FILE-OK
003880        DISPLAY "CONTROL3F - UNABLE TO OPEN AUDIT-LOG-FILE"
003890     END-IF

003900*    THE CASH-OUT VOUCHERS GO ON A FILE OF THEIR OWN FOR THE GL
003910*    POSTING RUN TO TAKE IN, NOT ON THE SURCHARGE EXTRACT, SO THE
003920*    SURCHARGE RECONCILIATION DOES NOT COUNT THEM AS BILLING.  A
003930*    RUN ON ITS OWN CREATES THE FILE.
003940     OPEN EXTEND REFUND-VOUCHER-FILE
003950     IF NOT REFUND-VOUCHER-OK
003960        OPEN OUTPUT REFUND-VOUCHER-FILE
003970     END-IF
003980     IF NOT REFUND-VOUCHER-OK
003990        DISPLAY "CONTROL3F - UNABLE TO OPEN REFUND-VOUCHER-"
004000            "FILE"
004010     END-IF

004020     PERFORM 1050-CLEAR-CITY-CASH THRU 1050-EXIT
004030         VARYING WS-CASH-IDX FROM 1 BY 1
004040         UNTIL WS-CASH-IDX > 6
004050     PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT

004060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004070     MOVE "A" TO AB-FUNCTION
004080     MOVE "CONTROL3F" TO AB-PROGRAM-ID
004090     MOVE "REFUND ADVICE" TO AB-DOCUMENT
004100     MOVE WS-RUN-DATE TO AB-RUN-DATE

004110     PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT
004120     .
004130 1000-EXIT.
004140     EXIT.

004150 1050-CLEAR-CITY-CASH.
004160*    WORKING STORAGE IS NOT GUARANTEED TO START AS ZEROS, SO
004170*    THE PER-CITY REFUND FIGURES ARE CLEARED BEFORE ANYTHING
004180*    ADDS TO THEM.
004190     MOVE ZERO TO WS-TAB-CASH-AMOUNT (WS-CASH-IDX)
004200     MOVE SPACE TO WS-TAB-CASH-CITY-NAME (WS-CASH-IDX)
004210     MOVE SPACE TO WS-TAB-CASH-CURRENCY (WS-CASH-IDX)
004220     MOVE SPACE TO WS-TAB-CASH-ACCT (WS-CASH-IDX)
004230     MOVE SPACE TO WS-TAB-DEBTORS-ACCT (WS-CASH-IDX)
004240     .
004250 1050-EXIT.
004260     EXIT.

004270 1100-LOAD-APPROVALS.
004280*    THE APPROVALS ARE TABLED FIRST SO THE LEAVERS AMONG THEM
004290*    CAN BE PAID BEFORE ANYONE ELSE, WHATEVER ORDER THE
004300*    BURSAR KEYED THEM IN.
004310     OPEN INPUT REFUND-APPROVAL-FILE
004320     IF NOT REFUND-APPROVAL-OK
004330        DISPLAY "CONTROL3F - UNABLE TO OPEN REFUND-APPROVAL-"
004340            "FILE, NO REFUNDS THIS RUN"
004350        GO TO 1100-EXIT
004360     END-IF
004370     PERFORM 1110-LOAD-ONE-APPROVAL THRU 1110-EXIT
004380         UNTIL REFUND-APPROVAL-EOF
004390     CLOSE REFUND-APPROVAL-FILE
004400     .
004410 1100-EXIT.
004420     EXIT.

004430 1110-LOAD-ONE-APPROVAL.
004440     READ REFUND-APPROVAL-FILE
004450         AT END
004460             SET REFUND-APPROVAL-EOF TO TRUE
004470     END-READ
004480     IF REFUND-APPROVAL-EOF
004490        GO TO 1110-EXIT
004500     END-IF
004510     ADD 1 TO WS-APPROVAL-COUNT
004520     MOVE SPACE TO WS-REJECT-REASON
004530     EVALUATE TRUE
004540        WHEN RF-REFUND-AMOUNT IS NOT NUMERIC
004550           MOVE "Refund amount not numeric" TO WS-REJECT-REASON
004560        WHEN RF-REFUND-AMOUNT = ZERO
004570           MOVE "Refund amount is zero" TO WS-REJECT-REASON
004580        WHEN RF-APPROVED-BY = SPACE
004590           MOVE "Refund has no approving operator"
004600               TO WS-REJECT-REASON
004610        WHEN WS-TABLED-COUNT = 200
004620           MOVE "Approval table full at 200"
004630               TO WS-REJECT-REASON
004640     END-EVALUATE
004650     IF WS-REJECT-REASON NOT = SPACE
004660        MOVE RF-STUDENT-ID TO AL-INPUT-DATA
004670        PERFORM 2900-REJECT-REFUND THRU 2900-EXIT
004680        GO TO 1110-EXIT
004690     END-IF
004700     ADD 1 TO WS-TABLED-COUNT
004710     SET WS-APPR-IDX TO WS-TABLED-COUNT
004720     MOVE RF-STUDENT-ID TO WS-TAB-APPR-STUDENT (WS-APPR-IDX)
004730     MOVE RF-REFUND-AMOUNT TO WS-TAB-APPR-AMOUNT (WS-APPR-IDX)
004740     MOVE RF-APPROVED-BY TO WS-TAB-APPR-BY (WS-APPR-IDX)
004750     MOVE RF-APPROVED-DATE TO WS-TAB-APPR-DATE (WS-APPR-IDX)
004760     MOVE RF-STUDENT-ID TO MS-STUDENT-ID
004770     PERFORM 1150-CHECK-LEAVER THRU 1150-EXIT
004780     MOVE WS-LEAVER-FLAG TO WS-TAB-APPR-LEAVER (WS-APPR-IDX)
004790     .
004800 1110-EXIT.
004810     EXIT.

004820 1150-CHECK-LEAVER.
004830*    A STUDENT IS A LEAVER WHEN THE WITHDRAWAL RUN HAS MARKED
004840*    THE MASTER WITHDRAWN OR GRADUATED.  A STUDENT NOT ON THE
004850*    MASTER IS TREATED AS CURRENT.
004860     MOVE "N" TO WS-LEAVER-FLAG
004870     IF NOT MASTER-IS-OPEN
004880        GO TO 1150-EXIT
004890     END-IF
004900     READ MASTER-STUDENT-FILE
004910         INVALID KEY
004920             CONTINUE
004930         NOT INVALID KEY
004940             IF MS-STUDENT-LEFT
004950                MOVE "Y" TO WS-LEAVER-FLAG
004960             END-IF
004970     END-READ
004980     .
004990 1150-EXIT.
005000     EXIT.

005010 1200-OPEN-PAID-FILE.
005020*    EVERY REFUND PAID IS KEPT ON THE PAID-REFUND FILE AGAINST
005030*    ITS APPROVAL, SO A RERUN OF THE SAME APPROVED-REFUND FILE
005040*    CANNOT PAY IT TWICE.  WITHOUT IT NOTHING IS PAID.
005050     OPEN I-O REFUND-PAID-FILE
005060     IF NOT REFUND-PAID-OK
005070*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
005080*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
005090*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
005100        OPEN OUTPUT REFUND-PAID-FILE
005110        IF REFUND-PAID-OK
005120           CLOSE REFUND-PAID-FILE
005130           OPEN I-O REFUND-PAID-FILE
005140        END-IF
005150     END-IF
005160     IF REFUND-PAID-OK
005170        SET PAID-FILE-IS-OPEN TO TRUE
005180     ELSE
005190        DISPLAY "CONTROL3F - UNABLE TO OPEN REFUND-PAID-FILE, "
005200            "NO REFUNDS THIS RUN"
005210     END-IF
005220     .
005230 1200-EXIT.
005240     EXIT.

005250 1300-LOAD-ACCOUNT-MAP.
005260     OPEN INPUT ACCOUNT-MAP-FILE
005270     IF NOT ACCOUNT-MAP-FILE-OK
005280        DISPLAY "CONTROL3F - UNABLE TO OPEN ACCOUNT-MAP-FILE"
005290     ELSE
005300        PERFORM 1310-LOAD-ONE-ACCOUNT-MAP THRU 1310-EXIT
005310            UNTIL ACCOUNT-MAP-FILE-EOF
005320        CLOSE ACCOUNT-MAP-FILE
005330     END-IF
005340     .
005350 1300-EXIT.
005360     EXIT.

005370 1310-LOAD-ONE-ACCOUNT-MAP.
005380     READ ACCOUNT-MAP-FILE NEXT RECORD
005390         AT END
005400             SET ACCOUNT-MAP-FILE-EOF TO TRUE
005410         NOT AT END
005420             IF AM-COUNTRY-CODE = 1
005430                SET WS-CASH-IDX TO AM-CITY-CODE
005440                MOVE AM-CASH-ACCOUNT
005450                    TO WS-TAB-CASH-ACCT (WS-CASH-IDX)
005460                MOVE AM-DEBIT-ACCOUNT
005470                    TO WS-TAB-DEBTORS-ACCT (WS-CASH-IDX)
005480             END-IF
005490     END-READ
005500     .
005510 1310-EXIT.
005520     EXIT.

005530 2000-PROCESS-ONE-APPROVAL.
005540     IF WS-TAB-APPR-LEAVER (WS-APPR-IDX) NOT = WS-PASS-LEAVER-FLAG
005550        GO TO 2000-EXIT
005560     END-IF
005570     MOVE SPACE TO WS-REJECT-REASON
005580     IF NOT LEDGER-IS-OPEN
005590        OR NOT REFUND-PAYMENT-OK
005600        OR NOT PAID-FILE-IS-OPEN
005610        MOVE "Ledger or payment file not available"
005620            TO WS-REJECT-REASON
005630     ELSE
005640        PERFORM 2100-FIND-NET-CREDIT THRU 2100-EXIT
005650        PERFORM 2050-CHECK-ALREADY-PAID THRU 2050-EXIT
005660        EVALUATE TRUE
005670           WHEN REFUND-ALREADY-PAID
005680              MOVE "Refund approval already paid"
005690                  TO WS-REJECT-REASON
005700           WHEN NOT STUDENT-HAS-ITEMS
005710              MOVE "Refund with no ledger items"
005720                  TO WS-REJECT-REASON
005730           WHEN WS-NET-CREDIT NOT > ZERO
005740              MOVE "No credit balance to refund"
005750                  TO WS-REJECT-REASON
005760           WHEN WS-TAB-APPR-AMOUNT (WS-APPR-IDX) > WS-NET-CREDIT
005770              MOVE "Refund exceeds net credit balance"
005780                  TO WS-REJECT-REASON
005790        END-EVALUATE
005800     END-IF
005810     IF WS-REJECT-REASON NOT = SPACE
005820        MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO AL-INPUT-DATA
005830        PERFORM 2900-REJECT-REFUND THRU 2900-EXIT
005840        GO TO 2000-EXIT
005850     END-IF
005860     PERFORM 2200-RELIEVE-CASH-ITEMS THRU 2200-EXIT
005870     PERFORM 2500-PAY-ONE-REFUND THRU 2500-EXIT
005880     .
005890 2000-EXIT.
005900     EXIT.

005910 2050-CHECK-ALREADY-PAID.
005920     MOVE "N" TO WS-ALREADY-PAID-SW
005930     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO RP-STUDENT-ID
005940     MOVE WS-TAB-APPR-DATE (WS-APPR-IDX) TO RP-APPROVED-DATE
005950     MOVE WS-TAB-APPR-BY (WS-APPR-IDX) TO RP-APPROVED-BY
005960     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO RP-REFUND-AMOUNT
005970     READ REFUND-PAID-FILE
005980         INVALID KEY
005990             GO TO 2050-EXIT
006000     END-READ
006010     SET REFUND-ALREADY-PAID TO TRUE
006020     .
006030 2050-EXIT.
006040     EXIT.

006050 2100-FIND-NET-CREDIT.
006060*    THE NET POSITION IS BILLED LESS PAID OVER EVERY ITEM
006070*    STILL OPEN - AN UNAPPLIED-CASH ITEM COUNTS AGAINST ANY
006080*    INVOICE STILL OWED, SO ONLY A TRUE CREDIT IS REFUNDED.
006090     MOVE "N" TO WS-HAS-ITEMS-SWITCH
006100     MOVE "N" TO WS-STUDENT-SCAN-SW
006110     MOVE ZERO TO WS-NET-POSITION
006120     PERFORM 2150-START-STUDENT-ITEMS THRU 2150-EXIT
006130     PERFORM 2110-TOTAL-ONE-ITEM THRU 2110-EXIT
006140         UNTIL END-OF-STUDENT-ITEMS
006150     COMPUTE WS-NET-CREDIT = ZERO - WS-NET-POSITION
006160     .
006170 2100-EXIT.
006180     EXIT.

006190 2110-TOTAL-ONE-ITEM.
006200     READ OPEN-ITEM-FILE NEXT RECORD
006210         AT END
006220             MOVE "Y" TO WS-STUDENT-SCAN-SW
006230     END-READ
006240     IF END-OF-STUDENT-ITEMS
006250        GO TO 2110-EXIT
006260     END-IF
006270     IF OI-STUDENT-ID NOT = WS-TAB-APPR-STUDENT (WS-APPR-IDX)
006280        MOVE "Y" TO WS-STUDENT-SCAN-SW
006290        GO TO 2110-EXIT
006300     END-IF
006310     SET STUDENT-HAS-ITEMS TO TRUE
006320     MOVE OI-STUDENT-NAME TO WS-LAST-STUDENT-NAME
006330     MOVE OI-CITY-CODE TO WS-LAST-CITY-CODE
006340     MOVE OI-CURRENCY-CODE TO WS-LAST-CURRENCY
006350     IF OPEN-ITEM-IS-OPEN
006360        ADD OI-BILLED-AMOUNT TO WS-NET-POSITION
006370        SUBTRACT OI-PAID-AMOUNT FROM WS-NET-POSITION
006380     END-IF
006390     .
006400 2110-EXIT.
006410     EXIT.

006420 2150-START-STUDENT-ITEMS.
006430     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO OI-STUDENT-ID
006440     MOVE ZERO TO OI-INVOICE-DATE
006450     MOVE ZERO TO OI-ITEM-SEQ
006460     START OPEN-ITEM-FILE KEY NOT < OI-KEY
006470         INVALID KEY
006480             MOVE "Y" TO WS-STUDENT-SCAN-SW
006490     END-START
006500     .
006510 2150-EXIT.
006520     EXIT.

006530 2200-RELIEVE-CASH-ITEMS.
006540*    THE OLDEST UNAPPLIED CASH IS PAID BACK FIRST.  THE AMOUNT
006550*    TAKEN FROM AN ITEM IS CARRIED IN ITS BILLED AMOUNT, AND
006560*    THE ITEM IS CLOSED ONCE NONE OF ITS CASH IS LEFT.
006570     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO WS-REFUND-REMAINING
006580     MOVE "N" TO WS-STUDENT-SCAN-SW
006590     PERFORM 2150-START-STUDENT-ITEMS THRU 2150-EXIT
006600     PERFORM 2210-RELIEVE-ONE-CASH-ITEM THRU 2210-EXIT
006610         UNTIL END-OF-STUDENT-ITEMS
006620            OR WS-REFUND-REMAINING = ZERO
006630     .
006640 2200-EXIT.
006650     EXIT.

006660 2210-RELIEVE-ONE-CASH-ITEM.
006670     READ OPEN-ITEM-FILE NEXT RECORD
006680         AT END
006690             MOVE "Y" TO WS-STUDENT-SCAN-SW
006700     END-READ
006710     IF END-OF-STUDENT-ITEMS
006720        GO TO 2210-EXIT
006730     END-IF
006740     IF OI-STUDENT-ID NOT = WS-TAB-APPR-STUDENT (WS-APPR-IDX)
006750        MOVE "Y" TO WS-STUDENT-SCAN-SW
006760        GO TO 2210-EXIT
006770     END-IF
006780     IF NOT OPEN-ITEM-IS-CASH
006790        OR NOT OPEN-ITEM-IS-OPEN
006800        GO TO 2210-EXIT
006810     END-IF
006820     COMPUTE WS-CASH-LEFT = OI-PAID-AMOUNT - OI-BILLED-AMOUNT
006830     IF WS-CASH-LEFT NOT > ZERO
006840        GO TO 2210-EXIT
006850     END-IF
006860     IF WS-REFUND-REMAINING < WS-CASH-LEFT
006870        MOVE WS-REFUND-REMAINING TO WS-TAKEN-AMOUNT
006880     ELSE
006890        MOVE WS-CASH-LEFT TO WS-TAKEN-AMOUNT
006900     END-IF
006910     ADD WS-TAKEN-AMOUNT TO OI-BILLED-AMOUNT
006920     SUBTRACT WS-TAKEN-AMOUNT FROM WS-REFUND-REMAINING
006930     IF OI-BILLED-AMOUNT NOT < OI-PAID-AMOUNT
006940        MOVE "C" TO OI-STATUS-CODE
006950        ADD 1 TO WS-CLOSED-COUNT
006960     END-IF
006970     REWRITE OPEN-ITEM-REC
006980     IF OI-CITY-CODE > ZERO
006990        PERFORM 2250-ADD-TO-CITY-CASH THRU 2250-EXIT
007000     END-IF
007010     .
007020 2210-EXIT.
007030     EXIT.

007040 2250-ADD-TO-CITY-CASH.
007050*    REFUNDS ARE ACCUMULATED PER CITY AS THE CASH IS RELIEVED,
007060*    SO THE END-OF-RUN VOUCHERS CREDIT EACH CITY'S CASH
007070*    ACCOUNT WITH EXACTLY WHAT THIS RUN PAID OUT FOR IT.
007080     SET WS-CASH-IDX TO OI-CITY-CODE
007090     ADD WS-TAKEN-AMOUNT TO WS-TAB-CASH-AMOUNT (WS-CASH-IDX)
007100     MOVE OI-CITY-NAME TO WS-TAB-CASH-CITY-NAME (WS-CASH-IDX)
007110     MOVE OI-CURRENCY-CODE
007120         TO WS-TAB-CASH-CURRENCY (WS-CASH-IDX)
007130     .
007140 2250-EXIT.
007150     EXIT.

007160 2500-PAY-ONE-REFUND.
007170     ADD 1 TO WS-REFUND-COUNT
007180     ADD WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO WS-TOTAL-REFUNDED

007190     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO BP-STUDENT-ID
007200     MOVE WS-LAST-STUDENT-NAME TO BP-STUDENT-NAME
007210     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO BP-REFUND-AMOUNT
007220     MOVE WS-LAST-CURRENCY TO BP-CURRENCY-CODE
007230     MOVE WS-RUN-DATE TO BP-PAYMENT-DATE
007240     MOVE WS-LAST-CITY-CODE TO BP-CITY-CODE
007250     WRITE REFUND-PAYMENT-REC
007260     PERFORM 2700-RECORD-REFUND-PAID THRU 2700-EXIT

007270     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO DL-STUDENT-ID
007280     MOVE WS-LAST-STUDENT-NAME TO DL-STUDENT-NAME
007290     MOVE WS-TAB-APPR-LEAVER (WS-APPR-IDX) TO DL-LEAVER
007300     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO DL-REFUND-AMOUNT
007310     MOVE WS-LAST-CURRENCY TO DL-CURRENCY
007320     MOVE WS-TAB-APPR-BY (WS-APPR-IDX) TO DL-APPROVED-BY
007330     MOVE WS-DETAIL-LINE TO REFUND-REGISTER-LINE
007340     WRITE REFUND-REGISTER-LINE

007350     PERFORM 2600-WRITE-REFUND-ADVICE THRU 2600-EXIT
007360     .
007370 2500-EXIT.
007380     EXIT.

007390 2600-WRITE-REFUND-ADVICE.
007400*    ONE ADVICE PER REFUND, SEPARATED BY A FULL-WIDTH RULE THE
007410*    SAME WAY THE REMINDER LETTERS ARE, FOR THE OFFICE PRINTER.
007420     IF NOT REFUND-ADVICE-OK
007430        GO TO 2600-EXIT
007440     END-IF
007450*    THE REFUND IS STILL PAID - ONLY THE ADVICE IS HELD BACK,
007460*    ON THE ADDRESS EXCEPTION LIST, WHEN THERE IS NO ADDRESS.
007470     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO AB-STUDENT-ID
007480     MOVE WS-LAST-STUDENT-NAME TO AB-STUDENT-NAME
007490     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
007500     IF AB-NO-USABLE-ADDRESS
007510        ADD 1 TO WS-ADVICE-HELD-COUNT
007520        GO TO 2600-EXIT
007530     END-IF
007540     MOVE WS-ADVICE-RULE TO REFUND-ADVICE-LINE
007550     WRITE REFUND-ADVICE-LINE
007560     MOVE WS-ADVICE-TITLE-LINE TO REFUND-ADVICE-LINE
007570     WRITE REFUND-ADVICE-LINE
007580     MOVE WS-LAST-STUDENT-NAME TO AV-STUDENT-NAME
007590     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO AV-STUDENT-ID
007600     MOVE WS-ADVICE-NAME-LINE TO REFUND-ADVICE-LINE
007610     WRITE REFUND-ADVICE-LINE
007620     PERFORM 2610-WRITE-ADDRESS-LINE THRU 2610-EXIT
007630         VARYING WS-ADDRESS-SUB FROM 1 BY 1
007640         UNTIL WS-ADDRESS-SUB > AB-LINE-COUNT
007650     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO AV-AMOUNT
007660     MOVE WS-LAST-CURRENCY TO AV-CURRENCY
007670     MOVE WS-ADVICE-AMOUNT-LINE TO REFUND-ADVICE-LINE
007680     WRITE REFUND-ADVICE-LINE
007690     MOVE WS-ADVICE-TEXT-LINE TO REFUND-ADVICE-LINE
007700     WRITE REFUND-ADVICE-LINE
007710     .
007720 2600-EXIT.
007730     EXIT.

007740 2610-WRITE-ADDRESS-LINE.
007750     MOVE AB-ADDRESS-LINE (WS-ADDRESS-SUB) TO AV-ADDRESS-LINE
007760     MOVE WS-ADVICE-ADDRESS-LINE TO REFUND-ADVICE-LINE
007770     WRITE REFUND-ADVICE-LINE
007780     .
007790 2610-EXIT.
007800     EXIT.

007810 2700-RECORD-REFUND-PAID.
007820     MOVE WS-TAB-APPR-STUDENT (WS-APPR-IDX) TO RP-STUDENT-ID
007830     MOVE WS-TAB-APPR-DATE (WS-APPR-IDX) TO RP-APPROVED-DATE
007840     MOVE WS-TAB-APPR-BY (WS-APPR-IDX) TO RP-APPROVED-BY
007850     MOVE WS-TAB-APPR-AMOUNT (WS-APPR-IDX) TO RP-REFUND-AMOUNT
007860     MOVE WS-RUN-DATE TO RP-PAID-DATE
007870     WRITE REFUND-PAID-REC
007880         INVALID KEY
007890             DISPLAY "CONTROL3F - UNABLE TO RECORD REFUND PAID "
007900                 "FOR " RP-STUDENT-ID
007910     END-WRITE
007920     .
007930 2700-EXIT.
007940     EXIT.

007950 2900-REJECT-REFUND.
007960*    THE CALLER HAS ALREADY PUT THE STUDENT ID IN THE AUDIT
007970*    RECORD'S INPUT DATA.
007980     ADD 1 TO WS-REJECT-COUNT
007990     MOVE "CONTROL3F" TO AL-PROGRAM-ID
008000     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
008010     ACCEPT AL-TIME-LOGGED FROM TIME
008020     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
008030     IF AUDIT-LOG-FILE-OK
008040        WRITE AUDIT-LOG-REC
008050     END-IF
008060     .
008070 2900-EXIT.
008080     EXIT.

008090 3000-PRINT-REGISTER-TOTALS.
008100     MOVE WS-REFUND-COUNT TO RT-REFUND-COUNT
008110     MOVE WS-TOTAL-REFUNDED TO RT-REFUND-TOTAL
008120     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT
008130     MOVE WS-REGISTER-TOTAL-LINE TO REFUND-REGISTER-LINE
008140     WRITE REFUND-REGISTER-LINE
008150     .
008160 3000-EXIT.
008170     EXIT.

008180 4000-LIST-CREDIT-POSITIONS.
008190*    AFTER THIS RUN'S REFUNDS, EVERY STUDENT STILL IN CREDIT
008200*    ACROSS THEIR OPEN ITEMS IS LISTED - LEAVERS FIRST - AS
008210*    THE BURSAR'S WORKSHEET FOR THE NEXT APPROVED-REFUND FILE.
008220     MOVE WS-CREDIT-HEADING-1 TO REFUND-REGISTER-LINE
008230     WRITE REFUND-REGISTER-LINE
008240     MOVE WS-CREDIT-HEADING-2 TO REFUND-REGISTER-LINE
008250     WRITE REFUND-REGISTER-LINE
008260     IF NOT LEDGER-IS-OPEN
008270        GO TO 4000-EXIT
008280     END-IF
008290     MOVE "N" TO WS-LEDGER-SCAN-SW
008300     MOVE SPACE TO WS-BREAK-STUDENT
008310     MOVE ZERO TO WS-NET-POSITION
008320     MOVE LOW-VALUE TO OI-KEY
008330     START OPEN-ITEM-FILE KEY NOT < OI-KEY
008340         INVALID KEY
008350             MOVE "Y" TO WS-LEDGER-SCAN-SW
008360     END-START
008370     PERFORM 4100-SCAN-ONE-ITEM THRU 4100-EXIT
008380         UNTIL END-OF-LEDGER-SCAN
008390     IF WS-BREAK-STUDENT NOT = SPACE
008400        PERFORM 4200-CLOSE-ONE-STUDENT THRU 4200-EXIT
008410     END-IF

008420     MOVE "Y" TO WS-PASS-LEAVER-FLAG
008430     PERFORM 4300-PRINT-ONE-CANDIDATE THRU 4300-EXIT
008440         VARYING WS-CAND-IDX FROM 1 BY 1
008450         UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
008460     MOVE "N" TO WS-PASS-LEAVER-FLAG
008470     PERFORM 4300-PRINT-ONE-CANDIDATE THRU 4300-EXIT
008480         VARYING WS-CAND-IDX FROM 1 BY 1
008490         UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT

008500     MOVE WS-CANDIDATE-COUNT TO CT-CANDIDATE-COUNT
008510     MOVE WS-TOTAL-CREDIT TO CT-CREDIT-TOTAL
008520     MOVE WS-CREDIT-TOTAL-LINE TO REFUND-REGISTER-LINE
008530     WRITE REFUND-REGISTER-LINE
008540     .
008550 4000-EXIT.
008560     EXIT.

008570 4100-SCAN-ONE-ITEM.
008580     READ OPEN-ITEM-FILE NEXT RECORD
008590         AT END
008600             MOVE "Y" TO WS-LEDGER-SCAN-SW
008610     END-READ
008620     IF END-OF-LEDGER-SCAN
008630        GO TO 4100-EXIT
008640     END-IF
008650     IF OI-STUDENT-ID NOT = WS-BREAK-STUDENT
008660        IF WS-BREAK-STUDENT NOT = SPACE
008670           PERFORM 4200-CLOSE-ONE-STUDENT THRU 4200-EXIT
008680        END-IF
008690        MOVE OI-STUDENT-ID TO WS-BREAK-STUDENT
008700        MOVE ZERO TO WS-NET-POSITION
008710     END-IF
008720     MOVE OI-STUDENT-NAME TO WS-LAST-STUDENT-NAME
008730     MOVE OI-CURRENCY-CODE TO WS-LAST-CURRENCY
008740     IF OPEN-ITEM-IS-OPEN
008750        ADD OI-BILLED-AMOUNT TO WS-NET-POSITION
008760        SUBTRACT OI-PAID-AMOUNT FROM WS-NET-POSITION
008770     END-IF
008780     .
008790 4100-EXIT.
008800     EXIT.

008810 4200-CLOSE-ONE-STUDENT.
008820     IF WS-NET-POSITION NOT < ZERO
008830        GO TO 4200-EXIT
008840     END-IF
008850     IF WS-CANDIDATE-COUNT = 500
008860        DISPLAY "CONTROL3F - CREDIT TABLE FULL AT 500, "
008870            "REMAINING CREDITS NOT LISTED"
008880        GO TO 4200-EXIT
008890     END-IF
008900     ADD 1 TO WS-CANDIDATE-COUNT
008910     SET WS-CAND-IDX TO WS-CANDIDATE-COUNT
008920     MOVE WS-BREAK-STUDENT TO WS-TAB-CAND-STUDENT (WS-CAND-IDX)
008930     MOVE WS-LAST-STUDENT-NAME TO WS-TAB-CAND-NAME (WS-CAND-IDX)
008940     COMPUTE WS-TAB-CAND-CREDIT (WS-CAND-IDX) =
008950         ZERO - WS-NET-POSITION
008960     ADD WS-TAB-CAND-CREDIT (WS-CAND-IDX) TO WS-TOTAL-CREDIT
008970     MOVE WS-LAST-CURRENCY TO WS-TAB-CAND-CURRENCY (WS-CAND-IDX)
008980     MOVE WS-BREAK-STUDENT TO MS-STUDENT-ID
008990     PERFORM 1150-CHECK-LEAVER THRU 1150-EXIT
009000     MOVE WS-LEAVER-FLAG TO WS-TAB-CAND-LEAVER (WS-CAND-IDX)
009010     .
009020 4200-EXIT.
009030     EXIT.

009040 4300-PRINT-ONE-CANDIDATE.
009050     IF WS-TAB-CAND-LEAVER (WS-CAND-IDX) NOT = WS-PASS-LEAVER-FLAG
009060        GO TO 4300-EXIT
009070     END-IF
009080     MOVE WS-TAB-CAND-STUDENT (WS-CAND-IDX) TO CP-STUDENT-ID
009090     MOVE WS-TAB-CAND-NAME (WS-CAND-IDX) TO CP-STUDENT-NAME
009100     MOVE WS-TAB-CAND-LEAVER (WS-CAND-IDX) TO CP-LEAVER
009110     MOVE WS-TAB-CAND-CREDIT (WS-CAND-IDX) TO CP-CREDIT-AMOUNT
009120     MOVE WS-TAB-CAND-CURRENCY (WS-CAND-IDX) TO CP-CURRENCY
009130     MOVE WS-CREDIT-LINE TO REFUND-REGISTER-LINE
009140     WRITE REFUND-REGISTER-LINE
009150     .
009160 4300-EXIT.
009170     EXIT.

009180 5000-WRITE-REFUND-VOUCHERS.
009190     PERFORM 5100-VOUCHER-ONE-CITY THRU 5100-EXIT
009200         VARYING WS-CASH-IDX FROM 1 BY 1
009210         UNTIL WS-CASH-IDX > 6
009220     .
009230 5000-EXIT.
009240     EXIT.

009250 5100-VOUCHER-ONE-CITY.
009260*    ONE BALANCED CASH-OUT POSTING PER CITY WITH REFUNDS THIS
009270*    RUN - DEBIT THE CITY'S DEBTORS ACCOUNT THE UNAPPLIED CASH
009280*    WAS HELD AGAINST, CREDIT THE CASH/BANK ACCOUNT - THE
009290*    REVERSE OF THE PAYMENT POSTING RUN'S RECEIPT VOUCHER.
009300*    A CITY WITH NO ACCOUNT MAPPING IS LOGGED AND LEFT OFF
009310*    THE VOUCHER FILE FOR FINANCE TO CHASE.
009320     IF WS-TAB-CASH-AMOUNT (WS-CASH-IDX) = ZERO
009330        GO TO 5100-EXIT
009340     END-IF
009350     IF WS-TAB-CASH-ACCT (WS-CASH-IDX) = SPACE
009360        OR WS-TAB-DEBTORS-ACCT (WS-CASH-IDX) = SPACE
009370        PERFORM 5200-LOG-MISSING-ACCOUNT THRU 5200-EXIT
009380        GO TO 5100-EXIT
009390     END-IF
009400     MOVE WS-RUN-DATE TO JV-RUN-DATE
009410     MOVE 1 TO JV-COUNTRY-CODE
009420     SET JV-CITY-CODE TO WS-CASH-IDX
009430     MOVE WS-TAB-CASH-CITY-NAME (WS-CASH-IDX) TO JV-CITY-NAME
009440     MOVE WS-TAB-CASH-CURRENCY (WS-CASH-IDX)
009450         TO JV-CURRENCY-CODE
009460     MOVE WS-TAB-DEBTORS-ACCT (WS-CASH-IDX) TO JV-ACCOUNT-CODE
009470     MOVE WS-TAB-CASH-AMOUNT (WS-CASH-IDX) TO JV-DEBIT-AMOUNT
009480     MOVE ZERO TO JV-CREDIT-AMOUNT
009490     IF REFUND-VOUCHER-OK
009500        WRITE JOURNAL-VOUCHER-REC
009510     END-IF
009520     MOVE WS-TAB-CASH-ACCT (WS-CASH-IDX) TO JV-ACCOUNT-CODE
009530     MOVE ZERO TO JV-DEBIT-AMOUNT
009540     MOVE WS-TAB-CASH-AMOUNT (WS-CASH-IDX) TO JV-CREDIT-AMOUNT
009550     IF REFUND-VOUCHER-OK
009560        WRITE JOURNAL-VOUCHER-REC
009570     END-IF
009580     .
009590 5100-EXIT.
009600     EXIT.

009610 5200-LOG-MISSING-ACCOUNT.
009620     MOVE "CONTROL3F" TO AL-PROGRAM-ID
009630     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
009640     ACCEPT AL-TIME-LOGGED FROM TIME
009650     MOVE SPACE TO AL-INPUT-DATA
009660     MOVE WS-TAB-CASH-CITY-NAME (WS-CASH-IDX)
009670         TO AL-INPUT-DATA
009680     MOVE "No GL account mapping for city"
009690         TO AL-REJECT-REASON
009700     IF AUDIT-LOG-FILE-OK
009710        WRITE AUDIT-LOG-REC
009720     END-IF
009730     .
009740 5200-EXIT.
009750     EXIT.

009760 8000-TERMINATE.
009770     IF LEDGER-IS-OPEN
009780        CLOSE OPEN-ITEM-FILE
009790     END-IF
009800     IF MASTER-IS-OPEN
009810        CLOSE MASTER-STUDENT-FILE
009820     END-IF
009830     IF PAID-FILE-IS-OPEN
009840        CLOSE REFUND-PAID-FILE
009850     END-IF
009860     CLOSE REFUND-PAYMENT-FILE
009870     CLOSE REFUND-REGISTER
009880     CLOSE REFUND-ADVICE-FILE
009890     CLOSE REFUND-VOUCHER-FILE
009900     CLOSE AUDIT-LOG-FILE
009910     MOVE "C" TO AB-FUNCTION
009920     CALL "ADDRBLK" USING ADDRESS-BLOCK-PARM
009930     DISPLAY "CONTROL3F - APPROVALS READ: " WS-APPROVAL-COUNT
009940     DISPLAY "CONTROL3F - REFUNDS PAID: " WS-REFUND-COUNT
009950     DISPLAY "CONTROL3F - CASH ITEMS CLOSED: " WS-CLOSED-COUNT
009960     DISPLAY "CONTROL3F - APPROVALS REJECTED: " WS-REJECT-COUNT
009970     DISPLAY "CONTROL3F - CREDIT POSITIONS LISTED: "
009980         WS-CANDIDATE-COUNT
009990     DISPLAY "CONTROL3F - ADVICES HELD, NO ADDRESS: "
010000         WS-ADVICE-HELD-COUNT
010010     .
010020 8000-EXIT.
010030     EXIT.

010040 8800-END-RUN-CONTROL.
010050     MOVE "E" TO RL-FUNCTION
010060     MOVE WS-APPROVAL-COUNT TO RL-RECORDS-PROCESSED
010070     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
010080     MOVE "CLEAN" TO RL-END-STATUS
010090     CALL "RUNLOG" USING RUN-LOG-PARM
010100     .
010110 8800-EXIT.
010120     EXIT.
