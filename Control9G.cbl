000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL9G.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - OPERATIONS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  GENERAL LEDGER POSTING RUN. TAKES IN      *
000200*                EVERY JOURNAL VOUCHER FILE (SURCHARGE AND *
000210*                PAYMENT, REFUNDS, STOCK, ASSET, PAYABLES),*
000220*                REJECTS ANY BATCH WHOSE DEBITS AND        *
000230*                CREDITS DISAGREE, POSTS THE REST TO THE   *
000240*                GL BALANCE FILE BY ACCOUNT AND CURRENCY,  *
000250*                AND WRITES ONE BALANCED INTERFACE FILE    *
000260*                FOR FINANCE AND A TRIAL BALANCE. VOUCHERS *
000270*                DATED IN A CLOSED PERIOD GO TO SUSPENSE,  *
000280*                AND THE OPEN PERIOD IS CLOSED ON REQUEST  *
000290*                AFTER ITS LAST POSTING.                   *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "JRNLVCHR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-JOURNAL-VOUCHER.

000400     SELECT STOCK-VOUCHER-FILE ASSIGN TO "STKJVCHR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-STOCK-VOUCHER.

000430     SELECT ASSET-VOUCHER-FILE ASSIGN TO "ASTJVCHR"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-ASSET-VOUCHER.

000460     SELECT AP-VOUCHER-FILE ASSIGN TO "APJVCHR"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-AP-VOUCHER.

000482     SELECT REFUND-VOUCHER-FILE ASSIGN TO "RFNJVCHR"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS FS-REFUND-VOUCHER.

000490     SELECT GL-COLLECT-FILE ASSIGN TO "GLCOLLCT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-GL-COLLECT.

000520     SELECT GL-KEEP-FILE ASSIGN TO "GLKEEP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-GL-KEEP.

000550     SELECT GL-SUSPENSE-FILE ASSIGN TO "GLSUSPNS"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-GL-SUSPENSE.

000580     SELECT GL-BALANCE-FILE ASSIGN TO "GLBALANC"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS GB-KEY
000620         FILE STATUS IS FS-GL-BALANCE.

000630     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-GL-PERIOD.

000660     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFC"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-GL-INTERFACE.

000690     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-AUDIT-LOG.

000720     SELECT POSTING-REPORT ASSIGN TO "GLPOSRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-POSTING-REPORT.

000750     SELECT SUSPENSE-REPORT ASSIGN TO "GLSUSRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-SUSPENSE-REPORT.

000780     SELECT TRIAL-BALANCE-REPORT ASSIGN TO "GLTRIAL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-TRIAL-BALANCE.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  JOURNAL-VOUCHER-FILE
000840     RECORDING MODE IS F.
000850 01  JOURNAL-VOUCHER-LINE       PIC X(54).

000860 FD  STOCK-VOUCHER-FILE
000870     RECORDING MODE IS F.
000880 01  STOCK-VOUCHER-LINE         PIC X(54).

000890 FD  ASSET-VOUCHER-FILE
000900     RECORDING MODE IS F.
000910 01  ASSET-VOUCHER-LINE         PIC X(54).

000920 FD  AP-VOUCHER-FILE
000930     RECORDING MODE IS F.
000940 01  AP-VOUCHER-LINE            PIC X(54).

000942 FD  REFUND-VOUCHER-FILE
000944     RECORDING MODE IS F.
000946 01  REFUND-VOUCHER-LINE        PIC X(54).

000950 FD  GL-COLLECT-FILE
000960     RECORDING MODE IS F.
000970 01  GL-COLLECT-REC.
000980     05  GW-SOURCE-FILE          PIC X(08).
000990     05  GW-VOUCHER-DATA         PIC X(54).

001000 FD  GL-KEEP-FILE
001010     RECORDING MODE IS F.
001020 01  GL-KEEP-REC.
001030     05  GK-SOURCE-FILE          PIC X(08).
001040     05  GK-VOUCHER-DATA         PIC X(54).

001050 FD  GL-SUSPENSE-FILE
001060     RECORDING MODE IS F.
001070 01  GL-SUSPENSE-REC            PIC X(62).

001080 FD  GL-BALANCE-FILE.
001090 COPY GLBALANC.

001100 FD  GL-PERIOD-FILE
001110     RECORDING MODE IS F.
001120 COPY GLPERIOD.

001130 FD  GL-INTERFACE-FILE
001140     RECORDING MODE IS F.
001150 COPY GLINTF.

001160 FD  AUDIT-LOG-FILE
001170     RECORDING MODE IS F.
001180 COPY AUDITREC.

001190 FD  POSTING-REPORT
001200     RECORDING MODE IS F.
001210 01  POSTING-REPORT-LINE        PIC X(80).

001220 FD  SUSPENSE-REPORT
001230     RECORDING MODE IS F.
001240 01  SUSPENSE-REPORT-LINE       PIC X(80).

001250 FD  TRIAL-BALANCE-REPORT
001260     RECORDING MODE IS F.
001270 01  TRIAL-BALANCE-LINE         PIC X(80).

001280 WORKING-STORAGE SECTION.
001290 01  WS-FILE-STATUSES.
001300     05  FS-JOURNAL-VOUCHER     PIC X(02) VALUE ZERO.
001310         88  JOURNAL-VOUCHER-OK     VALUE "00".
001320         88  JOURNAL-VOUCHER-EOF    VALUE "10".
001330     05  FS-STOCK-VOUCHER       PIC X(02) VALUE ZERO.
001340         88  STOCK-VOUCHER-OK       VALUE "00".
001350         88  STOCK-VOUCHER-EOF      VALUE "10".
001360     05  FS-ASSET-VOUCHER       PIC X(02) VALUE ZERO.
001370         88  ASSET-VOUCHER-OK       VALUE "00".
001380         88  ASSET-VOUCHER-EOF      VALUE "10".
001390     05  FS-AP-VOUCHER          PIC X(02) VALUE ZERO.
001400         88  AP-VOUCHER-OK          VALUE "00".
001410         88  AP-VOUCHER-EOF         VALUE "10".
001412     05  FS-REFUND-VOUCHER      PIC X(02) VALUE ZERO.
001414         88  REFUND-VOUCHER-OK      VALUE "00".
001416         88  REFUND-VOUCHER-EOF     VALUE "10".
001420     05  FS-GL-COLLECT          PIC X(02) VALUE ZERO.
001430         88  GL-COLLECT-OK          VALUE "00".
001440         88  GL-COLLECT-EOF         VALUE "10".
001450     05  FS-GL-KEEP             PIC X(02) VALUE ZERO.
001460         88  GL-KEEP-OK             VALUE "00".
001470         88  GL-KEEP-EOF            VALUE "10".
001480     05  FS-GL-SUSPENSE         PIC X(02) VALUE ZERO.
001490         88  GL-SUSPENSE-OK         VALUE "00".
001500     05  FS-GL-BALANCE          PIC X(02) VALUE ZERO.
001510         88  GL-BALANCE-OK          VALUE "00".
001520         88  GL-BALANCE-EOF         VALUE "10".
001530     05  FS-GL-PERIOD           PIC X(02) VALUE ZERO.
001540         88  GL-PERIOD-OK           VALUE "00".
001550     05  FS-GL-INTERFACE        PIC X(02) VALUE ZERO.
001560         88  GL-INTERFACE-OK        VALUE "00".
001570     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001580         88  AUDIT-LOG-FILE-OK      VALUE "00".
001590     05  FS-POSTING-REPORT      PIC X(02) VALUE ZERO.
001600     05  FS-SUSPENSE-REPORT     PIC X(02) VALUE ZERO.
001610     05  FS-TRIAL-BALANCE       PIC X(02) VALUE ZERO.

001620 01  WS-SWITCHES.
001630     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
001640         88  RUN-REFUSED            VALUE "Y".
001650     05  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001660         88  WORK-TABLE-FULL        VALUE "Y".
001670     05  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
001680         88  TABLE-ENTRY-FOUND      VALUE "Y".
001690     05  WS-NEW-BALANCE-SWITCH  PIC X(01) VALUE "N".
001700         88  BALANCE-IS-NEW         VALUE "Y".
001710     05  WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE "N".
001720         88  PERIOD-CLOSED-THIS-RUN VALUE "Y".
001722     05  WS-INTERFACE-SWITCH    PIC X(01) VALUE SPACE.
001724         88  INTERFACE-IS-OPEN      VALUE "Y".
001726         88  INTERFACE-NOT-OPEN     VALUE "N".

001730 01  WS-COUNTS.
001740     05  WS-SRC-SUB             PIC 9(02) COMP VALUE ZERO.
001750     05  WS-BATCH-COUNT         PIC 9(03) COMP VALUE ZERO.
001760     05  WS-BAT-SLOT            PIC 9(03) COMP VALUE ZERO.
001770     05  WS-BAT-SUB             PIC 9(03) COMP VALUE ZERO.
001780     05  WS-ACCOUNT-COUNT       PIC 9(03) COMP VALUE ZERO.
001790     05  WS-ACT-SLOT            PIC 9(03) COMP VALUE ZERO.
001800     05  WS-CURRENCY-COUNT      PIC 9(02) COMP VALUE ZERO.
001810     05  WS-CUR-SLOT            PIC 9(02) COMP VALUE ZERO.
001820     05  WS-VOUCHER-COUNT       PIC 9(07) VALUE ZERO.
001830     05  WS-POSTED-COUNT        PIC 9(07) VALUE ZERO.
001840     05  WS-HELD-COUNT          PIC 9(07) VALUE ZERO.
001850     05  WS-LATE-COUNT          PIC 9(07) VALUE ZERO.
001860     05  WS-REJECT-COUNT        PIC 9(07) VALUE ZERO.
001870     05  WS-BATCH-REJECT-COUNT  PIC 9(05) VALUE ZERO.
001880     05  WS-INTERFACE-COUNT     PIC 9(05) VALUE ZERO.

001890*    THE VOUCHER FILES ALL SHARE THE JOURNAL-VOUCHER LAYOUT,
001900*    SO EACH IS READ AS A PLAIN LINE AND LOOKED AT THROUGH
001910*    THIS ONE WORKING COPY OF THE RECORD.
001920 COPY JRNLVCH.

001930*    ONE SLOT PER VOUCHER FILE TAKEN IN.  A FURTHER VOUCHER
001940*    FILE NEEDS ITS OWN SELECT, A NAME HERE AND A TAKE AND A
001950*    RETURN LEG LIKE THE OTHERS.
001960 01  WS-SOURCE-NAMES.
001970     05  FILLER                  PIC X(08) VALUE "JRNLVCHR".
001980     05  FILLER                  PIC X(08) VALUE "STKJVCHR".
001990     05  FILLER                  PIC X(08) VALUE "ASTJVCHR".
002000     05  FILLER                  PIC X(08) VALUE "APJVCHR ".
002005     05  FILLER                  PIC X(08) VALUE "RFNJVCHR".
002010 01  WS-SOURCE-NAMES-R REDEFINES WS-SOURCE-NAMES.
002020     05  WS-SRC-NAME             PIC X(08) OCCURS 5 TIMES.

002030 01  WS-SOURCE-TABLE.
002040     05  WS-SOURCE-ENTRY         OCCURS 5 TIMES.
002050         10  WS-SRC-TAKEN           PIC X(01).
002060         10  WS-SRC-READ            PIC 9(07).
002070         10  WS-SRC-POSTED          PIC 9(07).
002080         10  WS-SRC-HELD            PIC 9(07).
002090         10  WS-SRC-LATE            PIC 9(07).
002100         10  WS-SRC-REJECTED        PIC 9(07).

002110*    A BATCH IS ONE RUN'S VOUCHERS ON ONE FILE - THE FILE AND
002120*    THE RUN DATE THE PRODUCING PROGRAM STAMPED ON THEM.  IT
002130*    IS HELD HERE ONCE PER CURRENCY, BECAUSE A RUN THAT BILLS
002140*    SEVERAL CITIES MUST BALANCE IN EACH CURRENCY SEPARATELY.
002150 01  WS-BATCH-TABLE.
002160     05  WS-BATCH-ENTRY          OCCURS 200 TIMES.
002170         10  WS-BAT-SOURCE          PIC X(08).
002180         10  WS-BAT-RUN-DATE        PIC 9(08).
002190         10  WS-BAT-CURRENCY        PIC X(03).
002200         10  WS-BAT-DEBIT           PIC 9(11)V99.
002210         10  WS-BAT-CREDIT          PIC 9(11)V99.
002220         10  WS-BAT-VOUCHERS        PIC 9(05).
002230         10  WS-BAT-REJECTED        PIC X(01).

002240*    WHAT THIS RUN POSTS, BY ACCOUNT AND CURRENCY - THE
002250*    INTERFACE FILE IS WRITTEN FROM IT.
002260 01  WS-ACCOUNT-TABLE.
002270     05  WS-ACCOUNT-ENTRY        OCCURS 200 TIMES.
002280         10  WS-ACT-ACCOUNT         PIC X(08).
002290         10  WS-ACT-CURRENCY        PIC X(03).
002300         10  WS-ACT-DEBIT           PIC 9(11)V99.
002310         10  WS-ACT-CREDIT          PIC 9(11)V99.

002320 01  WS-CURRENCY-TABLE.
002330     05  WS-CURRENCY-ENTRY       OCCURS 10 TIMES.
002340         10  WS-CUR-CODE            PIC X(03).
002350         10  WS-CUR-DEBIT           PIC 9(13)V99.
002360         10  WS-CUR-CREDIT          PIC 9(13)V99.

002370 01  WS-POSTING-FIGURES.
002380     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
002390     05  WS-OPEN-PERIOD         PIC 9(06) VALUE ZERO.
002400     05  WS-CLOSE-FLAG          PIC X(01) VALUE "N".
002410         88  CLOSE-IS-REQUESTED     VALUE "Y".
002420     05  WS-LAST-CLOSED-PERIOD  PIC 9(06) VALUE ZERO.
002430     05  WS-LAST-CLOSED-DATE    PIC 9(08) VALUE ZERO.
002440     05  WS-VOUCHER-PERIOD      PIC 9(06) VALUE ZERO.
002450     05  WS-CLOSED-PERIOD       PIC 9(06) VALUE ZERO.
002460     05  WS-BALANCE-DEBIT       PIC 9(11)V99 VALUE ZERO.
002470     05  WS-BALANCE-CREDIT      PIC 9(11)V99 VALUE ZERO.
002480     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.
002490     05  WS-LOOKUP-CURRENCY     PIC X(03) VALUE SPACE.
002500     05  WS-PERIOD-WORK         PIC 9(06) VALUE ZERO.
002510     05  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
002520         10  WS-PERIOD-YEAR         PIC 9(04).
002530         10  WS-PERIOD-MONTH        PIC 9(02).

002540 01  WS-REPORT-LINES.
002550     05  WS-HEADING-1.
002560         10  FILLER             PIC X(35) VALUE
002570             "GENERAL LEDGER POSTING - RUN DATE".
002580         10  HL-RUN-DATE        PIC 9(08).
002590         10  FILLER             PIC X(03) VALUE SPACE.
002600         10  FILLER             PIC X(12) VALUE "OPEN PERIOD".
002610         10  HL-OPEN-PERIOD     PIC 9(06).
002620         10  FILLER             PIC X(16) VALUE SPACE.
002630     05  WS-REJECT-HEADING.
002640         10  FILLER             PIC X(50) VALUE
002650             "BATCHES REJECTED - DEBITS AND CREDITS DISAGREE".
002660         10  FILLER             PIC X(30) VALUE SPACE.
002670     05  WS-BATCH-HEADING.
002680         10  FILLER             PIC X(09) VALUE "FILE".
002690         10  FILLER             PIC X(09) VALUE "RUN DATE".
002700         10  FILLER             PIC X(04) VALUE "CUR".
002710         10  FILLER             PIC X(15) VALUE "        DEBITS".
002720         10  FILLER             PIC X(01) VALUE SPACE.
002730         10  FILLER             PIC X(15) VALUE "       CREDITS".
002740         10  FILLER             PIC X(01) VALUE SPACE.
002750         10  FILLER             PIC X(26) VALUE "VOUCHERS".
002760     05  WS-BATCH-LINE.
002770         10  BR-SOURCE          PIC X(08).
002780         10  FILLER             PIC X(01) VALUE SPACE.
002790         10  BR-RUN-DATE        PIC 9(08).
002800         10  FILLER             PIC X(01) VALUE SPACE.
002810         10  BR-CURRENCY        PIC X(03).
002820         10  FILLER             PIC X(01) VALUE SPACE.
002830         10  BR-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002840         10  FILLER             PIC X(01) VALUE SPACE.
002850         10  BR-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002860         10  FILLER             PIC X(01) VALUE SPACE.
002870         10  BR-VOUCHERS        PIC ZZZZ9.
002880         10  FILLER             PIC X(01) VALUE SPACE.
002890         10  BR-VERDICT         PIC X(16).
002900     05  WS-NONE-LINE.
002910         10  FILLER             PIC X(06) VALUE "  NONE".
002920         10  FILLER             PIC X(74) VALUE SPACE.
002930     05  WS-SOURCE-HEADING.
002940         10  FILLER             PIC X(09) VALUE "FILE".
002950         10  FILLER             PIC X(10) VALUE "      READ".
002960         10  FILLER             PIC X(10) VALUE "    POSTED".
002970         10  FILLER             PIC X(10) VALUE "  REJECTED".
002980         10  FILLER             PIC X(10) VALUE "      LATE".
002990         10  FILLER             PIC X(10) VALUE "      HELD".
003000         10  FILLER             PIC X(21) VALUE SPACE.
003010     05  WS-SOURCE-LINE.
003020         10  SS-SOURCE          PIC X(08).
003030         10  FILLER             PIC X(01) VALUE SPACE.
003040         10  SS-READ            PIC Z,ZZZ,ZZ9.
003050         10  FILLER             PIC X(01) VALUE SPACE.
003060         10  SS-POSTED          PIC Z,ZZZ,ZZ9.
003070         10  FILLER             PIC X(01) VALUE SPACE.
003080         10  SS-REJECTED        PIC Z,ZZZ,ZZ9.
003090         10  FILLER             PIC X(01) VALUE SPACE.
003100         10  SS-LATE            PIC Z,ZZZ,ZZ9.
003110         10  FILLER             PIC X(01) VALUE SPACE.
003120         10  SS-HELD            PIC Z,ZZZ,ZZ9.
003130         10  FILLER             PIC X(01) VALUE SPACE.
003140         10  SS-NOTE            PIC X(20).
003150     05  WS-INTERFACE-HEADING.
003160         10  FILLER             PIC X(44) VALUE
003170             "INTERFACE FILE TOTALS BY CURRENCY".
003180         10  FILLER             PIC X(36) VALUE SPACE.
003190     05  WS-CURRENCY-LINE.
003200         10  XT-CURRENCY        PIC X(03).
003210         10  FILLER             PIC X(01) VALUE SPACE.
003220         10  XT-DEBIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003230         10  FILLER             PIC X(01) VALUE SPACE.
003240         10  XT-CREDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003250         10  FILLER             PIC X(02) VALUE SPACE.
003260         10  XT-VERDICT         PIC X(18).
003270         10  FILLER             PIC X(18) VALUE SPACE.
003280     05  WS-PERIOD-LINE.
003290         10  FILLER             PIC X(07) VALUE "PERIOD ".
003300         10  PC-CLOSED-PERIOD   PIC 9(06).
003310         10  FILLER             PIC X(20) VALUE
003320             " CLOSED - NOW OPEN  ".
003330         10  PC-OPEN-PERIOD     PIC 9(06).
003340         10  FILLER             PIC X(41) VALUE SPACE.
003350     05  WS-SUSPENSE-HEADING-1.
003360         10  FILLER             PIC X(41) VALUE
003370             "GL SUSPENSE - VOUCHERS FOR CLOSED PERIODS".
003380         10  FILLER             PIC X(02) VALUE SPACE.
003390         10  FILLER             PIC X(12) VALUE "OPEN PERIOD".
003400         10  SH-OPEN-PERIOD     PIC 9(06).
003410         10  FILLER             PIC X(19) VALUE SPACE.
003420     05  WS-SUSPENSE-HEADING-2.
003430         10  FILLER             PIC X(09) VALUE "FILE".
003440         10  FILLER             PIC X(09) VALUE "RUN DATE".
003450         10  FILLER             PIC X(09) VALUE "ACCOUNT".
003460         10  FILLER             PIC X(13) VALUE "       DEBIT".
003470         10  FILLER             PIC X(13) VALUE "      CREDIT".
003480         10  FILLER             PIC X(04) VALUE "CUR".
003490         10  FILLER             PIC X(23) VALUE "CITY".
003500     05  WS-SUSPENSE-LINE.
003510         10  SX-SOURCE          PIC X(08).
003520         10  FILLER             PIC X(01) VALUE SPACE.
003530         10  SX-RUN-DATE        PIC 9(08).
003540         10  FILLER             PIC X(01) VALUE SPACE.
003550         10  SX-ACCOUNT         PIC X(08).
003560         10  FILLER             PIC X(01) VALUE SPACE.
003570         10  SX-DEBIT           PIC Z,ZZZ,ZZ9.99.
003580         10  FILLER             PIC X(01) VALUE SPACE.
003590         10  SX-CREDIT          PIC Z,ZZZ,ZZ9.99.
003600         10  FILLER             PIC X(01) VALUE SPACE.
003610         10  SX-CURRENCY        PIC X(03).
003620         10  FILLER             PIC X(01) VALUE SPACE.
003630         10  SX-CITY-NAME       PIC X(15).
003640         10  FILLER             PIC X(08) VALUE SPACE.
003650     05  WS-SUSPENSE-TRAILER.
003660         10  FILLER             PIC X(26) VALUE
003670             "VOUCHERS HELD IN SUSPENSE-".
003680         10  ST-LATE-COUNT      PIC Z,ZZZ,ZZ9.
003690         10  FILLER             PIC X(45) VALUE SPACE.
003700     05  WS-TRIAL-HEADING-1.
003710         10  FILLER             PIC X(33) VALUE
003720             "TRIAL BALANCE - PERIOD".
003730         10  TH-OPEN-PERIOD     PIC 9(06).
003740         10  FILLER             PIC X(10) VALUE "  RUN DATE".
003750         10  FILLER             PIC X(01) VALUE SPACE.
003760         10  TH-RUN-DATE        PIC 9(08).
003770         10  FILLER             PIC X(22) VALUE SPACE.
003780     05  WS-TRIAL-HEADING-2.
003790         10  FILLER             PIC X(09) VALUE "ACCOUNT".
003800         10  FILLER             PIC X(04) VALUE "CUR".
003810         10  FILLER             PIC X(17) VALUE
003820             "    PERIOD DEBIT".
003830         10  FILLER             PIC X(17) VALUE
003840             "   PERIOD CREDIT".
003850         10  FILLER             PIC X(17) VALUE
003860             "   BALANCE DEBIT".
003870         10  FILLER             PIC X(16) VALUE
003880             "  BALANCE CREDIT".
003890     05  WS-TRIAL-LINE.
003900         10  TB-ACCOUNT         PIC X(08).
003910         10  FILLER             PIC X(01) VALUE SPACE.
003920         10  TB-CURRENCY        PIC X(03).
003930         10  FILLER             PIC X(01) VALUE SPACE.
003940         10  TB-PERIOD-DEBIT    PIC ZZZ,ZZZ,ZZ9.99.
003950         10  FILLER             PIC X(02) VALUE SPACE.
003960         10  TB-PERIOD-CREDIT   PIC ZZZ,ZZZ,ZZ9.99.
003970         10  FILLER             PIC X(01) VALUE SPACE.
003980         10  TB-BALANCE-DEBIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
003990         10  FILLER             PIC X(01) VALUE SPACE.
004000         10  TB-BALANCE-CREDIT  PIC Z,ZZZ,ZZZ,ZZ9.99.
004010     05  WS-TRIAL-TOTAL-HEADING.
004020         10  FILLER             PIC X(44) VALUE
004030             "TRIAL BALANCE TOTALS BY CURRENCY".
004040         10  FILLER             PIC X(36) VALUE SPACE.

004050 COPY RUNPARM.

004060 PROCEDURE DIVISION.

004070 0000-MAINLINE.
004080     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
004090     IF NOT RL-CLEAR-TO-RUN
004100        GOBACK
004110     END-IF
004120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004130     IF NOT RUN-REFUSED
004140        PERFORM 2000-COLLECT-VOUCHERS THRU 2000-EXIT
004150     END-IF
004160*    WITHOUT THE BALANCE FILE NOTHING CAN BE POSTED, AND A
004170*    BATCH OR ACCOUNT TABLE THAT OVERFLOWED WOULD POST SOME OF
004180*    A BATCH AND NOT THE REST, SO THE RUN REFUSES WITH EVERY
004190*    VOUCHER FILE LEFT AS IT WAS.  THE OPEN START RECORD
004200*    FLAGS IT.
004202*    A RUN THAT COULD NOT OPEN THE INTERFACE FILE HAS TOUCHED
004204*    NOTHING AT ALL AND ENDS NORUN.
004210     IF RUN-REFUSED
004220        PERFORM 8000-TERMINATE THRU 8000-EXIT
004222        IF INTERFACE-NOT-OPEN
004224           PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
004226        END-IF
004230        GOBACK
004240     END-IF
004250     PERFORM 3000-CHECK-BATCHES THRU 3000-EXIT
004260     PERFORM 4000-POST-VOUCHERS THRU 4000-EXIT
004270     PERFORM 5000-RETURN-KEPT-VOUCHERS THRU 5000-EXIT
004280     PERFORM 5500-WRITE-INTERFACE THRU 5500-EXIT
004290     PERFORM 6000-PRINT-TRIAL-BALANCE THRU 6000-EXIT
004300     PERFORM 6500-CLOSE-PERIOD THRU 6500-EXIT
004310     PERFORM 8000-TERMINATE THRU 8000-EXIT
004320     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
004330     GOBACK
004340     .

004350 0100-START-RUN-CONTROL.
004360     MOVE "S" TO RL-FUNCTION
004370     MOVE "CONTROL9G" TO RL-PROGRAM-ID
004380     MOVE SPACE TO RL-PREDECESSOR-ID
004390     MOVE "JRNLVCHR" TO RL-INPUT-FILE
004400     CALL "RUNLOG" USING RUN-LOG-PARM
004410     IF RL-OWN-RUN-OPEN
004420        DISPLAY "CONTROL9G - PREVIOUS RUN HAS NO END RECORD, "
004430            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
004440     END-IF
004450     IF RL-PREDECESSOR-NOT-DONE
004460        DISPLAY "CONTROL9G - PREDECESSOR HAS NOT ENDED "
004470            "CLEANLY TODAY, RUN REFUSED"
004480     END-IF
004490     .
004500 0100-EXIT.
004510     EXIT.

004520 1000-INITIALIZE.
004530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004540     PERFORM 1050-CLEAR-ONE-SOURCE THRU 1050-EXIT
004550         VARYING WS-SRC-SUB FROM 1 BY 1
004560         UNTIL WS-SRC-SUB > 5
004570     PERFORM 1100-LOAD-GL-PERIOD THRU 1100-EXIT

004580     OPEN OUTPUT POSTING-REPORT
004590     MOVE WS-RUN-DATE TO HL-RUN-DATE
004600     MOVE WS-OPEN-PERIOD TO HL-OPEN-PERIOD
004610     MOVE WS-HEADING-1 TO POSTING-REPORT-LINE
004620     WRITE POSTING-REPORT-LINE

004630     OPEN OUTPUT SUSPENSE-REPORT
004640     MOVE WS-OPEN-PERIOD TO SH-OPEN-PERIOD
004650     MOVE WS-SUSPENSE-HEADING-1 TO SUSPENSE-REPORT-LINE
004660     WRITE SUSPENSE-REPORT-LINE
004670     MOVE WS-SUSPENSE-HEADING-2 TO SUSPENSE-REPORT-LINE
004680     WRITE SUSPENSE-REPORT-LINE

004690     OPEN EXTEND AUDIT-LOG-FILE
004700     IF NOT AUDIT-LOG-FILE-OK
004710        DISPLAY "CONTROL9G - UNABLE TO OPEN AUDIT-LOG-FILE"
004720     END-IF

004730     OPEN EXTEND GL-SUSPENSE-FILE
004740     IF NOT GL-SUSPENSE-OK
004750        OPEN OUTPUT GL-SUSPENSE-FILE
004760     END-IF

004770     OPEN I-O GL-BALANCE-FILE
004780     IF NOT GL-BALANCE-OK
004790*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
004800*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
004810*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
004820        OPEN OUTPUT GL-BALANCE-FILE
004830        IF GL-BALANCE-OK
004840           CLOSE GL-BALANCE-FILE
004850           OPEN I-O GL-BALANCE-FILE
004860        END-IF
004870     END-IF
004872*    THE INTERFACE FILE IS OPENED BEFORE ANYTHING IS POSTED, SO
004874*    THE BALANCES NEVER MOVE WITHOUT THEIR INTERFACE RECORDS.
004880     IF NOT GL-BALANCE-OK
004890        DISPLAY "CONTROL9G - UNABLE TO OPEN GL-BALANCE-FILE, "
004900            "RUN REFUSED - NOTHING POSTED"
004910        SET RUN-REFUSED TO TRUE
004911     ELSE
004912        OPEN OUTPUT GL-INTERFACE-FILE
004913        SET INTERFACE-IS-OPEN TO TRUE
004914        IF NOT GL-INTERFACE-OK
004915           DISPLAY "CONTROL9G - UNABLE TO OPEN GL-INTERFACE-FILE"
004916               ", RUN REFUSED - NOTHING POSTED"
004917           SET INTERFACE-NOT-OPEN TO TRUE
004918           SET RUN-REFUSED TO TRUE
004919        END-IF
004920     END-IF
004930     .
004940 1000-EXIT.
004950     EXIT.

004960 1050-CLEAR-ONE-SOURCE.
004970     MOVE "N" TO WS-SRC-TAKEN (WS-SRC-SUB)
004980     MOVE ZERO TO WS-SRC-READ (WS-SRC-SUB)
004990     MOVE ZERO TO WS-SRC-POSTED (WS-SRC-SUB)
005000     MOVE ZERO TO WS-SRC-HELD (WS-SRC-SUB)
005010     MOVE ZERO TO WS-SRC-LATE (WS-SRC-SUB)
005020     MOVE ZERO TO WS-SRC-REJECTED (WS-SRC-SUB)
005030     .
005040 1050-EXIT.
005050     EXIT.

005060 1100-LOAD-GL-PERIOD.
005070*    WITH NO PERIOD RECORD YET THE RUN OPENS THE CURRENT
005080*    MONTH; THE RECORD IS WRITTEN AT THE END OF THE RUN, SO
005090*    FROM THEN ON FINANCE ONLY SETS THE CLOSE FLAG.
005100     DIVIDE WS-RUN-DATE BY 100 GIVING WS-OPEN-PERIOD
005110     OPEN INPUT GL-PERIOD-FILE
005120     IF NOT GL-PERIOD-OK
005130        DISPLAY "CONTROL9G - UNABLE TO OPEN GL-PERIOD-FILE, "
005140            "OPENING PERIOD " WS-OPEN-PERIOD
005150     ELSE
005160        READ GL-PERIOD-FILE
005170            AT END
005180                DISPLAY "CONTROL9G - GL-PERIOD-FILE EMPTY, "
005190                    "OPENING PERIOD " WS-OPEN-PERIOD
005200            NOT AT END
005210                MOVE GC-OPEN-PERIOD TO WS-OPEN-PERIOD
005220                MOVE GC-CLOSE-FLAG TO WS-CLOSE-FLAG
005230                MOVE GC-LAST-CLOSED-PERIOD
005240                    TO WS-LAST-CLOSED-PERIOD
005250                MOVE GC-LAST-CLOSED-DATE
005260                    TO WS-LAST-CLOSED-DATE
005270        END-READ
005280        CLOSE GL-PERIOD-FILE
005290     END-IF
005300     .
005310 1100-EXIT.
005320     EXIT.

005330 2000-COLLECT-VOUCHERS.
005340*    EVERY VOUCHER FILE IS COPIED TO ONE COLLECTION FILE,
005350*    TAGGED WITH THE FILE IT CAME FROM, AND TOTALLED BY BATCH
005360*    ON THE WAY, SO NO VOUCHER IS POSTED UNTIL THE WHOLE OF
005370*    ITS BATCH HAS BEEN SEEN.  A FILE THAT WILL NOT OPEN IS
005380*    LEFT ALONE AND NOT REWRITTEN AT THE END.
005390     OPEN OUTPUT GL-COLLECT-FILE

005400     MOVE 1 TO WS-SRC-SUB
005410     OPEN INPUT JOURNAL-VOUCHER-FILE
005420     IF JOURNAL-VOUCHER-OK
005430        MOVE "Y" TO WS-SRC-TAKEN (WS-SRC-SUB)
005440        PERFORM 2100-TAKE-JOURNAL-VOUCHER THRU 2100-EXIT
005450            UNTIL JOURNAL-VOUCHER-EOF
005460        CLOSE JOURNAL-VOUCHER-FILE
005470     ELSE
005480        DISPLAY "CONTROL9G - UNABLE TO OPEN JOURNAL-VOUCHER-"
005490            "FILE, NONE TAKEN"
005500     END-IF

005510     MOVE 2 TO WS-SRC-SUB
005520     OPEN INPUT STOCK-VOUCHER-FILE
005530     IF STOCK-VOUCHER-OK
005540        MOVE "Y" TO WS-SRC-TAKEN (WS-SRC-SUB)
005550        PERFORM 2200-TAKE-STOCK-VOUCHER THRU 2200-EXIT
005560            UNTIL STOCK-VOUCHER-EOF
005570        CLOSE STOCK-VOUCHER-FILE
005580     ELSE
005590        DISPLAY "CONTROL9G - UNABLE TO OPEN STOCK-VOUCHER-"
005600            "FILE, NONE TAKEN"
005610     END-IF

005620     MOVE 3 TO WS-SRC-SUB
005630     OPEN INPUT ASSET-VOUCHER-FILE
005640     IF ASSET-VOUCHER-OK
005650        MOVE "Y" TO WS-SRC-TAKEN (WS-SRC-SUB)
005660        PERFORM 2300-TAKE-ASSET-VOUCHER THRU 2300-EXIT
005670            UNTIL ASSET-VOUCHER-EOF
005680        CLOSE ASSET-VOUCHER-FILE
005690     ELSE
005700        DISPLAY "CONTROL9G - UNABLE TO OPEN ASSET-VOUCHER-"
005710            "FILE, NONE TAKEN"
005720     END-IF

005730     MOVE 4 TO WS-SRC-SUB
005740     OPEN INPUT AP-VOUCHER-FILE
005750     IF AP-VOUCHER-OK
005760        MOVE "Y" TO WS-SRC-TAKEN (WS-SRC-SUB)
005770        PERFORM 2400-TAKE-AP-VOUCHER THRU 2400-EXIT
005780            UNTIL AP-VOUCHER-EOF
005790        CLOSE AP-VOUCHER-FILE
005800     ELSE
005810        DISPLAY "CONTROL9G - UNABLE TO OPEN AP-VOUCHER-"
005820            "FILE, NONE TAKEN"
005830     END-IF

005832     MOVE 5 TO WS-SRC-SUB
005834     OPEN INPUT REFUND-VOUCHER-FILE
005836     IF REFUND-VOUCHER-OK
005838        MOVE "Y" TO WS-SRC-TAKEN (WS-SRC-SUB)
005840        PERFORM 2500-TAKE-REFUND-VOUCHER THRU 2500-EXIT
005842            UNTIL REFUND-VOUCHER-EOF
005844        CLOSE REFUND-VOUCHER-FILE
005846     ELSE
005848        DISPLAY "CONTROL9G - UNABLE TO OPEN REFUND-VOUCHER-"
005850            "FILE, NONE TAKEN"
005852     END-IF

005854     CLOSE GL-COLLECT-FILE
005856     IF WORK-TABLE-FULL
005860        SET RUN-REFUSED TO TRUE
005870     END-IF
005880     .
005890 2000-EXIT.
005900     EXIT.

005910 2100-TAKE-JOURNAL-VOUCHER.
005920     READ JOURNAL-VOUCHER-FILE
005930         AT END
005940             GO TO 2100-EXIT
005950     END-READ
005960     MOVE JOURNAL-VOUCHER-LINE TO JOURNAL-VOUCHER-REC
005970     PERFORM 2900-TAKE-ONE-VOUCHER THRU 2900-EXIT
005980     .
005990 2100-EXIT.
006000     EXIT.

006010 2200-TAKE-STOCK-VOUCHER.
006020     READ STOCK-VOUCHER-FILE
006030         AT END
006040             GO TO 2200-EXIT
006050     END-READ
006060     MOVE STOCK-VOUCHER-LINE TO JOURNAL-VOUCHER-REC
006070     PERFORM 2900-TAKE-ONE-VOUCHER THRU 2900-EXIT
006080     .
006090 2200-EXIT.
006100     EXIT.

006110 2300-TAKE-ASSET-VOUCHER.
006120     READ ASSET-VOUCHER-FILE
006130         AT END
006140             GO TO 2300-EXIT
006150     END-READ
006160     MOVE ASSET-VOUCHER-LINE TO JOURNAL-VOUCHER-REC
006170     PERFORM 2900-TAKE-ONE-VOUCHER THRU 2900-EXIT
006180     .
006190 2300-EXIT.
006200     EXIT.

006210 2400-TAKE-AP-VOUCHER.
006220     READ AP-VOUCHER-FILE
006230         AT END
006240             GO TO 2400-EXIT
006250     END-READ
006260     MOVE AP-VOUCHER-LINE TO JOURNAL-VOUCHER-REC
006270     PERFORM 2900-TAKE-ONE-VOUCHER THRU 2900-EXIT
006280     .
006290 2400-EXIT.
006300     EXIT.

006301 2500-TAKE-REFUND-VOUCHER.
006302     READ REFUND-VOUCHER-FILE
006303         AT END
006304             GO TO 2500-EXIT
006305     END-READ
006306     MOVE REFUND-VOUCHER-LINE TO JOURNAL-VOUCHER-REC
006307     PERFORM 2900-TAKE-ONE-VOUCHER THRU 2900-EXIT
006308     .
006309 2500-EXIT.
006310     EXIT.

006315 2900-TAKE-ONE-VOUCHER.
006320     ADD 1 TO WS-VOUCHER-COUNT
006330     ADD 1 TO WS-SRC-READ (WS-SRC-SUB)
006340     MOVE WS-SRC-NAME (WS-SRC-SUB) TO GW-SOURCE-FILE
006350     MOVE JOURNAL-VOUCHER-REC TO GW-VOUCHER-DATA
006360     WRITE GL-COLLECT-REC
006370     PERFORM 7100-FIND-BATCH THRU 7100-EXIT
006380     IF WS-BAT-SLOT = ZERO
006390        GO TO 2900-EXIT
006400     END-IF
006410     ADD JV-DEBIT-AMOUNT TO WS-BAT-DEBIT (WS-BAT-SLOT)
006420     ADD JV-CREDIT-AMOUNT TO WS-BAT-CREDIT (WS-BAT-SLOT)
006430     ADD 1 TO WS-BAT-VOUCHERS (WS-BAT-SLOT)
006440*    THE ACCOUNT SLOT IS TAKEN NOW, NOT AT POSTING, SO A FULL
006450*    TABLE REFUSES THE RUN BEFORE ANYTHING IS POSTED.
006460     PERFORM 7200-FIND-ACCOUNT THRU 7200-EXIT
006470     .
006480 2900-EXIT.
006490     EXIT.

006500 3000-CHECK-BATCHES.
006510*    ONE CURRENCY OUT OF BALANCE REJECTS THE WHOLE BATCH - A
006520*    RUN'S VOUCHERS ARE POSTED TOGETHER OR NOT AT ALL.
006530     PERFORM 3100-CHECK-ONE-BATCH THRU 3100-EXIT
006540         VARYING WS-BAT-SLOT FROM 1 BY 1
006550         UNTIL WS-BAT-SLOT > WS-BATCH-COUNT

006560     MOVE SPACE TO POSTING-REPORT-LINE
006570     WRITE POSTING-REPORT-LINE
006580     MOVE WS-REJECT-HEADING TO POSTING-REPORT-LINE
006590     WRITE POSTING-REPORT-LINE
006600     MOVE WS-BATCH-HEADING TO POSTING-REPORT-LINE
006610     WRITE POSTING-REPORT-LINE
006620     PERFORM 3200-LIST-ONE-REJECT THRU 3200-EXIT
006630         VARYING WS-BAT-SLOT FROM 1 BY 1
006640         UNTIL WS-BAT-SLOT > WS-BATCH-COUNT
006650     IF WS-BATCH-REJECT-COUNT = ZERO
006660        MOVE WS-NONE-LINE TO POSTING-REPORT-LINE
006670        WRITE POSTING-REPORT-LINE
006680     END-IF
006690     .
006700 3000-EXIT.
006710     EXIT.

006720 3100-CHECK-ONE-BATCH.
006730     IF WS-BAT-DEBIT (WS-BAT-SLOT)
006740        = WS-BAT-CREDIT (WS-BAT-SLOT)
006750        GO TO 3100-EXIT
006760     END-IF
006770     PERFORM 3110-REJECT-WITH-BATCH THRU 3110-EXIT
006780         VARYING WS-BAT-SUB FROM 1 BY 1
006790         UNTIL WS-BAT-SUB > WS-BATCH-COUNT
006800     .
006810 3100-EXIT.
006820     EXIT.

006830 3110-REJECT-WITH-BATCH.
006840     IF WS-BAT-SOURCE (WS-BAT-SUB) = WS-BAT-SOURCE (WS-BAT-SLOT)
006850        AND WS-BAT-RUN-DATE (WS-BAT-SUB)
006860            = WS-BAT-RUN-DATE (WS-BAT-SLOT)
006870        MOVE "Y" TO WS-BAT-REJECTED (WS-BAT-SUB)
006880     END-IF
006890     .
006900 3110-EXIT.
006910     EXIT.

006920 3200-LIST-ONE-REJECT.
006930     IF WS-BAT-REJECTED (WS-BAT-SLOT) NOT = "Y"
006940        GO TO 3200-EXIT
006950     END-IF
006960     MOVE WS-BAT-SOURCE (WS-BAT-SLOT) TO BR-SOURCE
006970     MOVE WS-BAT-RUN-DATE (WS-BAT-SLOT) TO BR-RUN-DATE
006980     MOVE WS-BAT-CURRENCY (WS-BAT-SLOT) TO BR-CURRENCY
006990     MOVE WS-BAT-DEBIT (WS-BAT-SLOT) TO BR-DEBIT
007000     MOVE WS-BAT-CREDIT (WS-BAT-SLOT) TO BR-CREDIT
007010     MOVE WS-BAT-VOUCHERS (WS-BAT-SLOT) TO BR-VOUCHERS
007020     IF WS-BAT-DEBIT (WS-BAT-SLOT)
007030        = WS-BAT-CREDIT (WS-BAT-SLOT)
007040        MOVE "WITH ITS BATCH" TO BR-VERDICT
007050     ELSE
007060        MOVE "**OUT OF BALANCE" TO BR-VERDICT
007070        ADD 1 TO WS-BATCH-REJECT-COUNT
007080        MOVE "Voucher batch debits and credits differ"
007090            TO WS-REJECT-REASON
007100        PERFORM 8900-LOG-REJECT THRU 8900-EXIT
007110     END-IF
007120     MOVE WS-BATCH-LINE TO POSTING-REPORT-LINE
007130     WRITE POSTING-REPORT-LINE
007140     .
007150 3200-EXIT.
007160     EXIT.

007170 4000-POST-VOUCHERS.
007180*    A REJECTED BATCH AND A VOUCHER DATED AFTER THE OPEN
007190*    PERIOD GO BACK ON THEIR OWN FILE FOR A LATER RUN.  A
007200*    VOUCHER DATED IN A CLOSED PERIOD CAN NEVER POST, SO IT
007210*    GOES TO SUSPENSE FOR FINANCE TO RE-DATE OR JOURNAL BY
007220*    HAND.  EVERYTHING ELSE POSTS TO THE OPEN PERIOD.
007230     OPEN INPUT GL-COLLECT-FILE
007240     OPEN OUTPUT GL-KEEP-FILE
007250     PERFORM 4100-POST-ONE-VOUCHER THRU 4100-EXIT
007260         UNTIL GL-COLLECT-EOF
007270     CLOSE GL-COLLECT-FILE
007280     CLOSE GL-KEEP-FILE
007290     .
007300 4000-EXIT.
007310     EXIT.

007320 4100-POST-ONE-VOUCHER.
007330     READ GL-COLLECT-FILE
007340         AT END
007350             GO TO 4100-EXIT
007360     END-READ
007370     MOVE GW-VOUCHER-DATA TO JOURNAL-VOUCHER-REC
007380     PERFORM 4110-FIND-SOURCE THRU 4110-EXIT
007390     PERFORM 7100-FIND-BATCH THRU 7100-EXIT
007400     DIVIDE JV-RUN-DATE BY 100 GIVING WS-VOUCHER-PERIOD
007410     EVALUATE TRUE
007420        WHEN WS-BAT-REJECTED (WS-BAT-SLOT) = "Y"
007430           ADD 1 TO WS-REJECT-COUNT
007440           ADD 1 TO WS-SRC-REJECTED (WS-SRC-SUB)
007450           PERFORM 4200-KEEP-VOUCHER THRU 4200-EXIT
007460        WHEN WS-VOUCHER-PERIOD > WS-OPEN-PERIOD
007470           ADD 1 TO WS-HELD-COUNT
007480           ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
007490           PERFORM 4200-KEEP-VOUCHER THRU 4200-EXIT
007500        WHEN WS-VOUCHER-PERIOD < WS-OPEN-PERIOD
007510           ADD 1 TO WS-LATE-COUNT
007520           ADD 1 TO WS-SRC-LATE (WS-SRC-SUB)
007530           PERFORM 4300-SUSPEND-VOUCHER THRU 4300-EXIT
007540        WHEN OTHER
007550           ADD 1 TO WS-POSTED-COUNT
007560           ADD 1 TO WS-SRC-POSTED (WS-SRC-SUB)
007570           PERFORM 4400-POST-TO-BALANCE THRU 4400-EXIT
007580     END-EVALUATE
007590     .
007600 4100-EXIT.
007610     EXIT.

007620 4110-FIND-SOURCE.
007630     MOVE "N" TO WS-FOUND-SWITCH
007640     PERFORM 4120-CHECK-ONE-SOURCE THRU 4120-EXIT
007650         VARYING WS-SRC-SUB FROM 1 BY 1
007660         UNTIL WS-SRC-SUB > 5
007670            OR TABLE-ENTRY-FOUND
007680     SUBTRACT 1 FROM WS-SRC-SUB
007690     .
007700 4110-EXIT.
007710     EXIT.

007720 4120-CHECK-ONE-SOURCE.
007730     IF WS-SRC-NAME (WS-SRC-SUB) = GW-SOURCE-FILE
007740        SET TABLE-ENTRY-FOUND TO TRUE
007750     END-IF
007760     .
007770 4120-EXIT.
007780     EXIT.

007790 4200-KEEP-VOUCHER.
007800     MOVE GL-COLLECT-REC TO GL-KEEP-REC
007810     WRITE GL-KEEP-REC
007820     .
007830 4200-EXIT.
007840     EXIT.

007850 4300-SUSPEND-VOUCHER.
007860     MOVE GL-COLLECT-REC TO GL-SUSPENSE-REC
007870     IF GL-SUSPENSE-OK
007880        WRITE GL-SUSPENSE-REC
007890     END-IF
007900     MOVE GW-SOURCE-FILE TO SX-SOURCE
007910     MOVE JV-RUN-DATE TO SX-RUN-DATE
007920     MOVE JV-ACCOUNT-CODE TO SX-ACCOUNT
007930     MOVE JV-DEBIT-AMOUNT TO SX-DEBIT
007940     MOVE JV-CREDIT-AMOUNT TO SX-CREDIT
007950     MOVE JV-CURRENCY-CODE TO SX-CURRENCY
007960     MOVE JV-CITY-NAME TO SX-CITY-NAME
007970     MOVE WS-SUSPENSE-LINE TO SUSPENSE-REPORT-LINE
007980     WRITE SUSPENSE-REPORT-LINE
007990     .
008000 4300-EXIT.
008010     EXIT.

008020 4400-POST-TO-BALANCE.
008030     MOVE JV-ACCOUNT-CODE TO GB-ACCOUNT-CODE
008040     MOVE JV-CURRENCY-CODE TO GB-CURRENCY-CODE
008050     MOVE "N" TO WS-NEW-BALANCE-SWITCH
008060     READ GL-BALANCE-FILE
008070         INVALID KEY
008080             SET BALANCE-IS-NEW TO TRUE
008090     END-READ
008100     IF BALANCE-IS-NEW
008110        MOVE JV-ACCOUNT-CODE TO GB-ACCOUNT-CODE
008120        MOVE JV-CURRENCY-CODE TO GB-CURRENCY-CODE
008130        MOVE ZERO TO GB-TOTAL-DEBIT
008140        MOVE ZERO TO GB-TOTAL-CREDIT
008150        MOVE ZERO TO GB-PERIOD
008160     END-IF
008170*    THE PERIOD FIGURES START AGAIN THE FIRST TIME AN ACCOUNT
008180*    IS POSTED IN A NEW PERIOD.
008190     IF GB-PERIOD NOT = WS-OPEN-PERIOD
008200        MOVE WS-OPEN-PERIOD TO GB-PERIOD
008210        MOVE ZERO TO GB-PERIOD-DEBIT
008220        MOVE ZERO TO GB-PERIOD-CREDIT
008230     END-IF
008240     ADD JV-DEBIT-AMOUNT TO GB-PERIOD-DEBIT
008250     ADD JV-CREDIT-AMOUNT TO GB-PERIOD-CREDIT
008260     ADD JV-DEBIT-AMOUNT TO GB-TOTAL-DEBIT
008270     ADD JV-CREDIT-AMOUNT TO GB-TOTAL-CREDIT
008280     MOVE WS-RUN-DATE TO GB-LAST-POSTED-DATE
008290     IF BALANCE-IS-NEW
008300        WRITE GL-BALANCE-REC
008310            INVALID KEY
008320                DISPLAY "CONTROL9G - UNABLE TO ADD BALANCE "
008330                    GB-KEY
008340        END-WRITE
008350     ELSE
008360        REWRITE GL-BALANCE-REC
008370            INVALID KEY
008380                DISPLAY "CONTROL9G - UNABLE TO UPDATE BALANCE "
008390                    GB-KEY
008400        END-REWRITE
008410     END-IF

008420     PERFORM 7200-FIND-ACCOUNT THRU 7200-EXIT
008430     ADD JV-DEBIT-AMOUNT TO WS-ACT-DEBIT (WS-ACT-SLOT)
008440     ADD JV-CREDIT-AMOUNT TO WS-ACT-CREDIT (WS-ACT-SLOT)
008450     .
008460 4400-EXIT.
008470     EXIT.

008480 5000-RETURN-KEPT-VOUCHERS.
008490*    EACH VOUCHER FILE TAKEN IN IS REWRITTEN WITH ONLY WHAT
008500*    WAS KEPT BACK, SO A RERUN CANNOT POST THE SAME VOUCHERS
008510*    TWICE.  THE PRODUCING RUNS EXTEND THEM AS BEFORE.
008520     IF WS-SRC-TAKEN (1) = "Y"
008530        OPEN OUTPUT JOURNAL-VOUCHER-FILE
008540     END-IF
008550     IF WS-SRC-TAKEN (2) = "Y"
008560        OPEN OUTPUT STOCK-VOUCHER-FILE
008570     END-IF
008580     IF WS-SRC-TAKEN (3) = "Y"
008590        OPEN OUTPUT ASSET-VOUCHER-FILE
008600     END-IF
008610     IF WS-SRC-TAKEN (4) = "Y"
008620        OPEN OUTPUT AP-VOUCHER-FILE
008630     END-IF
008632     IF WS-SRC-TAKEN (5) = "Y"
008634        OPEN OUTPUT REFUND-VOUCHER-FILE
008636     END-IF
008640     OPEN INPUT GL-KEEP-FILE
008650     PERFORM 5100-RETURN-ONE-VOUCHER THRU 5100-EXIT
008660         UNTIL GL-KEEP-EOF
008670     CLOSE GL-KEEP-FILE
008680     IF WS-SRC-TAKEN (1) = "Y"
008690        CLOSE JOURNAL-VOUCHER-FILE
008700     END-IF
008710     IF WS-SRC-TAKEN (2) = "Y"
008720        CLOSE STOCK-VOUCHER-FILE
008730     END-IF
008740     IF WS-SRC-TAKEN (3) = "Y"
008750        CLOSE ASSET-VOUCHER-FILE
008760     END-IF
008770     IF WS-SRC-TAKEN (4) = "Y"
008780        CLOSE AP-VOUCHER-FILE
008790     END-IF
008792     IF WS-SRC-TAKEN (5) = "Y"
008794        CLOSE REFUND-VOUCHER-FILE
008796     END-IF

008800     MOVE SPACE TO POSTING-REPORT-LINE
008810     WRITE POSTING-REPORT-LINE
008820     MOVE WS-SOURCE-HEADING TO POSTING-REPORT-LINE
008830     WRITE POSTING-REPORT-LINE
008840     PERFORM 5200-LIST-ONE-SOURCE THRU 5200-EXIT
008850         VARYING WS-SRC-SUB FROM 1 BY 1
008860         UNTIL WS-SRC-SUB > 5
008870     .
008880 5000-EXIT.
008890     EXIT.

008900 5100-RETURN-ONE-VOUCHER.
008910     READ GL-KEEP-FILE
008920         AT END
008930             GO TO 5100-EXIT
008940     END-READ
008950     EVALUATE GK-SOURCE-FILE
008960        WHEN "JRNLVCHR"
008970           MOVE GK-VOUCHER-DATA TO JOURNAL-VOUCHER-LINE
008980           WRITE JOURNAL-VOUCHER-LINE
008990        WHEN "STKJVCHR"
009000           MOVE GK-VOUCHER-DATA TO STOCK-VOUCHER-LINE
009010           WRITE STOCK-VOUCHER-LINE
009020        WHEN "ASTJVCHR"
009030           MOVE GK-VOUCHER-DATA TO ASSET-VOUCHER-LINE
009040           WRITE ASSET-VOUCHER-LINE
009050        WHEN "APJVCHR "
009060           MOVE GK-VOUCHER-DATA TO AP-VOUCHER-LINE
009070           WRITE AP-VOUCHER-LINE
009072        WHEN "RFNJVCHR"
009074           MOVE GK-VOUCHER-DATA TO REFUND-VOUCHER-LINE
009076           WRITE REFUND-VOUCHER-LINE
009080     END-EVALUATE
009090     .
009100 5100-EXIT.
009110     EXIT.

009120 5200-LIST-ONE-SOURCE.
009130     MOVE WS-SRC-NAME (WS-SRC-SUB) TO SS-SOURCE
009140     MOVE WS-SRC-READ (WS-SRC-SUB) TO SS-READ
009150     MOVE WS-SRC-POSTED (WS-SRC-SUB) TO SS-POSTED
009160     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO SS-REJECTED
009170     MOVE WS-SRC-LATE (WS-SRC-SUB) TO SS-LATE
009180     MOVE WS-SRC-HELD (WS-SRC-SUB) TO SS-HELD
009190     IF WS-SRC-TAKEN (WS-SRC-SUB) = "Y"
009200        MOVE SPACE TO SS-NOTE
009210     ELSE
009220        MOVE "NOT AVAILABLE" TO SS-NOTE
009230     END-IF
009240     MOVE WS-SOURCE-LINE TO POSTING-REPORT-LINE
009250     WRITE POSTING-REPORT-LINE
009260     .
009270 5200-EXIT.
009280     EXIT.

009290 5500-WRITE-INTERFACE.
009340     MOVE ZERO TO WS-CURRENCY-COUNT
009350     PERFORM 5510-WRITE-ONE-ACCOUNT THRU 5510-EXIT
009360         VARYING WS-ACT-SLOT FROM 1 BY 1
009370         UNTIL WS-ACT-SLOT > WS-ACCOUNT-COUNT

009390     MOVE SPACE TO POSTING-REPORT-LINE
009400     WRITE POSTING-REPORT-LINE
009410     MOVE WS-INTERFACE-HEADING TO POSTING-REPORT-LINE
009420     WRITE POSTING-REPORT-LINE
009430     PERFORM 5520-LIST-ONE-CURRENCY THRU 5520-EXIT
009440         VARYING WS-CUR-SLOT FROM 1 BY 1
009450         UNTIL WS-CUR-SLOT > WS-CURRENCY-COUNT
009460     IF WS-CURRENCY-COUNT = ZERO
009470        MOVE WS-NONE-LINE TO POSTING-REPORT-LINE
009480        WRITE POSTING-REPORT-LINE
009490     END-IF
009500     .
009510 5500-EXIT.
009520     EXIT.

009530 5510-WRITE-ONE-ACCOUNT.
009540     IF WS-ACT-DEBIT (WS-ACT-SLOT) = ZERO
009550        AND WS-ACT-CREDIT (WS-ACT-SLOT) = ZERO
009560        GO TO 5510-EXIT
009570     END-IF
009580     MOVE WS-OPEN-PERIOD TO GI-PERIOD
009590     MOVE WS-ACT-ACCOUNT (WS-ACT-SLOT) TO GI-ACCOUNT-CODE
009600     MOVE WS-ACT-CURRENCY (WS-ACT-SLOT) TO GI-CURRENCY-CODE
009610     MOVE WS-ACT-DEBIT (WS-ACT-SLOT) TO GI-DEBIT-AMOUNT
009620     MOVE WS-ACT-CREDIT (WS-ACT-SLOT) TO GI-CREDIT-AMOUNT
009630     MOVE WS-RUN-DATE TO GI-RUN-DATE
009640     IF GL-INTERFACE-OK
009650        WRITE GL-INTERFACE-REC
009660        ADD 1 TO WS-INTERFACE-COUNT
009670     END-IF
009680     MOVE GI-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
009690     PERFORM 7300-FIND-CURRENCY THRU 7300-EXIT
009700     IF WS-CUR-SLOT NOT = ZERO
009710        ADD GI-DEBIT-AMOUNT TO WS-CUR-DEBIT (WS-CUR-SLOT)
009720        ADD GI-CREDIT-AMOUNT TO WS-CUR-CREDIT (WS-CUR-SLOT)
009730     END-IF
009740     .
009750 5510-EXIT.
009760     EXIT.

009770 5520-LIST-ONE-CURRENCY.
009780     PERFORM 7400-FORMAT-CURRENCY THRU 7400-EXIT
009790     MOVE WS-CURRENCY-LINE TO POSTING-REPORT-LINE
009800     WRITE POSTING-REPORT-LINE
009810     .
009820 5520-EXIT.
009830     EXIT.

009840 6000-PRINT-TRIAL-BALANCE.
009850*    EVERY ACCOUNT ON THE BALANCE FILE, POSTED TO THIS RUN OR
009860*    NOT.  THE BALANCE IS ALL DEBITS LESS ALL CREDITS SINCE
009870*    THE ACCOUNT OPENED, SHOWN ON WHICHEVER SIDE IT FALLS.
009880     OPEN OUTPUT TRIAL-BALANCE-REPORT
009890     MOVE WS-OPEN-PERIOD TO TH-OPEN-PERIOD
009900     MOVE WS-RUN-DATE TO TH-RUN-DATE
009910     MOVE WS-TRIAL-HEADING-1 TO TRIAL-BALANCE-LINE
009920     WRITE TRIAL-BALANCE-LINE
009930     MOVE WS-TRIAL-HEADING-2 TO TRIAL-BALANCE-LINE
009940     WRITE TRIAL-BALANCE-LINE
009950     MOVE ZERO TO WS-CURRENCY-COUNT
009960     MOVE LOW-VALUE TO GB-KEY
009970     START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
009980         INVALID KEY
009990             MOVE "10" TO FS-GL-BALANCE
010000     END-START
010010     IF NOT GL-BALANCE-EOF
010020        PERFORM 6100-PRINT-ONE-ACCOUNT THRU 6100-EXIT
010030            UNTIL GL-BALANCE-EOF
010040     END-IF

010050     MOVE SPACE TO TRIAL-BALANCE-LINE
010060     WRITE TRIAL-BALANCE-LINE
010070     MOVE WS-TRIAL-TOTAL-HEADING TO TRIAL-BALANCE-LINE
010080     WRITE TRIAL-BALANCE-LINE
010090     PERFORM 6200-TOTAL-ONE-CURRENCY THRU 6200-EXIT
010100         VARYING WS-CUR-SLOT FROM 1 BY 1
010110         UNTIL WS-CUR-SLOT > WS-CURRENCY-COUNT
010120     CLOSE TRIAL-BALANCE-REPORT
010130     .
010140 6000-EXIT.
010150     EXIT.

010160 6100-PRINT-ONE-ACCOUNT.
010170     READ GL-BALANCE-FILE NEXT RECORD
010180         AT END
010190             GO TO 6100-EXIT
010200     END-READ
010210     MOVE GB-ACCOUNT-CODE TO TB-ACCOUNT
010220     MOVE GB-CURRENCY-CODE TO TB-CURRENCY
010230     IF GB-PERIOD = WS-OPEN-PERIOD
010240        MOVE GB-PERIOD-DEBIT TO TB-PERIOD-DEBIT
010250        MOVE GB-PERIOD-CREDIT TO TB-PERIOD-CREDIT
010260     ELSE
010270        MOVE ZERO TO TB-PERIOD-DEBIT
010280        MOVE ZERO TO TB-PERIOD-CREDIT
010290     END-IF
010300     MOVE ZERO TO WS-BALANCE-DEBIT
010310     MOVE ZERO TO WS-BALANCE-CREDIT
010320     IF GB-TOTAL-DEBIT > GB-TOTAL-CREDIT
010330        COMPUTE WS-BALANCE-DEBIT =
010340            GB-TOTAL-DEBIT - GB-TOTAL-CREDIT
010350     ELSE
010360        COMPUTE WS-BALANCE-CREDIT =
010370            GB-TOTAL-CREDIT - GB-TOTAL-DEBIT
010380     END-IF
010390     MOVE WS-BALANCE-DEBIT TO TB-BALANCE-DEBIT
010400     MOVE WS-BALANCE-CREDIT TO TB-BALANCE-CREDIT
010410     MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
010420     WRITE TRIAL-BALANCE-LINE
010430     MOVE GB-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
010440     PERFORM 7300-FIND-CURRENCY THRU 7300-EXIT
010450     IF WS-CUR-SLOT NOT = ZERO
010460        ADD WS-BALANCE-DEBIT TO WS-CUR-DEBIT (WS-CUR-SLOT)
010470        ADD WS-BALANCE-CREDIT TO WS-CUR-CREDIT (WS-CUR-SLOT)
010480     END-IF
010490     .
010500 6100-EXIT.
010510     EXIT.

010520 6200-TOTAL-ONE-CURRENCY.
010530     PERFORM 7400-FORMAT-CURRENCY THRU 7400-EXIT
010540     MOVE WS-CURRENCY-LINE TO TRIAL-BALANCE-LINE
010550     WRITE TRIAL-BALANCE-LINE
010560     .
010570 6200-EXIT.
010580     EXIT.

010590 6500-CLOSE-PERIOD.
010600*    THE CLOSE COMES AFTER THE POSTING, SO THE MONTH'S LAST
010610*    VOUCHERS ARE IN THE PERIOD BEFORE IT SHUTS.  FROM THE
010620*    NEXT RUN ON, ANYTHING STILL DATED IN IT GOES TO SUSPENSE.
010630     IF NOT CLOSE-IS-REQUESTED
010640        GO TO 6500-EXIT
010650     END-IF
010660     MOVE WS-OPEN-PERIOD TO WS-CLOSED-PERIOD
010670     MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK
010680     IF WS-PERIOD-MONTH = 12
010690        ADD 1 TO WS-PERIOD-YEAR
010700        MOVE 1 TO WS-PERIOD-MONTH
010710     ELSE
010720        ADD 1 TO WS-PERIOD-MONTH
010730     END-IF
010740     MOVE WS-PERIOD-WORK TO WS-OPEN-PERIOD
010750     MOVE WS-CLOSED-PERIOD TO WS-LAST-CLOSED-PERIOD
010760     MOVE WS-RUN-DATE TO WS-LAST-CLOSED-DATE
010770     MOVE "N" TO WS-CLOSE-FLAG
010780     SET PERIOD-CLOSED-THIS-RUN TO TRUE
010790     MOVE WS-CLOSED-PERIOD TO PC-CLOSED-PERIOD
010800     MOVE WS-OPEN-PERIOD TO PC-OPEN-PERIOD
010810     MOVE SPACE TO POSTING-REPORT-LINE
010820     WRITE POSTING-REPORT-LINE
010830     MOVE WS-PERIOD-LINE TO POSTING-REPORT-LINE
010840     WRITE POSTING-REPORT-LINE
010850     .
010860 6500-EXIT.
010870     EXIT.

010880 7100-FIND-BATCH.
010890*    THE BATCH IS LOOKED UP BY FILE, RUN DATE AND CURRENCY; A
010900*    NEW ONE TAKES THE NEXT FREE SLOT.  A FULL TABLE LEAVES
010910*    THE SLOT AT ZERO AND REFUSES THE RUN.
010920     MOVE "N" TO WS-FOUND-SWITCH
010930     MOVE ZERO TO WS-BAT-SLOT
010940     PERFORM 7110-CHECK-ONE-BATCH THRU 7110-EXIT
010950         VARYING WS-BAT-SUB FROM 1 BY 1
010960         UNTIL WS-BAT-SUB > WS-BATCH-COUNT
010970            OR TABLE-ENTRY-FOUND
010980     IF TABLE-ENTRY-FOUND
010990        GO TO 7100-EXIT
011000     END-IF
011010     IF WS-BATCH-COUNT = 200
011020        IF NOT WORK-TABLE-FULL
011030           DISPLAY "CONTROL9G - BATCH TABLE FULL AT 200, "
011040               "RUN REFUSED - NOTHING POSTED"
011050        END-IF
011060        SET WORK-TABLE-FULL TO TRUE
011070        GO TO 7100-EXIT
011080     END-IF
011090     ADD 1 TO WS-BATCH-COUNT
011100     MOVE WS-BATCH-COUNT TO WS-BAT-SLOT
011110     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-BAT-SOURCE (WS-BAT-SLOT)
011120     MOVE JV-RUN-DATE TO WS-BAT-RUN-DATE (WS-BAT-SLOT)
011130     MOVE JV-CURRENCY-CODE TO WS-BAT-CURRENCY (WS-BAT-SLOT)
011140     MOVE ZERO TO WS-BAT-DEBIT (WS-BAT-SLOT)
011150     MOVE ZERO TO WS-BAT-CREDIT (WS-BAT-SLOT)
011160     MOVE ZERO TO WS-BAT-VOUCHERS (WS-BAT-SLOT)
011170     MOVE "N" TO WS-BAT-REJECTED (WS-BAT-SLOT)
011180     .
011190 7100-EXIT.
011200     EXIT.

011210 7110-CHECK-ONE-BATCH.
011220     IF WS-BAT-SOURCE (WS-BAT-SUB) = WS-SRC-NAME (WS-SRC-SUB)
011230        AND WS-BAT-RUN-DATE (WS-BAT-SUB) = JV-RUN-DATE
011240        AND WS-BAT-CURRENCY (WS-BAT-SUB) = JV-CURRENCY-CODE
011250        SET TABLE-ENTRY-FOUND TO TRUE
011260        MOVE WS-BAT-SUB TO WS-BAT-SLOT
011270     END-IF
011280     .
011290 7110-EXIT.
011300     EXIT.

011310 7200-FIND-ACCOUNT.
011320     MOVE "N" TO WS-FOUND-SWITCH
011330     MOVE ZERO TO WS-ACT-SLOT
011340     PERFORM 7210-CHECK-ONE-ACCOUNT THRU 7210-EXIT
011350         VARYING WS-BAT-SUB FROM 1 BY 1
011360         UNTIL WS-BAT-SUB > WS-ACCOUNT-COUNT
011370            OR TABLE-ENTRY-FOUND
011380     IF TABLE-ENTRY-FOUND
011390        GO TO 7200-EXIT
011400     END-IF
011410     IF WS-ACCOUNT-COUNT = 200
011420        IF NOT WORK-TABLE-FULL
011430           DISPLAY "CONTROL9G - ACCOUNT TABLE FULL AT 200, "
011440               "RUN REFUSED - NOTHING POSTED"
011450        END-IF
011460        SET WORK-TABLE-FULL TO TRUE
011470        GO TO 7200-EXIT
011480     END-IF
011490     ADD 1 TO WS-ACCOUNT-COUNT
011500     MOVE WS-ACCOUNT-COUNT TO WS-ACT-SLOT
011510     MOVE JV-ACCOUNT-CODE TO WS-ACT-ACCOUNT (WS-ACT-SLOT)
011520     MOVE JV-CURRENCY-CODE TO WS-ACT-CURRENCY (WS-ACT-SLOT)
011530     MOVE ZERO TO WS-ACT-DEBIT (WS-ACT-SLOT)
011540     MOVE ZERO TO WS-ACT-CREDIT (WS-ACT-SLOT)
011550     .
011560 7200-EXIT.
011570     EXIT.

011580 7210-CHECK-ONE-ACCOUNT.
011590     IF WS-ACT-ACCOUNT (WS-BAT-SUB) = JV-ACCOUNT-CODE
011600        AND WS-ACT-CURRENCY (WS-BAT-SUB) = JV-CURRENCY-CODE
011610        SET TABLE-ENTRY-FOUND TO TRUE
011620        MOVE WS-BAT-SUB TO WS-ACT-SLOT
011630     END-IF
011640     .
011650 7210-EXIT.
011660     EXIT.

011670 7300-FIND-CURRENCY.
011680     MOVE "N" TO WS-FOUND-SWITCH
011690     MOVE ZERO TO WS-CUR-SLOT
011700     PERFORM 7310-CHECK-ONE-CURRENCY THRU 7310-EXIT
011710         VARYING WS-BAT-SUB FROM 1 BY 1
011720         UNTIL WS-BAT-SUB > WS-CURRENCY-COUNT
011730            OR TABLE-ENTRY-FOUND
011740     IF TABLE-ENTRY-FOUND
011750        GO TO 7300-EXIT
011760     END-IF
011770     IF WS-CURRENCY-COUNT = 10
011780        DISPLAY "CONTROL9G - CURRENCY TABLE FULL, "
011790            WS-LOOKUP-CURRENCY " LEFT OUT OF THE TOTALS"
011800        GO TO 7300-EXIT
011810     END-IF
011820     ADD 1 TO WS-CURRENCY-COUNT
011830     MOVE WS-CURRENCY-COUNT TO WS-CUR-SLOT
011840     MOVE WS-LOOKUP-CURRENCY TO WS-CUR-CODE (WS-CUR-SLOT)
011850     MOVE ZERO TO WS-CUR-DEBIT (WS-CUR-SLOT)
011860     MOVE ZERO TO WS-CUR-CREDIT (WS-CUR-SLOT)
011870     .
011880 7300-EXIT.
011890     EXIT.

011900 7310-CHECK-ONE-CURRENCY.
011910     IF WS-CUR-CODE (WS-BAT-SUB) = WS-LOOKUP-CURRENCY
011920        SET TABLE-ENTRY-FOUND TO TRUE
011930        MOVE WS-BAT-SUB TO WS-CUR-SLOT
011940     END-IF
011950     .
011960 7310-EXIT.
011970     EXIT.

011980 7400-FORMAT-CURRENCY.
011990     MOVE WS-CUR-CODE (WS-CUR-SLOT) TO XT-CURRENCY
012000     MOVE WS-CUR-DEBIT (WS-CUR-SLOT) TO XT-DEBIT
012010     MOVE WS-CUR-CREDIT (WS-CUR-SLOT) TO XT-CREDIT
012020     IF WS-CUR-DEBIT (WS-CUR-SLOT)
012030        = WS-CUR-CREDIT (WS-CUR-SLOT)
012040        MOVE "IN BALANCE" TO XT-VERDICT
012050     ELSE
012060        MOVE "**OUT OF BALANCE**" TO XT-VERDICT
012070        DISPLAY "CONTROL9G - " XT-CURRENCY
012080            " IS OUT OF BALANCE - SEE THE REPORTS"
012090     END-IF
012100     .
012110 7400-EXIT.
012120     EXIT.

012130 8000-TERMINATE.
012140     MOVE WS-LATE-COUNT TO ST-LATE-COUNT
012150     MOVE SPACE TO SUSPENSE-REPORT-LINE
012160     WRITE SUSPENSE-REPORT-LINE
012170     MOVE WS-SUSPENSE-TRAILER TO SUSPENSE-REPORT-LINE
012180     WRITE SUSPENSE-REPORT-LINE
012190     IF NOT RUN-REFUSED
012200        PERFORM 8100-SAVE-GL-PERIOD THRU 8100-EXIT
012210     END-IF
012220     CLOSE GL-BALANCE-FILE
012222     IF INTERFACE-IS-OPEN
012224        CLOSE GL-INTERFACE-FILE
012226     END-IF
012230     CLOSE GL-SUSPENSE-FILE
012240     CLOSE AUDIT-LOG-FILE
012250     CLOSE POSTING-REPORT
012260     CLOSE SUSPENSE-REPORT
012270     DISPLAY "CONTROL9G - VOUCHERS READ: " WS-VOUCHER-COUNT
012280     DISPLAY "CONTROL9G - POSTED: " WS-POSTED-COUNT
012290         " REJECTED: " WS-REJECT-COUNT
012300         " LATE: " WS-LATE-COUNT
012310         " HELD: " WS-HELD-COUNT
012320     DISPLAY "CONTROL9G - BATCHES OUT OF BALANCE: "
012330         WS-BATCH-REJECT-COUNT
012340     DISPLAY "CONTROL9G - INTERFACE RECORDS WRITTEN: "
012350         WS-INTERFACE-COUNT
012360     IF PERIOD-CLOSED-THIS-RUN
012370        DISPLAY "CONTROL9G - PERIOD " WS-CLOSED-PERIOD
012380            " CLOSED, " WS-OPEN-PERIOD " NOW OPEN"
012390     END-IF
012400     .
012410 8000-EXIT.
012420     EXIT.

012430 8100-SAVE-GL-PERIOD.
012440     OPEN OUTPUT GL-PERIOD-FILE
012450     IF NOT GL-PERIOD-OK
012460        DISPLAY "CONTROL9G - UNABLE TO REWRITE GL-PERIOD-FILE"
012470        GO TO 8100-EXIT
012480     END-IF
012490     MOVE WS-OPEN-PERIOD TO GC-OPEN-PERIOD
012500     MOVE WS-CLOSE-FLAG TO GC-CLOSE-FLAG
012510     MOVE WS-LAST-CLOSED-PERIOD TO GC-LAST-CLOSED-PERIOD
012520     MOVE WS-LAST-CLOSED-DATE TO GC-LAST-CLOSED-DATE
012530     WRITE GL-PERIOD-REC
012540     CLOSE GL-PERIOD-FILE
012550     .
012560 8100-EXIT.
012570     EXIT.

012580 8800-END-RUN-CONTROL.
012590     MOVE "E" TO RL-FUNCTION
012600     MOVE WS-VOUCHER-COUNT TO RL-RECORDS-PROCESSED
012610     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
012620     MOVE "CLEAN" TO RL-END-STATUS
012622     IF INTERFACE-NOT-OPEN
012624        MOVE "NORUN" TO RL-END-STATUS
012626     END-IF
012630     CALL "RUNLOG" USING RUN-LOG-PARM
012640     .
012650 8800-EXIT.
012660     EXIT.

012670 8900-LOG-REJECT.
012680     MOVE "CONTROL9G" TO AL-PROGRAM-ID
012690     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
012700     ACCEPT AL-TIME-LOGGED FROM TIME
012710     MOVE SPACE TO AL-INPUT-DATA
012720     STRING WS-BAT-SOURCE (WS-BAT-SLOT) DELIMITED BY SPACE
012730            " " DELIMITED BY SIZE
012740            WS-BAT-RUN-DATE (WS-BAT-SLOT) DELIMITED BY SIZE
012750            " " DELIMITED BY SIZE
012760            WS-BAT-CURRENCY (WS-BAT-SLOT) DELIMITED BY SIZE
012770            INTO AL-INPUT-DATA
012780     END-STRING
012790     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
012800     IF AUDIT-LOG-FILE-OK
012810        WRITE AUDIT-LOG-REC
012820     END-IF
012830     .
012840 8900-EXIT.
012850     EXIT.
