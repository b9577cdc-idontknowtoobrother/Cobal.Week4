000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL3O.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  ROOM MAINTENANCE WORK-ORDER RUN.  POSTS     *
000200*                THE HOUSING OFFICE'S WORK-ORDER             *
000210*                TRANSACTIONS - RAISE AN ORDER AGAINST A     *
000220*                ROOM, ISSUE STORES MATERIALS TO IT, CLOSE   *
000230*                IT - TO THE WORK-ORDER FILE.  MATERIALS     *
000240*                ISSUED GO ON THE STOCK MOVEMENT FILE AS     *
000250*                ISSUES FOR CONTROL1C TO POST AND ARE        *
000260*                COSTED TO THE ORDER AT THE ITEM'S UNIT      *
000270*                COST.  EVERY ROOM WITH AN OPEN ORDER IS     *
000280*                WRITTEN OUT OF SERVICE ON THE NEW ROOM-     *
000290*                INVENTORY FILE SO THE ALLOCATION RUN STOPS  *
000300*                PLACING STUDENTS IN IT, AND AN AGEING       *
000310*                REPORT OF OPEN ORDERS AND A MATERIAL COST   *
000320*                SUMMARY PER BUILDING ARE PRINTED.           *
000330*----------------------------------------------------------*

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT WORK-ORDER-TRAN-FILE ASSIGN TO "WORKTRAN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-WORK-ORDER-TRAN.

000430     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS WO-ORDER-NUMBER
000470         FILE STATUS IS FS-WORK-ORDER.

000480     SELECT ROOM-INVENTORY-FILE ASSIGN TO "ROOMINV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-ROOM-INVENTORY.

000510     SELECT NEW-ROOM-INVENTORY ASSIGN TO "ROOMINEW"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-NEW-ROOM-INVENTORY.

000540     SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-STOCK.

000570     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVES"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-STOCK-MOVEMENT.

000600     SELECT WORK-ORDER-REPORT ASSIGN TO "WORKRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-WORK-ORDER-REPORT.

000630     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-AUDIT-LOG.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  WORK-ORDER-TRAN-FILE
000690     RECORDING MODE IS F.
000700 COPY WORKTRAN.

000710 FD  WORK-ORDER-FILE.
000720 COPY WORKORD.

000730 FD  ROOM-INVENTORY-FILE
000740     RECORDING MODE IS F.
000750 COPY ROOMINV.

000760 FD  NEW-ROOM-INVENTORY
000770     RECORDING MODE IS F.
000780 01  NEW-ROOM-INVENTORY-REC.
000790     05  NR-CITY-CODE           PIC 9(01).
000800     05  NR-BUILDING            PIC X(12).
000810     05  NR-ROOM-NUMBER         PIC X(05).
000820     05  NR-CAPACITY            PIC 9(03).
000830     05  NR-ROOM-TYPE           PIC X(01).
000840     05  NR-FLOOR               PIC 9(02).
000850     05  NR-ACCESSIBLE-FLAG     PIC X(01).
000860     05  NR-SERVICE-STATUS      PIC X(01).

000870 FD  STOCK-FILE
000880     RECORDING MODE IS F.
000890 COPY STOCKREC.

000900 FD  STOCK-MOVEMENT-FILE
000910     RECORDING MODE IS F.
000920 COPY STKMOVE.

000930 FD  WORK-ORDER-REPORT
000940     RECORDING MODE IS F.
000950 01  WORK-ORDER-REPORT-LINE     PIC X(80).

000960 FD  AUDIT-LOG-FILE
000970     RECORDING MODE IS F.
000980 COPY AUDITREC.

000990 WORKING-STORAGE SECTION.
001000 01  WS-FILE-STATUSES.
001010     05  FS-WORK-ORDER-TRAN     PIC X(02) VALUE ZERO.
001020         88  WORK-ORDER-TRAN-OK     VALUE "00".
001030     05  FS-WORK-ORDER          PIC X(02) VALUE ZERO.
001040         88  WORK-ORDER-FILE-OK     VALUE "00".
001050         88  WORK-ORDER-FILE-EOF    VALUE "10".
001060     05  FS-ROOM-INVENTORY      PIC X(02) VALUE ZERO.
001070         88  ROOM-INVENTORY-OK      VALUE "00".
001080         88  ROOM-INVENTORY-EOF     VALUE "10".
001090     05  FS-NEW-ROOM-INVENTORY  PIC X(02) VALUE ZERO.
001100         88  NEW-ROOM-INVENTORY-OK  VALUE "00".
001110     05  FS-STOCK               PIC X(02) VALUE ZERO.
001120         88  STOCK-FILE-OK          VALUE "00".
001130         88  STOCK-FILE-EOF         VALUE "10".
001140     05  FS-STOCK-MOVEMENT      PIC X(02) VALUE ZERO.
001150         88  STOCK-MOVEMENT-OK      VALUE "00".
001160     05  FS-WORK-ORDER-REPORT   PIC X(02) VALUE ZERO.
001170     05  FS-AUDIT-LOG           PIC X(02) VALUE ZERO.
001180         88  AUDIT-LOG-FILE-OK      VALUE "00".

001190 01  WS-SWITCHES.
001200     05  WS-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
001210         88  END-OF-TRANSACTIONS    VALUE "Y".
001220     05  WS-REFUSE-SWITCH       PIC X(01) VALUE "N".
001230         88  RUN-REFUSED            VALUE "Y".
001232     05  WS-REVIEW-SWITCH       PIC X(01) VALUE "N".
001234         88  WORK-ORDER-REVIEW-FAILED VALUE "Y".
001240     05  WS-ORDER-FOUND-SWITCH  PIC X(01) VALUE "N".
001250         88  ORDER-IS-FOUND         VALUE "Y".
001260     05  WS-ROOM-FOUND-SWITCH   PIC X(01) VALUE "N".
001270         88  ROOM-IS-FOUND          VALUE "Y".
001280     05  WS-ITEM-FOUND-SWITCH   PIC X(01) VALUE "N".
001290         88  ITEM-IS-FOUND          VALUE "Y".
001300     05  WS-BLDG-FOUND-SWITCH   PIC X(01) VALUE "N".
001310         88  BUILDING-IS-FOUND      VALUE "Y".
001320     05  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001330         88  BUILDING-TABLE-FULL    VALUE "Y".

001340 01  WS-COUNTS.
001350     05  WS-TRAN-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
001360     05  WS-RAISED-COUNT        PIC 9(05) COMP VALUE ZERO.
001370     05  WS-ISSUED-COUNT        PIC 9(05) COMP VALUE ZERO.
001380     05  WS-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001390     05  WS-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
001400     05  WS-OPEN-ORDER-COUNT    PIC 9(05) COMP VALUE ZERO.
001410     05  WS-OUT-OF-SERVICE-COUNT
001420                                PIC 9(05) COMP VALUE ZERO.
001430     05  WS-AGE-WEEK-COUNT      PIC 9(05) COMP VALUE ZERO.
001440     05  WS-AGE-MONTH-COUNT     PIC 9(05) COMP VALUE ZERO.
001450     05  WS-AGE-QUARTER-COUNT   PIC 9(05) COMP VALUE ZERO.
001460     05  WS-AGE-OLDER-COUNT     PIC 9(05) COMP VALUE ZERO.
001470     05  WS-ROOM-COUNT          PIC 9(03) COMP VALUE ZERO.
001480     05  WS-ITEM-COUNT          PIC 9(03) COMP VALUE ZERO.
001490     05  WS-BLDG-COUNT          PIC 9(03) COMP VALUE ZERO.
001500     05  WS-ROOM-SLOT           PIC 9(03) COMP VALUE ZERO.
001510     05  WS-ITEM-SLOT           PIC 9(03) COMP VALUE ZERO.
001520     05  WS-BLDG-SLOT           PIC 9(03) COMP VALUE ZERO.

001530 01  WS-ROOM-TABLE.
001540     05  WS-ROOM-ENTRY          OCCURS 200 TIMES
001550                                 INDEXED BY WS-ROOM-IDX.
001560         10  WS-TAB-ROOM-CITY       PIC 9(01).
001570         10  WS-TAB-BUILDING        PIC X(12).
001580         10  WS-TAB-ROOM-NUMBER     PIC X(05).
001590         10  WS-TAB-CAPACITY        PIC 9(03).
001600         10  WS-TAB-ROOM-TYPE       PIC X(01).
001610         10  WS-TAB-FLOOR           PIC 9(02).
001620         10  WS-TAB-ACCESSIBLE      PIC X(01).
001630         10  WS-TAB-SERVICE         PIC X(01).

001640 01  WS-STOCK-TABLE.
001650     05  WS-STOCK-ENTRY         OCCURS 100 TIMES
001660                                 INDEXED BY WS-STOCK-IDX.
001670         10  WS-TAB-ITEM-CODE       PIC X(06).
001680         10  WS-TAB-DESCRIPTION     PIC X(20).
001690         10  WS-TAB-QTY-ON-HAND     PIC 9(05).
001700         10  WS-TAB-UNIT-COST       PIC 9(05)V99.

001710 01  WS-BUILDING-TABLE.
001720     05  WS-BLDG-ENTRY          OCCURS 100 TIMES
001730                                 INDEXED BY WS-BLDG-IDX.
001740         10  WS-TAB-BLDG-CITY       PIC 9(01).
001750         10  WS-TAB-BLDG-NAME       PIC X(12).
001760         10  WS-TAB-BLDG-ORDERS     PIC 9(05).
001770         10  WS-TAB-BLDG-OPEN       PIC 9(05).
001780         10  WS-TAB-BLDG-COST       PIC 9(09)V99.

001790 01  WS-WORK-FIGURES.
001800     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001810     05  WS-ISSUE-COST          PIC 9(07)V99 VALUE ZERO.
001820     05  WS-TOTAL-ORDERS        PIC 9(05) VALUE ZERO.
001830     05  WS-TOTAL-OPEN          PIC 9(05) VALUE ZERO.
001840     05  WS-TOTAL-COST          PIC 9(09)V99 VALUE ZERO.
001850     05  WS-DAYS-OPEN           PIC S9(05) COMP VALUE ZERO.
001860     05  WS-REJECT-REASON       PIC X(40) VALUE SPACE.

001870 COPY CITYTAB.

001880 01  WS-REPORT-LINES.
001890     05  WS-HEADING-1.
001900         10  FILLER             PIC X(30) VALUE
001910             "WORK-ORDER POSTING REGISTER".
001920         10  FILLER             PIC X(50) VALUE SPACE.
001930     05  WS-HEADING-2.
001940         10  FILLER             PIC X(06) VALUE "ORDER".
001950         10  FILLER             PIC X(02) VALUE SPACE.
001960         10  FILLER             PIC X(06) VALUE "ACTION".
001970         10  FILLER             PIC X(02) VALUE SPACE.
001980         10  FILLER             PIC X(12) VALUE "BUILDING".
001990         10  FILLER             PIC X(02) VALUE SPACE.
002000         10  FILLER             PIC X(05) VALUE "ROOM".
002010         10  FILLER             PIC X(02) VALUE SPACE.
002020         10  FILLER             PIC X(30) VALUE
002030             "FAULT OR MATERIAL ISSUED".
002040         10  FILLER             PIC X(13) VALUE SPACE.
002050     05  WS-POSTING-LINE.
002060         10  PL-ORDER-NUMBER    PIC 9(06).
002070         10  FILLER             PIC X(02) VALUE SPACE.
002080         10  PL-ACTION          PIC X(06).
002090         10  FILLER             PIC X(02) VALUE SPACE.
002100         10  PL-BUILDING        PIC X(12).
002110         10  FILLER             PIC X(02) VALUE SPACE.
002120         10  PL-ROOM-NUMBER     PIC X(05).
002130         10  FILLER             PIC X(02) VALUE SPACE.
002140         10  PL-DETAIL          PIC X(30).
002150         10  FILLER             PIC X(13) VALUE SPACE.
002160     05  WS-ISSUE-DETAIL.
002170         10  ID-ITEM-CODE       PIC X(06).
002180         10  FILLER             PIC X(01) VALUE SPACE.
002190         10  ID-QUANTITY        PIC ZZZZ9.
002200         10  FILLER             PIC X(05) VALUE " AT  ".
002210         10  ID-ISSUE-COST      PIC Z,ZZZ,ZZ9.99.
002220         10  FILLER             PIC X(01) VALUE SPACE.
002230     05  WS-EXCEPTION-LINE.
002240         10  FILLER             PIC X(07) VALUE "**REJ**".
002250         10  FILLER             PIC X(03) VALUE SPACE.
002260         10  EL-ORDER-NUMBER    PIC X(06).
002270         10  FILLER             PIC X(02) VALUE SPACE.
002280         10  EL-TRAN-TYPE       PIC X(01).
002290         10  FILLER             PIC X(03) VALUE SPACE.
002300         10  EL-REASON          PIC X(40).
002310         10  FILLER             PIC X(18) VALUE SPACE.
002320     05  WS-AGEING-HEADING-1.
002330         10  FILLER             PIC X(30) VALUE
002340             "OPEN WORK ORDERS BY AGE".
002350         10  FILLER             PIC X(50) VALUE SPACE.
002360     05  WS-AGEING-HEADING-2.
002370         10  FILLER             PIC X(06) VALUE "ORDER".
002380         10  FILLER             PIC X(02) VALUE SPACE.
002390         10  FILLER             PIC X(12) VALUE "BUILDING".
002400         10  FILLER             PIC X(02) VALUE SPACE.
002410         10  FILLER             PIC X(05) VALUE "ROOM".
002420         10  FILLER             PIC X(02) VALUE SPACE.
002430         10  FILLER             PIC X(08) VALUE "RAISED".
002440         10  FILLER             PIC X(02) VALUE SPACE.
002450         10  FILLER             PIC X(05) VALUE " DAYS".
002460         10  FILLER             PIC X(02) VALUE SPACE.
002470         10  FILLER             PIC X(24) VALUE "FAULT".
002480         10  FILLER             PIC X(10) VALUE SPACE.
002490     05  WS-AGEING-LINE.
002500         10  AG-ORDER-NUMBER    PIC 9(06).
002510         10  FILLER             PIC X(02) VALUE SPACE.
002520         10  AG-BUILDING        PIC X(12).
002530         10  FILLER             PIC X(02) VALUE SPACE.
002540         10  AG-ROOM-NUMBER     PIC X(05).
002550         10  FILLER             PIC X(02) VALUE SPACE.
002560         10  AG-RAISED-DATE     PIC 9(08).
002570         10  FILLER             PIC X(02) VALUE SPACE.
002580         10  AG-DAYS-OPEN       PIC ZZZZ9.
002590         10  FILLER             PIC X(02) VALUE SPACE.
002600         10  AG-FAULT-DESC      PIC X(30).
002610         10  FILLER             PIC X(04) VALUE SPACE.
002620     05  WS-AGEING-TOTAL-LINE.
002630         10  FILLER             PIC X(09) VALUE "0-7 DAYS-".
002640         10  AT-WEEK-COUNT      PIC ZZZZ9.
002650         10  FILLER             PIC X(02) VALUE SPACE.
002660         10  FILLER             PIC X(06) VALUE "8-30-".
002670         10  AT-MONTH-COUNT     PIC ZZZZ9.
002680         10  FILLER             PIC X(02) VALUE SPACE.
002690         10  FILLER             PIC X(06) VALUE "31-90-".
002700         10  AT-QUARTER-COUNT   PIC ZZZZ9.
002710         10  FILLER             PIC X(02) VALUE SPACE.
002720         10  FILLER             PIC X(08) VALUE "OVER 90-".
002730         10  AT-OLDER-COUNT     PIC ZZZZ9.
002740         10  FILLER             PIC X(02) VALUE SPACE.
002750         10  FILLER             PIC X(05) VALUE "OPEN-".
002760         10  AT-OPEN-COUNT      PIC ZZZZ9.
002770         10  FILLER             PIC X(13) VALUE SPACE.
002780     05  WS-COST-HEADING-1.
002790         10  FILLER             PIC X(40) VALUE
002800             "WORK-ORDER MATERIAL COST BY BUILDING".
002810         10  FILLER             PIC X(40) VALUE SPACE.
002820     05  WS-COST-HEADING-2.
002830         10  FILLER             PIC X(04) VALUE "CITY".
002840         10  FILLER             PIC X(02) VALUE SPACE.
002850         10  FILLER             PIC X(12) VALUE "BUILDING".
002860         10  FILLER             PIC X(04) VALUE SPACE.
002870         10  FILLER             PIC X(06) VALUE "ORDERS".
002880         10  FILLER             PIC X(04) VALUE SPACE.
002890         10  FILLER             PIC X(04) VALUE "OPEN".
002900         10  FILLER             PIC X(04) VALUE SPACE.
002910         10  FILLER             PIC X(14) VALUE
002920             " MATERIAL COST".
002930         10  FILLER             PIC X(26) VALUE SPACE.
002940     05  WS-COST-LINE.
002950         10  CL-CITY-CODE       PIC 9(01).
002960         10  FILLER             PIC X(05) VALUE SPACE.
002970         10  CL-BUILDING        PIC X(12).
002980         10  FILLER             PIC X(05) VALUE SPACE.
002990         10  CL-ORDERS          PIC ZZZZ9.
003000         10  FILLER             PIC X(03) VALUE SPACE.
003010         10  CL-OPEN            PIC ZZZZ9.
003020         10  FILLER             PIC X(02) VALUE SPACE.
003030         10  CL-COST            PIC ZZZ,ZZZ,ZZ9.99.
003040         10  FILLER             PIC X(28) VALUE SPACE.
003050     05  WS-COST-TOTAL-LINE.
003060         10  FILLER             PIC X(18) VALUE
003070             "ALL BUILDINGS".
003080         10  FILLER             PIC X(05) VALUE SPACE.
003090         10  CT-ORDERS          PIC ZZZZ9.
003100         10  FILLER             PIC X(03) VALUE SPACE.
003110         10  CT-OPEN            PIC ZZZZ9.
003120         10  FILLER             PIC X(02) VALUE SPACE.
003130         10  CT-COST            PIC ZZZ,ZZZ,ZZ9.99.
003140         10  FILLER             PIC X(28) VALUE SPACE.
003150     05  WS-TRAILER-LINE.
003160         10  FILLER             PIC X(07) VALUE "RAISED-".
003170         10  TL-RAISED-COUNT    PIC ZZZZ9.
003180         10  FILLER             PIC X(03) VALUE SPACE.
003190         10  FILLER             PIC X(07) VALUE "ISSUES-".
003200         10  TL-ISSUED-COUNT    PIC ZZZZ9.
003210         10  FILLER             PIC X(03) VALUE SPACE.
003220         10  FILLER             PIC X(07) VALUE "CLOSED-".
003230         10  TL-CLOSED-COUNT    PIC ZZZZ9.
003240         10  FILLER             PIC X(03) VALUE SPACE.
003250         10  FILLER             PIC X(09) VALUE "REJECTED-".
003260         10  TL-REJECT-COUNT    PIC ZZZZ9.
003270         10  FILLER             PIC X(03) VALUE SPACE.
003280         10  FILLER             PIC X(11) VALUE
003290             "OUT OF SVC-".
003300         10  TL-OUT-OF-SERVICE  PIC ZZZZ9.

003310 COPY RUNPARM.

003320 PROCEDURE DIVISION.

003330 0000-MAINLINE.
003340     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
003350     IF NOT RL-CLEAR-TO-RUN
003360        GOBACK
003370     END-IF
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003390*    THE NEW ROOM-INVENTORY FILE IS WRITTEN FROM THE TABLE
003400*    ALONE, AND AN ISSUE NOT WRITTEN TO THE MOVEMENT FILE
003410*    WOULD COST AN ORDER FOR STOCK THAT NEVER LEFT THE STORE,
003420*    SO THE RUN REFUSES RATHER THAN POST ANYTHING.  THE OPEN
003430*    START RECORD FLAGS THE ABORTED RUN.
003440     IF RUN-REFUSED
003450        GOBACK
003460     END-IF
003470     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
003480         UNTIL END-OF-TRANSACTIONS
003490     PERFORM 3000-REVIEW-WORK-ORDERS THRU 3000-EXIT
003500     PERFORM 4000-WRITE-ROOM-INVENTORY THRU 4000-EXIT
003510     PERFORM 8000-TERMINATE THRU 8000-EXIT
003520     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
003530     GOBACK
003540     .

003550 0100-START-RUN-CONTROL.
003560     MOVE "S" TO RL-FUNCTION
003570     MOVE "CONTROL3O" TO RL-PROGRAM-ID
003580     MOVE SPACE TO RL-PREDECESSOR-ID
003590     MOVE "WORKTRAN" TO RL-INPUT-FILE
003600     CALL "RUNLOG" USING RUN-LOG-PARM
003610     IF RL-OWN-RUN-OPEN
003620        DISPLAY "CONTROL3O - PREVIOUS RUN HAS NO END RECORD, "
003630            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
003640     END-IF
003650     IF RL-PREDECESSOR-NOT-DONE
003660        DISPLAY "CONTROL3O - PREDECESSOR HAS NOT ENDED "
003670            "CLEANLY TODAY, RUN REFUSED"
003680     END-IF
003690     .
003700 0100-EXIT.
003710     EXIT.

003720 1000-INITIALIZE.
003730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

003740     OPEN INPUT WORK-ORDER-TRAN-FILE
003750     IF NOT WORK-ORDER-TRAN-OK
003760        DISPLAY "CONTROL3O - UNABLE TO OPEN WORK-ORDER-TRAN-"
003770            "FILE, NO TRANSACTIONS POSTED"
003780        MOVE "Y" TO WS-TRAN-EOF-SWITCH
003790     END-IF

003800     OPEN I-O WORK-ORDER-FILE
003810     IF NOT WORK-ORDER-FILE-OK
003820*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
003830*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
003840*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
003850        OPEN OUTPUT WORK-ORDER-FILE
003860        IF WORK-ORDER-FILE-OK
003870           CLOSE WORK-ORDER-FILE
003880           OPEN I-O WORK-ORDER-FILE
003890        END-IF
003900     END-IF
003910     IF NOT WORK-ORDER-FILE-OK
003920        DISPLAY "CONTROL3O - UNABLE TO OPEN WORK-ORDER-FILE, "
003930            "RUN REFUSED - NOTHING POSTED OR REWRITTEN"
003940        SET RUN-REFUSED TO TRUE
003950     END-IF

003960*    MATERIALS ISSUED GO ON THE SAME MOVEMENT FILE THE STORES
003970*    KEY THEIR OWN MOVEMENTS TO, SO CONTROL1C POSTS THEM
003980*    AGAINST THE STOCK MASTER WITH EVERYTHING ELSE.
003990     OPEN EXTEND STOCK-MOVEMENT-FILE
004000     IF NOT STOCK-MOVEMENT-OK
004010        OPEN OUTPUT STOCK-MOVEMENT-FILE
004020     END-IF
004030     IF NOT STOCK-MOVEMENT-OK
004040        DISPLAY "CONTROL3O - UNABLE TO OPEN STOCK-MOVEMENT-"
004050            "FILE, RUN REFUSED - NOTHING POSTED OR REWRITTEN"
004060        SET RUN-REFUSED TO TRUE
004070     END-IF

004080     OPEN OUTPUT WORK-ORDER-REPORT
004090     MOVE WS-HEADING-1 TO WORK-ORDER-REPORT-LINE
004100     WRITE WORK-ORDER-REPORT-LINE
004110     MOVE WS-HEADING-2 TO WORK-ORDER-REPORT-LINE
004120     WRITE WORK-ORDER-REPORT-LINE

004130     OPEN EXTEND AUDIT-LOG-FILE
004140     IF NOT AUDIT-LOG-FILE-OK
004150        DISPLAY "CONTROL3O - UNABLE TO OPEN AUDIT-LOG-FILE"
004160     END-IF

004170     PERFORM 1200-LOAD-ROOM-TABLE THRU 1200-EXIT
004180     PERFORM 1300-LOAD-STOCK-TABLE THRU 1300-EXIT

004190     IF NOT END-OF-TRANSACTIONS
004200        PERFORM 1100-READ-TRAN THRU 1100-EXIT
004210     END-IF
004220     .
004230 1000-EXIT.
004240     EXIT.

004250 1100-READ-TRAN.
004260     READ WORK-ORDER-TRAN-FILE
004270         AT END
004280             MOVE "Y" TO WS-TRAN-EOF-SWITCH
004290         NOT AT END
004300             ADD 1 TO WS-TRAN-READ-COUNT
004310     END-READ
004320     .
004330 1100-EXIT.
004340     EXIT.

004350 1200-LOAD-ROOM-TABLE.
004360     OPEN INPUT ROOM-INVENTORY-FILE
004370     IF NOT ROOM-INVENTORY-OK
004380        DISPLAY "CONTROL3O - UNABLE TO OPEN ROOM-INVENTORY-"
004390            "FILE, RUN REFUSED - NOTHING POSTED OR REWRITTEN"
004400        SET RUN-REFUSED TO TRUE
004410        GO TO 1200-EXIT
004420     END-IF
004430     PERFORM 1210-LOAD-ONE-ROOM THRU 1210-EXIT
004440         UNTIL ROOM-INVENTORY-EOF
004450            OR WS-ROOM-COUNT = 200
004460     IF NOT ROOM-INVENTORY-EOF
004470        DISPLAY "CONTROL3O - ROOM TABLE FULL AT 200, "
004480            "RUN REFUSED - NOTHING POSTED OR REWRITTEN"
004490        SET RUN-REFUSED TO TRUE
004500     END-IF
004510     CLOSE ROOM-INVENTORY-FILE
004520     .
004530 1200-EXIT.
004540     EXIT.

004550 1210-LOAD-ONE-ROOM.
004560     READ ROOM-INVENTORY-FILE
004570         AT END
004580             SET ROOM-INVENTORY-EOF TO TRUE
004590         NOT AT END
004600             ADD 1 TO WS-ROOM-COUNT
004610             SET WS-ROOM-IDX TO WS-ROOM-COUNT
004620             MOVE RM-CITY-CODE
004630                 TO WS-TAB-ROOM-CITY (WS-ROOM-IDX)
004640             MOVE RM-BUILDING
004650                 TO WS-TAB-BUILDING (WS-ROOM-IDX)
004660             MOVE RM-ROOM-NUMBER
004670                 TO WS-TAB-ROOM-NUMBER (WS-ROOM-IDX)
004680             MOVE RM-CAPACITY
004690                 TO WS-TAB-CAPACITY (WS-ROOM-IDX)
004700             MOVE RM-ROOM-TYPE
004710                 TO WS-TAB-ROOM-TYPE (WS-ROOM-IDX)
004720             MOVE RM-FLOOR TO WS-TAB-FLOOR (WS-ROOM-IDX)
004730             MOVE RM-ACCESSIBLE-FLAG
004740                 TO WS-TAB-ACCESSIBLE (WS-ROOM-IDX)
004750             MOVE RM-SERVICE-STATUS
004760                 TO WS-TAB-SERVICE (WS-ROOM-IDX)
004770     END-READ
004780     .
004790 1210-EXIT.
004800     EXIT.

004810 1300-LOAD-STOCK-TABLE.
004820     OPEN INPUT STOCK-FILE
004830     IF NOT STOCK-FILE-OK
004840        DISPLAY "CONTROL3O - UNABLE TO OPEN STOCK-FILE, "
004850            "RUN REFUSED - NOTHING POSTED OR REWRITTEN"
004860        SET RUN-REFUSED TO TRUE
004870        GO TO 1300-EXIT
004880     END-IF
004890     PERFORM 1310-LOAD-ONE-ITEM THRU 1310-EXIT
004900         UNTIL STOCK-FILE-EOF
004910            OR WS-ITEM-COUNT = 100
004920     IF NOT STOCK-FILE-EOF
004930        DISPLAY "CONTROL3O - STOCK TABLE FULL AT 100, "
004940            "RUN REFUSED - NOTHING POSTED OR REWRITTEN"
004950        SET RUN-REFUSED TO TRUE
004960     END-IF
004970     CLOSE STOCK-FILE
004980     .
004990 1300-EXIT.
005000     EXIT.

005010 1310-LOAD-ONE-ITEM.
005020     READ STOCK-FILE
005030         AT END
005040             SET STOCK-FILE-EOF TO TRUE
005050         NOT AT END
005060             ADD 1 TO WS-ITEM-COUNT
005070             SET WS-STOCK-IDX TO WS-ITEM-COUNT
005080             MOVE ST-ITEM-CODE
005090                 TO WS-TAB-ITEM-CODE (WS-STOCK-IDX)
005100             MOVE ST-ITEM-DESCRIPTION
005110                 TO WS-TAB-DESCRIPTION (WS-STOCK-IDX)
005120             MOVE ST-QTY-ON-HAND
005130                 TO WS-TAB-QTY-ON-HAND (WS-STOCK-IDX)
005140             MOVE ST-UNIT-COST
005150                 TO WS-TAB-UNIT-COST (WS-STOCK-IDX)
005160     END-READ
005170     .
005180 1310-EXIT.
005190     EXIT.

005200 2000-PROCESS-ONE-TRAN.
005210     MOVE SPACE TO WS-REJECT-REASON
005220     EVALUATE TRUE
005230        WHEN NOT TRAN-TYPE-VALID
005240           MOVE "Invalid work-order transaction type"
005250               TO WS-REJECT-REASON
005260        WHEN WT-ORDER-NUMBER NOT NUMERIC
005270          OR WT-ORDER-NUMBER = ZERO
005280           MOVE "Work-order number missing or invalid"
005290               TO WS-REJECT-REASON
005300        WHEN TRAN-IS-RAISE
005310           PERFORM 2100-RAISE-ORDER THRU 2100-EXIT
005320        WHEN TRAN-IS-ISSUE
005330           PERFORM 2200-ISSUE-MATERIAL THRU 2200-EXIT
005340        WHEN TRAN-IS-CLOSE
005350           PERFORM 2300-CLOSE-ORDER THRU 2300-EXIT
005360     END-EVALUATE
005370     IF WS-REJECT-REASON NOT = SPACE
005380        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005390     END-IF
005400     PERFORM 1100-READ-TRAN THRU 1100-EXIT
005410     .
005420 2000-EXIT.
005430     EXIT.

005440 2100-RAISE-ORDER.
005450     MOVE WT-CITY-CODE TO CITY-CODE
005460     IF WT-CITY-CODE NOT NUMERIC
005470        OR CITY-CODE-NOT-VALID
005480        MOVE "Invalid city code on raise"
005490            TO WS-REJECT-REASON
005500        GO TO 2100-EXIT
005510     END-IF
005520     PERFORM 2500-FIND-ROOM THRU 2500-EXIT
005530     IF NOT ROOM-IS-FOUND
005540        MOVE "Room not on inventory" TO WS-REJECT-REASON
005550        GO TO 2100-EXIT
005560     END-IF
005570     IF WT-FAULT-DESC = SPACE
005580        MOVE "No fault description on raise"
005590            TO WS-REJECT-REASON
005600        GO TO 2100-EXIT
005610     END-IF
005620     PERFORM 2400-READ-ORDER THRU 2400-EXIT
005630     IF ORDER-IS-FOUND
005640        MOVE "Work-order number already on file"
005650            TO WS-REJECT-REASON
005660        GO TO 2100-EXIT
005670     END-IF
005680     MOVE WT-ORDER-NUMBER TO WO-ORDER-NUMBER
005690     MOVE WT-CITY-CODE TO WO-CITY-CODE
005700     MOVE WT-BUILDING TO WO-BUILDING
005710     MOVE WT-ROOM-NUMBER TO WO-ROOM-NUMBER
005720     MOVE WT-FAULT-DESC TO WO-FAULT-DESC
005730     MOVE WT-REPORTED-BY TO WO-REPORTED-BY
005740     MOVE WS-RUN-DATE TO WO-RAISED-DATE
005750     MOVE ZERO TO WO-CLOSED-DATE
005760     SET WORK-ORDER-IS-OPEN TO TRUE
005770     MOVE ZERO TO WO-ISSUE-COUNT
005780     MOVE ZERO TO WO-MATERIAL-COST
005790     WRITE WORK-ORDER-REC
005800         INVALID KEY
005810             MOVE "Work order could not be written"
005820                 TO WS-REJECT-REASON
005830             GO TO 2100-EXIT
005840     END-WRITE
005850     ADD 1 TO WS-RAISED-COUNT
005860     MOVE "RAISED" TO PL-ACTION
005870     MOVE WO-FAULT-DESC TO PL-DETAIL
005880     PERFORM 2800-PRINT-POSTING THRU 2800-EXIT
005890     .
005900 2100-EXIT.
005910     EXIT.

005920 2200-ISSUE-MATERIAL.
005930     PERFORM 2400-READ-ORDER THRU 2400-EXIT
005940     IF NOT ORDER-IS-FOUND
005950        MOVE "Work order not on file" TO WS-REJECT-REASON
005960        GO TO 2200-EXIT
005970     END-IF
005980     IF NOT WORK-ORDER-IS-OPEN
005990        MOVE "Work order already closed" TO WS-REJECT-REASON
006000        GO TO 2200-EXIT
006010     END-IF
006020     PERFORM 2600-FIND-ITEM THRU 2600-EXIT
006030     IF NOT ITEM-IS-FOUND
006040        MOVE "Stock item not on stock file"
006050            TO WS-REJECT-REASON
006060        GO TO 2200-EXIT
006070     END-IF
006080     IF WT-QUANTITY NOT NUMERIC
006090        OR WT-QUANTITY = ZERO
006100        MOVE "Issue quantity missing or invalid"
006110            TO WS-REJECT-REASON
006120        GO TO 2200-EXIT
006130     END-IF
006140*    THE STOCK RUN REJECTS AN ISSUE THAT WOULD DRIVE AN ITEM
006150*    NEGATIVE, SO IT IS STOPPED HERE TOO, AGAINST WHAT IS
006160*    LEFT AFTER THE ISSUES ALREADY POSTED THIS RUN, BEFORE
006170*    THE ORDER IS COSTED FOR STOCK IT NEVER GOT.
006180     IF WT-QUANTITY > WS-TAB-QTY-ON-HAND (WS-ITEM-SLOT)
006190        MOVE "Issue exceeds quantity on hand"
006200            TO WS-REJECT-REASON
006210        GO TO 2200-EXIT
006220     END-IF
006230     COMPUTE WS-ISSUE-COST ROUNDED =
006240         WT-QUANTITY * WS-TAB-UNIT-COST (WS-ITEM-SLOT)
006250     MOVE WT-ITEM-CODE TO MV-ITEM-CODE
006260     SET MOVEMENT-IS-ISSUE TO TRUE
006270     MOVE WT-QUANTITY TO MV-QUANTITY
006280     MOVE WS-RUN-DATE TO MV-MOVEMENT-DATE
006290     MOVE ZERO TO MV-UNIT-COST
006300     WRITE STOCK-MOVEMENT-REC
006310     SUBTRACT WT-QUANTITY
006320         FROM WS-TAB-QTY-ON-HAND (WS-ITEM-SLOT)
006330     ADD 1 TO WO-ISSUE-COUNT
006340     ADD WS-ISSUE-COST TO WO-MATERIAL-COST
006350     REWRITE WORK-ORDER-REC
006360         INVALID KEY
006370             DISPLAY "CONTROL3O - WORK ORDER " WO-ORDER-NUMBER
006380                 " COULD NOT BE REWRITTEN"
006390     END-REWRITE
006400     ADD 1 TO WS-ISSUED-COUNT
006410     MOVE "ISSUED" TO PL-ACTION
006420     MOVE WT-ITEM-CODE TO ID-ITEM-CODE
006430     MOVE WT-QUANTITY TO ID-QUANTITY
006440     MOVE WS-ISSUE-COST TO ID-ISSUE-COST
006450     MOVE WS-ISSUE-DETAIL TO PL-DETAIL
006460     PERFORM 2800-PRINT-POSTING THRU 2800-EXIT
006470     .
006480 2200-EXIT.
006490     EXIT.

006500 2300-CLOSE-ORDER.
006510     PERFORM 2400-READ-ORDER THRU 2400-EXIT
006520     IF NOT ORDER-IS-FOUND
006530        MOVE "Work order not on file" TO WS-REJECT-REASON
006540        GO TO 2300-EXIT
006550     END-IF
006560     IF NOT WORK-ORDER-IS-OPEN
006570        MOVE "Work order already closed" TO WS-REJECT-REASON
006580        GO TO 2300-EXIT
006590     END-IF
006600     SET WORK-ORDER-IS-CLOSED TO TRUE
006610     MOVE WS-RUN-DATE TO WO-CLOSED-DATE
006620     REWRITE WORK-ORDER-REC
006630         INVALID KEY
006640             MOVE "Work order could not be rewritten"
006650                 TO WS-REJECT-REASON
006660             GO TO 2300-EXIT
006670     END-REWRITE
006680     ADD 1 TO WS-CLOSED-COUNT
006690     MOVE "CLOSED" TO PL-ACTION
006700     MOVE WO-FAULT-DESC TO PL-DETAIL
006710     PERFORM 2800-PRINT-POSTING THRU 2800-EXIT
006720     .
006730 2300-EXIT.
006740     EXIT.

006750 2400-READ-ORDER.
006760     MOVE "N" TO WS-ORDER-FOUND-SWITCH
006770     MOVE WT-ORDER-NUMBER TO WO-ORDER-NUMBER
006780     READ WORK-ORDER-FILE
006790         INVALID KEY
006800             CONTINUE
006810         NOT INVALID KEY
006820             SET ORDER-IS-FOUND TO TRUE
006830     END-READ
006840     .
006850 2400-EXIT.
006860     EXIT.

006870 2500-FIND-ROOM.
006880     MOVE "N" TO WS-ROOM-FOUND-SWITCH
006890     MOVE ZERO TO WS-ROOM-SLOT
006900     PERFORM 2510-CHECK-ONE-ROOM THRU 2510-EXIT
006910         VARYING WS-ROOM-IDX FROM 1 BY 1
006920         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
006930            OR ROOM-IS-FOUND
006940     .
006950 2500-EXIT.
006960     EXIT.

006970 2510-CHECK-ONE-ROOM.
006980     IF WS-TAB-ROOM-CITY (WS-ROOM-IDX) = WT-CITY-CODE
006990        AND WS-TAB-BUILDING (WS-ROOM-IDX) = WT-BUILDING
007000        AND WS-TAB-ROOM-NUMBER (WS-ROOM-IDX) = WT-ROOM-NUMBER
007010        SET WS-ROOM-SLOT TO WS-ROOM-IDX
007020        SET ROOM-IS-FOUND TO TRUE
007030     END-IF
007040     .
007050 2510-EXIT.
007060     EXIT.

007070 2600-FIND-ITEM.
007080     MOVE "N" TO WS-ITEM-FOUND-SWITCH
007090     MOVE ZERO TO WS-ITEM-SLOT
007100     PERFORM 2610-CHECK-ONE-ITEM THRU 2610-EXIT
007110         VARYING WS-STOCK-IDX FROM 1 BY 1
007120         UNTIL WS-STOCK-IDX > WS-ITEM-COUNT
007130            OR ITEM-IS-FOUND
007140     .
007150 2600-EXIT.
007160     EXIT.

007170 2610-CHECK-ONE-ITEM.
007180     IF WS-TAB-ITEM-CODE (WS-STOCK-IDX) = WT-ITEM-CODE
007190        SET WS-ITEM-SLOT TO WS-STOCK-IDX
007200        SET ITEM-IS-FOUND TO TRUE
007210     END-IF
007220     .
007230 2610-EXIT.
007240     EXIT.

007250 2800-PRINT-POSTING.
007260     MOVE WO-ORDER-NUMBER TO PL-ORDER-NUMBER
007270     MOVE WO-BUILDING TO PL-BUILDING
007280     MOVE WO-ROOM-NUMBER TO PL-ROOM-NUMBER
007290     MOVE WS-POSTING-LINE TO WORK-ORDER-REPORT-LINE
007300     WRITE WORK-ORDER-REPORT-LINE
007310     .
007320 2800-EXIT.
007330     EXIT.

007340 2900-REJECT-TRAN.
007350     ADD 1 TO WS-REJECT-COUNT
007360     MOVE WT-ORDER-NUMBER TO EL-ORDER-NUMBER
007370     MOVE WT-TRAN-TYPE TO EL-TRAN-TYPE
007380     MOVE WS-REJECT-REASON TO EL-REASON
007390     MOVE WS-EXCEPTION-LINE TO WORK-ORDER-REPORT-LINE
007400     WRITE WORK-ORDER-REPORT-LINE
007410     MOVE "CONTROL3O" TO AL-PROGRAM-ID
007420     ACCEPT AL-DATE-LOGGED FROM DATE YYYYMMDD
007430     ACCEPT AL-TIME-LOGGED FROM TIME
007440     MOVE SPACE TO AL-INPUT-DATA
007450     MOVE WORK-ORDER-TRAN-REC TO AL-INPUT-DATA
007460     MOVE WS-REJECT-REASON TO AL-REJECT-REASON
007470     IF AUDIT-LOG-FILE-OK
007480        WRITE AUDIT-LOG-REC
007490     END-IF
007500     .
007510 2900-EXIT.
007520     EXIT.

007530 3000-REVIEW-WORK-ORDERS.
007540*    EVERY ROOM IS PUT BACK IN SERVICE AND THEN TAKEN OUT
007550*    AGAIN FOR EACH ORDER STILL OPEN ON THE FILE, SO A ROOM
007560*    COMES BACK THE RUN ITS LAST ORDER IS CLOSED AND A
007570*    HAND-EDITED STATUS CANNOT OUTLIVE THE ORDERS.  THE SAME
007580*    PASS AGES THE OPEN ORDERS AND TOTALS COST PER BUILDING.
007620     MOVE WS-AGEING-HEADING-1 TO WORK-ORDER-REPORT-LINE
007630     WRITE WORK-ORDER-REPORT-LINE
007640     MOVE WS-AGEING-HEADING-2 TO WORK-ORDER-REPORT-LINE
007650     WRITE WORK-ORDER-REPORT-LINE
007660*    THE FILE IS REOPENED FOR INPUT SO THE SCAN STARTS FROM
007670*    THE LOWEST ORDER NUMBER WHATEVER THE POSTING LEFT BEHIND.
007680     CLOSE WORK-ORDER-FILE
007690     OPEN INPUT WORK-ORDER-FILE
007692*    NO ROOM IS RESET UNTIL THE FILE IS BACK OPEN - A FAILED
007694*    REOPEN LEAVES EVERY ROOM AS IT STANDS AND ENDS THE RUN EXCPT.
007700     IF NOT WORK-ORDER-FILE-OK
007710        DISPLAY "CONTROL3O - UNABLE TO REOPEN WORK-ORDER-FILE"
007715        SET WORK-ORDER-REVIEW-FAILED TO TRUE
007720        GO TO 3000-EXIT
007730     END-IF
007732     PERFORM 3050-RESET-ONE-ROOM THRU 3050-EXIT
007734         VARYING WS-ROOM-IDX FROM 1 BY 1
007736         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
007740     PERFORM 3100-REVIEW-ONE-ORDER THRU 3100-EXIT
007750         UNTIL WORK-ORDER-FILE-EOF
007760     MOVE WS-AGE-WEEK-COUNT TO AT-WEEK-COUNT
007770     MOVE WS-AGE-MONTH-COUNT TO AT-MONTH-COUNT
007780     MOVE WS-AGE-QUARTER-COUNT TO AT-QUARTER-COUNT
007790     MOVE WS-AGE-OLDER-COUNT TO AT-OLDER-COUNT
007800     MOVE WS-OPEN-ORDER-COUNT TO AT-OPEN-COUNT
007810     MOVE WS-AGEING-TOTAL-LINE TO WORK-ORDER-REPORT-LINE
007820     WRITE WORK-ORDER-REPORT-LINE
007830     PERFORM 3300-PRINT-BUILDING-COSTS THRU 3300-EXIT
007840     .
007850 3000-EXIT.
007860     EXIT.

007870 3050-RESET-ONE-ROOM.
007880     MOVE "I" TO WS-TAB-SERVICE (WS-ROOM-IDX)
007890     .
007900 3050-EXIT.
007910     EXIT.

007920 3100-REVIEW-ONE-ORDER.
007930     READ WORK-ORDER-FILE NEXT RECORD
007940         AT END
007950             SET WORK-ORDER-FILE-EOF TO TRUE
007960             GO TO 3100-EXIT
007970     END-READ
007980     PERFORM 3200-ADD-TO-BUILDING THRU 3200-EXIT
007990     IF NOT WORK-ORDER-IS-OPEN
008000        GO TO 3100-EXIT
008010     END-IF
008020     ADD 1 TO WS-OPEN-ORDER-COUNT
008030     MOVE WO-CITY-CODE TO WT-CITY-CODE
008040     MOVE WO-BUILDING TO WT-BUILDING
008050     MOVE WO-ROOM-NUMBER TO WT-ROOM-NUMBER
008060     PERFORM 2500-FIND-ROOM THRU 2500-EXIT
008070     IF ROOM-IS-FOUND
008080        MOVE "O" TO WS-TAB-SERVICE (WS-ROOM-SLOT)
008090     END-IF
008100*    THE INTEGER-OF-DATE INTRINSIC GIVES A DAY COUNT THAT CAN
008110*    SIMPLY BE SUBTRACTED, THE SAME WAY THE ARREARS RUN AGES
008120*    AN ITEM ACROSS MONTH ENDS AND LEAP YEARS.
008130     COMPUTE WS-DAYS-OPEN =
008140         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
008150         - FUNCTION INTEGER-OF-DATE (WO-RAISED-DATE)
008160     EVALUATE TRUE
008170        WHEN WS-DAYS-OPEN NOT > 7
008180           ADD 1 TO WS-AGE-WEEK-COUNT
008190        WHEN WS-DAYS-OPEN NOT > 30
008200           ADD 1 TO WS-AGE-MONTH-COUNT
008210        WHEN WS-DAYS-OPEN NOT > 90
008220           ADD 1 TO WS-AGE-QUARTER-COUNT
008230        WHEN OTHER
008240           ADD 1 TO WS-AGE-OLDER-COUNT
008250     END-EVALUATE
008260     MOVE WO-ORDER-NUMBER TO AG-ORDER-NUMBER
008270     MOVE WO-BUILDING TO AG-BUILDING
008280     MOVE WO-ROOM-NUMBER TO AG-ROOM-NUMBER
008290     MOVE WO-RAISED-DATE TO AG-RAISED-DATE
008300     MOVE WS-DAYS-OPEN TO AG-DAYS-OPEN
008310     MOVE WO-FAULT-DESC TO AG-FAULT-DESC
008320     MOVE WS-AGEING-LINE TO WORK-ORDER-REPORT-LINE
008330     WRITE WORK-ORDER-REPORT-LINE
008340     .
008350 3100-EXIT.
008360     EXIT.

008370 3200-ADD-TO-BUILDING.
008380     MOVE "N" TO WS-BLDG-FOUND-SWITCH
008390     MOVE ZERO TO WS-BLDG-SLOT
008400     PERFORM 3210-CHECK-ONE-BUILDING THRU 3210-EXIT
008410         VARYING WS-BLDG-IDX FROM 1 BY 1
008420         UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
008430            OR BUILDING-IS-FOUND
008440     IF NOT BUILDING-IS-FOUND
008450        IF WS-BLDG-COUNT = 100
008460           IF NOT BUILDING-TABLE-FULL
008470              DISPLAY "CONTROL3O - BUILDING TABLE FULL AT 100, "
008480                  "COST SUMMARY INCOMPLETE"
008490              SET BUILDING-TABLE-FULL TO TRUE
008500           END-IF
008510           GO TO 3200-EXIT
008520        END-IF
008530        ADD 1 TO WS-BLDG-COUNT
008540        MOVE WS-BLDG-COUNT TO WS-BLDG-SLOT
008550        MOVE WO-CITY-CODE TO WS-TAB-BLDG-CITY (WS-BLDG-SLOT)
008560        MOVE WO-BUILDING TO WS-TAB-BLDG-NAME (WS-BLDG-SLOT)
008570        MOVE ZERO TO WS-TAB-BLDG-ORDERS (WS-BLDG-SLOT)
008580        MOVE ZERO TO WS-TAB-BLDG-OPEN (WS-BLDG-SLOT)
008590        MOVE ZERO TO WS-TAB-BLDG-COST (WS-BLDG-SLOT)
008600     END-IF
008610     ADD 1 TO WS-TAB-BLDG-ORDERS (WS-BLDG-SLOT)
008620     IF WORK-ORDER-IS-OPEN
008630        ADD 1 TO WS-TAB-BLDG-OPEN (WS-BLDG-SLOT)
008640     END-IF
008650     ADD WO-MATERIAL-COST TO WS-TAB-BLDG-COST (WS-BLDG-SLOT)
008660     .
008670 3200-EXIT.
008680     EXIT.

008690 3210-CHECK-ONE-BUILDING.
008700     IF WS-TAB-BLDG-CITY (WS-BLDG-IDX) = WO-CITY-CODE
008710        AND WS-TAB-BLDG-NAME (WS-BLDG-IDX) = WO-BUILDING
008720        SET WS-BLDG-SLOT TO WS-BLDG-IDX
008730        SET BUILDING-IS-FOUND TO TRUE
008740     END-IF
008750     .
008760 3210-EXIT.
008770     EXIT.

008780 3300-PRINT-BUILDING-COSTS.
008790     MOVE WS-COST-HEADING-1 TO WORK-ORDER-REPORT-LINE
008800     WRITE WORK-ORDER-REPORT-LINE
008810     MOVE WS-COST-HEADING-2 TO WORK-ORDER-REPORT-LINE
008820     WRITE WORK-ORDER-REPORT-LINE
008830     PERFORM 3310-PRINT-ONE-BUILDING THRU 3310-EXIT
008840         VARYING WS-BLDG-IDX FROM 1 BY 1
008850         UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
008860     MOVE WS-TOTAL-ORDERS TO CT-ORDERS
008870     MOVE WS-TOTAL-OPEN TO CT-OPEN
008880     MOVE WS-TOTAL-COST TO CT-COST
008890     MOVE WS-COST-TOTAL-LINE TO WORK-ORDER-REPORT-LINE
008900     WRITE WORK-ORDER-REPORT-LINE
008910     .
008920 3300-EXIT.
008930     EXIT.

008940 3310-PRINT-ONE-BUILDING.
008950     MOVE WS-TAB-BLDG-CITY (WS-BLDG-IDX) TO CL-CITY-CODE
008960     MOVE WS-TAB-BLDG-NAME (WS-BLDG-IDX) TO CL-BUILDING
008970     MOVE WS-TAB-BLDG-ORDERS (WS-BLDG-IDX) TO CL-ORDERS
008980     MOVE WS-TAB-BLDG-OPEN (WS-BLDG-IDX) TO CL-OPEN
008990     MOVE WS-TAB-BLDG-COST (WS-BLDG-IDX) TO CL-COST
009000     MOVE WS-COST-LINE TO WORK-ORDER-REPORT-LINE
009010     WRITE WORK-ORDER-REPORT-LINE
009020     ADD WS-TAB-BLDG-ORDERS (WS-BLDG-IDX) TO WS-TOTAL-ORDERS
009030     ADD WS-TAB-BLDG-OPEN (WS-BLDG-IDX) TO WS-TOTAL-OPEN
009040     ADD WS-TAB-BLDG-COST (WS-BLDG-IDX) TO WS-TOTAL-COST
009050     .
009060 3310-EXIT.
009070     EXIT.

009080 4000-WRITE-ROOM-INVENTORY.
009090*    THE UPDATED ROOM INVENTORY GOES TO A NEW FILE, THE SAME
009100*    WAY CONTROL1C WRITES ITS UPDATED STOCK MASTER.
009110     OPEN OUTPUT NEW-ROOM-INVENTORY
009120     IF NOT NEW-ROOM-INVENTORY-OK
009130        DISPLAY "CONTROL3O - UNABLE TO OPEN NEW-ROOM-INVENTORY"
009140        GO TO 4000-EXIT
009150     END-IF
009160     PERFORM 4100-WRITE-ONE-ROOM THRU 4100-EXIT
009170         VARYING WS-ROOM-IDX FROM 1 BY 1
009180         UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
009190     CLOSE NEW-ROOM-INVENTORY
009200     .
009210 4000-EXIT.
009220     EXIT.

009230 4100-WRITE-ONE-ROOM.
009240     MOVE WS-TAB-ROOM-CITY (WS-ROOM-IDX) TO NR-CITY-CODE
009250     MOVE WS-TAB-BUILDING (WS-ROOM-IDX) TO NR-BUILDING
009260     MOVE WS-TAB-ROOM-NUMBER (WS-ROOM-IDX) TO NR-ROOM-NUMBER
009270     MOVE WS-TAB-CAPACITY (WS-ROOM-IDX) TO NR-CAPACITY
009280     MOVE WS-TAB-ROOM-TYPE (WS-ROOM-IDX) TO NR-ROOM-TYPE
009290     MOVE WS-TAB-FLOOR (WS-ROOM-IDX) TO NR-FLOOR
009300     MOVE WS-TAB-ACCESSIBLE (WS-ROOM-IDX) TO NR-ACCESSIBLE-FLAG
009310     MOVE WS-TAB-SERVICE (WS-ROOM-IDX) TO NR-SERVICE-STATUS
009320     IF WS-TAB-SERVICE (WS-ROOM-IDX) = "O"
009330        ADD 1 TO WS-OUT-OF-SERVICE-COUNT
009340     END-IF
009350     WRITE NEW-ROOM-INVENTORY-REC
009360     .
009370 4100-EXIT.
009380     EXIT.

009390 8000-TERMINATE.
009400     MOVE WS-RAISED-COUNT TO TL-RAISED-COUNT
009410     MOVE WS-ISSUED-COUNT TO TL-ISSUED-COUNT
009420     MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT
009430     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT
009440     MOVE WS-OUT-OF-SERVICE-COUNT TO TL-OUT-OF-SERVICE
009450     MOVE WS-TRAILER-LINE TO WORK-ORDER-REPORT-LINE
009460     WRITE WORK-ORDER-REPORT-LINE
009470     CLOSE WORK-ORDER-TRAN-FILE
009480     CLOSE WORK-ORDER-FILE
009490     CLOSE STOCK-MOVEMENT-FILE
009500     CLOSE WORK-ORDER-REPORT
009510     CLOSE AUDIT-LOG-FILE
009520     DISPLAY "CONTROL3O - WORK ORDERS RAISED: " WS-RAISED-COUNT
009530     DISPLAY "CONTROL3O - MATERIAL ISSUES: " WS-ISSUED-COUNT
009540     DISPLAY "CONTROL3O - WORK ORDERS CLOSED: " WS-CLOSED-COUNT
009550     DISPLAY "CONTROL3O - TRANSACTIONS REJECTED: "
009560         WS-REJECT-COUNT
009570     DISPLAY "CONTROL3O - OPEN WORK ORDERS: "
009580         WS-OPEN-ORDER-COUNT
009590     DISPLAY "CONTROL3O - ROOMS OUT OF SERVICE: "
009600         WS-OUT-OF-SERVICE-COUNT
009610     .
009620 8000-EXIT.
009630     EXIT.

009640 8800-END-RUN-CONTROL.
009650     MOVE "E" TO RL-FUNCTION
009660     MOVE WS-TRAN-READ-COUNT TO RL-RECORDS-PROCESSED
009670     MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
009680     MOVE "CLEAN" TO RL-END-STATUS
009682     IF WORK-ORDER-REVIEW-FAILED
009684        MOVE "EXCPT" TO RL-END-STATUS
009686     END-IF
009690     CALL "RUNLOG" USING RUN-LOG-PARM
009700     .
009710 8800-EXIT.
009720     EXIT.
