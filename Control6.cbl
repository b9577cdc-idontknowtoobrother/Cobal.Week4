000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL6.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - HOUSING OFFICE.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  STUDENT ACCOUNT INQUIRY. SHOWS ONE        *
000200*                STUDENT'S MASTER RECORD AND STATUS, THEIR *
000210*                ROOM OR WAITLIST POSITION, ANY FEE        *
000220*                EXEMPTION AND WHETHER IT IS IN FORCE, AND *
000230*                THEIR OPEN ITEMS WITH DUE DATES AND       *
000240*                BALANCES ON ONE SCREEN. RUNS FROM THE     *
000250*                MAIN MENU OR ON ITS OWN. EVERY LOOK-UP IS *
000260*                LOGGED TO THE SECURITY LOG, BECAUSE THE   *
000270*                SCREEN SHOWS PERSONAL DATA, INCLUDING ANY *
000280*                STUDENT IDS THAT WERE NOT FOUND ON THE    *
000290*                MASTER FILE.                              *
000291*  10/15/26  JH  TUITION ITEMS NOW SHOW WITH THEIR OWN     *
000292*                TYPE.                                     *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS MS-STUDENT-ID
000410         FILE STATUS IS FS-MASTER-STUDENT.

000420     SELECT ROOM-ASSIGNMENT-FILE ASSIGN TO "ROOMASGN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-ROOM-ASSIGNMENT.

000450     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-WAITLIST.

000480     SELECT EXEMPTION-FILE ASSIGN TO "EXEMPTF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EX-STUDENT-ID
000520         FILE STATUS IS FS-EXEMPTION.

000530     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS OI-KEY
000570         FILE STATUS IS FS-OPEN-ITEM.

000580     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-SECURITY-LOG.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  MASTER-STUDENT-FILE.
000640 COPY MASTREC.

000650 FD  ROOM-ASSIGNMENT-FILE
000660     RECORDING MODE IS F.
000670 COPY ROOMASGN.

000680 FD  WAITLIST-FILE
000690     RECORDING MODE IS F.
000700 COPY WAITLIST.

000710 FD  EXEMPTION-FILE.
000720 COPY EXEMPT.

000730 FD  OPEN-ITEM-FILE.
000740 COPY OPENITEM.

000750 FD  SECURITY-LOG-FILE
000760     RECORDING MODE IS F.
000770 COPY SECLOG.

000780 WORKING-STORAGE SECTION.
000790 01  WS-FILE-STATUSES.
000800     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
000810         88  MASTER-STUDENT-OK      VALUE "00".
000820     05  FS-ROOM-ASSIGNMENT     PIC X(02) VALUE ZERO.
000830         88  ROOM-ASSIGNMENT-OK     VALUE "00".
000840         88  ROOM-ASSIGNMENT-EOF    VALUE "10".
000850     05  FS-WAITLIST            PIC X(02) VALUE ZERO.
000860         88  WAITLIST-OK            VALUE "00".
000870         88  WAITLIST-EOF           VALUE "10".
000880     05  FS-EXEMPTION           PIC X(02) VALUE ZERO.
000890         88  EXEMPTION-FILE-OK      VALUE "00".
000900     05  FS-OPEN-ITEM           PIC X(02) VALUE ZERO.
000910         88  OPEN-ITEM-FILE-OK      VALUE "00".
000920     05  FS-SECURITY-LOG        PIC X(02) VALUE ZERO.
000930         88  SECURITY-LOG-FILE-OK   VALUE "00".

000940 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.

000950 01  WS-SIGN-ON-CONTROL.
000960     05  WS-SIGN-ON-SWITCH       PIC X(01) VALUE "N".
000970         88  SIGN-ON-DENIED          VALUE "Y".
000980     05  WS-PASSWORD-IN          PIC X(08) VALUE SPACE.

000990 01  WS-SWITCHES.
001000     05  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
001010         88  OPERATOR-IS-DONE        VALUE "Y".
001020     05  WS-STUDENT-FOUND-SWITCH PIC X(01) VALUE "N".
001030         88  STUDENT-IS-FOUND        VALUE "Y".
001040     05  WS-PLACE-FOUND-SWITCH   PIC X(01) VALUE "N".
001050         88  PLACE-IS-FOUND          VALUE "Y".
001060     05  WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
001070         88  END-OF-STUDENT-ITEMS    VALUE "Y".

001080 01  WS-INQUIRY-COUNTS.
001090     05  WS-ITEM-COUNT           PIC 9(03) COMP VALUE ZERO.
001100     05  WS-ITEM-SUB             PIC 9(02) COMP VALUE ZERO.
001110     05  WS-WAIT-POSITION        PIC 9(05) COMP VALUE ZERO.
001120     05  WS-WAIT-AHEAD           PIC 9(05) COMP VALUE ZERO.

001130 01  WS-INQUIRY-FIGURES.
001140     05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
001150     05  WS-ITEM-BALANCE         PIC S9(07)V99 VALUE ZERO.
001160     05  WS-TOTAL-BALANCE        PIC S9(09)V99 VALUE ZERO.
001170     05  WS-WAIT-CITY            PIC 9(01) VALUE ZERO.
001180     05  WS-EDIT-POSITION        PIC ZZZZ9.
001190     05  WS-EDIT-ITEMS           PIC ZZ9.

001200*    THE SCREEN HOLDS TEN OPEN ITEMS.  A STUDENT WITH MORE IS
001210*    TOLD SO ON THE MESSAGE LINE - THE STATEMENT RUN LISTS
001220*    THE REST.
001230 01  WS-ITEM-LINES.
001240     05  WS-ITEM-LINE            PIC X(70) OCCURS 10 TIMES
001250                                 VALUE SPACE.

001260 01  WS-ITEM-DETAIL.
001270     05  ID-INVOICE-DATE         PIC 9(08).
001280     05  FILLER                  PIC X(02) VALUE SPACE.
001290     05  ID-ITEM-SEQ             PIC 9(02).
001300     05  FILLER                  PIC X(02) VALUE SPACE.
001310     05  ID-ITEM-TYPE            PIC X(07).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  ID-DUE-DATE             PIC 9(08).
001340     05  FILLER                  PIC X(02) VALUE SPACE.
001350     05  ID-BILLED-AMOUNT        PIC ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(02) VALUE SPACE.
001370     05  ID-BALANCE              PIC ZZZ,ZZ9.99-.
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  ID-CURRENCY             PIC X(03).
001400     05  FILLER                  PIC X(11) VALUE SPACE.

001410 01  WS-SCREEN-FIELDS.
001420     05  WS-SCREEN-STUDENT-ID    PIC X(07) VALUE SPACE.
001430     05  WS-SCREEN-NAME          PIC X(30) VALUE SPACE.
001440     05  WS-SCREEN-STATUS        PIC X(01) VALUE SPACE.
001450     05  WS-SCREEN-STATUS-TEXT   PIC X(10) VALUE SPACE.
001460     05  WS-SCREEN-STATUS-DATE   PIC X(08) VALUE SPACE.
001470     05  WS-SCREEN-ROOM-LINE     PIC X(60) VALUE SPACE.
001480     05  WS-SCREEN-EXEMPT-LINE   PIC X(60) VALUE SPACE.
001490     05  WS-SCREEN-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
001500     05  WS-MESSAGE-LINE         PIC X(60) VALUE SPACE.

001510 COPY SIGNPARM.

001520 COPY SESSOPER.

001530 SCREEN SECTION.
001540 01  SCR-STUDENT-INQUIRY.
001550     05  BLANK SCREEN.
001560     05  LINE 1 COLUMN 1 VALUE "STUDENT ACCOUNT INQUIRY".
001570     05  LINE 3 COLUMN 1 VALUE "STUDENT ID (X TO QUIT) - ".
001580     05  LINE 3 COLUMN 26 PIC X(07)
001590         TO WS-SCREEN-STUDENT-ID
001600         USING WS-SCREEN-STUDENT-ID.
001610     05  LINE 5 COLUMN 1 VALUE "NAME      - ".
001620     05  LINE 5 COLUMN 13 PIC X(30) FROM WS-SCREEN-NAME.
001630     05  LINE 6 COLUMN 1 VALUE "STATUS    - ".
001640     05  LINE 6 COLUMN 13 PIC X(01) FROM WS-SCREEN-STATUS.
001650     05  LINE 6 COLUMN 15 PIC X(10) FROM WS-SCREEN-STATUS-TEXT.
001660     05  LINE 6 COLUMN 26 VALUE "SINCE ".
001670     05  LINE 6 COLUMN 32 PIC X(08) FROM WS-SCREEN-STATUS-DATE.
001680     05  LINE 7 COLUMN 1 VALUE "HOUSING   - ".
001690     05  LINE 7 COLUMN 13 PIC X(60) FROM WS-SCREEN-ROOM-LINE.
001700     05  LINE 8 COLUMN 1 VALUE "EXEMPTION - ".
001710     05  LINE 8 COLUMN 13 PIC X(60)
001720         FROM WS-SCREEN-EXEMPT-LINE.
001730     05  LINE 10 COLUMN 1 VALUE "INVOICED  SQ  TYPE".
001740     05  LINE 10 COLUMN 23 VALUE "DUE DATE".
001750     05  LINE 10 COLUMN 39 VALUE "BILLED".
001760     05  LINE 10 COLUMN 51 VALUE "BALANCE".
001770     05  LINE 11 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (1).
001780     05  LINE 12 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (2).
001790     05  LINE 13 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (3).
001800     05  LINE 14 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (4).
001810     05  LINE 15 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (5).
001820     05  LINE 16 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (6).
001830     05  LINE 17 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (7).
001840     05  LINE 18 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (8).
001850     05  LINE 19 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (9).
001860     05  LINE 20 COLUMN 1 PIC X(70) FROM WS-ITEM-LINE (10).
001870     05  LINE 21 COLUMN 30 VALUE "BALANCE OWED - ".
001880     05  LINE 21 COLUMN 45 PIC ZZZ,ZZZ,ZZ9.99-
001890         FROM WS-SCREEN-TOTAL.
001900     05  LINE 23 COLUMN 1 PIC X(60) FROM WS-MESSAGE-LINE.

001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT

001940     IF NO-MENU-SESSION
001950         DISPLAY "ENTER YOUR OPERATOR ID - " WITH NO ADVANCING
001960         ACCEPT WS-OPERATOR-ID
001970         DISPLAY "ENTER YOUR PASSWORD - " WITH NO ADVANCING
001980         ACCEPT WS-PASSWORD-IN
001990         PERFORM 8130-VALIDATE-SIGN-ON THRU 8130-EXIT
002000         IF SIGN-ON-DENIED
002010            DISPLAY "SIGN-ON REFUSED - " SO-DENY-REASON
002020            PERFORM 8140-LOG-DENIED THRU 8140-EXIT
002030            PERFORM 9000-TERMINATE THRU 9000-EXIT
002040            GOBACK
002050         END-IF
002060         PERFORM 8110-LOG-SIGN-ON THRU 8110-EXIT
002070     ELSE
002080        MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
002090     END-IF

002100     PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
002110         UNTIL OPERATOR-IS-DONE
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT
002130     GOBACK
002140     .

002150 1000-INITIALIZE.
002160     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002170     OPEN EXTEND SECURITY-LOG-FILE
002180     IF NOT SECURITY-LOG-FILE-OK
002190        DISPLAY "CONTROL6 - UNABLE TO OPEN SECURITY-LOG-FILE"
002200     END-IF
002210     OPEN INPUT MASTER-STUDENT-FILE
002220     IF NOT MASTER-STUDENT-OK
002230        DISPLAY "CONTROL6 - UNABLE TO OPEN MASTER-STUDENT-FILE"
002240        SET OPERATOR-IS-DONE TO TRUE
002250     END-IF
002260     OPEN INPUT EXEMPTION-FILE
002270     IF NOT EXEMPTION-FILE-OK
002280        DISPLAY "CONTROL6 - UNABLE TO OPEN EXEMPTION-FILE, "
002290            "NO EXEMPTIONS SHOWN"
002300     END-IF
002310     OPEN INPUT OPEN-ITEM-FILE
002320     IF NOT OPEN-ITEM-FILE-OK
002330        DISPLAY "CONTROL6 - UNABLE TO OPEN OPEN-ITEM-FILE, "
002340            "NO OPEN ITEMS SHOWN"
002350     END-IF
002360     .
002370 1000-EXIT.
002380     EXIT.

002390 2000-PROCESS-ONE-INQUIRY.
002400     MOVE SPACE TO WS-SCREEN-STUDENT-ID
002410     DISPLAY SCR-STUDENT-INQUIRY
002420     ACCEPT SCR-STUDENT-INQUIRY
002430     IF WS-SCREEN-STUDENT-ID = "X" OR WS-SCREEN-STUDENT-ID = "x"
002440        SET OPERATOR-IS-DONE TO TRUE
002450        GO TO 2000-EXIT
002460     END-IF
002470     PERFORM 2010-CLEAR-SCREEN-FIELDS THRU 2010-EXIT
002480     IF WS-SCREEN-STUDENT-ID = SPACE
002490        MOVE "ENTER A STUDENT ID, OR X TO QUIT"
002500            TO WS-MESSAGE-LINE
002510        GO TO 2000-EXIT
002520     END-IF

002530*    EVERY LOOK-UP IS LOGGED BEFORE ANYTHING IS SHOWN, FOUND
002540*    OR NOT - THE SCREEN SHOWS PERSONAL DATA, AND A RUN OF
002550*    MISSES CAN BE AS TELLING AS A HIT.
002560     MOVE WS-SCREEN-STUDENT-ID TO MS-STUDENT-ID
002570     READ MASTER-STUDENT-FILE
002580         INVALID KEY
002590             MOVE "N" TO WS-STUDENT-FOUND-SWITCH
002600         NOT INVALID KEY
002610             SET STUDENT-IS-FOUND TO TRUE
002620     END-READ
002630     PERFORM 8150-LOG-INQUIRY THRU 8150-EXIT
002640     IF NOT STUDENT-IS-FOUND
002650        MOVE "THAT STUDENT ID IS NOT ON THE MASTER FILE"
002660            TO WS-MESSAGE-LINE
002670        GO TO 2000-EXIT
002680     END-IF

002690     PERFORM 2100-SHOW-MASTER THRU 2100-EXIT
002700     PERFORM 2200-FIND-ROOM THRU 2200-EXIT
002710     IF NOT PLACE-IS-FOUND
002720        PERFORM 2300-FIND-WAITLIST-PLACE THRU 2300-EXIT
002730     END-IF
002740     PERFORM 2400-SHOW-EXEMPTION THRU 2400-EXIT
002750     PERFORM 2500-SHOW-OPEN-ITEMS THRU 2500-EXIT
002760     .
002770 2000-EXIT.
002780     EXIT.

002790 2010-CLEAR-SCREEN-FIELDS.
002800     MOVE SPACE TO WS-SCREEN-NAME
002810     MOVE SPACE TO WS-SCREEN-STATUS
002820     MOVE SPACE TO WS-SCREEN-STATUS-TEXT
002830     MOVE SPACE TO WS-SCREEN-STATUS-DATE
002840     MOVE SPACE TO WS-SCREEN-ROOM-LINE
002850     MOVE SPACE TO WS-SCREEN-EXEMPT-LINE
002860     MOVE SPACE TO WS-MESSAGE-LINE
002870     MOVE ZERO TO WS-SCREEN-TOTAL
002880     MOVE ZERO TO WS-TOTAL-BALANCE
002890     MOVE ZERO TO WS-ITEM-COUNT
002900     PERFORM 2020-CLEAR-ONE-ITEM-LINE THRU 2020-EXIT
002910         VARYING WS-ITEM-SUB FROM 1 BY 1
002920         UNTIL WS-ITEM-SUB > 10
002930     .
002940 2010-EXIT.
002950     EXIT.

002960 2020-CLEAR-ONE-ITEM-LINE.
002970     MOVE SPACE TO WS-ITEM-LINE (WS-ITEM-SUB)
002980     .
002990 2020-EXIT.
003000     EXIT.

003010 2100-SHOW-MASTER.
003020     MOVE MS-STUDENT-NAME TO WS-SCREEN-NAME
003030     MOVE MS-STATUS-CODE TO WS-SCREEN-STATUS
003040     EVALUATE TRUE
003050        WHEN MS-STUDENT-WITHDRAWN
003060           MOVE "WITHDRAWN" TO WS-SCREEN-STATUS-TEXT
003070        WHEN MS-STUDENT-GRADUATED
003080           MOVE "GRADUATED" TO WS-SCREEN-STATUS-TEXT
003090        WHEN MS-STUDENT-ACTIVE
003100           MOVE "ACTIVE" TO WS-SCREEN-STATUS-TEXT
003110        WHEN OTHER
003120           MOVE "UNKNOWN" TO WS-SCREEN-STATUS-TEXT
003130     END-EVALUATE
003140     IF MS-STATUS-DATE IS NUMERIC
003150        AND MS-STATUS-DATE > ZERO
003160        MOVE MS-STATUS-DATE TO WS-SCREEN-STATUS-DATE
003170     END-IF
003180     .
003190 2100-EXIT.
003200     EXIT.

003210 2200-FIND-ROOM.
003220*    ROOMASGN AND WAITLIST ARE SEQUENTIAL FILES IN ARRIVAL
003230*    ORDER, SO EACH INQUIRY READS THEM THROUGH.  THEY ARE
003240*    SMALL ENOUGH THAT THE OPERATOR DOES NOT NOTICE.
003250     MOVE "N" TO WS-PLACE-FOUND-SWITCH
003260     MOVE "NO ROOM ASSIGNED AND NOT ON THE WAITLIST"
003270         TO WS-SCREEN-ROOM-LINE
003280     OPEN INPUT ROOM-ASSIGNMENT-FILE
003290     IF NOT ROOM-ASSIGNMENT-OK
003300        MOVE "ROOM ASSIGNMENTS NOT AVAILABLE"
003310            TO WS-SCREEN-ROOM-LINE
003320        GO TO 2200-EXIT
003330     END-IF
003340     PERFORM 2210-CHECK-ONE-ASSIGNMENT THRU 2210-EXIT
003350         UNTIL ROOM-ASSIGNMENT-EOF
003360            OR PLACE-IS-FOUND
003370     CLOSE ROOM-ASSIGNMENT-FILE
003380     .
003390 2200-EXIT.
003400     EXIT.

003410 2210-CHECK-ONE-ASSIGNMENT.
003420     READ ROOM-ASSIGNMENT-FILE
003430         AT END
003440             GO TO 2210-EXIT
003450     END-READ
003460     IF RA-STUDENT-ID = MS-STUDENT-ID
003470        SET PLACE-IS-FOUND TO TRUE
003480        MOVE SPACE TO WS-SCREEN-ROOM-LINE
003490        STRING "CITY " DELIMITED BY SIZE
003500               RA-CITY-CODE DELIMITED BY SIZE
003510               "  BUILDING " DELIMITED BY SIZE
003520               RA-BUILDING DELIMITED BY SIZE
003530               "  ROOM " DELIMITED BY SIZE
003540               RA-ROOM-NUMBER DELIMITED BY SIZE
003550               INTO WS-SCREEN-ROOM-LINE
003560        END-STRING
003570     END-IF
003580     .
003590 2210-EXIT.
003600     EXIT.

003610 2300-FIND-WAITLIST-PLACE.
003620*    THE POSITION IS COUNTED WITHIN THE STUDENT'S OWN CITY,
003630*    SINCE EACH CITY'S LIST IS WORKED SEPARATELY AS ROOMS
003640*    THERE COME FREE.  A FIRST PASS FINDS THE CITY.
003650     MOVE ZERO TO WS-WAIT-POSITION
003660     MOVE ZERO TO WS-WAIT-AHEAD
003670     OPEN INPUT WAITLIST-FILE
003680     IF NOT WAITLIST-OK
003690        GO TO 2300-EXIT
003700     END-IF
003710     PERFORM 2310-FIND-WAITLIST-CITY THRU 2310-EXIT
003720         UNTIL WAITLIST-EOF
003730            OR PLACE-IS-FOUND
003740     CLOSE WAITLIST-FILE
003750     IF NOT PLACE-IS-FOUND
003760        GO TO 2300-EXIT
003770     END-IF

003780     MOVE "N" TO WS-PLACE-FOUND-SWITCH
003790     OPEN INPUT WAITLIST-FILE
003800     PERFORM 2320-COUNT-ONE-AHEAD THRU 2320-EXIT
003810         UNTIL WAITLIST-EOF
003820            OR PLACE-IS-FOUND
003830     CLOSE WAITLIST-FILE
003840     COMPUTE WS-WAIT-POSITION = WS-WAIT-AHEAD + 1
003850     MOVE WS-WAIT-POSITION TO WS-EDIT-POSITION
003860     MOVE SPACE TO WS-SCREEN-ROOM-LINE
003870     STRING "WAITLISTED FOR CITY " DELIMITED BY SIZE
003880            WS-WAIT-CITY DELIMITED BY SIZE
003890            " - POSITION " DELIMITED BY SIZE
003900            WS-EDIT-POSITION DELIMITED BY SIZE
003910            INTO WS-SCREEN-ROOM-LINE
003920     END-STRING
003930     .
003940 2300-EXIT.
003950     EXIT.

003960 2310-FIND-WAITLIST-CITY.
003970     READ WAITLIST-FILE
003980         AT END
003990             GO TO 2310-EXIT
004000     END-READ
004010     IF WL-STUDENT-ID = MS-STUDENT-ID
004020        MOVE WL-CITY-CODE TO WS-WAIT-CITY
004030        SET PLACE-IS-FOUND TO TRUE
004040     END-IF
004050     .
004060 2310-EXIT.
004070     EXIT.

004080 2320-COUNT-ONE-AHEAD.
004090     READ WAITLIST-FILE
004100         AT END
004110             GO TO 2320-EXIT
004120     END-READ
004130     IF WL-STUDENT-ID = MS-STUDENT-ID
004140        SET PLACE-IS-FOUND TO TRUE
004150        GO TO 2320-EXIT
004160     END-IF
004170     IF WL-CITY-CODE = WS-WAIT-CITY
004180        ADD 1 TO WS-WAIT-AHEAD
004190     END-IF
004200     .
004210 2320-EXIT.
004220     EXIT.

004230 2400-SHOW-EXEMPTION.
004240     MOVE "NONE" TO WS-SCREEN-EXEMPT-LINE
004250     IF NOT EXEMPTION-FILE-OK
004260        MOVE "EXEMPTIONS NOT AVAILABLE" TO WS-SCREEN-EXEMPT-LINE
004270        GO TO 2400-EXIT
004280     END-IF
004290     MOVE MS-STUDENT-ID TO EX-STUDENT-ID
004300     READ EXEMPTION-FILE
004310         INVALID KEY
004320             GO TO 2400-EXIT
004330     END-READ
004340     MOVE SPACE TO WS-SCREEN-EXEMPT-LINE
004350     STRING "REASON " DELIMITED BY SIZE
004360            EX-REASON-CODE DELIMITED BY SIZE
004370            "  FROM " DELIMITED BY SIZE
004380            EX-FROM-DATE DELIMITED BY SIZE
004390            " TO " DELIMITED BY SIZE
004400            EX-TO-DATE DELIMITED BY SIZE
004410            INTO WS-SCREEN-EXEMPT-LINE
004420     END-STRING
004430     EVALUATE TRUE
004440        WHEN WS-TODAY-DATE < EX-FROM-DATE
004450           MOVE "(NOT YET IN FORCE)"
004460               TO WS-SCREEN-EXEMPT-LINE (43:18)
004470        WHEN WS-TODAY-DATE > EX-TO-DATE
004480           MOVE "(EXPIRED)" TO WS-SCREEN-EXEMPT-LINE (43:18)
004490        WHEN OTHER
004500           MOVE "(IN FORCE)" TO WS-SCREEN-EXEMPT-LINE (43:18)
004510     END-EVALUATE
004520     .
004530 2400-EXIT.
004540     EXIT.

004550 2500-SHOW-OPEN-ITEMS.
004560*    THE LEDGER IS KEYED ON STUDENT FIRST, SO A START AT THE
004570*    STUDENT'S LOWEST KEY READS ALL THEIR ITEMS TOGETHER.
004580*    ONLY OPEN ITEMS ARE SHOWN; UNAPPLIED CASH SHOWS AS A
004590*    CREDIT AGAINST THE BALANCE.
004600     IF NOT OPEN-ITEM-FILE-OK
004610        MOVE "OPEN ITEMS NOT AVAILABLE" TO WS-MESSAGE-LINE
004620        GO TO 2500-EXIT
004630     END-IF
004640     MOVE "N" TO WS-ITEM-EOF-SWITCH
004650     MOVE MS-STUDENT-ID TO OI-STUDENT-ID
004660     MOVE ZERO TO OI-INVOICE-DATE
004670     MOVE ZERO TO OI-ITEM-SEQ
004680     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
004690         INVALID KEY
004700             SET END-OF-STUDENT-ITEMS TO TRUE
004710     END-START
004720     PERFORM 2510-SHOW-ONE-ITEM THRU 2510-EXIT
004730         UNTIL END-OF-STUDENT-ITEMS
004740     MOVE WS-TOTAL-BALANCE TO WS-SCREEN-TOTAL
004750     EVALUATE TRUE
004760        WHEN WS-ITEM-COUNT = ZERO
004770           MOVE "NO OPEN ITEMS" TO WS-MESSAGE-LINE
004780        WHEN WS-ITEM-COUNT > 10
004790           MOVE WS-ITEM-COUNT TO WS-EDIT-ITEMS
004800           STRING WS-EDIT-ITEMS DELIMITED BY SIZE
004810                  " OPEN ITEMS - FIRST TEN SHOWN, BALANCE "
004820                      DELIMITED BY SIZE
004830                  "COVERS ALL" DELIMITED BY SIZE
004840                  INTO WS-MESSAGE-LINE
004850           END-STRING
004860     END-EVALUATE
004870     .
004880 2500-EXIT.
004890     EXIT.

004900 2510-SHOW-ONE-ITEM.
004910     READ OPEN-ITEM-FILE NEXT RECORD
004920         AT END
004930             SET END-OF-STUDENT-ITEMS TO TRUE
004940             GO TO 2510-EXIT
004950     END-READ
004960     IF OI-STUDENT-ID NOT = MS-STUDENT-ID
004970        SET END-OF-STUDENT-ITEMS TO TRUE
004980        GO TO 2510-EXIT
004990     END-IF
005000     IF NOT OPEN-ITEM-IS-OPEN
005010        GO TO 2510-EXIT
005020     END-IF
005030     COMPUTE WS-ITEM-BALANCE =
005040         OI-BILLED-AMOUNT - OI-PAID-AMOUNT
005050     ADD WS-ITEM-BALANCE TO WS-TOTAL-BALANCE
005060     ADD 1 TO WS-ITEM-COUNT
005070     IF WS-ITEM-COUNT > 10
005080        GO TO 2510-EXIT
005090     END-IF
005100     MOVE OI-INVOICE-DATE TO ID-INVOICE-DATE
005110     MOVE OI-ITEM-SEQ TO ID-ITEM-SEQ
005120     EVALUATE TRUE
005130        WHEN OPEN-ITEM-IS-INVOICE
005140           MOVE "INVOICE" TO ID-ITEM-TYPE
005150        WHEN OPEN-ITEM-IS-DAMAGE
005160           MOVE "DAMAGE" TO ID-ITEM-TYPE
005162        WHEN OPEN-ITEM-IS-TUITION
005164           MOVE "TUITION" TO ID-ITEM-TYPE
005165*       THE ROOM-RENT RUN'S CREDIT FOR NIGHTS NOT USED.
005166        WHEN OPEN-ITEM-IS-CASH
005167           AND OI-ITEM-SEQ > 10
005168           AND OI-ITEM-SEQ < 21
005169           MOVE "RENT CR" TO ID-ITEM-TYPE
005170        WHEN OPEN-ITEM-IS-CASH
005180           MOVE "CASH" TO ID-ITEM-TYPE
005190        WHEN OTHER
005200           MOVE OI-ITEM-TYPE TO ID-ITEM-TYPE
005210     END-EVALUATE
005220     MOVE OI-DUE-DATE TO ID-DUE-DATE
005230     MOVE OI-BILLED-AMOUNT TO ID-BILLED-AMOUNT
005240     MOVE WS-ITEM-BALANCE TO ID-BALANCE
005250     MOVE OI-CURRENCY-CODE TO ID-CURRENCY
005260     MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
005270     MOVE WS-ITEM-DETAIL TO WS-ITEM-LINE (WS-ITEM-SUB)
005280     .
005290 2510-EXIT.
005300     EXIT.

005310 8110-LOG-SIGN-ON.
005320     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005330     MOVE "CONTROL6" TO SL-PROGRAM-ID
005340     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005350     ACCEPT SL-TIME-LOGGED FROM TIME
005360     MOVE "SIGN-ON" TO SL-EVENT-TYPE
005370     MOVE SPACE TO SL-EVENT-DETAIL
005380     IF SECURITY-LOG-FILE-OK
005390        WRITE SECURITY-LOG-REC
005400     END-IF
005410     .
005420 8110-EXIT.
005430     EXIT.

005440 8120-LOG-SIGN-OFF.
005450     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005460     MOVE "CONTROL6" TO SL-PROGRAM-ID
005470     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005480     ACCEPT SL-TIME-LOGGED FROM TIME
005490     MOVE "SIGN-OFF" TO SL-EVENT-TYPE
005500     MOVE SPACE TO SL-EVENT-DETAIL
005510     IF SECURITY-LOG-FILE-OK
005520        WRITE SECURITY-LOG-REC
005530     END-IF
005540     .
005550 8120-EXIT.
005560     EXIT.

005570 8130-VALIDATE-SIGN-ON.
005580     MOVE "N" TO WS-SIGN-ON-SWITCH
005590     MOVE "V" TO SO-FUNCTION
005600     MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID
005610     MOVE WS-PASSWORD-IN TO SO-PASSWORD
005620     MOVE SPACE TO SO-NEW-PASSWORD
005630     MOVE "CONTROL6" TO SO-PROGRAM-ID
005640     CALL "SIGNON" USING SIGN-ON-PARM
005650     IF SO-PASSWORD-EXPIRED
005660        PERFORM 8132-CHANGE-PASSWORD THRU 8132-EXIT
005670     END-IF
005680     IF NOT SO-SIGN-ON-OK
005690        SET SIGN-ON-DENIED TO TRUE
005700     END-IF
005710     .
005720 8130-EXIT.
005730     EXIT.

005740 8132-CHANGE-PASSWORD.
005750*    AN EXPIRED (OR NEVER-SET) PASSWORD IS CHANGED ON THE
005760*    SPOT AND THE SIGN-ON STANDS ON THE RESULT OF THE
005770*    CHANGE CALL.
005780     DISPLAY SO-DENY-REASON
005790     DISPLAY "ENTER A NEW PASSWORD - " WITH NO ADVANCING
005800     ACCEPT SO-NEW-PASSWORD
005810     MOVE "C" TO SO-FUNCTION
005820     CALL "SIGNON" USING SIGN-ON-PARM
005830     .
005840 8132-EXIT.
005850     EXIT.

005860 8140-LOG-DENIED.
005870     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005880     MOVE "CONTROL6" TO SL-PROGRAM-ID
005890     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005900     ACCEPT SL-TIME-LOGGED FROM TIME
005910     MOVE "DENIED" TO SL-EVENT-TYPE
005920     MOVE SO-DENY-REASON TO SL-EVENT-DETAIL
005930     IF SECURITY-LOG-FILE-OK
005940        WRITE SECURITY-LOG-REC
005950     END-IF
005960     .
005970 8140-EXIT.
005980     EXIT.

005990 8150-LOG-INQUIRY.
006000     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
006010     MOVE "CONTROL6" TO SL-PROGRAM-ID
006020     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
006030     ACCEPT SL-TIME-LOGGED FROM TIME
006040     MOVE "INQUIRY" TO SL-EVENT-TYPE
006050     MOVE SPACE TO SL-EVENT-DETAIL
006060     IF STUDENT-IS-FOUND
006070        STRING "Account viewed - student " DELIMITED BY SIZE
006080               WS-SCREEN-STUDENT-ID DELIMITED BY SIZE
006090               INTO SL-EVENT-DETAIL
006100        END-STRING
006110     ELSE
006120        STRING "Not on master - student " DELIMITED BY SIZE
006130               WS-SCREEN-STUDENT-ID DELIMITED BY SIZE
006140               INTO SL-EVENT-DETAIL
006150        END-STRING
006160     END-IF
006170     IF SECURITY-LOG-FILE-OK
006180        WRITE SECURITY-LOG-REC
006190     END-IF
006200     .
006210 8150-EXIT.
006220     EXIT.

006230 9000-TERMINATE.
006240     IF NOT SIGN-ON-DENIED
006250        AND NO-MENU-SESSION
006260        PERFORM 8120-LOG-SIGN-OFF THRU 8120-EXIT
006270     END-IF
006280     CLOSE MASTER-STUDENT-FILE
006290     CLOSE EXEMPTION-FILE
006300     CLOSE OPEN-ITEM-FILE
006310     CLOSE SECURITY-LOG-FILE
006320     .
006330 9000-EXIT.
006340     EXIT.
