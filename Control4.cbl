000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL4.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - REGISTRAR.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  STUDENT ADDRESS MAINTENANCE. ADDS,        *
000200*                CHANGES AND SHOWS A STUDENT'S TERM-TIME   *
000210*                ADDRESS AND THE DATE IT TAKES EFFECT,     *
000220*                HOME ADDRESS AND EMAIL, FOR THE DUNNING,  *
000230*                STATEMENT AND REFUND RUNS TO PRINT ON     *
000240*                THEIR DOCUMENTS. ONLY STUDENTS ON THE     *
000250*                MASTER FILE ARE ACCEPTED. RUNS FROM THE   *
000260*                MAIN MENU OR ON ITS OWN, AND EVERY ADD,   *
000270*                CHANGE AND LOOK-UP IS LOGGED TO THE       *
000280*                SECURITY LOG WITH THE OPERATOR, WHO IS    *
000290*                ALSO KEPT ON THE RECORD.                  *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS AD-STUDENT-ID
000410         FILE STATUS IS FS-STUDENT-ADDRESS.

000420     SELECT MASTER-STUDENT-FILE ASSIGN TO "MASTSTU"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS MS-STUDENT-ID
000460         FILE STATUS IS FS-MASTER-STUDENT.

000470     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-SECURITY-LOG.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STUDENT-ADDRESS-FILE.
000530 COPY STUADDR.

000540 FD  MASTER-STUDENT-FILE.
000550 COPY MASTREC.

000560 FD  SECURITY-LOG-FILE
000570     RECORDING MODE IS F.
000580 COPY SECLOG.

000590 WORKING-STORAGE SECTION.
000600 01  WS-FILE-STATUSES.
000610     05  FS-STUDENT-ADDRESS     PIC X(02) VALUE ZERO.
000620         88  STUDENT-ADDRESS-OK     VALUE "00".
000630     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
000640         88  MASTER-STUDENT-OK      VALUE "00".
000650     05  FS-SECURITY-LOG        PIC X(02) VALUE ZERO.
000660         88  SECURITY-LOG-FILE-OK   VALUE "00".

000670 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.

000680 01  WS-SIGN-ON-CONTROL.
000690     05  WS-SIGN-ON-SWITCH       PIC X(01) VALUE "N".
000700         88  SIGN-ON-DENIED          VALUE "Y".
000710     05  WS-PASSWORD-IN          PIC X(08) VALUE SPACE.

000720 01  WS-SWITCHES.
000730     05  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
000740         88  OPERATOR-IS-DONE        VALUE "Y".
000750     05  WS-STUDENT-FOUND-SWITCH PIC X(01) VALUE "N".
000760         88  STUDENT-IS-FOUND        VALUE "Y".
000770     05  WS-ENTRY-SWITCH         PIC X(01) VALUE "Y".
000780         88  ENTRY-IS-VALID          VALUE "Y".
000790         88  ENTRY-IS-INVALID        VALUE "N".

000800 01  WS-ACTION-CODE              PIC X(01) VALUE SPACE.
000810     88  ACTION-IS-ADD               VALUE "A".
000820     88  ACTION-IS-CHANGE            VALUE "C".
000830     88  ACTION-IS-INQUIRE           VALUE "I".
000840     88  ACTION-IS-QUIT              VALUE "X".

000850 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000860 01  WS-LINE-SUB                 PIC 9(01) VALUE ZERO.
000870 01  WS-EVENT-TYPE               PIC X(10) VALUE SPACE.
000880 01  WS-EVENT-TEXT               PIC X(20) VALUE SPACE.

000890*    THE SCREEN FIELDS ARE NOT CLEARED BETWEEN TRANSACTIONS,
000900*    SO AN ADDRESS BROUGHT UP WITH "I" CAN BE CORRECTED AND
000910*    SENT BACK WITH "C" WITHOUT KEYING IT ALL AGAIN.
000920 01  WS-SCREEN-FIELDS.
000930     05  WS-SCREEN-STUDENT-ID    PIC X(07) VALUE SPACE.
000940     05  WS-SCREEN-NAME          PIC X(30) VALUE SPACE.
000950     05  WS-SCREEN-TERM-LINE     PIC X(30) OCCURS 3 TIMES
000960                                 VALUE SPACE.
000970     05  WS-SCREEN-TERM-POSTCODE PIC X(10) VALUE SPACE.
000980     05  WS-SCREEN-EFFECTIVE     PIC 9(08) VALUE ZERO.
000990     05  WS-SCREEN-EFFECTIVE-X REDEFINES WS-SCREEN-EFFECTIVE.
001000         10  WS-SCREEN-EFF-YEAR  PIC X(04).
001010         10  WS-SCREEN-EFF-MONTH PIC X(02).
001020         10  WS-SCREEN-EFF-DAY   PIC X(02).
001030     05  WS-SCREEN-HOME-LINE     PIC X(30) OCCURS 3 TIMES
001040                                 VALUE SPACE.
001050     05  WS-SCREEN-HOME-POSTCODE PIC X(10) VALUE SPACE.
001060     05  WS-SCREEN-HOME-COUNTRY  PIC X(20) VALUE SPACE.
001070     05  WS-SCREEN-EMAIL         PIC X(50) VALUE SPACE.
001080     05  WS-SCREEN-CHANGED-DATE  PIC X(08) VALUE SPACE.
001090     05  WS-SCREEN-CHANGED-BY    PIC X(08) VALUE SPACE.
001100     05  WS-MESSAGE-LINE         PIC X(60) VALUE SPACE.

001110 COPY DATEPARM.

001120 COPY SIGNPARM.

001130 COPY SESSOPER.

001140 SCREEN SECTION.
001150 01  SCR-ADDRESS-MAINT.
001160     05  BLANK SCREEN.
001170     05  LINE 1 COLUMN 1 VALUE "STUDENT ADDRESS MAINTENANCE".
001180     05  LINE 3 COLUMN 1 VALUE "ACTION (A/C/I/X)  - ".
001190     05  LINE 3 COLUMN 21 PIC X(01)
001200         TO WS-ACTION-CODE USING WS-ACTION-CODE.
001210     05  LINE 4 COLUMN 1 VALUE "STUDENT ID        - ".
001220     05  LINE 4 COLUMN 21 PIC X(07)
001230         TO WS-SCREEN-STUDENT-ID
001240         USING WS-SCREEN-STUDENT-ID.
001250     05  LINE 4 COLUMN 30 PIC X(30) FROM WS-SCREEN-NAME.
001260     05  LINE 6 COLUMN 1 VALUE "TERM-TIME ADDRESS - ".
001270     05  LINE 6 COLUMN 21 PIC X(30)
001280         TO WS-SCREEN-TERM-LINE (1)
001290         USING WS-SCREEN-TERM-LINE (1).
001300     05  LINE 7 COLUMN 21 PIC X(30)
001310         TO WS-SCREEN-TERM-LINE (2)
001320         USING WS-SCREEN-TERM-LINE (2).
001330     05  LINE 8 COLUMN 21 PIC X(30)
001340         TO WS-SCREEN-TERM-LINE (3)
001350         USING WS-SCREEN-TERM-LINE (3).
001360     05  LINE 9 COLUMN 1 VALUE "POSTCODE          - ".
001370     05  LINE 9 COLUMN 21 PIC X(10)
001380         TO WS-SCREEN-TERM-POSTCODE
001390         USING WS-SCREEN-TERM-POSTCODE.
001400     05  LINE 10 COLUMN 1 VALUE "FROM (CCYYMMDD)   - ".
001410     05  LINE 10 COLUMN 21 PIC 9(08)
001420         TO WS-SCREEN-EFFECTIVE
001430         USING WS-SCREEN-EFFECTIVE.
001440     05  LINE 12 COLUMN 1 VALUE "HOME ADDRESS      - ".
001450     05  LINE 12 COLUMN 21 PIC X(30)
001460         TO WS-SCREEN-HOME-LINE (1)
001470         USING WS-SCREEN-HOME-LINE (1).
001480     05  LINE 13 COLUMN 21 PIC X(30)
001490         TO WS-SCREEN-HOME-LINE (2)
001500         USING WS-SCREEN-HOME-LINE (2).
001510     05  LINE 14 COLUMN 21 PIC X(30)
001520         TO WS-SCREEN-HOME-LINE (3)
001530         USING WS-SCREEN-HOME-LINE (3).
001540     05  LINE 15 COLUMN 1 VALUE "POSTCODE          - ".
001550     05  LINE 15 COLUMN 21 PIC X(10)
001560         TO WS-SCREEN-HOME-POSTCODE
001570         USING WS-SCREEN-HOME-POSTCODE.
001580     05  LINE 16 COLUMN 1 VALUE "COUNTRY           - ".
001590     05  LINE 16 COLUMN 21 PIC X(20)
001600         TO WS-SCREEN-HOME-COUNTRY
001610         USING WS-SCREEN-HOME-COUNTRY.
001620     05  LINE 18 COLUMN 1 VALUE "EMAIL             - ".
001630     05  LINE 18 COLUMN 21 PIC X(50)
001640         TO WS-SCREEN-EMAIL USING WS-SCREEN-EMAIL.
001650     05  LINE 20 COLUMN 1 VALUE "LAST CHANGED      - ".
001660     05  LINE 20 COLUMN 21 PIC X(08)
001670         FROM WS-SCREEN-CHANGED-DATE.
001680     05  LINE 20 COLUMN 30 VALUE "BY ".
001690     05  LINE 20 COLUMN 33 PIC X(08)
001700         FROM WS-SCREEN-CHANGED-BY.
001710     05  LINE 22 COLUMN 1 PIC X(60) FROM WS-MESSAGE-LINE.

001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT

001750     IF NO-MENU-SESSION
001760         DISPLAY "ENTER YOUR OPERATOR ID - " WITH NO ADVANCING
001770         ACCEPT WS-OPERATOR-ID
001780         DISPLAY "ENTER YOUR PASSWORD - " WITH NO ADVANCING
001790         ACCEPT WS-PASSWORD-IN
001800         PERFORM 8130-VALIDATE-SIGN-ON THRU 8130-EXIT
001810         IF SIGN-ON-DENIED
001820            DISPLAY "SIGN-ON REFUSED - " SO-DENY-REASON
001830            PERFORM 8140-LOG-DENIED THRU 8140-EXIT
001840            PERFORM 9000-TERMINATE THRU 9000-EXIT
001850            GOBACK
001860         END-IF
001870         PERFORM 8110-LOG-SIGN-ON THRU 8110-EXIT
001880     ELSE
001890        MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
001900     END-IF

001910     PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
001920         UNTIL OPERATOR-IS-DONE
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT
001940     GOBACK
001950     .

001960 1000-INITIALIZE.
001970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001980     OPEN EXTEND SECURITY-LOG-FILE
001990     IF NOT SECURITY-LOG-FILE-OK
002000        DISPLAY "CONTROL4 - UNABLE TO OPEN SECURITY-LOG-FILE"
002010     END-IF
002020     OPEN INPUT MASTER-STUDENT-FILE
002030     IF NOT MASTER-STUDENT-OK
002040        DISPLAY "CONTROL4 - UNABLE TO OPEN MASTER-STUDENT-FILE"
002050        SET OPERATOR-IS-DONE TO TRUE
002060     END-IF
002070     OPEN I-O STUDENT-ADDRESS-FILE
002080     IF NOT STUDENT-ADDRESS-OK
002090*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
002100*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
002110*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
002120        OPEN OUTPUT STUDENT-ADDRESS-FILE
002130        IF STUDENT-ADDRESS-OK
002140           CLOSE STUDENT-ADDRESS-FILE
002150           OPEN I-O STUDENT-ADDRESS-FILE
002160        END-IF
002170     END-IF
002180     IF NOT STUDENT-ADDRESS-OK
002190        DISPLAY "CONTROL4 - UNABLE TO OPEN STUDENT-ADDRESS-FILE"
002200        SET OPERATOR-IS-DONE TO TRUE
002210     END-IF
002220     .
002230 1000-EXIT.
002240     EXIT.

002250 2000-PROCESS-ONE-TRANSACTION.
002260     MOVE SPACE TO WS-ACTION-CODE
002270     DISPLAY SCR-ADDRESS-MAINT
002280     ACCEPT SCR-ADDRESS-MAINT
002290     MOVE SPACE TO WS-MESSAGE-LINE

002300     IF ACTION-IS-QUIT
002310        SET OPERATOR-IS-DONE TO TRUE
002320        GO TO 2000-EXIT
002330     END-IF
002340     IF NOT ACTION-IS-ADD
002350        AND NOT ACTION-IS-CHANGE
002360        AND NOT ACTION-IS-INQUIRE
002370        MOVE "INVALID ACTION - USE A, C, I OR X"
002380            TO WS-MESSAGE-LINE
002390        GO TO 2000-EXIT
002400     END-IF
002410     IF WS-SCREEN-STUDENT-ID = SPACE
002420        MOVE "ENTER A STUDENT ID" TO WS-MESSAGE-LINE
002430        GO TO 2000-EXIT
002440     END-IF

002450*    AN ADDRESS IS ONLY KEPT FOR A STUDENT ON THE MASTER, AND
002460*    THE NAME IS SHOWN SO THE OPERATOR CAN SEE IT IS THE
002470*    RIGHT ONE BEFORE ANYTHING IS CHANGED.
002480     MOVE SPACE TO WS-SCREEN-NAME
002490     MOVE WS-SCREEN-STUDENT-ID TO MS-STUDENT-ID
002500     READ MASTER-STUDENT-FILE
002510         INVALID KEY
002520             MOVE "N" TO WS-STUDENT-FOUND-SWITCH
002530         NOT INVALID KEY
002540             SET STUDENT-IS-FOUND TO TRUE
002550             MOVE MS-STUDENT-NAME TO WS-SCREEN-NAME
002560     END-READ
002570     IF NOT STUDENT-IS-FOUND
002580        MOVE "THAT STUDENT ID IS NOT ON THE MASTER FILE"
002590            TO WS-MESSAGE-LINE
002600        GO TO 2000-EXIT
002610     END-IF

002620     EVALUATE TRUE
002630        WHEN ACTION-IS-ADD
002640           PERFORM 2050-VALIDATE-ENTRY THRU 2050-EXIT
002650           IF ENTRY-IS-VALID
002660              PERFORM 2100-ADD-ADDRESS THRU 2100-EXIT
002670           END-IF
002680        WHEN ACTION-IS-CHANGE
002690           PERFORM 2050-VALIDATE-ENTRY THRU 2050-EXIT
002700           IF ENTRY-IS-VALID
002710              PERFORM 2200-CHANGE-ADDRESS THRU 2200-EXIT
002720           END-IF
002730        WHEN ACTION-IS-INQUIRE
002740           PERFORM 2300-INQUIRE-ADDRESS THRU 2300-EXIT
002750     END-EVALUATE
002760     .
002770 2000-EXIT.
002780     EXIT.

002790 2050-VALIDATE-ENTRY.
002800*    AN ADDRESS IS EITHER LEFT WHOLLY BLANK OR GIVEN WITH BOTH
002810*    A FIRST LINE AND A POSTCODE - THE PRINT RUNS WILL NOT
002820*    POST TO A HALF-FILLED ADDRESS.  A TERM-TIME ADDRESS ALSO
002830*    NEEDS THE DATE IT TAKES EFFECT.
002840     SET ENTRY-IS-VALID TO TRUE
002850     EVALUATE TRUE
002860        WHEN WS-SCREEN-TERM-LINE (1) = SPACE
002870           AND WS-SCREEN-HOME-LINE (1) = SPACE
002880           MOVE "ENTER A TERM-TIME OR A HOME ADDRESS"
002890               TO WS-MESSAGE-LINE
002900           SET ENTRY-IS-INVALID TO TRUE
002910        WHEN WS-SCREEN-TERM-LINE (1) = SPACE
002920           AND WS-SCREEN-TERM-POSTCODE NOT = SPACE
002930           MOVE "TERM-TIME ADDRESS HAS NO FIRST LINE"
002940               TO WS-MESSAGE-LINE
002950           SET ENTRY-IS-INVALID TO TRUE
002960        WHEN WS-SCREEN-TERM-LINE (1) NOT = SPACE
002970           AND WS-SCREEN-TERM-POSTCODE = SPACE
002980           MOVE "TERM-TIME ADDRESS HAS NO POSTCODE"
002990               TO WS-MESSAGE-LINE
003000           SET ENTRY-IS-INVALID TO TRUE
003010        WHEN WS-SCREEN-HOME-LINE (1) = SPACE
003020           AND WS-SCREEN-HOME-POSTCODE NOT = SPACE
003030           MOVE "HOME ADDRESS HAS NO FIRST LINE"
003040               TO WS-MESSAGE-LINE
003050           SET ENTRY-IS-INVALID TO TRUE
003060        WHEN WS-SCREEN-HOME-LINE (1) NOT = SPACE
003070           AND WS-SCREEN-HOME-POSTCODE = SPACE
003080           MOVE "HOME ADDRESS HAS NO POSTCODE"
003090               TO WS-MESSAGE-LINE
003100           SET ENTRY-IS-INVALID TO TRUE
003110        WHEN WS-SCREEN-TERM-LINE (1) NOT = SPACE
003120           PERFORM 2060-VALIDATE-EFFECTIVE-DATE THRU 2060-EXIT
003130     END-EVALUATE
003140     .
003150 2050-EXIT.
003160     EXIT.

003170 2060-VALIDATE-EFFECTIVE-DATE.
003180*    THE SHARED DATE CHECK IS GIVEN NO GRACE PERIOD, SO A
003190*    PAST DATE COMES BACK AS CODE 5 - THAT IS EXPECTED HERE,
003200*    AS THE OFFICE OFTEN KEYS A MOVE AFTER IT HAS HAPPENED.
003210     IF WS-SCREEN-EFFECTIVE = ZERO
003220        MOVE "ENTER THE DATE THE TERM-TIME ADDRESS STARTS"
003230            TO WS-MESSAGE-LINE
003240        SET ENTRY-IS-INVALID TO TRUE
003250        GO TO 2060-EXIT
003260     END-IF
003270     MOVE WS-SCREEN-EFF-YEAR TO DC-YEAR-IN
003280     MOVE WS-SCREEN-EFF-MONTH TO DC-MONTH-IN
003290     MOVE WS-SCREEN-EFF-DAY TO DC-DAY-IN
003300     MOVE ZERO TO DC-GRACE-DAYS
003310     CALL "DATECHEK" USING DATE-CHECK-PARM
003320     IF DC-RETURN-CODE NOT = 0
003330        AND DC-RETURN-CODE NOT = 5
003340        MOVE "THE FROM DATE IS NOT A VALID DATE"
003350            TO WS-MESSAGE-LINE
003360        SET ENTRY-IS-INVALID TO TRUE
003370     END-IF
003380     .
003390 2060-EXIT.
003400     EXIT.

003410 2100-ADD-ADDRESS.
003420     MOVE WS-SCREEN-STUDENT-ID TO AD-STUDENT-ID
003430     PERFORM 2400-MOVE-SCREEN-TO-RECORD THRU 2400-EXIT
003440     WRITE STUDENT-ADDRESS-REC
003450         INVALID KEY
003460             MOVE "AN ADDRESS IS ALREADY ON FILE - USE C"
003470                 TO WS-MESSAGE-LINE
003480         NOT INVALID KEY
003490             MOVE "ADDRESS ADDED" TO WS-MESSAGE-LINE
003500             MOVE "ADDR-ADD" TO WS-EVENT-TYPE
003510             MOVE "Address added" TO WS-EVENT-TEXT
003520             PERFORM 8150-LOG-CHANGE THRU 8150-EXIT
003530             PERFORM 2500-MOVE-RECORD-TO-SCREEN THRU 2500-EXIT
003540     END-WRITE
003550     .
003560 2100-EXIT.
003570     EXIT.

003580 2200-CHANGE-ADDRESS.
003590     MOVE WS-SCREEN-STUDENT-ID TO AD-STUDENT-ID
003600     READ STUDENT-ADDRESS-FILE
003610         INVALID KEY
003620             MOVE "NO ADDRESS ON FILE FOR THAT STUDENT - USE A"
003630                 TO WS-MESSAGE-LINE
003640             GO TO 2200-EXIT
003650     END-READ
003660     PERFORM 2400-MOVE-SCREEN-TO-RECORD THRU 2400-EXIT
003670     REWRITE STUDENT-ADDRESS-REC
003680         INVALID KEY
003690             MOVE "UNABLE TO REWRITE ADDRESS RECORD"
003700                 TO WS-MESSAGE-LINE
003710         NOT INVALID KEY
003720             MOVE "ADDRESS CHANGED" TO WS-MESSAGE-LINE
003730             MOVE "ADDR-CHG" TO WS-EVENT-TYPE
003740             MOVE "Address changed" TO WS-EVENT-TEXT
003750             PERFORM 8150-LOG-CHANGE THRU 8150-EXIT
003760             PERFORM 2500-MOVE-RECORD-TO-SCREEN THRU 2500-EXIT
003770     END-REWRITE
003780     .
003790 2200-EXIT.
003800     EXIT.

003810 2300-INQUIRE-ADDRESS.
003820*    A LOOK-UP IS LOGGED THE SAME AS ON THE ACCOUNT INQUIRY,
003830*    SINCE THE SCREEN SHOWS WHERE A STUDENT LIVES.
003840     MOVE "INQUIRY" TO WS-EVENT-TYPE
003850     MOVE "Address viewed" TO WS-EVENT-TEXT
003860     PERFORM 8150-LOG-CHANGE THRU 8150-EXIT
003870     MOVE WS-SCREEN-STUDENT-ID TO AD-STUDENT-ID
003880     READ STUDENT-ADDRESS-FILE
003890         INVALID KEY
003900             PERFORM 2310-CLEAR-ADDRESS-FIELDS THRU 2310-EXIT
003910             MOVE "NO ADDRESS ON FILE FOR THAT STUDENT"
003920                 TO WS-MESSAGE-LINE
003930         NOT INVALID KEY
003940             PERFORM 2500-MOVE-RECORD-TO-SCREEN THRU 2500-EXIT
003950             MOVE "ADDRESS FOUND" TO WS-MESSAGE-LINE
003960     END-READ
003970     .
003980 2300-EXIT.
003990     EXIT.

004000 2310-CLEAR-ADDRESS-FIELDS.
004010     PERFORM 2320-CLEAR-ONE-LINE THRU 2320-EXIT
004020         VARYING WS-LINE-SUB FROM 1 BY 1
004030         UNTIL WS-LINE-SUB > 3
004040     MOVE SPACE TO WS-SCREEN-TERM-POSTCODE
004050     MOVE ZERO TO WS-SCREEN-EFFECTIVE
004060     MOVE SPACE TO WS-SCREEN-HOME-POSTCODE
004070     MOVE SPACE TO WS-SCREEN-HOME-COUNTRY
004080     MOVE SPACE TO WS-SCREEN-EMAIL
004090     MOVE SPACE TO WS-SCREEN-CHANGED-DATE
004100     MOVE SPACE TO WS-SCREEN-CHANGED-BY
004110     .
004120 2310-EXIT.
004130     EXIT.

004140 2320-CLEAR-ONE-LINE.
004150     MOVE SPACE TO WS-SCREEN-TERM-LINE (WS-LINE-SUB)
004160     MOVE SPACE TO WS-SCREEN-HOME-LINE (WS-LINE-SUB)
004170     .
004180 2320-EXIT.
004190     EXIT.

004200 2400-MOVE-SCREEN-TO-RECORD.
004210     PERFORM 2410-MOVE-ONE-LINE THRU 2410-EXIT
004220         VARYING WS-LINE-SUB FROM 1 BY 1
004230         UNTIL WS-LINE-SUB > 3
004240     MOVE WS-SCREEN-TERM-POSTCODE TO AD-TERM-POSTCODE
004250     MOVE WS-SCREEN-EFFECTIVE TO AD-EFFECTIVE-DATE
004260     MOVE WS-SCREEN-HOME-POSTCODE TO AD-HOME-POSTCODE
004270     MOVE WS-SCREEN-HOME-COUNTRY TO AD-HOME-COUNTRY
004280     MOVE WS-SCREEN-EMAIL TO AD-EMAIL-ADDRESS
004290     MOVE WS-TODAY-DATE TO AD-LAST-CHANGED-DATE
004300     MOVE WS-OPERATOR-ID TO AD-LAST-CHANGED-BY
004310     .
004320 2400-EXIT.
004330     EXIT.

004340 2410-MOVE-ONE-LINE.
004350     MOVE WS-SCREEN-TERM-LINE (WS-LINE-SUB)
004360         TO AD-TERM-LINE (WS-LINE-SUB)
004370     MOVE WS-SCREEN-HOME-LINE (WS-LINE-SUB)
004380         TO AD-HOME-LINE (WS-LINE-SUB)
004390     .
004400 2410-EXIT.
004410     EXIT.

004420 2500-MOVE-RECORD-TO-SCREEN.
004430     PERFORM 2510-SHOW-ONE-LINE THRU 2510-EXIT
004440         VARYING WS-LINE-SUB FROM 1 BY 1
004450         UNTIL WS-LINE-SUB > 3
004460     MOVE AD-TERM-POSTCODE TO WS-SCREEN-TERM-POSTCODE
004470     IF AD-EFFECTIVE-DATE IS NUMERIC
004480        MOVE AD-EFFECTIVE-DATE TO WS-SCREEN-EFFECTIVE
004490     ELSE
004500        MOVE ZERO TO WS-SCREEN-EFFECTIVE
004510     END-IF
004520     MOVE AD-HOME-POSTCODE TO WS-SCREEN-HOME-POSTCODE
004530     MOVE AD-HOME-COUNTRY TO WS-SCREEN-HOME-COUNTRY
004540     MOVE AD-EMAIL-ADDRESS TO WS-SCREEN-EMAIL
004550     MOVE AD-LAST-CHANGED-DATE TO WS-SCREEN-CHANGED-DATE
004560     MOVE AD-LAST-CHANGED-BY TO WS-SCREEN-CHANGED-BY
004570     .
004580 2500-EXIT.
004590     EXIT.

004600 2510-SHOW-ONE-LINE.
004610     MOVE AD-TERM-LINE (WS-LINE-SUB)
004620         TO WS-SCREEN-TERM-LINE (WS-LINE-SUB)
004630     MOVE AD-HOME-LINE (WS-LINE-SUB)
004640         TO WS-SCREEN-HOME-LINE (WS-LINE-SUB)
004650     .
004660 2510-EXIT.
004670     EXIT.

004680 8110-LOG-SIGN-ON.
004690     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
004700     MOVE "CONTROL4" TO SL-PROGRAM-ID
004710     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
004720     ACCEPT SL-TIME-LOGGED FROM TIME
004730     MOVE "SIGN-ON" TO SL-EVENT-TYPE
004740     MOVE SPACE TO SL-EVENT-DETAIL
004750     IF SECURITY-LOG-FILE-OK
004760        WRITE SECURITY-LOG-REC
004770     END-IF
004780     .
004790 8110-EXIT.
004800     EXIT.

004810 8120-LOG-SIGN-OFF.
004820     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
004830     MOVE "CONTROL4" TO SL-PROGRAM-ID
004840     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
004850     ACCEPT SL-TIME-LOGGED FROM TIME
004860     MOVE "SIGN-OFF" TO SL-EVENT-TYPE
004870     MOVE SPACE TO SL-EVENT-DETAIL
004880     IF SECURITY-LOG-FILE-OK
004890        WRITE SECURITY-LOG-REC
004900     END-IF
004910     .
004920 8120-EXIT.
004930     EXIT.

004940 8130-VALIDATE-SIGN-ON.
004950     MOVE "N" TO WS-SIGN-ON-SWITCH
004960     MOVE "V" TO SO-FUNCTION
004970     MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID
004980     MOVE WS-PASSWORD-IN TO SO-PASSWORD
004990     MOVE SPACE TO SO-NEW-PASSWORD
005000     MOVE "CONTROL4" TO SO-PROGRAM-ID
005010     CALL "SIGNON" USING SIGN-ON-PARM
005020     IF SO-PASSWORD-EXPIRED
005030        PERFORM 8132-CHANGE-PASSWORD THRU 8132-EXIT
005040     END-IF
005050     IF NOT SO-SIGN-ON-OK
005060        SET SIGN-ON-DENIED TO TRUE
005070     END-IF
005080     .
005090 8130-EXIT.
005100     EXIT.

005110 8132-CHANGE-PASSWORD.
005120*    AN EXPIRED (OR NEVER-SET) PASSWORD IS CHANGED ON THE
005130*    SPOT AND THE SIGN-ON STANDS ON THE RESULT OF THE
005140*    CHANGE CALL.
005150     DISPLAY SO-DENY-REASON
005160     DISPLAY "ENTER A NEW PASSWORD - " WITH NO ADVANCING
005170     ACCEPT SO-NEW-PASSWORD
005180     MOVE "C" TO SO-FUNCTION
005190     CALL "SIGNON" USING SIGN-ON-PARM
005200     .
005210 8132-EXIT.
005220     EXIT.

005230 8140-LOG-DENIED.
005240     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005250     MOVE "CONTROL4" TO SL-PROGRAM-ID
005260     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005270     ACCEPT SL-TIME-LOGGED FROM TIME
005280     MOVE "DENIED" TO SL-EVENT-TYPE
005290     MOVE SO-DENY-REASON TO SL-EVENT-DETAIL
005300     IF SECURITY-LOG-FILE-OK
005310        WRITE SECURITY-LOG-REC
005320     END-IF
005330     .
005340 8140-EXIT.
005350     EXIT.

005360 8150-LOG-CHANGE.
005370     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005380     MOVE "CONTROL4" TO SL-PROGRAM-ID
005390     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005400     ACCEPT SL-TIME-LOGGED FROM TIME
005410     MOVE WS-EVENT-TYPE TO SL-EVENT-TYPE
005420     MOVE SPACE TO SL-EVENT-DETAIL
005430     STRING WS-EVENT-TEXT DELIMITED BY "  "
005440            " - student " DELIMITED BY SIZE
005450            WS-SCREEN-STUDENT-ID DELIMITED BY SIZE
005460            INTO SL-EVENT-DETAIL
005470     END-STRING
005480     IF SECURITY-LOG-FILE-OK
005490        WRITE SECURITY-LOG-REC
005500     END-IF
005510     .
005520 8150-EXIT.
005530     EXIT.

005540 9000-TERMINATE.
005550     IF NOT SIGN-ON-DENIED
005560        AND NO-MENU-SESSION
005570        PERFORM 8120-LOG-SIGN-OFF THRU 8120-EXIT
005580     END-IF
005590     CLOSE STUDENT-ADDRESS-FILE
005600     CLOSE MASTER-STUDENT-FILE
005610     CLOSE SECURITY-LOG-FILE
005620     .
005630 9000-EXIT.
005640     EXIT.
