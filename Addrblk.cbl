000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ADDRBLK.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - SHARED SUBPROGRAMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  SHARED ADDRESS BLOCK LOOK-UP, CALLED BY   *
000200*                EVERY RUN THAT PRINTS A DOCUMENT FOR      *
000210*                POSTING TO A STUDENT. CHOOSES THE TERM-   *
000220*                TIME OR HOME ADDRESS FROM THE STUDENT     *
000230*                ADDRESS FILE AS AT THE RUN DATE AND       *
000240*                RETURNS IT AS PRINT LINES. A STUDENT WITH *
000250*                NO USABLE ADDRESS IS WRITTEN TO THE       *
000260*                ADDRESS EXCEPTION LIST INSTEAD, AND THE   *
000270*                CALLER HOLDS THE DOCUMENT BACK, SO        *
000280*                LETTERS ARE NOT PRINTED FOR HAND-         *
000290*                ADDRESSING OR SENT TO AN OLD ADDRESS.     *
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

000470     SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "ADDREXCP"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-ADDRESS-EXCEPTION.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STUDENT-ADDRESS-FILE.
000530 COPY STUADDR.

000540 FD  MASTER-STUDENT-FILE.
000550 COPY MASTREC.

000560 FD  ADDRESS-EXCEPTION-FILE
000570     RECORDING MODE IS F.
000580 COPY ADDREXCP.

000590 WORKING-STORAGE SECTION.
000600 01  WS-FILE-STATUSES.
000610     05  FS-STUDENT-ADDRESS     PIC X(02) VALUE ZERO.
000620         88  STUDENT-ADDRESS-OK     VALUE "00".
000630     05  FS-MASTER-STUDENT      PIC X(02) VALUE ZERO.
000640         88  MASTER-STUDENT-OK      VALUE "00".
000650     05  FS-ADDRESS-EXCEPTION   PIC X(02) VALUE ZERO.
000660         88  ADDRESS-EXCEPTION-OK   VALUE "00".

000670*    THE FILES ARE OPENED ON THE FIRST LOOK-UP AND STAY OPEN
000680*    UNTIL THE CALLER'S CLOSE CALL, SO A RUN PRINTING SEVERAL
000690*    THOUSAND LETTERS DOES NOT OPEN THEM FOR EVERY ONE.
000700 01  WS-SWITCHES.
000710     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
000720         88  FILES-ARE-OPEN          VALUE "Y".
000730     05  WS-ADDRESS-OPEN-SWITCH  PIC X(01) VALUE "N".
000740         88  ADDRESS-FILE-OPEN       VALUE "Y".
000750     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
000760         88  MASTER-FILE-OPEN        VALUE "Y".
000770     05  WS-EXCEPTION-OPEN-SWITCH PIC X(01) VALUE "N".
000780         88  EXCEPTION-FILE-OPEN     VALUE "Y".
000790     05  WS-LEFT-SWITCH          PIC X(01) VALUE "N".
000800         88  STUDENT-HAS-LEFT        VALUE "Y".

000810 01  WS-WORK-FIELDS.
000820     05  WS-LINE-SUB             PIC 9(01) VALUE ZERO.
000830     05  WS-NEXT-LINE            PIC X(30) VALUE SPACE.
000840     05  WS-EXCEPTION-REASON     PIC X(30) VALUE SPACE.

000850 LINKAGE SECTION.
000860 COPY ADDRPARM.

000870 PROCEDURE DIVISION USING ADDRESS-BLOCK-PARM.

000880 0000-MAINLINE.
000890     IF AB-FUNCTION-CLOSE
000900        PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
000910        GOBACK
000920     END-IF
000930     IF NOT FILES-ARE-OPEN
000940        PERFORM 1000-OPEN-FILES THRU 1000-EXIT
000950     END-IF
000960     PERFORM 2000-LOOK-UP-ADDRESS THRU 2000-EXIT
000970     GOBACK
000980     .

000990 1000-OPEN-FILES.
001000*    WITHOUT THE ADDRESS FILE EVERY DOCUMENT GOES TO THE
001010*    EXCEPTION LIST.  WITHOUT THE MASTER THE STUDENT IS TAKEN
001020*    AS STILL ACTIVE, SO THE TERM-TIME ADDRESS STILL COUNTS.
001030     SET FILES-ARE-OPEN TO TRUE
001040     OPEN INPUT STUDENT-ADDRESS-FILE
001050     IF STUDENT-ADDRESS-OK
001060        SET ADDRESS-FILE-OPEN TO TRUE
001070     ELSE
001080        DISPLAY "ADDRBLK - UNABLE TO OPEN STUDENT-ADDRESS-FILE"
001090     END-IF
001100     OPEN INPUT MASTER-STUDENT-FILE
001110     IF MASTER-STUDENT-OK
001120        SET MASTER-FILE-OPEN TO TRUE
001130     ELSE
001140        DISPLAY "ADDRBLK - UNABLE TO OPEN MASTER-STUDENT-FILE"
001150     END-IF
001160     OPEN EXTEND ADDRESS-EXCEPTION-FILE
001170     IF NOT ADDRESS-EXCEPTION-OK
001180        OPEN OUTPUT ADDRESS-EXCEPTION-FILE
001190     END-IF
001200     IF ADDRESS-EXCEPTION-OK
001210        SET EXCEPTION-FILE-OPEN TO TRUE
001220     ELSE
001230        DISPLAY "ADDRBLK - UNABLE TO OPEN ADDRESS-EXCEPTION-"
001240            "FILE"
001250     END-IF
001260     .
001270 1000-EXIT.
001280     EXIT.

001290 2000-LOOK-UP-ADDRESS.
001300     MOVE ZERO TO AB-RETURN-CODE
001310     MOVE ZERO TO AB-LINE-COUNT
001320     MOVE SPACE TO AB-ADDRESS-USED
001330     PERFORM 2010-CLEAR-ONE-LINE THRU 2010-EXIT
001340         VARYING WS-LINE-SUB FROM 1 BY 1
001350         UNTIL WS-LINE-SUB > 5
001360     PERFORM 2100-CHOOSE-ADDRESS THRU 2100-EXIT
001370     IF AB-NO-USABLE-ADDRESS
001380        PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001390     END-IF
001400     .
001410 2000-EXIT.
001420     EXIT.

001430 2010-CLEAR-ONE-LINE.
001440     MOVE SPACE TO AB-ADDRESS-LINE (WS-LINE-SUB)
001450     .
001460 2010-EXIT.
001470     EXIT.

001480 2100-CHOOSE-ADDRESS.
001490*    THE TERM-TIME ADDRESS IS USED ONCE ITS EFFECTIVE DATE HAS
001500*    COME, UNLESS THE STUDENT HAS WITHDRAWN OR GRADUATED.  IN
001510*    EVERY OTHER CASE, OR IF THE TERM-TIME ADDRESS IS NOT
001520*    COMPLETE, THE HOME ADDRESS IS USED.
001530     IF NOT ADDRESS-FILE-OPEN
001540        MOVE "ADDRESS FILE NOT AVAILABLE" TO WS-EXCEPTION-REASON
001550        MOVE 1 TO AB-RETURN-CODE
001560        GO TO 2100-EXIT
001570     END-IF
001580     MOVE AB-STUDENT-ID TO AD-STUDENT-ID
001590     READ STUDENT-ADDRESS-FILE
001600         INVALID KEY
001610             MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
001620             MOVE 1 TO AB-RETURN-CODE
001630             GO TO 2100-EXIT
001640     END-READ

001650     MOVE "N" TO WS-LEFT-SWITCH
001660     IF MASTER-FILE-OPEN
001670        MOVE AB-STUDENT-ID TO MS-STUDENT-ID
001680        READ MASTER-STUDENT-FILE
001690            NOT INVALID KEY
001700                IF MS-STUDENT-LEFT
001710                   SET STUDENT-HAS-LEFT TO TRUE
001720                END-IF
001730        END-READ
001740     END-IF

001750     IF NOT STUDENT-HAS-LEFT
001760        AND AD-EFFECTIVE-DATE IS NUMERIC
001770        AND AD-EFFECTIVE-DATE NOT > AB-RUN-DATE
001780        AND AD-TERM-LINE (1) NOT = SPACE
001790        AND AD-TERM-POSTCODE NOT = SPACE
001800        PERFORM 2200-USE-TERM-ADDRESS THRU 2200-EXIT
001810        GO TO 2100-EXIT
001820     END-IF
001830     IF AD-HOME-LINE (1) NOT = SPACE
001840        AND AD-HOME-POSTCODE NOT = SPACE
001850        PERFORM 2300-USE-HOME-ADDRESS THRU 2300-EXIT
001860        GO TO 2100-EXIT
001870     END-IF

001880     IF STUDENT-HAS-LEFT
001890        MOVE "LEFT - NO HOME ADDRESS" TO WS-EXCEPTION-REASON
001900     ELSE
001910        MOVE "NO COMPLETE ADDRESS" TO WS-EXCEPTION-REASON
001920     END-IF
001930     MOVE 1 TO AB-RETURN-CODE
001940     .
001950 2100-EXIT.
001960     EXIT.

001970 2200-USE-TERM-ADDRESS.
001980     SET AB-TERM-ADDRESS-USED TO TRUE
001990     PERFORM 2210-ADD-TERM-LINE THRU 2210-EXIT
002000         VARYING WS-LINE-SUB FROM 1 BY 1
002010         UNTIL WS-LINE-SUB > 3
002020     MOVE AD-TERM-POSTCODE TO WS-NEXT-LINE
002030     PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
002040     .
002050 2200-EXIT.
002060     EXIT.

002070 2210-ADD-TERM-LINE.
002080     MOVE AD-TERM-LINE (WS-LINE-SUB) TO WS-NEXT-LINE
002090     PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
002100     .
002110 2210-EXIT.
002120     EXIT.

002130 2300-USE-HOME-ADDRESS.
002140     SET AB-HOME-ADDRESS-USED TO TRUE
002150     PERFORM 2310-ADD-HOME-LINE THRU 2310-EXIT
002160         VARYING WS-LINE-SUB FROM 1 BY 1
002170         UNTIL WS-LINE-SUB > 3
002180     MOVE AD-HOME-POSTCODE TO WS-NEXT-LINE
002190     PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
002200     MOVE AD-HOME-COUNTRY TO WS-NEXT-LINE
002210     PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
002220     .
002230 2300-EXIT.
002240     EXIT.

002250 2310-ADD-HOME-LINE.
002260     MOVE AD-HOME-LINE (WS-LINE-SUB) TO WS-NEXT-LINE
002270     PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
002280     .
002290 2310-EXIT.
002300     EXIT.

002310 2400-ADD-ONE-LINE.
002320*    BLANK LINES ARE CLOSED UP SO THE BLOCK PRINTS WITHOUT
002330*    GAPS WHEREVER THE OFFICE LEFT A LINE EMPTY.
002340     IF WS-NEXT-LINE = SPACE
002350        GO TO 2400-EXIT
002360     END-IF
002370     ADD 1 TO AB-LINE-COUNT
002380     MOVE WS-NEXT-LINE TO AB-ADDRESS-LINE (AB-LINE-COUNT)
002390     .
002400 2400-EXIT.
002410     EXIT.

002420 2900-WRITE-EXCEPTION.
002430     IF NOT EXCEPTION-FILE-OPEN
002440        GO TO 2900-EXIT
002450     END-IF
002460     MOVE SPACE TO ADDRESS-EXCEPTION-REC
002470     MOVE AB-PROGRAM-ID TO AX-PROGRAM-ID
002480     MOVE AB-RUN-DATE TO AX-DATE-LOGGED
002490     MOVE AB-STUDENT-ID TO AX-STUDENT-ID
002500     MOVE AB-STUDENT-NAME TO AX-STUDENT-NAME
002510     MOVE AB-DOCUMENT TO AX-DOCUMENT
002520     MOVE WS-EXCEPTION-REASON TO AX-REASON
002530     WRITE ADDRESS-EXCEPTION-REC
002540     .
002550 2900-EXIT.
002560     EXIT.

002570 3000-CLOSE-FILES.
002580     IF NOT FILES-ARE-OPEN
002590        GO TO 3000-EXIT
002600     END-IF
002610     IF ADDRESS-FILE-OPEN
002620        CLOSE STUDENT-ADDRESS-FILE
002630     END-IF
002640     IF MASTER-FILE-OPEN
002650        CLOSE MASTER-STUDENT-FILE
002660     END-IF
002670     IF EXCEPTION-FILE-OPEN
002680        CLOSE ADDRESS-EXCEPTION-FILE
002690     END-IF
002700     MOVE "N" TO WS-FILES-OPEN-SWITCH
002710     MOVE "N" TO WS-ADDRESS-OPEN-SWITCH
002720     MOVE "N" TO WS-MASTER-OPEN-SWITCH
002730     MOVE "N" TO WS-EXCEPTION-OPEN-SWITCH
002740     .
002750 3000-EXIT.
002760     EXIT.
