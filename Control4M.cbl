000300*                THE SHARED SIGNON SUBPROGRAM FORCES THE    *
000310*                OPERATOR TO SET A NEW ONE AT NEXT          *
000320*                SIGN-ON (AND UNLOCKS A LOCKED OPERATOR).   *
000321*  10/15/26  JH  ADDS, CHANGES AND PASSWORD RESETS NOW GO   *
000322*                ON THE PENDING-CHANGE FILE (SHARED CHGAPPR *
000323*                SUBPROGRAM) AND ONLY REACH OPERMAST WHEN A *
000324*                SECOND, DIFFERENT OPERATOR APPROVES THEM   *
000325*                WITH THE NEW P ACTION AFTER SEEING THE     *
000326*                BEFORE AND AFTER IMAGE - SO NOBODY CAN     *
000327*                GRANT THEMSELVES ALL ANY MORE. J REJECTS.  *
000328*                THE SCREEN NOW SIGNS ON THROUGH SIGNON AS  *
000329*                CONTRL4M.                                  *
000330*----------------------------------------------------------*

000340 ENVIRONMENT DIVISION.
000430         RECORD KEY IS OP-OPERATOR-ID
000440         FILE STATUS IS FS-OPERATOR-MASTER.

000441     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS FS-SECURITY-LOG.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OPERATOR-MASTER-FILE.
000480 COPY OPERMAST.

000481 FD  SECURITY-LOG-FILE
000482     RECORDING MODE IS F.
000483 COPY SECLOG.

000490 WORKING-STORAGE SECTION.
000500 01  FS-OPERATOR-MASTER          PIC X(02) VALUE ZERO.
000510     88  OPERATOR-MASTER-OK          VALUE "00".

000511 01  FS-SECURITY-LOG             PIC X(02) VALUE ZERO.
000512     88  SECURITY-LOG-FILE-OK        VALUE "00".

000520 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
000530     88  OPERATOR-IS-DONE            VALUE "Y".

000531 01  WS-CONFIRM-REPLY            PIC X(01) VALUE SPACE.
000532     88  CHANGE-IS-CONFIRMED         VALUE "Y" "y".
000533 01  WS-APPLY-SWITCH             PIC X(01) VALUE "N".
000534     88  CHANGE-IS-APPLIED           VALUE "Y".
000535 01  WS-IMAGE-LABEL              PIC X(06) VALUE SPACE.

000540 01  WS-ACTION-CODE              PIC X(01) VALUE SPACE.
000550     88  ACTION-IS-ADD               VALUE "A".
000560     88  ACTION-IS-CHANGE            VALUE "C".
000570     88  ACTION-IS-INQUIRE           VALUE "I".
000580     88  ACTION-IS-RESET             VALUE "R".
000590     88  ACTION-IS-QUIT              VALUE "X".
000591     88  ACTION-IS-APPROVE           VALUE "P".
000592     88  ACTION-IS-REJECT            VALUE "J".

000593 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.
000594 01  WS-SIGN-ON-CONTROL.
000595     05  WS-SIGN-ON-SWITCH       PIC X(01) VALUE "N".
000596         88  SIGN-ON-DENIED          VALUE "Y".
000597         88  OPERATOR-SIGNED-ON      VALUE "S".
000598     05  WS-PASSWORD-IN          PIC X(08) VALUE SPACE.

000600 01  WS-SCREEN-FIELDS.
000610     05  WS-SCREEN-OPERATOR-ID   PIC X(08) VALUE SPACE.
000660     05  WS-SCREEN-PASSWORD      PIC X(08) VALUE SPACE.
000670 01  WS-PROGRAM-SUB              PIC 9(02) COMP VALUE ZERO.
000680 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000681 COPY SIGNPARM.
000682 COPY CHGPARM.
000683*    SIGN-ON AND SECURLOG CARRY EIGHT-CHARACTER PROGRAM IDS -
000684*    "CONTROL4M" WOULD CUT TO CONTROL4 AND INHERIT ITS RIGHTS.
000685 01  WS-SIGN-ON-PROGRAM          PIC X(08) VALUE "CONTRL4M".
000686 01  WS-CURRENT-OPERATOR.
000687     05  WC-MAINTAINED-FIELDS    PIC X(93).
000688     05  WC-PASSWORD-FIELDS      PIC X(17).
000690 01  WS-MESSAGE-LINE             PIC X(40) VALUE SPACE.
000691*    OPERATOR-MASTER-REC SPLIT INTO THE ID, NAME, ACTIVE FLAG
000692*    AND PROGRAM LIST KEPT HERE AND THE PASSWORD FIELDS THAT
000693*    SIGNON ALSO UPDATES AT EVERY SIGN-ON.
000694 01  WS-BEFORE-OPERATOR.
000695     05  WB-MAINTAINED-FIELDS    PIC X(93).
000696     05  WB-PASSWORD-FIELDS      PIC X(17).
000697 01  WS-AFTER-OPERATOR.
000698     05  WA-MAINTAINED-FIELDS    PIC X(93).
000699     05  WA-PASSWORD-FIELDS      PIC X(17).

000700 SCREEN SECTION.
000710 01  SCR-OPERATOR-MAINT.
000720     05  BLANK SCREEN.
000730     05  LINE 1 COLUMN 1 VALUE "OPERATOR MASTER MAINTENANCE".
000740     05  LINE 3 COLUMN 1 VALUE "ACTION (A/C/I/R/P/J/X)-".
000750     05  LINE 3 COLUMN 24 PIC X(01)
000760         TO WS-ACTION-CODE USING WS-ACTION-CODE.
000770     05  LINE 5 COLUMN 1 VALUE "OPERATOR ID  - ".
000780     05  LINE 5 COLUMN 16 PIC X(08)
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001221     IF NOT OPERATOR-IS-DONE
001222        PERFORM 8100-SIGN-ON THRU 8100-EXIT
001223     END-IF
001230     PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
001240         UNTIL OPERATOR-IS-DONE
001250     PERFORM 9000-TERMINATE THRU 9000-EXIT
001310        DISPLAY "CONTROL4M - UNABLE TO OPEN OPERATOR-MASTER"
001320        SET OPERATOR-IS-DONE TO TRUE
001330     END-IF
001331     OPEN EXTEND SECURITY-LOG-FILE
001332     IF NOT SECURITY-LOG-FILE-OK
001333        DISPLAY "CONTROL4M - UNABLE TO OPEN SECURITY-LOG-FILE"
001334     END-IF
001340     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001350     .
001360 1000-EXIT.
001580           PERFORM 2300-INQUIRE-OPERATOR THRU 2300-EXIT
001590        WHEN ACTION-IS-RESET
001600           PERFORM 2400-RESET-PASSWORD THRU 2400-EXIT
001601        WHEN ACTION-IS-APPROVE
001602           PERFORM 2600-APPROVE-OPERATOR THRU 2600-EXIT
001603        WHEN ACTION-IS-REJECT
001604           PERFORM 2700-REJECT-OPERATOR THRU 2700-EXIT
001610        WHEN OTHER
001620           MOVE "INVALID ACTION - USE A C I R P J OR X"
001630               TO WS-MESSAGE-LINE
001640           DISPLAY SCR-OPERATOR-MAINT
001650     END-EVALUATE
002030     EXIT.

002040 2100-ADD-OPERATOR.
002041*    KEYED HERE, APPLIED WHEN A SECOND OPERATOR APPROVES (2600).
002042     MOVE WS-SCREEN-OPERATOR-ID TO OP-OPERATOR-ID
002043     READ OPERATOR-MASTER-FILE
002044         NOT INVALID KEY
002045             MOVE "THAT OPERATOR ID ALREADY EXISTS"
002046                 TO WS-MESSAGE-LINE
002047             DISPLAY SCR-OPERATOR-MAINT
002048             GO TO 2100-EXIT
002049     END-READ
002050     MOVE WS-SCREEN-OPERATOR-ID TO OP-OPERATOR-ID
002060     PERFORM 2050-MOVE-SCREEN-TO-RECORD THRU 2050-EXIT
002070     MOVE WS-SCREEN-PASSWORD TO OP-PASSWORD
002110        MOVE WS-TODAY-DATE TO OP-PWD-CHANGED-DATE
002120     END-IF
002130     MOVE ZERO TO OP-FAILED-COUNT
002140     MOVE SPACE TO CG-BEFORE-IMAGE
002150     MOVE OPERATOR-MASTER-REC TO CG-AFTER-IMAGE
002160     MOVE "A" TO CG-CHANGE-ACTION
002170     PERFORM 2500-ENTER-PENDING-CHANGE THRU 2500-EXIT
002210     DISPLAY SCR-OPERATOR-MAINT
002220     .
002230 2100-EXIT.
002300                 TO WS-MESSAGE-LINE
002310             DISPLAY SCR-OPERATOR-MAINT
002320         NOT INVALID KEY
002321             MOVE OPERATOR-MASTER-REC TO CG-BEFORE-IMAGE
002330             PERFORM 2050-MOVE-SCREEN-TO-RECORD THRU 2050-EXIT
002340*            A BLANK PASSWORD FIELD ON A CHANGE LEAVES THE
002350*            STORED PASSWORD ALONE.
002380                MOVE WS-TODAY-DATE TO OP-PWD-CHANGED-DATE
002390                MOVE ZERO TO OP-FAILED-COUNT
002400             END-IF
002410             MOVE OPERATOR-MASTER-REC TO CG-AFTER-IMAGE
002420             MOVE "C" TO CG-CHANGE-ACTION
002430             PERFORM 2500-ENTER-PENDING-CHANGE THRU 2500-EXIT
002480             DISPLAY SCR-OPERATOR-MAINT
002490     END-READ
002500     .
002750             MOVE "THAT OPERATOR ID IS NOT ON FILE"
002760                 TO WS-MESSAGE-LINE
002770         NOT INVALID KEY
002771             MOVE OPERATOR-MASTER-REC TO CG-BEFORE-IMAGE
002780             MOVE SPACE TO OP-PASSWORD
002790             MOVE ZERO TO OP-PWD-CHANGED-DATE
002800             MOVE ZERO TO OP-FAILED-COUNT
002810             MOVE "Y" TO OP-ACTIVE-FLAG
002820             MOVE OPERATOR-MASTER-REC TO CG-AFTER-IMAGE
002830             MOVE "R" TO CG-CHANGE-ACTION
002840             PERFORM 2500-ENTER-PENDING-CHANGE THRU 2500-EXIT
002850     END-READ
002860     DISPLAY SCR-OPERATOR-MAINT
002870     .
002890     EXIT.

002900 9000-TERMINATE.
002901     IF OPERATOR-SIGNED-ON
002902        PERFORM 8120-LOG-SIGN-OFF THRU 8120-EXIT
002903     END-IF
002910     CLOSE OPERATOR-MASTER-FILE
002911     CLOSE SECURITY-LOG-FILE
002920     .
002930 9000-EXIT.
002940     EXIT.

002950 2500-ENTER-PENDING-CHANGE.
002960*    ADDS, CHANGES AND PASSWORD RESETS GO ON THE PENDING-CHANGE
002970*    FILE AS A BEFORE AND AFTER IMAGE OF THE OPERATOR RECORD,
002980*    SO NO OPERATOR CAN WIDEN THEIR OWN (OR ANYONE'S) RIGHTS
002990*    WITHOUT A SECOND OPERATOR APPROVING IT.
003000     MOVE "E" TO CG-FUNCTION
003010     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
003020     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
003030     IF CG-REQUEST-OK
003040        MOVE "CHANGE ENTERED - AWAITING APPROVAL"
003050            TO WS-MESSAGE-LINE
003060     ELSE
003070        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
003080     END-IF
003090     .
003100 2500-EXIT.
003110     EXIT.

003120 2550-SET-CHANGE-KEY.
003130     MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID
003140     MOVE WS-SIGN-ON-PROGRAM TO CG-PROGRAM-ID
003150     MOVE "O" TO CG-CHANGE-TYPE
003160     MOVE WS-SCREEN-OPERATOR-ID TO CG-TARGET-KEY
003170     .
003180 2550-EXIT.
003190     EXIT.

003200 2600-APPROVE-OPERATOR.
003210*    AN OPERATOR MAY NOT APPROVE A CHANGE TO THEIR OWN RECORD
003220*    EITHER, OR TWO OPERATORS COULD EACH GRANT THE OTHER "ALL".
003230     IF WS-SCREEN-OPERATOR-ID = WS-OPERATOR-ID
003240        MOVE "YOU MAY NOT APPROVE YOUR OWN RECORD"
003250            TO WS-MESSAGE-LINE
003260        DISPLAY SCR-OPERATOR-MAINT
003270        GO TO 2600-EXIT
003280     END-IF
003290     MOVE "F" TO CG-FUNCTION
003300     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
003310     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
003320     IF CG-REQUEST-REFUSED
003330        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
003340        DISPLAY SCR-OPERATOR-MAINT
003350        GO TO 2600-EXIT
003360     END-IF
003370     PERFORM 2610-SHOW-BEFORE-AFTER THRU 2610-EXIT
003380     DISPLAY "APPROVE THIS CHANGE (Y/N) - " WITH NO ADVANCING
003390     ACCEPT WS-CONFIRM-REPLY
003400     IF NOT CHANGE-IS-CONFIRMED
003410        MOVE "NOT APPROVED - CHANGE STILL PENDING"
003420            TO WS-MESSAGE-LINE
003430        DISPLAY SCR-OPERATOR-MAINT
003440        GO TO 2600-EXIT
003450     END-IF
003460     PERFORM 2620-APPLY-OPERATOR THRU 2620-EXIT
003470     IF CHANGE-IS-APPLIED
003500        MOVE "CHANGE APPROVED AND APPLIED" TO WS-MESSAGE-LINE
003510     END-IF
003520     DISPLAY SCR-OPERATOR-MAINT
003530     .
003540 2600-EXIT.
003550     EXIT.

003560 2610-SHOW-BEFORE-AFTER.
003570*    THE PASSWORD ITSELF IS NEVER SHOWN - ONLY WHETHER THE
003580*    CHANGE SETS OR RESETS IT.
003590     DISPLAY "CHANGE ENTERED BY " CG-ENTERED-BY
003600         " ON " CG-ENTERED-DATE
003610     MOVE CG-BEFORE-IMAGE TO WS-BEFORE-OPERATOR
003620     MOVE CG-AFTER-IMAGE TO WS-AFTER-OPERATOR
003630     IF CG-BEFORE-IMAGE = SPACE
003640        DISPLAY "  BEFORE - NOT ON FILE (NEW OPERATOR)"
003650     ELSE
003660        MOVE CG-BEFORE-IMAGE TO OPERATOR-MASTER-REC
003670        MOVE "BEFORE" TO WS-IMAGE-LABEL
003680        PERFORM 2615-SHOW-ONE-IMAGE THRU 2615-EXIT
003690     END-IF
003700     MOVE CG-AFTER-IMAGE TO OPERATOR-MASTER-REC
003710     MOVE "AFTER" TO WS-IMAGE-LABEL
003720     PERFORM 2615-SHOW-ONE-IMAGE THRU 2615-EXIT
003730     IF WA-PASSWORD-FIELDS NOT = WB-PASSWORD-FIELDS
003740        IF OP-PASSWORD = SPACE
003750           DISPLAY "  PASSWORD RESET - SET AGAIN AT SIGN-ON"
003760        ELSE
003770           DISPLAY "  PASSWORD SET BY THIS CHANGE"
003780        END-IF
003790     END-IF
003800     .
003810 2610-EXIT.
003820     EXIT.

003830 2615-SHOW-ONE-IMAGE.
003840     DISPLAY "  " WS-IMAGE-LABEL " - " OP-OPERATOR-NAME
003850         " ACTIVE " OP-ACTIVE-FLAG
003860     DISPLAY "           PROGRAMS " OP-ALLOWED-PROGRAM (1)
003870         " " OP-ALLOWED-PROGRAM (2) " " OP-ALLOWED-PROGRAM (3)
003880         " " OP-ALLOWED-PROGRAM (4) " " OP-ALLOWED-PROGRAM (5)
003890         " " OP-ALLOWED-PROGRAM (6) " " OP-ALLOWED-PROGRAM (7)
003900         " " OP-ALLOWED-PROGRAM (8)
003910     .
003920 2615-EXIT.
003930     EXIT.

003940 2620-APPLY-OPERATOR.
003950*    THE NAME, FLAG AND PROGRAM LIST ON FILE MUST STILL BE WHAT
003960*    THE CHANGE WAS KEYED AGAINST (NO RECORD AT ALL FOR AN ADD).
003970*    THE PASSWORD FIELDS MOVE AT EVERY SIGN-ON, SO THE ONES ON
003980*    FILE ARE KEPT UNLESS THE CHANGE ITSELF SETS OR RESETS THE
003990*    PASSWORD.
004000     MOVE "N" TO WS-APPLY-SWITCH
004010     MOVE CG-BEFORE-IMAGE TO WS-BEFORE-OPERATOR
004020     MOVE CG-AFTER-IMAGE TO WS-AFTER-OPERATOR
004030     MOVE WS-SCREEN-OPERATOR-ID TO OP-OPERATOR-ID
004040     READ OPERATOR-MASTER-FILE
004050         INVALID KEY
004060             MOVE SPACE TO OPERATOR-MASTER-REC
004070     END-READ
004080     MOVE OPERATOR-MASTER-REC TO WS-CURRENT-OPERATOR
004090     IF WC-MAINTAINED-FIELDS NOT = WB-MAINTAINED-FIELDS
004100        MOVE "RECORD HAS CHANGED - REJECT THE CHANGE"
004110            TO WS-MESSAGE-LINE
004120        GO TO 2620-EXIT
004130     END-IF
004131*    THE APPROVAL IS RECORDED FIRST - OPERMAST IS ONLY WRITTEN
004132*    ONCE CHGAPPR HAS ACCEPTED IT.
004133     MOVE "A" TO CG-FUNCTION
004134     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
004135     IF NOT CG-REQUEST-OK
004136        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
004137        GO TO 2620-EXIT
004138     END-IF
004140     IF WA-PASSWORD-FIELDS = WB-PASSWORD-FIELDS
004150        MOVE WC-PASSWORD-FIELDS TO WA-PASSWORD-FIELDS
004160     END-IF
004170     MOVE WS-AFTER-OPERATOR TO OPERATOR-MASTER-REC
004180     IF CG-CHANGE-ACTION = "A"
004190        WRITE OPERATOR-MASTER-REC
004200            INVALID KEY
004210                MOVE "UNABLE TO WRITE OPERATOR RECORD"
004220                    TO WS-MESSAGE-LINE
004230                GO TO 2620-EXIT
004240        END-WRITE
004250     ELSE
004260        REWRITE OPERATOR-MASTER-REC
004270            INVALID KEY
004280                MOVE "UNABLE TO REWRITE OPERATOR RECORD"
004290                    TO WS-MESSAGE-LINE
004300                GO TO 2620-EXIT
004310        END-REWRITE
004320     END-IF
004330     PERFORM 2070-MOVE-RECORD-TO-SCREEN THRU 2070-EXIT
004340     SET CHANGE-IS-APPLIED TO TRUE
004350     .
004360 2620-EXIT.
004370     EXIT.

004380 2700-REJECT-OPERATOR.
004390     MOVE "R" TO CG-FUNCTION
004400     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
004410     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
004420     IF CG-REQUEST-OK
004430        MOVE "CHANGE REJECTED" TO WS-MESSAGE-LINE
004440     ELSE
004450        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
004460     END-IF
004470     DISPLAY SCR-OPERATOR-MAINT
004480     .
004490 2700-EXIT.
004500     EXIT.

004510 8100-SIGN-ON.
004520     DISPLAY "ENTER YOUR OPERATOR ID - " WITH NO ADVANCING
004530     ACCEPT WS-OPERATOR-ID
004540     DISPLAY "ENTER YOUR PASSWORD - " WITH NO ADVANCING
004550     ACCEPT WS-PASSWORD-IN
004560     PERFORM 8130-VALIDATE-SIGN-ON THRU 8130-EXIT
004570     IF SIGN-ON-DENIED
004580        DISPLAY "SIGN-ON REFUSED - " SO-DENY-REASON
004590        PERFORM 8140-LOG-DENIED THRU 8140-EXIT
004600        SET OPERATOR-IS-DONE TO TRUE
004610        GO TO 8100-EXIT
004620     END-IF
004630     SET OPERATOR-SIGNED-ON TO TRUE
004640     PERFORM 8110-LOG-SIGN-ON THRU 8110-EXIT
004650     .
004660 8100-EXIT.
004670     EXIT.

004680 8110-LOG-SIGN-ON.
004690     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
004700     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
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
004830     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
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
005000     MOVE WS-SIGN-ON-PROGRAM TO SO-PROGRAM-ID
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
005250     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
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
