000340*                LOOKUP PROGRAMS CAN PICK THE RATE IN FORCE  *
000350*                ON ANY PROCESSING DATE.  A NEW "H" ACTION   *
000360*                LISTS A CITY'S FULL RATE HISTORY.           *
000361*  10/15/26  JH  RATE ADDS AND CHANGES NOW GO ON THE        *
000362*                PENDING-CHANGE FILE (SHARED CHGAPPR        *
000363*                SUBPROGRAM) AND ONLY REACH CITYRATE AND    *
000364*                RATEHIST WHEN A SECOND, DIFFERENT OPERATOR *
000365*                APPROVES THEM WITH THE NEW P ACTION, AFTER *
000366*                SEEING THE BEFORE AND AFTER IMAGE. J       *
000367*                REJECTS. THE SCREEN NOW SIGNS ON THROUGH   *
000368*                SIGNON AS CONTRL3M.                        *
000370*----------------------------------------------------------*

000380 ENVIRONMENT DIVISION.
000520         RECORD KEY IS RH-KEY
000530         FILE STATUS IS FS-RATE-HISTORY.

000531     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         FILE STATUS IS FS-SECURITY-LOG.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CITY-RATE-FILE.
000580 FD  RATE-HISTORY-FILE.
000590 COPY RATEHIST.

000591 FD  SECURITY-LOG-FILE
000592     RECORDING MODE IS F.
000593 COPY SECLOG.

000600 WORKING-STORAGE SECTION.
000610 COPY COUNTRYTAB.
000620 COPY CITYTAB.
000621 COPY SIGNPARM.
000622 COPY CHGPARM.

000630 01  FS-CITY-RATE                PIC X(02) VALUE ZERO.
000640     88  CITY-RATE-FILE-OK           VALUE "00".
000660     88  RATE-HISTORY-FILE-OK        VALUE "00".
000670     88  RATE-HISTORY-FILE-EOF       VALUE "10".

000671 01  FS-SECURITY-LOG             PIC X(02) VALUE ZERO.
000672     88  SECURITY-LOG-FILE-OK        VALUE "00".

000680 01  WS-HISTORY-CONTROL.
000690     05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
000700     05  WS-HIGH-DATE            PIC 9(08) VALUE 99991231.
000740 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
000750     88  OPERATOR-IS-DONE            VALUE "Y".

000751 01  WS-CONFIRM-REPLY            PIC X(01) VALUE SPACE.
000752     88  CHANGE-IS-CONFIRMED         VALUE "Y" "y".
000753 01  WS-APPLY-SWITCH             PIC X(01) VALUE "N".
000754     88  CHANGE-IS-APPLIED           VALUE "Y".

000760 01  WS-ACTION-CODE              PIC X(01) VALUE SPACE.
000770     88  ACTION-IS-ADD               VALUE "A".
000780     88  ACTION-IS-CHANGE            VALUE "C".
000790     88  ACTION-IS-INQUIRE           VALUE "I".
000800     88  ACTION-IS-HISTORY           VALUE "H".
000810     88  ACTION-IS-QUIT              VALUE "X".
000811     88  ACTION-IS-APPROVE           VALUE "P".
000812     88  ACTION-IS-REJECT            VALUE "J".

000820 01  WS-VALIDATION-SWITCH        PIC X(01) VALUE "Y".
000830     88  CODES-ARE-VALID             VALUE "Y".
000870 01  WS-SCREEN-CURRENCY-CODE     PIC X(03) VALUE SPACE.
000880 01  WS-MESSAGE-LINE             PIC X(40) VALUE SPACE.

000881 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.
000882*    SIGN-ON AND SECURLOG CARRY EIGHT-CHARACTER PROGRAM IDS -
000883*    "CONTROL3M" WOULD CUT TO CONTROL3 AND INHERIT ITS RIGHTS.
000884 01  WS-SIGN-ON-PROGRAM          PIC X(08) VALUE "CONTRL3M".
000885 01  WS-SIGN-ON-CONTROL.
000886     05  WS-SIGN-ON-SWITCH       PIC X(01) VALUE "N".
000887         88  SIGN-ON-DENIED          VALUE "Y".
000888         88  OPERATOR-SIGNED-ON      VALUE "S".
000889     05  WS-PASSWORD-IN          PIC X(08) VALUE SPACE.

000890 SCREEN SECTION.
000900 01  SCR-CITY-RATE-MAINT.
000910     05  BLANK SCREEN.
000920     05  LINE 1 COLUMN 1 VALUE "CITY/RATE TABLE MAINTENANCE".
000930     05  LINE 3 COLUMN 1 VALUE "ACTION (A/C/I/H/P/J/X)-".
000940     05  LINE 3 COLUMN 25 PIC X(01) TO WS-ACTION-CODE
000950         USING WS-ACTION-CODE.
000960     05  LINE 5 COLUMN 1 VALUE "COUNTRY CODE     - ".
000970     05  LINE 5 COLUMN 21 PIC 9(01) TO COUNTRY-CODE
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001141     IF NOT OPERATOR-IS-DONE
001142        PERFORM 8100-SIGN-ON THRU 8100-EXIT
001143     END-IF
001150     PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
001160         UNTIL OPERATOR-IS-DONE
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT
001270     IF NOT RATE-HISTORY-FILE-OK
001280        DISPLAY "CONTROL3M - UNABLE TO OPEN RATE-HISTORY-FILE"
001290     END-IF
001291     OPEN EXTEND SECURITY-LOG-FILE
001292     IF NOT SECURITY-LOG-FILE-OK
001293        DISPLAY "CONTROL3M - UNABLE TO OPEN SECURITY-LOG-FILE"
001294     END-IF
001300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001310     .
001320 1000-EXIT.
001640           IF CODES-ARE-VALID
001650              PERFORM 2400-SHOW-RATE-HISTORY THRU 2400-EXIT
001660           END-IF
001661        WHEN ACTION-IS-APPROVE
001662        WHEN ACTION-IS-REJECT
001663           PERFORM 2050-VALIDATE-CODES THRU 2050-EXIT
001664           IF CODES-ARE-VALID AND ACTION-IS-APPROVE
001665              PERFORM 2600-APPROVE-CITY-RATE THRU 2600-EXIT
001666           END-IF
001667           IF CODES-ARE-VALID AND ACTION-IS-REJECT
001668              PERFORM 2700-REJECT-CITY-RATE THRU 2700-EXIT
001669           END-IF
001670        WHEN OTHER
001680           MOVE "INVALID ACTION - USE A C I H P J OR X"
001690               TO WS-MESSAGE-LINE
001700           DISPLAY SCR-CITY-RATE-MAINT
001710     END-EVALUATE
001900     EXIT.

001910 2100-ADD-CITY-RATE.
001911*    AN ADD IS ONLY KEYED HERE - IT REACHES THE FILE WHEN A
001912*    SECOND OPERATOR APPROVES IT IN 2600.
001920     MOVE COUNTRY-CODE TO CR-COUNTRY-CODE
001930     MOVE CITY-CODE TO CR-CITY-CODE
001931     READ CITY-RATE-FILE
001932         NOT INVALID KEY
001933             MOVE "THAT COUNTRY/CITY CODE ALREADY EXISTS"
001934                 TO WS-MESSAGE-LINE
001935             DISPLAY SCR-CITY-RATE-MAINT
001936             GO TO 2100-EXIT
001937     END-READ
001938     MOVE COUNTRY-CODE TO CR-COUNTRY-CODE
001939     MOVE CITY-CODE TO CR-CITY-CODE
001940     MOVE WS-SCREEN-CITY-NAME TO CR-CITY-NAME
001950     MOVE WS-SCREEN-SURCHARGE-RATE TO CR-SURCHARGE-RATE
001960     MOVE WS-SCREEN-CURRENCY-CODE TO CR-CURRENCY-CODE
001970     MOVE SPACE TO CG-BEFORE-IMAGE
001980     MOVE CITY-RATE-REC TO CG-AFTER-IMAGE
001990     MOVE "A" TO CG-CHANGE-ACTION
002000     PERFORM 2500-ENTER-PENDING-CHANGE THRU 2500-EXIT
002050     DISPLAY SCR-CITY-RATE-MAINT
002060     .
002070 2100-EXIT.
002150                 TO WS-MESSAGE-LINE
002160             DISPLAY SCR-CITY-RATE-MAINT
002170         NOT INVALID KEY
002171             MOVE CITY-RATE-REC TO CG-BEFORE-IMAGE
002180             MOVE WS-SCREEN-CITY-NAME TO CR-CITY-NAME
002190             MOVE WS-SCREEN-SURCHARGE-RATE TO CR-SURCHARGE-RATE
002200             MOVE WS-SCREEN-CURRENCY-CODE TO CR-CURRENCY-CODE
002210             MOVE CITY-RATE-REC TO CG-AFTER-IMAGE
002220             MOVE "C" TO CG-CHANGE-ACTION
002230             PERFORM 2500-ENTER-PENDING-CHANGE THRU 2500-EXIT
002310             DISPLAY SCR-CITY-RATE-MAINT
002320     END-READ
002330     .
003580     EXIT.

003590 9000-TERMINATE.
003591     IF OPERATOR-SIGNED-ON
003592        PERFORM 8120-LOG-SIGN-OFF THRU 8120-EXIT
003593     END-IF
003600     CLOSE CITY-RATE-FILE
003610     CLOSE RATE-HISTORY-FILE
003611     CLOSE SECURITY-LOG-FILE
003620     .
003630 9000-EXIT.
003640     EXIT.

003650 2500-ENTER-PENDING-CHANGE.
003660*    ADDS AND RATE CHANGES GO ON THE PENDING-CHANGE FILE AS A
003670*    BEFORE AND AFTER IMAGE OF THE CITY-RATE RECORD.  NOTHING
003680*    REACHES CITYRATE OR RATEHIST - AND SO NOTHING REACHES
003690*    THE NEXT BILLING RUN - UNTIL A SECOND OPERATOR APPROVES.
003700     MOVE "E" TO CG-FUNCTION
003710     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
003720     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
003730     IF CG-REQUEST-OK
003740        MOVE "CHANGE ENTERED - AWAITING APPROVAL"
003750            TO WS-MESSAGE-LINE
003760     ELSE
003770        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
003780     END-IF
003790     .
003800 2500-EXIT.
003810     EXIT.

003820 2550-SET-CHANGE-KEY.
003830     MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID
003840     MOVE WS-SIGN-ON-PROGRAM TO CG-PROGRAM-ID
003850     MOVE "R" TO CG-CHANGE-TYPE
003860     MOVE SPACE TO CG-TARGET-KEY
003870     MOVE COUNTRY-CODE TO CG-TARGET-KEY (1:1)
003880     MOVE CITY-CODE TO CG-TARGET-KEY (2:1)
003890     .
003900 2550-EXIT.
003910     EXIT.

003920 2600-APPROVE-CITY-RATE.
003930     MOVE "F" TO CG-FUNCTION
003940     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
003950     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
003960     IF CG-REQUEST-REFUSED
003970        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
003980        DISPLAY SCR-CITY-RATE-MAINT
003990        GO TO 2600-EXIT
004000     END-IF
004010     PERFORM 2610-SHOW-BEFORE-AFTER THRU 2610-EXIT
004020     DISPLAY "APPROVE THIS CHANGE (Y/N) - " WITH NO ADVANCING
004030     ACCEPT WS-CONFIRM-REPLY
004040     IF NOT CHANGE-IS-CONFIRMED
004050        MOVE "NOT APPROVED - CHANGE STILL PENDING"
004060            TO WS-MESSAGE-LINE
004070        DISPLAY SCR-CITY-RATE-MAINT
004080        GO TO 2600-EXIT
004090     END-IF
004100     PERFORM 2620-APPLY-CITY-RATE THRU 2620-EXIT
004110     IF CHANGE-IS-APPLIED
004140        MOVE "CHANGE APPROVED AND APPLIED" TO WS-MESSAGE-LINE
004150     END-IF
004160     DISPLAY SCR-CITY-RATE-MAINT
004170     .
004180 2600-EXIT.
004190     EXIT.

004200 2610-SHOW-BEFORE-AFTER.
004210     DISPLAY "CHANGE ENTERED BY " CG-ENTERED-BY
004220         " ON " CG-ENTERED-DATE
004230     IF CG-BEFORE-IMAGE = SPACE
004240        DISPLAY "  BEFORE - NOT ON FILE (NEW CITY)"
004250     ELSE
004260        MOVE CG-BEFORE-IMAGE TO CITY-RATE-REC
004270        DISPLAY "  BEFORE - " CR-CITY-NAME
004280            " RATE " CR-SURCHARGE-RATE " " CR-CURRENCY-CODE
004290     END-IF
004300     MOVE CG-AFTER-IMAGE TO CITY-RATE-REC
004310     DISPLAY "  AFTER  - " CR-CITY-NAME
004320         " RATE " CR-SURCHARGE-RATE " " CR-CURRENCY-CODE
004330     .
004340 2610-EXIT.
004350     EXIT.

004360 2620-APPLY-CITY-RATE.
004370*    THE LIVE RECORD MUST STILL BE THE ONE THE CHANGE WAS KEYED
004380*    AGAINST (NO RECORD AT ALL FOR AN ADD), OR THE APPROVER
004390*    WOULD BE PASSING AN OUTCOME NOBODY HAS SEEN.
004400     MOVE "N" TO WS-APPLY-SWITCH
004410     MOVE COUNTRY-CODE TO CR-COUNTRY-CODE
004420     MOVE CITY-CODE TO CR-CITY-CODE
004430     READ CITY-RATE-FILE
004440         INVALID KEY
004450             MOVE SPACE TO CITY-RATE-REC
004460     END-READ
004470     IF CITY-RATE-REC NOT = CG-BEFORE-IMAGE (1:24)
004480        MOVE "RECORD HAS CHANGED - REJECT THE CHANGE"
004490            TO WS-MESSAGE-LINE
004500        GO TO 2620-EXIT
004510     END-IF
004511*    THE APPROVAL IS RECORDED FIRST - THE RATE IS ONLY PUT IN
004512*    FORCE ONCE CHGAPPR HAS ACCEPTED IT.
004513     MOVE "A" TO CG-FUNCTION
004514     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
004515     IF NOT CG-REQUEST-OK
004516        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
004517        GO TO 2620-EXIT
004518     END-IF
004520     MOVE CG-AFTER-IMAGE TO CITY-RATE-REC
004530     IF CG-CHANGE-ACTION = "A"
004540        WRITE CITY-RATE-REC
004550            INVALID KEY
004560                MOVE "UNABLE TO WRITE CITY RATE RECORD"
004570                    TO WS-MESSAGE-LINE
004580                GO TO 2620-EXIT
004590        END-WRITE
004600     ELSE
004610        REWRITE CITY-RATE-REC
004620            INVALID KEY
004630                MOVE "UNABLE TO REWRITE CITY RATE RECORD"
004640                    TO WS-MESSAGE-LINE
004650                GO TO 2620-EXIT
004660        END-REWRITE
004670        PERFORM 2250-CLOSE-OLD-RATE THRU 2250-EXIT
004680     END-IF
004690*    THE APPROVED RATE IS IN FORCE FROM TODAY, NOT FROM THE
004700*    DAY IT WAS KEYED.
004710     MOVE CR-CITY-NAME TO WS-SCREEN-CITY-NAME
004720     MOVE CR-SURCHARGE-RATE TO WS-SCREEN-SURCHARGE-RATE
004730     MOVE CR-CURRENCY-CODE TO WS-SCREEN-CURRENCY-CODE
004740     PERFORM 2150-WRITE-HISTORY-RECORD THRU 2150-EXIT
004750     SET CHANGE-IS-APPLIED TO TRUE
004760     .
004770 2620-EXIT.
004780     EXIT.

004790 2700-REJECT-CITY-RATE.
004800     MOVE "R" TO CG-FUNCTION
004810     PERFORM 2550-SET-CHANGE-KEY THRU 2550-EXIT
004820     CALL "CHGAPPR" USING CHANGE-APPROVAL-PARM
004830     IF CG-REQUEST-OK
004840        MOVE "CHANGE REJECTED" TO WS-MESSAGE-LINE
004850     ELSE
004860        MOVE CG-REFUSE-REASON TO WS-MESSAGE-LINE
004870     END-IF
004880     DISPLAY SCR-CITY-RATE-MAINT
004890     .
004900 2700-EXIT.
004910     EXIT.

004920 8100-SIGN-ON.
004930     DISPLAY "ENTER YOUR OPERATOR ID - " WITH NO ADVANCING
004940     ACCEPT WS-OPERATOR-ID
004950     DISPLAY "ENTER YOUR PASSWORD - " WITH NO ADVANCING
004960     ACCEPT WS-PASSWORD-IN
004970     PERFORM 8130-VALIDATE-SIGN-ON THRU 8130-EXIT
004980     IF SIGN-ON-DENIED
004990        DISPLAY "SIGN-ON REFUSED - " SO-DENY-REASON
005000        PERFORM 8140-LOG-DENIED THRU 8140-EXIT
005010        SET OPERATOR-IS-DONE TO TRUE
005020        GO TO 8100-EXIT
005030     END-IF
005040     SET OPERATOR-SIGNED-ON TO TRUE
005050     PERFORM 8110-LOG-SIGN-ON THRU 8110-EXIT
005060     .
005070 8100-EXIT.
005080     EXIT.

005090 8110-LOG-SIGN-ON.
005100     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005110     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
005120     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005130     ACCEPT SL-TIME-LOGGED FROM TIME
005140     MOVE "SIGN-ON" TO SL-EVENT-TYPE
005150     MOVE SPACE TO SL-EVENT-DETAIL
005160     IF SECURITY-LOG-FILE-OK
005170        WRITE SECURITY-LOG-REC
005180     END-IF
005190     .
005200 8110-EXIT.
005210     EXIT.

005220 8120-LOG-SIGN-OFF.
005230     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005240     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
005250     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005260     ACCEPT SL-TIME-LOGGED FROM TIME
005270     MOVE "SIGN-OFF" TO SL-EVENT-TYPE
005280     MOVE SPACE TO SL-EVENT-DETAIL
005290     IF SECURITY-LOG-FILE-OK
005300        WRITE SECURITY-LOG-REC
005310     END-IF
005320     .
005330 8120-EXIT.
005340     EXIT.

005350 8130-VALIDATE-SIGN-ON.
005360     MOVE "N" TO WS-SIGN-ON-SWITCH
005370     MOVE "V" TO SO-FUNCTION
005380     MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID
005390     MOVE WS-PASSWORD-IN TO SO-PASSWORD
005400     MOVE SPACE TO SO-NEW-PASSWORD
005410     MOVE WS-SIGN-ON-PROGRAM TO SO-PROGRAM-ID
005420     CALL "SIGNON" USING SIGN-ON-PARM
005430     IF SO-PASSWORD-EXPIRED
005440        PERFORM 8132-CHANGE-PASSWORD THRU 8132-EXIT
005450     END-IF
005460     IF NOT SO-SIGN-ON-OK
005470        SET SIGN-ON-DENIED TO TRUE
005480     END-IF
005490     .
005500 8130-EXIT.
005510     EXIT.

005520 8132-CHANGE-PASSWORD.
005530*    AN EXPIRED (OR NEVER-SET) PASSWORD IS CHANGED ON THE
005540*    SPOT AND THE SIGN-ON STANDS ON THE RESULT OF THE
005550*    CHANGE CALL.
005560     DISPLAY SO-DENY-REASON
005570     DISPLAY "ENTER A NEW PASSWORD - " WITH NO ADVANCING
005580     ACCEPT SO-NEW-PASSWORD
005590     MOVE "C" TO SO-FUNCTION
005600     CALL "SIGNON" USING SIGN-ON-PARM
005610     .
005620 8132-EXIT.
005630     EXIT.

005640 8140-LOG-DENIED.
005650     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005660     MOVE WS-SIGN-ON-PROGRAM TO SL-PROGRAM-ID
005670     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
005680     ACCEPT SL-TIME-LOGGED FROM TIME
005690     MOVE "DENIED" TO SL-EVENT-TYPE
005700     MOVE SO-DENY-REASON TO SL-EVENT-DETAIL
005710     IF SECURITY-LOG-FILE-OK
005720        WRITE SECURITY-LOG-REC
005730     END-IF
005740     .
005750 8140-EXIT.
005760     EXIT.
