000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTROL9P.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - OPERATIONS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  DAILY REPORT OF CITY RATE AND OPERATOR    *
000200*                CHANGES THAT ARE WAITING FOR A SECOND,    *
000210*                DIFFERENT OPERATOR'S APPROVAL, SHOWING    *
000220*                THE BEFORE AND AFTER IMAGE OF EACH        *
000230*                CHANGE. PENDING CHANGES OLDER THAN THE    *
000240*                EXPIRY DAYS ON APPRPRM ARE MARKED EXPIRED *
000250*                AND LOGGED TO SECURLOG UNDER BATCH.       *
000260*                TOTALS OF CHANGES STILL PENDING AND       *
000270*                EXPIRED TODAY ARE PRINTED AND DISPLAYED.  *
000280*                NO PENDING-CHANGE FILE ENDS THE RUN       *
000290*                NORUN.                                    *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PC-KEY
000410         FILE STATUS IS FS-PENDING-CHANGE.

000420     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-APPROVAL-PARM.

000450     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-SECURITY-LOG.

000480     SELECT PENDING-CHANGE-REPORT ASSIGN TO "PENDRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-PENDING-REPORT.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PENDING-CHANGE-FILE.
000540 COPY PENDCHG.

000550 FD  APPROVAL-PARM-FILE
000560     RECORDING MODE IS F.
000570 COPY APPRPRM.

000580 FD  SECURITY-LOG-FILE
000590     RECORDING MODE IS F.
000600 COPY SECLOG.

000610 FD  PENDING-CHANGE-REPORT
000620     RECORDING MODE IS F.
000630 01  PENDING-REPORT-LINE        PIC X(80).

000640 WORKING-STORAGE SECTION.
000650 01  WS-FILE-STATUSES.
000660     05  FS-PENDING-CHANGE      PIC X(02) VALUE ZERO.
000670         88  PENDING-CHANGE-OK      VALUE "00".
000680         88  PENDING-CHANGE-EOF     VALUE "10".
000690     05  FS-APPROVAL-PARM       PIC X(02) VALUE ZERO.
000700         88  APPROVAL-PARM-OK       VALUE "00".
000710     05  FS-SECURITY-LOG        PIC X(02) VALUE ZERO.
000720         88  SECURITY-LOG-FILE-OK   VALUE "00".
000730     05  FS-PENDING-REPORT      PIC X(02) VALUE ZERO.

000740 01  WS-SWITCHES.
000750     05  WS-PENDING-FILE-SW     PIC X(01) VALUE "N".
000760         88  PENDING-FILE-IS-OPEN   VALUE "Y".

000770 01  WS-COUNTS.
000780     05  WS-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
000790     05  WS-PENDING-COUNT       PIC 9(05) COMP VALUE ZERO.
000800     05  WS-EXPIRED-COUNT       PIC 9(05) COMP VALUE ZERO.

000810 01  WS-WORK-FIELDS.
000820*    THE SAME DEFAULT AS CHGAPPR, SO A MISSING PARAMETER FILE
000830*    EXPIRES CHANGES ON THE SAME DAY WHICHEVER RUNS FIRST.
000840     05  WS-EXPIRY-DAYS         PIC 9(03) VALUE 7.
000850     05  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
000860     05  WS-CHANGE-AGE-DAYS     PIC S9(05) VALUE ZERO.
000870     05  WS-EDIT-RATE           PIC 9.999.
000880     05  WS-PASSWORD-TEXT       PIC X(16) VALUE SPACE.
000890*    SECURLOG CARRIES EIGHT-CHARACTER PROGRAM IDS - "CONTROL9P"
000900*    WOULD CUT TO CONTROL9.  EXPIRIES HAVE NO OPERATOR BEHIND
000910*    THEM, SO THEY ARE LOGGED UNDER "BATCH".
000920     05  WS-LOG-PROGRAM         PIC X(08) VALUE "CONTRL9P".
000930     05  WS-LOG-OPERATOR        PIC X(08) VALUE "BATCH".

000940 01  WS-BEFORE-PASSWORD-FIELDS.
000950     05  WS-BEFORE-PASSWORD     PIC X(08).
000960     05  WS-BEFORE-PWD-DATE     PIC 9(08).
000970     05  WS-BEFORE-FAILED       PIC 9(01).

000980*    WORKING COPIES OF THE TWO RECORDS A PENDING CHANGE CAN
000990*    HOLD, SO THE BEFORE AND AFTER IMAGES CAN BE PRINTED
001000*    FIELD BY FIELD.
001010 COPY CITYRATE.
001020 COPY OPERMAST.

001030*    THE SECURLOG DETAIL IS BUILT THE SAME WAY CHGAPPR BUILDS
001040*    IT, SO AN EXPIRY LINES UP WITH THE ENTRY IT CLOSES.
001050 01  WS-EVENT-DETAIL.
001060     05  ED-CHANGE-TYPE         PIC X(04).
001070     05  FILLER                 PIC X(01) VALUE SPACE.
001080     05  ED-TARGET-KEY          PIC X(08).
001090     05  FILLER                 PIC X(01) VALUE SPACE.
001100     05  ED-CHANGE-ACTION       PIC X(01).
001110     05  FILLER                 PIC X(01) VALUE SPACE.
001120     05  ED-ENTERED-DATE        PIC 9(08).
001130     05  FILLER                 PIC X(01) VALUE SPACE.
001140     05  ED-ENTERED-TIME        PIC 9(06).
001150     05  FILLER                 PIC X(01) VALUE SPACE.
001160     05  ED-ENTERED-BY          PIC X(08).

001170 01  WS-REPORT-LINES.
001180     05  WS-HEADING-1.
001190         10  FILLER             PIC X(36) VALUE
001200             "CHANGES AWAITING SECOND APPROVAL".
001210         10  FILLER             PIC X(09) VALUE "RUN DATE ".
001220         10  HL-RUN-DATE        PIC 9(08).
001230         10  FILLER             PIC X(14) VALUE
001240             "  EXPIRY DAYS ".
001250         10  HL-EXPIRY-DAYS     PIC ZZ9.
001260         10  FILLER             PIC X(10) VALUE SPACE.
001270     05  WS-HEADING-2.
001280         10  FILLER             PIC X(40) VALUE
001290             "FILE      KEY       ACTION  ENTERED BY  ".
001300         10  FILLER             PIC X(40) VALUE
001310             "  ENTERED     DAYS  STATUS".
001320     05  WS-CHANGE-LINE.
001330         10  CL-FILE-NAME       PIC X(08).
001340         10  FILLER             PIC X(02) VALUE SPACE.
001350         10  CL-TARGET-KEY      PIC X(08).
001360         10  FILLER             PIC X(02) VALUE SPACE.
001370         10  CL-ACTION          PIC X(06).
001380         10  FILLER             PIC X(02) VALUE SPACE.
001390         10  CL-ENTERED-BY      PIC X(08).
001400         10  FILLER             PIC X(04) VALUE SPACE.
001410         10  CL-ENTERED-DATE    PIC 9(08).
001420         10  FILLER             PIC X(03) VALUE SPACE.
001430         10  CL-AGE-DAYS        PIC ZZZZ9.
001440         10  FILLER             PIC X(02) VALUE SPACE.
001450         10  CL-STATUS          PIC X(22).
001460     05  WS-IMAGE-LINE.
001470         10  FILLER             PIC X(02) VALUE SPACE.
001480         10  IL-LABEL           PIC X(07).
001490         10  IL-TEXT            PIC X(71).
001500     05  WS-TOTAL-LINE.
001510         10  FILLER             PIC X(17) VALUE
001520             "STILL PENDING - ".
001530         10  TL-PENDING-COUNT   PIC ZZZZ9.
001540         10  FILLER             PIC X(20) VALUE
001550             "   EXPIRED TODAY - ".
001560         10  TL-EXPIRED-COUNT   PIC ZZZZ9.
001570         10  FILLER             PIC X(33) VALUE SPACE.

001580 COPY RUNPARM.

001590 PROCEDURE DIVISION.

001600 0000-MAINLINE.
001610     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
001620     IF NOT RL-CLEAR-TO-RUN
001630        GOBACK
001640     END-IF
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     IF PENDING-FILE-IS-OPEN
001670        PERFORM 2000-REPORT-ONE-CHANGE THRU 2000-EXIT
001680            UNTIL PENDING-CHANGE-EOF
001690     END-IF
001700     PERFORM 8000-TERMINATE THRU 8000-EXIT
001710     PERFORM 8800-END-RUN-CONTROL THRU 8800-EXIT
001720     GOBACK
001730     .

001740 0100-START-RUN-CONTROL.
001750     MOVE "S" TO RL-FUNCTION
001760     MOVE "CONTROL9P" TO RL-PROGRAM-ID
001770     MOVE SPACE TO RL-PREDECESSOR-ID
001780     MOVE "PENDCHG" TO RL-INPUT-FILE
001790     CALL "RUNLOG" USING RUN-LOG-PARM
001800     IF RL-OWN-RUN-OPEN
001810        DISPLAY "CONTROL9P - PREVIOUS RUN HAS NO END RECORD, "
001820            "RUN REFUSED - REVIEW THE RUN-CONTROL FILE"
001830     END-IF
001840     IF RL-PREDECESSOR-NOT-DONE
001850        DISPLAY "CONTROL9P - PREDECESSOR HAS NOT ENDED "
001860            "CLEANLY TODAY, RUN REFUSED"
001870     END-IF
001880     .
001890 0100-EXIT.
001900     EXIT.

001910 1000-INITIALIZE.
001920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001930     PERFORM 1100-LOAD-APPROVAL-PARM THRU 1100-EXIT

001940     OPEN OUTPUT PENDING-CHANGE-REPORT
001950     MOVE WS-TODAY-DATE TO HL-RUN-DATE
001960     MOVE WS-EXPIRY-DAYS TO HL-EXPIRY-DAYS
001970     MOVE WS-HEADING-1 TO PENDING-REPORT-LINE
001980     WRITE PENDING-REPORT-LINE
001990     MOVE WS-HEADING-2 TO PENDING-REPORT-LINE
002000     WRITE PENDING-REPORT-LINE

002010     OPEN I-O PENDING-CHANGE-FILE
002020     IF NOT PENDING-CHANGE-OK
002030        DISPLAY "CONTROL9P - UNABLE TO OPEN PENDING-CHANGE-FILE, "
002040            "NO CHANGES REPORTED"
002050        MOVE "NO PENDING-CHANGE FILE - NOTHING HAS BEEN ENTERED"
002060            TO PENDING-REPORT-LINE
002070        WRITE PENDING-REPORT-LINE
002080        GO TO 1000-EXIT
002090     END-IF
002100     SET PENDING-FILE-IS-OPEN TO TRUE
002110     OPEN EXTEND SECURITY-LOG-FILE
002120     IF NOT SECURITY-LOG-FILE-OK
002130        DISPLAY "CONTROL9P - UNABLE TO OPEN SECURITY-LOG-FILE, "
002140            "EXPIRIES WILL NOT BE LOGGED"
002150     END-IF
002160     .
002170 1000-EXIT.
002180     EXIT.

002190 1100-LOAD-APPROVAL-PARM.
002200     OPEN INPUT APPROVAL-PARM-FILE
002210     IF NOT APPROVAL-PARM-OK
002220        DISPLAY "CONTROL9P - UNABLE TO OPEN APPROVAL-PARM-FILE, "
002230            "USING 7 DAYS"
002240        GO TO 1100-EXIT
002250     END-IF
002260     READ APPROVAL-PARM-FILE
002270         AT END
002280             DISPLAY "CONTROL9P - APPROVAL-PARM-FILE EMPTY, "
002290                 "USING 7 DAYS"
002300         NOT AT END
002310             IF PA-EXPIRY-DAYS IS NUMERIC
002320                MOVE PA-EXPIRY-DAYS TO WS-EXPIRY-DAYS
002330             END-IF
002340     END-READ
002350     CLOSE APPROVAL-PARM-FILE
002360     .
002370 1100-EXIT.
002380     EXIT.

002390 2000-REPORT-ONE-CHANGE.
002400     READ PENDING-CHANGE-FILE NEXT RECORD
002410         AT END
002420             GO TO 2000-EXIT
002430     END-READ
002440     ADD 1 TO WS-RECORDS-READ
002450     IF NOT PC-IS-PENDING
002460        GO TO 2000-EXIT
002470     END-IF
002480*    ORDINARY DATE ARITHMETIC ACROSS VARYING MONTH LENGTHS AND
002490*    LEAP YEARS IS IMPRACTICAL WITH DIVIDE/COMPUTE ALONE, SO
002500*    THE INTEGER-OF-DATE INTRINSIC IS USED HERE THE SAME WAY
002510*    CHGAPPR WORKS OUT A CHANGE'S AGE.
002520     COMPUTE WS-CHANGE-AGE-DAYS =
002530         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
002540         - FUNCTION INTEGER-OF-DATE (PC-ENTERED-DATE)
002550     IF WS-CHANGE-AGE-DAYS > WS-EXPIRY-DAYS
002560        PERFORM 2100-EXPIRE-CHANGE THRU 2100-EXIT
002570        MOVE "EXPIRED - REKEY IT" TO CL-STATUS
002580     ELSE
002590        ADD 1 TO WS-PENDING-COUNT
002600        MOVE "AWAITING APPROVAL" TO CL-STATUS
002610     END-IF

002620     IF PC-RATE-CHANGE
002630        MOVE "CITYRATE" TO CL-FILE-NAME
002640     ELSE
002650        MOVE "OPERMAST" TO CL-FILE-NAME
002660     END-IF
002670     MOVE PC-TARGET-KEY TO CL-TARGET-KEY
002680     EVALUATE TRUE
002690        WHEN PC-ACTION-ADD
002700           MOVE "ADD" TO CL-ACTION
002710        WHEN PC-ACTION-RESET
002720           MOVE "RESET" TO CL-ACTION
002730        WHEN OTHER
002740           MOVE "CHANGE" TO CL-ACTION
002750     END-EVALUATE
002760     MOVE PC-ENTERED-BY TO CL-ENTERED-BY
002770     MOVE PC-ENTERED-DATE TO CL-ENTERED-DATE
002780     MOVE WS-CHANGE-AGE-DAYS TO CL-AGE-DAYS
002790     MOVE WS-CHANGE-LINE TO PENDING-REPORT-LINE
002800     WRITE PENDING-REPORT-LINE

002810     IF PC-RATE-CHANGE
002820        PERFORM 2200-PRINT-RATE-IMAGES THRU 2200-EXIT
002830     ELSE
002840        PERFORM 2300-PRINT-OPERATOR-IMAGES THRU 2300-EXIT
002850     END-IF
002860     .
002870 2000-EXIT.
002880     EXIT.

002890 2100-EXPIRE-CHANGE.
002900     ADD 1 TO WS-EXPIRED-COUNT
002910     MOVE "E" TO PC-STATUS-CODE
002920     MOVE SPACE TO PC-DECIDED-BY
002930     MOVE WS-TODAY-DATE TO PC-DECIDED-DATE
002940     REWRITE PENDING-CHANGE-REC
002950     IF NOT SECURITY-LOG-FILE-OK
002960        GO TO 2100-EXIT
002970     END-IF
002980     IF PC-RATE-CHANGE
002990        MOVE "RATE" TO ED-CHANGE-TYPE
003000     ELSE
003010        MOVE "OPER" TO ED-CHANGE-TYPE
003020     END-IF
003030     MOVE PC-TARGET-KEY TO ED-TARGET-KEY
003040     MOVE PC-CHANGE-ACTION TO ED-CHANGE-ACTION
003050     MOVE PC-ENTERED-DATE TO ED-ENTERED-DATE
003060     MOVE PC-ENTERED-TIME TO ED-ENTERED-TIME
003070     MOVE PC-ENTERED-BY TO ED-ENTERED-BY
003080     MOVE WS-LOG-OPERATOR TO SL-OPERATOR-ID
003090     MOVE WS-LOG-PROGRAM TO SL-PROGRAM-ID
003100     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
003110     ACCEPT SL-TIME-LOGGED FROM TIME
003120     MOVE "CHG-EXPIRE" TO SL-EVENT-TYPE
003130     MOVE WS-EVENT-DETAIL TO SL-EVENT-DETAIL
003140     WRITE SECURITY-LOG-REC
003150     .
003160 2100-EXIT.
003170     EXIT.

003180 2200-PRINT-RATE-IMAGES.
003190     MOVE "BEFORE" TO IL-LABEL
003200     IF PC-BEFORE-IMAGE = SPACE
003210        MOVE "NOT ON FILE - NEW CITY" TO IL-TEXT
003220     ELSE
003230        MOVE PC-BEFORE-IMAGE TO CITY-RATE-REC
003240        PERFORM 2210-FORMAT-RATE THRU 2210-EXIT
003250     END-IF
003260     MOVE WS-IMAGE-LINE TO PENDING-REPORT-LINE
003270     WRITE PENDING-REPORT-LINE
003280     MOVE "AFTER" TO IL-LABEL
003290     MOVE PC-AFTER-IMAGE TO CITY-RATE-REC
003300     PERFORM 2210-FORMAT-RATE THRU 2210-EXIT
003310     MOVE WS-IMAGE-LINE TO PENDING-REPORT-LINE
003320     WRITE PENDING-REPORT-LINE
003330     .
003340 2200-EXIT.
003350     EXIT.

003360 2210-FORMAT-RATE.
003370     MOVE CR-SURCHARGE-RATE TO WS-EDIT-RATE
003380     MOVE SPACE TO IL-TEXT
003390     STRING CR-CITY-NAME " SURCHARGE RATE " WS-EDIT-RATE
003400            " " CR-CURRENCY-CODE
003410            DELIMITED BY SIZE
003420         INTO IL-TEXT
003430     END-STRING
003440     .
003450 2210-EXIT.
003460     EXIT.

003470 2300-PRINT-OPERATOR-IMAGES.
003480*    THE PASSWORD ITSELF IS NEVER PRINTED - ONLY WHETHER THE
003490*    CHANGE SETS OR RESETS IT.
003500     MOVE "BEFORE" TO IL-LABEL
003510     IF PC-BEFORE-IMAGE = SPACE
003520        MOVE SPACE TO WS-BEFORE-PASSWORD-FIELDS
003530        MOVE "NOT ON FILE - NEW OPERATOR" TO IL-TEXT
003540        MOVE WS-IMAGE-LINE TO PENDING-REPORT-LINE
003550        WRITE PENDING-REPORT-LINE
003560     ELSE
003570        MOVE PC-BEFORE-IMAGE TO OPERATOR-MASTER-REC
003580        MOVE OP-PASSWORD TO WS-BEFORE-PASSWORD
003590        MOVE OP-PWD-CHANGED-DATE TO WS-BEFORE-PWD-DATE
003600        MOVE OP-FAILED-COUNT TO WS-BEFORE-FAILED
003610        MOVE SPACE TO WS-PASSWORD-TEXT
003620        PERFORM 2310-FORMAT-OPERATOR THRU 2310-EXIT
003630     END-IF
003640     MOVE "AFTER" TO IL-LABEL
003650     MOVE PC-AFTER-IMAGE TO OPERATOR-MASTER-REC
003660     MOVE SPACE TO WS-PASSWORD-TEXT
003670     IF OP-PASSWORD NOT = WS-BEFORE-PASSWORD
003680        OR OP-PWD-CHANGED-DATE NOT = WS-BEFORE-PWD-DATE
003690        OR OP-FAILED-COUNT NOT = WS-BEFORE-FAILED
003700        IF OP-PASSWORD = SPACE
003710           MOVE " PASSWORD RESET" TO WS-PASSWORD-TEXT
003720        ELSE
003730           MOVE " PASSWORD SET" TO WS-PASSWORD-TEXT
003740        END-IF
003750     END-IF
003760     PERFORM 2310-FORMAT-OPERATOR THRU 2310-EXIT
003770     .
003780 2300-EXIT.
003790     EXIT.

003800 2310-FORMAT-OPERATOR.
003810     MOVE SPACE TO IL-TEXT
003820     STRING OP-OPERATOR-NAME " ACTIVE " OP-ACTIVE-FLAG
003830            WS-PASSWORD-TEXT
003840            DELIMITED BY SIZE
003850         INTO IL-TEXT
003860     END-STRING
003870     MOVE WS-IMAGE-LINE TO PENDING-REPORT-LINE
003880     WRITE PENDING-REPORT-LINE
003890     MOVE "PROGS" TO IL-LABEL
003900     MOVE SPACE TO IL-TEXT
003910     STRING OP-ALLOWED-PROGRAM (1) " " OP-ALLOWED-PROGRAM (2)
003920            " " OP-ALLOWED-PROGRAM (3) " " OP-ALLOWED-PROGRAM (4)
003930            " " OP-ALLOWED-PROGRAM (5) " " OP-ALLOWED-PROGRAM (6)
003940            " " OP-ALLOWED-PROGRAM (7) " " OP-ALLOWED-PROGRAM (8)
003950            DELIMITED BY SIZE
003960         INTO IL-TEXT
003970     END-STRING
003980     MOVE WS-IMAGE-LINE TO PENDING-REPORT-LINE
003990     WRITE PENDING-REPORT-LINE
004000     .
004010 2310-EXIT.
004020     EXIT.

004030 8000-TERMINATE.
004040     MOVE WS-PENDING-COUNT TO TL-PENDING-COUNT
004050     MOVE WS-EXPIRED-COUNT TO TL-EXPIRED-COUNT
004060     MOVE WS-TOTAL-LINE TO PENDING-REPORT-LINE
004070     WRITE PENDING-REPORT-LINE
004080     IF PENDING-FILE-IS-OPEN
004090        CLOSE PENDING-CHANGE-FILE
004100        CLOSE SECURITY-LOG-FILE
004110     END-IF
004120     CLOSE PENDING-CHANGE-REPORT
004130     DISPLAY "CONTROL9P - CHANGES STILL PENDING: "
004140         WS-PENDING-COUNT
004150     DISPLAY "CONTROL9P - CHANGES EXPIRED TODAY: "
004160         WS-EXPIRED-COUNT
004170     .
004180 8000-EXIT.
004190     EXIT.

004200 8800-END-RUN-CONTROL.
004210     MOVE "E" TO RL-FUNCTION
004220     MOVE WS-RECORDS-READ TO RL-RECORDS-PROCESSED
004230     MOVE ZERO TO RL-RECORDS-REJECTED
004240*    NO PENDING-CHANGE FILE MEANS THERE WAS NOTHING TO REPORT
004250*    OR EXPIRE, WHICH THE LOG SHOULD NOT SHOW AS A CLEAN RUN.
004260     IF PENDING-FILE-IS-OPEN
004270        MOVE "CLEAN" TO RL-END-STATUS
004280     ELSE
004290        MOVE "NORUN" TO RL-END-STATUS
004300     END-IF
004310     CALL "RUNLOG" USING RUN-LOG-PARM
004320     .
004330 8800-EXIT.
004340     EXIT.
