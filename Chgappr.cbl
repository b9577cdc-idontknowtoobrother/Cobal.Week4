000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHGAPPR.
000120 AUTHOR. 62160246.
000130 INSTALLATION. STUDENT RECORDS SYSTEM - SHARED SUBPROGRAMS.
000140 DATE-WRITTEN. 10/15/26.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                    *
000180*  --------------------------------------------------------*
000190*  10/15/26  JH  SHARED TWO-PERSON APPROVAL FOR CHANGES TO *
000200*                THE CITY-RATE-FILE AND THE OPERATOR       *
000210*                MASTER. HOLDS EACH CHANGE ON THE PENDING- *
000220*                CHANGE FILE AS A BEFORE AND AFTER IMAGE   *
000230*                UNTIL A SECOND, DIFFERENT OPERATOR        *
000240*                APPROVES OR ANY OPERATOR REJECTS IT,      *
000250*                EXPIRES ONE LEFT LONGER THAN THE DAYS ON  *
000260*                APPRPRM, AND LOGS EVERY ENTRY, APPROVAL,  *
000270*                REJECTION AND EXPIRY TO SECURLOG SO THE   *
000280*                MAINTENANCE SCREENS ALL KEEP THE SAME     *
000290*                RULES.                                    *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PC-KEY
000410         FILE STATUS IS FS-PENDING-CHANGE.

000420     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-APPROVAL-PARM.

000450     SELECT SECURITY-LOG-FILE ASSIGN TO "SECURLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-SECURITY-LOG.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PENDING-CHANGE-FILE.
000510 COPY PENDCHG.

000520 FD  APPROVAL-PARM-FILE
000530     RECORDING MODE IS F.
000540 COPY APPRPRM.

000550 FD  SECURITY-LOG-FILE
000560     RECORDING MODE IS F.
000570 COPY SECLOG.

000580 WORKING-STORAGE SECTION.
000590 01  FS-PENDING-CHANGE           PIC X(02) VALUE ZERO.
000600     88  PENDING-CHANGE-OK           VALUE "00".

000610 01  FS-APPROVAL-PARM            PIC X(02) VALUE ZERO.
000620     88  APPROVAL-PARM-OK            VALUE "00".

000630 01  FS-SECURITY-LOG             PIC X(02) VALUE ZERO.
000640     88  SECURITY-LOG-FILE-OK        VALUE "00".

000650 01  WS-APPROVAL-CONTROL.
000660     05  WS-EXPIRY-DAYS          PIC 9(03) VALUE 7.
000670     05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
000680     05  WS-CHANGE-AGE-DAYS      PIC S9(05) VALUE ZERO.
000690     05  WS-CLOCK.
000700         10  WS-CLOCK-HHMMSS     PIC 9(06).
000710         10  FILLER              PIC 9(02).
000720     05  WS-SCAN-SWITCH          PIC X(01) VALUE "N".
000730         88  END-OF-TARGET-SCAN      VALUE "Y".
000740     05  WS-PENDING-SWITCH       PIC X(01) VALUE "N".
000750         88  PENDING-IS-FOUND        VALUE "Y".
000760     05  WS-EVENT-TYPE           PIC X(10) VALUE SPACE.
000770*    THE SECURLOG DETAIL NAMES THE CHANGE BY ITS KEY AND WHO
000780*    ENTERED IT, SO ENTRY, DECISION AND EXPIRY LINE UP.

000790 01  WS-EVENT-DETAIL.
000800     05  ED-CHANGE-TYPE          PIC X(04).
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  ED-TARGET-KEY           PIC X(08).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  ED-CHANGE-ACTION        PIC X(01).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  ED-ENTERED-DATE         PIC 9(08).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  ED-ENTERED-TIME         PIC 9(06).
000890     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  ED-ENTERED-BY           PIC X(08).

000910 LINKAGE SECTION.
000920 COPY CHGPARM.

000930 PROCEDURE DIVISION USING CHANGE-APPROVAL-PARM.

000940 0000-MAINLINE.
000950     MOVE ZERO TO CG-RETURN-CODE
000960     MOVE SPACE TO CG-REFUSE-REASON
000970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000980     PERFORM 1000-LOAD-APPROVAL-PARM THRU 1000-EXIT
000990     OPEN I-O PENDING-CHANGE-FILE
001000     IF NOT PENDING-CHANGE-OK
001010*       A FILE CREATED BY OPEN OUTPUT ONLY ACCEPTS WRITES IN
001020*       KEY ORDER, SO THE FIRST RUN CREATES IT EMPTY AND
001030*       REOPENS I-O, THE SAME AS THE ROOM-RENT RUN.
001040        OPEN OUTPUT PENDING-CHANGE-FILE
001050        IF PENDING-CHANGE-OK
001060           CLOSE PENDING-CHANGE-FILE
001070           OPEN I-O PENDING-CHANGE-FILE
001080        END-IF
001090     END-IF
001100     IF NOT PENDING-CHANGE-OK
001110        MOVE "Pending change file unavailable"
001120            TO CG-REFUSE-REASON
001130        MOVE 1 TO CG-RETURN-CODE
001140        GOBACK
001150     END-IF
001160     OPEN EXTEND SECURITY-LOG-FILE
001170     PERFORM 2000-FIND-PENDING THRU 2000-EXIT
001180     EVALUATE TRUE
001190        WHEN CG-FUNCTION-ENTER
001200           PERFORM 3000-ENTER-CHANGE THRU 3000-EXIT
001210        WHEN CG-FUNCTION-FETCH
001220           PERFORM 4000-FETCH-CHANGE THRU 4000-EXIT
001230        WHEN CG-FUNCTION-APPROVE
001240           PERFORM 4000-FETCH-CHANGE THRU 4000-EXIT
001250           IF CG-REQUEST-OK
001260              PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
001270           END-IF
001280        WHEN CG-FUNCTION-REJECT
001290           PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
001300        WHEN OTHER
001310           MOVE "Unknown change approval function"
001320               TO CG-REFUSE-REASON
001330           MOVE 1 TO CG-RETURN-CODE
001340     END-EVALUATE
001350     CLOSE PENDING-CHANGE-FILE
001360     CLOSE SECURITY-LOG-FILE
001370     GOBACK
001380     .

001390 1000-LOAD-APPROVAL-PARM.
001400     OPEN INPUT APPROVAL-PARM-FILE
001410     IF NOT APPROVAL-PARM-OK
001420        GO TO 1000-EXIT
001430     END-IF
001440     READ APPROVAL-PARM-FILE
001450         NOT AT END
001460             IF PA-EXPIRY-DAYS IS NUMERIC
001470                MOVE PA-EXPIRY-DAYS TO WS-EXPIRY-DAYS
001480             END-IF
001490     END-READ
001500     CLOSE APPROVAL-PARM-FILE
001510     .
001520 1000-EXIT.
001530     EXIT.

001540 2000-FIND-PENDING.
001550*    ONLY ONE CHANGE IS EVER PENDING FOR A RECORD, SO THE
001560*    SCAN STOPS AT THE FIRST ONE.  A PENDING CHANGE FOUND
001570*    PAST ITS EXPIRY IS EXPIRED HERE AND NOT RETURNED.
001580     MOVE "N" TO WS-PENDING-SWITCH
001590     MOVE "N" TO WS-SCAN-SWITCH
001600     MOVE CG-CHANGE-TYPE TO PC-CHANGE-TYPE
001610     MOVE CG-TARGET-KEY TO PC-TARGET-KEY
001620     MOVE ZERO TO PC-ENTERED-DATE
001630     MOVE ZERO TO PC-ENTERED-TIME
001640     START PENDING-CHANGE-FILE KEY NOT < PC-KEY
001650         INVALID KEY
001660             SET END-OF-TARGET-SCAN TO TRUE
001670     END-START
001680     PERFORM 2100-CHECK-ONE-CHANGE THRU 2100-EXIT
001690         UNTIL END-OF-TARGET-SCAN
001700     .
001710 2000-EXIT.
001720     EXIT.

001730 2100-CHECK-ONE-CHANGE.
001740     READ PENDING-CHANGE-FILE NEXT RECORD
001750         AT END
001760             SET END-OF-TARGET-SCAN TO TRUE
001770             GO TO 2100-EXIT
001780     END-READ
001790     IF PC-CHANGE-TYPE NOT = CG-CHANGE-TYPE
001800        OR PC-TARGET-KEY NOT = CG-TARGET-KEY
001810        SET END-OF-TARGET-SCAN TO TRUE
001820        GO TO 2100-EXIT
001830     END-IF
001840     IF NOT PC-IS-PENDING
001850        GO TO 2100-EXIT
001860     END-IF
001870     SET END-OF-TARGET-SCAN TO TRUE
001880*    ORDINARY DATE ARITHMETIC ACROSS VARYING MONTH LENGTHS AND
001890*    LEAP YEARS IS IMPRACTICAL WITH DIVIDE/COMPUTE ALONE, SO
001900*    THE INTEGER-OF-DATE INTRINSIC IS USED HERE THE SAME WAY
001910*    SIGNON WORKS OUT A PASSWORD'S AGE.
001920     COMPUTE WS-CHANGE-AGE-DAYS =
001930         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
001940         - FUNCTION INTEGER-OF-DATE (PC-ENTERED-DATE)
001950     IF WS-CHANGE-AGE-DAYS > WS-EXPIRY-DAYS
001960        MOVE "E" TO PC-STATUS-CODE
001970        MOVE SPACE TO PC-DECIDED-BY
001980        MOVE WS-TODAY-DATE TO PC-DECIDED-DATE
001990        REWRITE PENDING-CHANGE-REC
002000        MOVE "CHG-EXPIRE" TO WS-EVENT-TYPE
002010        PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002020     ELSE
002030        SET PENDING-IS-FOUND TO TRUE
002040     END-IF
002050     .
002060 2100-EXIT.
002070     EXIT.

002080 3000-ENTER-CHANGE.
002090     IF PENDING-IS-FOUND
002100        MOVE "A change is already pending on that key"
002110            TO CG-REFUSE-REASON
002120        MOVE 1 TO CG-RETURN-CODE
002130        GO TO 3000-EXIT
002140     END-IF
002150     ACCEPT WS-CLOCK FROM TIME
002160     MOVE CG-CHANGE-TYPE TO PC-CHANGE-TYPE
002170     MOVE CG-TARGET-KEY TO PC-TARGET-KEY
002180     MOVE WS-TODAY-DATE TO PC-ENTERED-DATE
002190     MOVE WS-CLOCK-HHMMSS TO PC-ENTERED-TIME
002200     MOVE CG-CHANGE-ACTION TO PC-CHANGE-ACTION
002210     MOVE "P" TO PC-STATUS-CODE
002220     MOVE CG-OPERATOR-ID TO PC-ENTERED-BY
002230     MOVE SPACE TO PC-DECIDED-BY
002240     MOVE ZERO TO PC-DECIDED-DATE
002250     MOVE CG-BEFORE-IMAGE TO PC-BEFORE-IMAGE
002260     MOVE CG-AFTER-IMAGE TO PC-AFTER-IMAGE
002270     WRITE PENDING-CHANGE-REC
002280         INVALID KEY
002290             MOVE "Change not recorded - enter it again"
002300                 TO CG-REFUSE-REASON
002310             MOVE 1 TO CG-RETURN-CODE
002320             GO TO 3000-EXIT
002330     END-WRITE
002340     MOVE "CHG-ENTER" TO WS-EVENT-TYPE
002350     PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002360     .
002370 3000-EXIT.
002380     EXIT.

002390 4000-FETCH-CHANGE.
002400     IF NOT PENDING-IS-FOUND
002410        MOVE "No change pending on that key"
002420            TO CG-REFUSE-REASON
002430        MOVE 1 TO CG-RETURN-CODE
002440        GO TO 4000-EXIT
002450     END-IF
002460*    THE WHOLE POINT OF THE PENDING FILE - NOBODY APPROVES
002470*    THEIR OWN CHANGE.  THE ATTEMPT ITSELF IS LOGGED.
002480     IF PC-ENTERED-BY = CG-OPERATOR-ID
002490        MOVE "Change needs a different operator"
002500            TO CG-REFUSE-REASON
002510        MOVE 1 TO CG-RETURN-CODE
002520        MOVE "CHG-DENIED" TO WS-EVENT-TYPE
002530        PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002540        GO TO 4000-EXIT
002550     END-IF
002560     MOVE PC-CHANGE-ACTION TO CG-CHANGE-ACTION
002570     MOVE PC-BEFORE-IMAGE TO CG-BEFORE-IMAGE
002580     MOVE PC-AFTER-IMAGE TO CG-AFTER-IMAGE
002590     MOVE PC-ENTERED-BY TO CG-ENTERED-BY
002600     MOVE PC-ENTERED-DATE TO CG-ENTERED-DATE
002610     .
002620 4000-EXIT.
002630     EXIT.

002640 5000-APPROVE-CHANGE.
002650     MOVE "A" TO PC-STATUS-CODE
002660     MOVE CG-OPERATOR-ID TO PC-DECIDED-BY
002670     MOVE WS-TODAY-DATE TO PC-DECIDED-DATE
002680     REWRITE PENDING-CHANGE-REC
002690     MOVE "CHG-APPROV" TO WS-EVENT-TYPE
002700     PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002710     .
002720 5000-EXIT.
002730     EXIT.

002740 6000-REJECT-CHANGE.
002750*    ANY OPERATOR MAY REJECT, INCLUDING THE ONE WHO ENTERED
002760*    THE CHANGE - THAT IS HOW A MISTYPED CHANGE IS WITHDRAWN.
002770     IF NOT PENDING-IS-FOUND
002780        MOVE "No change pending on that key"
002790            TO CG-REFUSE-REASON
002800        MOVE 1 TO CG-RETURN-CODE
002810        GO TO 6000-EXIT
002820     END-IF
002830     MOVE "R" TO PC-STATUS-CODE
002840     MOVE CG-OPERATOR-ID TO PC-DECIDED-BY
002850     MOVE WS-TODAY-DATE TO PC-DECIDED-DATE
002860     REWRITE PENDING-CHANGE-REC
002870     MOVE "CHG-REJECT" TO WS-EVENT-TYPE
002880     PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002890     .
002900 6000-EXIT.
002910     EXIT.

002920 8000-LOG-EVENT.
002930     IF NOT SECURITY-LOG-FILE-OK
002940        GO TO 8000-EXIT
002950     END-IF
002960     IF PC-RATE-CHANGE
002970        MOVE "RATE" TO ED-CHANGE-TYPE
002980     ELSE
002990        MOVE "OPER" TO ED-CHANGE-TYPE
003000     END-IF
003010     MOVE PC-TARGET-KEY TO ED-TARGET-KEY
003020     MOVE PC-CHANGE-ACTION TO ED-CHANGE-ACTION
003030     MOVE PC-ENTERED-DATE TO ED-ENTERED-DATE
003040     MOVE PC-ENTERED-TIME TO ED-ENTERED-TIME
003050     MOVE PC-ENTERED-BY TO ED-ENTERED-BY
003060     MOVE CG-OPERATOR-ID TO SL-OPERATOR-ID
003070     MOVE CG-PROGRAM-ID TO SL-PROGRAM-ID
003080     ACCEPT SL-DATE-LOGGED FROM DATE YYYYMMDD
003090     ACCEPT SL-TIME-LOGGED FROM TIME
003100     MOVE WS-EVENT-TYPE TO SL-EVENT-TYPE
003110     MOVE WS-EVENT-DETAIL TO SL-EVENT-DETAIL
003120     WRITE SECURITY-LOG-REC
003130     .
003140 8000-EXIT.
003150     EXIT.
