000300*                BY CITY.  WHEN THESE FOUR STATEMENTS OF    *
000310*                THE SAME NIGHT DISAGREED WE USED TO FIND   *
000320*                OUT WEEKS LATER FROM FINANCE.              *
000321*  10/15/26  JH  ONLY TONIGHT'S VOUCHERS ARE TOTALLED, NOW *
000322*                THAT THE VOUCHER FILE ALSO HOLDS EARLIER  *
000323*                ONES THE GL POSTING RUN HAS NOT YET       *
000324*                TAKEN.                                    *
000330*----------------------------------------------------------*

000340 ENVIRONMENT DIVISION.
001290     05  WS-VOUCHER-TOTAL       PIC 9(09)V99 VALUE ZERO.
001300     05  WS-OTHER-TOTAL         PIC 9(09)V99 VALUE ZERO.
001310     05  WS-WORK-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001315     05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.

001320 01  WS-DEBTORS-ACCOUNTS.
001330     05  WS-DEBTORS-COUNT       PIC 9(02) COMP VALUE ZERO.
002470     EXIT.

002480 1000-INITIALIZE.
002485     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002490     PERFORM 1050-CLEAR-ONE-CITY THRU 1050-EXIT
002500         VARYING WS-CITY-IDX FROM 1 BY 1
002510         UNTIL WS-CITY-IDX > 12
004000     IF END-OF-VOUCHER-FILE
004010        GO TO 4100-EXIT
004020     END-IF
004021*    THE VOUCHER FILE NOW HOLDS WHATEVER THE GL POSTING RUN HAS
004022*    NOT YET TAKEN, SO ONLY TONIGHT'S VOUCHERS ARE TOTALLED.
004023     IF JV-RUN-DATE NOT = WS-RUN-DATE
004024        GO TO 4100-EXIT
004025     END-IF
004030     IF JV-DEBIT-AMOUNT = ZERO
004040        GO TO 4100-EXIT
004050     END-IF
