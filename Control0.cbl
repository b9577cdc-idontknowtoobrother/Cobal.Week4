000270*                SECURLOG.  REPEATED SIGN-ONS WERE WHY     *
000280*                OPERATORS SHARED IDS, WHICH DEFEATED THE  *
000290*                SECURITY LOGGING.                         *
000291*  10/15/26  JH  CONTROL6 STUDENT ACCOUNT INQUIRY ADDED TO *
000292*                THE MENU, OFFERED ONLY TO OPERATORS       *
000293*                ENTITLED TO IT.                           *
000295*  10/15/26  JH  CONTROL4 STUDENT ADDRESS MAINTENANCE      *
000297*                ADDED TO THE MENU.                        *
000300*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000700     05  WS-SHOWN-COUNT          PIC 9(02) COMP VALUE ZERO.

000710 01  WS-MENU-TABLE.
000720     05  WS-MENU-ENTRY           OCCURS 6 TIMES
000730                                 INDEXED BY WS-MNU-IDX.
000740         10  WS-TAB-MENU-PROGRAM    PIC X(08).
000750         10  WS-TAB-MENU-ALLOWED    PIC X(01).
000780     05  FILLER                  PIC X(08) VALUE "CONTROL2".
000790     05  FILLER                  PIC X(08) VALUE "CONTROL3".
000800     05  FILLER                  PIC X(08) VALUE "CONTROL5".
000805     05  FILLER                  PIC X(08) VALUE "CONTROL6".
000806     05  FILLER                  PIC X(08) VALUE "CONTROL4".
000810 01  WS-MENU-NAMES-R REDEFINES WS-MENU-NAMES.
000820     05  WS-MENU-NAME            PIC X(08) OCCURS 6 TIMES.

000830 COPY SIGNPARM.

001330*    OUT ONCE FROM THE ALLOWED-PROGRAM SLOTS ON THE MASTER.
001340     PERFORM 1510-CHECK-ONE-CANDIDATE THRU 1510-EXIT
001350         VARYING WS-MNU-IDX FROM 1 BY 1
001360         UNTIL WS-MNU-IDX > 6
001370     .
001380 1500-EXIT.
001390     EXIT.
001920     IF WS-TAB-MENU-ALLOWED (3) = "Y"
001930        DISPLAY "  3 - CONTROL3  CITY SURCHARGE LOOKUP"
001940     END-IF
001942     IF WS-TAB-MENU-ALLOWED (6) = "Y"
001944        DISPLAY "  4 - CONTROL4  STUDENT ADDRESS MAINTENANCE"
001946     END-IF
001950     IF WS-TAB-MENU-ALLOWED (4) = "Y"
001960        DISPLAY "  5 - CONTROL5  DATE CHECK"
001970     END-IF
001972     IF WS-TAB-MENU-ALLOWED (5) = "Y"
001974        DISPLAY "  6 - CONTROL6  STUDENT ACCOUNT INQUIRY"
001976     END-IF
001980     DISPLAY "  X - SIGN OFF"
001990     DISPLAY "CHOICE - " WITH NO ADVANCING
002000     ACCEPT WS-MENU-CHOICE
002110           AND WS-TAB-MENU-ALLOWED (3) = "Y"
002120           CALL "CONTROL3"
002125           CANCEL "CONTROL3"
002126        WHEN WS-MENU-CHOICE = "4"
002127           AND WS-TAB-MENU-ALLOWED (6) = "Y"
002128           CALL "CONTROL4"
002129           CANCEL "CONTROL4"
002130        WHEN WS-MENU-CHOICE = "5"
002140           AND WS-TAB-MENU-ALLOWED (4) = "Y"
002150           CALL "CONTROL5"
002155           CANCEL "CONTROL5"
002156        WHEN WS-MENU-CHOICE = "6"
002157           AND WS-TAB-MENU-ALLOWED (5) = "Y"
002158           CALL "CONTROL6"
002159           CANCEL "CONTROL6"
002160        WHEN OTHER
002170           DISPLAY "NOT A CHOICE OPEN TO YOU - TRY AGAIN"
002180     END-EVALUATE
