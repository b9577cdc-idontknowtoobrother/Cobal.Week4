000350*                EVERY STUDENT PLACED AGAINST THEIR STATED  *
000360*                NEED, SO WHEELCHAIR USERS STOP BEING       *
000370*                HAND-MOVED OUT OF UPSTAIRS DORMITORIES.    *
000371*  10/15/26  JH  A ROOM THE WORK-ORDER RUN HAS TAKEN OUT    *
000372*                OF SERVICE IS NO LONGER OFFERED TO ANY     *
000373*                STUDENT OR COUNTED AS A FREE ROOM ON THE   *
000374*                OCCUPANCY REPORT UNTIL ITS ORDER CLOSES.   *
000375*  10/15/26  JH  EACH NEW ASSIGNMENT NOW RECORDS ITS FIRST  *
000376*                NIGHT OF OCCUPANCY SO THE RENT RUN CAN     *
000377*                BILL BY NIGHTS OCCUPIED.                   *
000380*----------------------------------------------------------*

000390 ENVIRONMENT DIVISION.
001420         10  WS-TAB-ROOM-TYPE       PIC X(01).
001430         10  WS-TAB-FLOOR           PIC 9(02).
001440         10  WS-TAB-ACCESSIBLE      PIC X(01).
001441         10  WS-TAB-SERVICE         PIC X(01).
001442             88  TAB-ROOM-OUT-OF-SERVICE VALUE "O".

001450 01  WS-PREF-TABLE.
001460     05  WS-PREF-ENTRY          OCCURS 200 TIMES
003190                MOVE RM-FLOOR TO WS-TAB-FLOOR (WS-ROOM-IDX)
003200                MOVE RM-ACCESSIBLE-FLAG
003210                    TO WS-TAB-ACCESSIBLE (WS-ROOM-IDX)
003211                MOVE RM-SERVICE-STATUS
003212                    TO WS-TAB-SERVICE (WS-ROOM-IDX)
003220             END-IF
003230     END-READ
003240     .
004170        MOVE WS-TAB-BUILDING (WS-ROOM-SLOT) TO RA-BUILDING
004180        MOVE WS-TAB-ROOM-NUMBER (WS-ROOM-SLOT)
004190            TO RA-ROOM-NUMBER
004191        ACCEPT RA-OCCUPY-START FROM DATE YYYYMMDD
004192        MOVE ZERO TO RA-OCCUPY-END
004200        IF ROOM-ASSIGNMENT-OK
004210           WRITE ROOM-ASSIGNMENT-REC
004220        END-IF
004300     IF WS-TAB-ROOM-CITY (WS-ROOM-IDX) = CITY-CODE
004310        AND WS-TAB-ASSIGNED (WS-ROOM-IDX)
004320            < WS-TAB-CAPACITY (WS-ROOM-IDX)
004321        AND NOT TAB-ROOM-OUT-OF-SERVICE (WS-ROOM-IDX)
004330        SET WS-ROOM-SLOT TO WS-ROOM-IDX
004340        SET STUDENT-IS-PLACED TO TRUE
004350     END-IF
004580*    A ROOM MEETS THE NEED WHEN IT HAS A BED FREE IN THE
004590*    RIGHT CITY, MATCHES THE WANTED ROOM TYPE (BLANK MEANS
004600*    ANY) AND IS ACCESSIBLE IF THE STUDENT NEEDS IT TO BE.
004601*    A ROOM UNDER AN OPEN WORK ORDER NEVER MEETS IT.
004610     IF WS-TAB-ROOM-CITY (WS-ROOM-IDX) = CITY-CODE
004620        AND WS-TAB-ASSIGNED (WS-ROOM-IDX)
004630            < WS-TAB-CAPACITY (WS-ROOM-IDX)
004631        AND NOT TAB-ROOM-OUT-OF-SERVICE (WS-ROOM-IDX)
004640        AND (WS-TAB-PREF-TYPE (WS-PREF-SLOT) = SPACE
004650             OR WS-TAB-ROOM-TYPE (WS-ROOM-IDX)
004660                = WS-TAB-PREF-TYPE (WS-PREF-SLOT))

005360 3100-COUNT-ONE-ROOM.
005370     SET WS-CITY-IDX TO WS-TAB-ROOM-CITY (WS-ROOM-IDX)
005371*    A ROOM OUT OF SERVICE IS NEITHER FILLED NOR FREE.
005372     IF TAB-ROOM-OUT-OF-SERVICE (WS-ROOM-IDX)
005373        GO TO 3100-EXIT
005374     END-IF
005380     IF WS-TAB-ASSIGNED (WS-ROOM-IDX)
005390        < WS-TAB-CAPACITY (WS-ROOM-IDX)
005400        ADD 1 TO WS-TAB-ROOMS-FREE (WS-CITY-IDX)
