      *----------------------------------------------------------*
      *  USAGEPRM  -  STOCK USAGE PARAMETER                       *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE FOR THE MONTHLY USAGE RUN - *
      *  THE NUMBER OF DAYS OF ISSUES THE DAILY USAGE IS WORKED   *
      *  OUT OVER, AND HOW MANY DAYS WITHOUT A RECEIPT OR ISSUE   *
      *  MAKE AN ITEM SLOW-MOVING AND THEN OBSOLETE.  KEPT AS A   *
      *  SEPARATE FILE RATHER THAN HARDCODED VALUES SO THE STORES *
      *  OFFICE CAN CHANGE THEM WITHOUT A RECOMPILE - THE SAME    *
      *  REASONING BEHIND GRACE-PARM-FILE.                        *
      *----------------------------------------------------------*
       01  USAGE-PARM-REC.
           05  UP-WINDOW-DAYS          PIC 9(03).
           05  UP-SLOW-MOVING-DAYS     PIC 9(03).
           05  UP-OBSOLETE-DAYS        PIC 9(03).
