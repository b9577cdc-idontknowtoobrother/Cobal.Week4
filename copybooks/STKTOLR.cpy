      *----------------------------------------------------------*
      *  STKTOLR  -  STOCKTAKE VARIANCE TOLERANCE PARAMETER       *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING HOW LARGE A         *
      *  STOCKTAKE VARIANCE MAY BE AND STILL BE ADJUSTED WITHOUT  *
      *  A RECOUNT OR SUPERVISOR APPROVAL - A VALUE AT UNIT COST  *
      *  AND A PERCENTAGE OF THE SYSTEM QUANTITY.  A VARIANCE     *
      *  UNDER EITHER LIMIT IS ADJUSTED; A LIMIT OF ZERO IS NOT   *
      *  APPLIED.  KEPT AS A SEPARATE FILE RATHER THAN HARDCODED  *
      *  VALUES SO FINANCE CAN CHANGE THEM WITHOUT A RECOMPILE -  *
      *  THE SAME REASONING BEHIND GRACE-PARM-FILE.               *
      *----------------------------------------------------------*
       01  STOCK-TOLERANCE-REC.
           05  TP-VALUE-LIMIT          PIC 9(05)V99.
           05  TP-PERCENT-LIMIT        PIC 9(02)V99.
