      *----------------------------------------------------------*
      *  STKAPPR  -  STOCKTAKE VARIANCE APPROVAL RECORD LAYOUT    *
      *  --------------------------------------------------------*
      *  ONE RECORD PER LARGE STOCKTAKE VARIANCE A SUPERVISOR HAS *
      *  SIGNED OFF FROM THE VARIANCE REPORT - THE ITEM, THE      *
      *  COUNTED QUANTITY BEING APPROVED, THE OPERATOR WHO        *
      *  APPROVED IT AND THE DATE.  AN APPROVAL ONLY RELEASES THE *
      *  COUNT IT NAMES, SO A LATER RECOUNT TO A DIFFERENT        *
      *  FIGURE NEEDS SIGNING OFF AGAIN.                          *
      *----------------------------------------------------------*
       01  STOCK-APPROVAL-REC.
           05  SV-ITEM-CODE            PIC X(06).
           05  SV-APPROVED-QTY         PIC 9(05).
           05  SV-APPROVED-BY          PIC X(08).
           05  SV-APPROVED-DATE        PIC 9(08).
