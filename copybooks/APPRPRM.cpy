      *----------------------------------------------------------*
      *  APPRPRM  -  CHANGE APPROVAL PARAMETER                    *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING THE NUMBER OF DAYS  *
      *  A RATE OR OPERATOR CHANGE MAY WAIT FOR ITS SECOND        *
      *  OPERATOR BEFORE IT EXPIRES AND HAS TO BE KEYED AGAIN.    *
      *  KEPT AS A SEPARATE FILE RATHER THAN A HARDCODED VALUE SO *
      *  OPERATIONS CAN CHANGE IT WITHOUT A RECOMPILE - THE SAME  *
      *  REASONING BEHIND GRACE-PARM-FILE.                        *
      *----------------------------------------------------------*
       01  APPROVAL-PARM-REC.
           05  PA-EXPIRY-DAYS          PIC 9(03).
