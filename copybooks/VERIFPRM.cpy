      *----------------------------------------------------------*
      *  VERIFPRM  -  ASSET VERIFICATION PARAMETER                 *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING THE NUMBER OF DAYS   *
      *  AN ACTIVE DEVICE MAY GO WITHOUT BEING SCANNED ON A ROOM   *
      *  WALK-ROUND BEFORE THE VERIFICATION RUN REPORTS IT AS NOT  *
      *  SEEN.  KEPT AS A SEPARATE FILE RATHER THAN A HARDCODED    *
      *  VALUE SO ASSET MANAGEMENT CAN CHANGE IT WITHOUT A         *
      *  RECOMPILE - THE SAME REASONING BEHIND GRACE-PARM-FILE.    *
      *----------------------------------------------------------*
       01  VERIFY-PARM-REC.
           05  VP-UNSEEN-DAYS          PIC 9(03).
