      *----------------------------------------------------------*
      *  INTGPRM  -  INTEGRITY CHECK PARAMETER                    *
      *  --------------------------------------------------------*
      *  SINGLE-RECORD PARAMETER FILE HOLDING HOW MANY CROSS-FILE *
      *  EXCEPTIONS THE NIGHTLY INTEGRITY RUN TOLERATES BEFORE IT *
      *  ENDS "EXCPT" INSTEAD OF "CLEAN" ON THE RUN-CONTROL FILE  *
      *  (HOLDING BACK ANY RUN THAT NAMES IT AS PREDECESSOR) AND  *
      *  SETS A NON-ZERO RETURN CODE FOR THE SCHEDULER.  KEPT AS  *
      *  A SEPARATE FILE RATHER THAN A HARDCODED VALUE SO         *
      *  OPERATIONS CAN CHANGE IT WITHOUT A RECOMPILE - THE SAME  *
      *  REASONING BEHIND GRACE-PARM-FILE.                        *
      *----------------------------------------------------------*
       01  INTEGRITY-PARM-REC.
           05  IP-EXCEPTION-THRESHOLD  PIC 9(05).
