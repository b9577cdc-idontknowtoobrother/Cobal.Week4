      *----------------------------------------------------------*
      *  CHGPARM  -  CHGAPPR SUBPROGRAM PARAMETER AREA            *
      *  --------------------------------------------------------*
      *  PASSED TO THE SHARED CHGAPPR SUBPROGRAM, WHICH OWNS THE  *
      *  PENDING-CHANGE FILE.  FUNCTION "E" ENTERS A CHANGE AS    *
      *  PENDING FROM THE BEFORE AND AFTER IMAGES GIVEN; "F"      *
      *  FETCHES THE CHANGE PENDING ON THE TARGET KEY FOR AN      *
      *  APPROVER, RETURNING ITS IMAGES; "A" MARKS IT APPROVED    *
      *  ONCE THE CALLER HAS APPLIED IT; "R" REJECTS IT.  THE     *
      *  SUBPROGRAM REFUSES AN APPROVAL BY THE OPERATOR WHO       *
      *  ENTERED THE CHANGE, EXPIRES A CHANGE LEFT PENDING TOO    *
      *  LONG, AND LOGS EVERY EVENT TO SECURLOG.  RETURN CODES:   *
      *    0 - DONE                                               *
      *    1 - REFUSED, CG-REFUSE-REASON SAYS WHY                 *
      *----------------------------------------------------------*
       01  CHANGE-APPROVAL-PARM.
           05  CG-FUNCTION             PIC X(01).
               88  CG-FUNCTION-ENTER       VALUE "E".
               88  CG-FUNCTION-FETCH       VALUE "F".
               88  CG-FUNCTION-APPROVE     VALUE "A".
               88  CG-FUNCTION-REJECT      VALUE "R".
           05  CG-OPERATOR-ID          PIC X(08).
           05  CG-PROGRAM-ID           PIC X(08).
           05  CG-CHANGE-TYPE          PIC X(01).
           05  CG-TARGET-KEY           PIC X(08).
           05  CG-CHANGE-ACTION        PIC X(01).
           05  CG-BEFORE-IMAGE         PIC X(110).
           05  CG-AFTER-IMAGE          PIC X(110).
           05  CG-ENTERED-BY           PIC X(08).
           05  CG-ENTERED-DATE         PIC 9(08).
           05  CG-RETURN-CODE          PIC 9(01).
               88  CG-REQUEST-OK           VALUE 0.
               88  CG-REQUEST-REFUSED      VALUE 1.
           05  CG-REFUSE-REASON        PIC X(40).
