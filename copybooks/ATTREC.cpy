      *****************************************************************
      *  ATTREC    - ONE LINE OF THE AUTHTRAN MAINTENANCE CARD FILE   *
      *              FOR THE PRIMAUTM AUTHORIZATION UTILITY.  ONE     *
      *              ACTION PER LINE, POSITIONAL COLUMNS, SAME        *
      *              CONVENTIONS AS THE OTHER CARD FILES:             *
      *                ATT-ACTION -- "G" GRANT (OR RE-GRANT A REVOKED *
      *                ONE), "R" REVOKE.                              *
      *                ATT-USER-ID, ATT-PROGRAM, ATT-FUNCTION -- THE  *
      *                USER ID AND THE PROGRAM/FUNCTION COMBINATION.  *
      *                ONLY THE GUARDED COMBINATIONS ARE ACCEPTED     *
      *                (SEE AUTREC), SO A MISPUNCHED CARD CANNOT      *
      *                GRANT SOMETHING NOTHING CHECKS.                *
      *                ATT-NOTE -- FREE TEXT KEPT ON THE GRANT (WHO   *
      *                ASKED, WHICH TICKET); IGNORED ON A REVOKE.     *
      *****************************************************************
       05  ATT-ACTION                  PIC X(01).
       05  ATT-USER-ID                 PIC X(08).
       05  ATT-PROGRAM                 PIC X(08).
       05  ATT-FUNCTION                PIC X(01).
       05  ATT-NOTE                    PIC X(16).
       05  FILLER                      PIC X(46).
