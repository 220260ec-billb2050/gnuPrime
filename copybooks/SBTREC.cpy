      *****************************************************************
      *  SBTREC    - ONE LINE OF THE SUBTRAN MAINTENANCE CARD         *
      *              FILE FOR THE PRIMSUBM SUBSCRIBER MASTER UTILITY. *
      *              ONE ACTION PER LINE, POSITIONAL COLUMNS, SAME    *
      *              CONVENTIONS AS THE OTHER CARD FILES:             *
      *                SBT-ACTION -- "A" ADD A NEW SUBSCRIBER, "C"    *
      *                CHANGE ONE, "D" DEACTIVATE IT (THE RECORD      *
      *                STAYS ON FILE, STATUS "I"), "R" RESEND --      *
      *                DROP ANY TRANSFER STILL AWAITING ITS           *
      *                ACKNOWLEDGMENT AND SEND EVERYTHING ABOVE THE   *
      *                MARK AGAIN NEXT CYCLE.                         *
      *                SBT-SLOT -- THE DELIVERY FILE 0-3; SPACE ON A  *
      *                CHANGE MEANS KEEP THE CURRENT SLOT, SPACE ON   *
      *                AN ADD MEANS SLOT 0.                           *
      *                SBT-MARK -- ON AN ADD, THE HIGHEST N THE       *
      *                SYSTEM ALREADY HOLDS (SPACES MEANS NONE, THE   *
      *                FEED STARTS AT 2); ON A RESEND, A NEW MARK TO  *
      *                RESEND FROM (SPACES MEANS KEEP THE CURRENT     *
      *                ONE).  RIGHT-JUSTIFIED, ZERO-FILLED LIKE EVERY *
      *                OTHER N.  IGNORED ON CHANGE AND DEACTIVATE.    *
      *                SBT-NAME -- DESCRIPTION OF THE RECEIVING       *
      *                SYSTEM; SPACES ON A CHANGE KEEP THE CURRENT    *
      *                NAME.                                          *
      *****************************************************************
       05  SBT-ACTION                  PIC X(01).
       05  SBT-ID                      PIC X(08).
       05  SBT-SLOT                    PIC X(01).
       05  SBT-MARK                    PIC X(08).
       05  SBT-NAME                    PIC X(20).
       05  FILLER                      PIC X(42).
