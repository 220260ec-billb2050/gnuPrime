      *****************************************************************
      *  RQTREC    - ONE LINE OF THE REQTRAN MAINTENANCE CARD FILE    *
      *              FOR THE PRIMREQM REQUEST INTAKE UTILITY.  ONE    *
      *              ACTION PER LINE, POSITIONAL COLUMNS, SAME        *
      *              CONVENTIONS AS THE OTHER CARD FILES:             *
      *                RQT-ACTION -- "A" ADD A NEW REQUEST (A TICKET  *
      *                NUMBER IS ASSIGNED AND REPORTED), "C" CHANGE   *
      *                A PENDING ONE, "X" CANCEL ONE NOT YET ON A     *
      *                DECK.                                          *
      *                RQT-TICKET -- REQUIRED ON C AND X, IGNORED ON  *
      *                AN ADD.  RIGHT-JUSTIFIED, ZERO-FILLED.         *
      *                RQT-DEPT, RQT-MODE, RQT-N, RQT-LOW AND         *
      *                RQT-CUTOFF -- AS ON A TRANIN LINE.             *
      *                RQT-DUE-DATE -- THE REQUESTED-BY DATE,         *
      *                YYYYMMDD; SPACES ON AN ADD MEANS TODAY.        *
      *                ON A CHANGE CARD A FIELD LEFT BLANK KEEPS THE  *
      *                TICKET'S CURRENT VALUE.                        *
      *****************************************************************
       05  RQT-ACTION                  PIC X(01).
       05  RQT-TICKET                  PIC X(07).
       05  RQT-DEPT                    PIC X(04).
       05  RQT-MODE                    PIC X(01).
       05  RQT-N                       PIC X(08).
       05  RQT-LOW                     PIC X(08).
       05  RQT-DUE-DATE                PIC X(08).
       05  RQT-CUTOFF                  PIC X(04).
       05  FILLER                      PIC X(39).
