      *****************************************************************
      *  RQMREC    - ONE RECORD OF THE REQMAST REQUEST INTAKE MASTER, *
      *              KEYED BY THE SEVEN-DIGIT TICKET NUMBER PRIMREQM  *
      *              ASSIGNS WHEN A REQUEST IS ADDED.  RQM-DUE-KEY    *
      *              (REQUESTED-BY DATE, THEN TICKET) IS A UNIQUE     *
      *              ALTERNATE KEY SO THE NIGHTLY BUILD AND THE       *
      *              AGING REPORT CAN READ THE FILE IN DUE-DATE       *
      *              ORDER WITHOUT A SORT STEP.                       *
      *              RQM-STATUS CARRIES THE TICKET'S LIFE:            *
      *                P PENDING   - ACCEPTED, NOT YET ON A DECK;     *
      *                S SCHEDULED - WRITTEN TO TONIGHT'S TRANIN AT   *
      *                              LINE RQM-TRAN-LINE;              *
      *                R RUNNING   - ITS DECK WAS PICKED UP BUT THE   *
      *                              RUN FAILED BEFORE ITS LINE WAS   *
      *                              SETTLED;                         *
      *                C COMPLETE  - PRIMELOG SHOWS IT DONE;          *
      *                U SUSPENDED - CUT OFF BEFORE IT FINISHED OR    *
      *                              BEFORE ITS LINE WAS REACHED;     *
      *                X REJECTED  - PRIMES SKIPPED ITS LINE, OR IT   *
      *                              WAS CANCELLED; RQM-REASON SAYS   *
      *                              WHICH.                           *
      *              EVERY TICKET STILL OPEN (P, S, R OR U) GOES ON   *
      *              THE NEXT NIGHT'S DECK, SO NOTHING UNSETTLED CAN  *
      *              FALL OFF WHEN THE DECK IS REBUILT.               *
      *              RQM-TICKET ZERO IS THE CONTROL RECORD, HOLDING   *
      *              THE NEXT TICKET NUMBER TO ASSIGN.                *
      *****************************************************************
       05  RQM-TICKET                  PIC 9(07).
       05  RQM-BODY.
           10  RQM-STATUS              PIC X(01).
               88  RQM-PENDING             VALUE 'P'.
               88  RQM-SCHEDULED           VALUE 'S'.
               88  RQM-RUNNING             VALUE 'R'.
               88  RQM-COMPLETE            VALUE 'C'.
               88  RQM-SUSPENDED           VALUE 'U'.
               88  RQM-REJECTED            VALUE 'X'.
               88  RQM-OPEN                VALUE 'P' 'S' 'R' 'U'.
           10  RQM-DEPT                PIC X(04).
           10  RQM-MODE                PIC X(01).
           10  RQM-N                   PIC 9(08).
           10  RQM-LOW                 PIC 9(08).
           10  RQM-CUTOFF              PIC X(04).
           10  RQM-DUE-KEY.
               15  RQM-DUE-DATE        PIC 9(08).
               15  RQM-DUE-TICKET      PIC 9(07).
           10  RQM-ADD-DATE            PIC 9(08).
           10  RQM-ADD-USER            PIC X(08).
           10  RQM-SCHED-DATE          PIC 9(08).
           10  RQM-TRAN-LINE           PIC 9(08).
           10  RQM-DONE-DATE           PIC 9(08).
           10  RQM-PRIME-COUNT         PIC 9(08).
           10  RQM-REASON              PIC X(16).
           10  FILLER                  PIC X(08).
       05  RQM-CONTROL REDEFINES RQM-BODY.
           10  RQM-NEXT-TICKET         PIC 9(07).
           10  FILLER                  PIC X(106).
