      *              BEFORE.  SPACES FALLS TO THE MAIN PAIR.  EVERY   *
      *              CODE IS ACCOUNTED FOR IN THE END-OF-BATCH        *
      *              DISTRIBUTION REPORT.                             *
      *              TRAN-TICKET IS THE REQMAST INTAKE TICKET THE     *
      *              LINE WAS GENERATED FROM (SEE RQMREC), CARRIED    *
      *              ONTO THE LINE'S PRIMELOG ROW SO THE POST-RUN     *
      *              STEP CAN CLOSE THE TICKET.  SPACES ON A HAND-    *
      *              PUNCHED LINE.  IT TOOK SEVEN BYTES OF THE        *
      *              TRAILING FILLER.                                 *
      *****************************************************************
       05  TRAN-N                      PIC X(08).
       05  TRAN-MODE                   PIC X(01).
       05  TRAN-LOW                    PIC X(08).
       05  TRAN-CUTOFF                 PIC X(04).
       05  TRAN-DEPT                   PIC X(04).
       05  TRAN-TICKET                 PIC X(07).
       05  FILLER                      PIC X(48).
