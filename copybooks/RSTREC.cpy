      *                RETRY    - TURNED AWAY BUSY (RC 12), TRY      *
      *                           AGAIN LATER;                       *
      *                PAGE     - HARD FAILURE, GET A HUMAN.         *
      *              RST-START-TIME IS WHEN THE RUN BEGAN (HHMMSS),   *
      *              RST-REQUESTS HOW MANY REQUESTS IT CARRIED INTO   *
      *              PROCESSING (EACH OWES EXACTLY ONE PRIMELOG ROW), *
      *              AND RST-RESUMED IS "Y" WHEN IT PICKED UP A       *
      *              PRIMCARY CARRYOVER -- RST-PRIMES THEN INCLUDES   *
      *              THE EARLIER NIGHTS' SHARE OF THE BATCH.  THE     *
      *              PRIMBAL NIGHTLY BALANCING USES ALL THREE.  THEY  *
      *              TOOK TWELVE BYTES OF THE TRAILING FILLER.        *
      *****************************************************************
       05  RST-RUN-DATE                PIC 9(08).
       05  RST-RUN-TIME                PIC 9(06).
       05  RST-CKPT-PENDING            PIC X(01).
       05  RST-CKPT-N                  PIC 9(08).
       05  RST-NEXT-ACTION             PIC X(08).
       05  RST-START-TIME              PIC 9(06).
       05  RST-REQUESTS                PIC 9(05).
       05  RST-RESUMED                 PIC X(01).
       05  FILLER                      PIC X(05) VALUE SPACES.
