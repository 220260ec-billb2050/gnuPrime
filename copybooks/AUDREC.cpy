      *  NAME THE OPERATOR WHO RAN IT.  IT TOOK FOUR BYTES OF THE     *
      *  TRAILING FILLER, SO THE RECORD LENGTH IS UNCHANGED AND       *
      *  OLDER ROWS SIMPLY READ BACK SPACES THERE.                    *
      *  AUD-TICKET IS THE REQMAST INTAKE TICKET A TRANIN LINE WAS    *
      *  GENERATED FROM (TRAN-TICKET), SPACES OTHERWISE.  IT TOOK     *
      *  SEVEN BYTES OF THE INTERIOR FILLER, LENGTH UNCHANGED AGAIN.  *
      *  AUD-OP-MODE IS THE PRIMES OPERATING MODE (L/F/R/N/C/A) THE   *
      *  ROW WAS FOR, IN THE BYTE THAT USED TO SEPARATE AUD-MODE FROM *
      *  AUD-N; OTHER PROGRAMS' ROWS AND OLDER ROWS CARRY A SPACE.    *
      *  AUD-STATUS "B" MARKS A REQUEST TURNED AWAY BUSY (A SIEVE     *
      *  THAT COULD NOT GET THE FILE TO ITSELF) -- NOTHING WAS DONE.  *
      *  AUD-STATUS "R" MARKS A REFUSED ATTEMPT AT A GUARDED UTILITY  *
      *  FUNCTION BY A USER ID NOT AUTHORIZED FOR IT ON AUTHMAST (SEE *
      *  AUTREC) -- NOTHING WAS DONE.  THE ROW IS MODE "O" WITH THE   *
      *  REFUSED FUNCTION LETTER IN AUD-OP-MODE AND "REFUSED " PLUS   *
      *  THE PROGRAM-ID IN AUD-NOTE.                                  *
      *****************************************************************
       05  AUD-TIMESTAMP                   PIC X(19).
       05  FILLER                          PIC X(01) VALUE SPACE.
       05  AUD-MODE                        PIC X(01).
       05  AUD-OP-MODE                     PIC X(01) VALUE SPACE.
       05  AUD-N                           PIC Z(7)9.
       05  FILLER                          PIC X(01) VALUE SPACE.
       05  AUD-PRIME-COUNT                 PIC Z(7)9.
       05  AUD-STATUS                      PIC X(01).
       05  FILLER                          PIC X(01) VALUE SPACE.
       05  AUD-DEPT                        PIC X(04) VALUE SPACES.
       05  FILLER                          PIC X(01) VALUE SPACE.
       05  AUD-TICKET                      PIC X(07) VALUE SPACES.
       05  AUD-NOTE                        PIC X(16) VALUE SPACES.
