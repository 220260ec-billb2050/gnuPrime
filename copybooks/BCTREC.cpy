      *****************************************************************
      *  BCTREC    - THE ONE-RECORD BALCTL CONTROL FILE THE PRIMBAL   *
      *              NIGHTLY BALANCING CARRIES FROM ONE NIGHT TO THE  *
      *              NEXT.  BCT-RUN-DATE AND BCT-RUN-TIME ARE THE     *
      *              RUNSTAT STAMP OF THE PRIMES RUN LAST BALANCED,   *
      *              SO A SECOND BALANCING OF THE SAME RUN REUSES     *
      *              THE SAME STARTING FIGURES INSTEAD OF TREATING    *
      *              ITS OWN OUTPUT AS THE NIGHT BEFORE.              *
      *              BCT-HIGH-N IS PRIMEDAT'S HIGH-WATER MARK AS IT   *
      *              STOOD AFTER THAT RUN, AND BCT-PRIOR-HIGH-N THE   *
      *              MARK IT WAS BALANCED FROM.  BCT-CARRY-IN IS THE  *
      *              PRIMES TOTAL A RESUMED TRANIN BATCH BROUGHT IN   *
      *              FROM EARLIER NIGHTS, AND BCT-CARRY-OUT THE       *
      *              TOTAL LEFT WAITING IN PRIMCARY FOR THE NEXT      *
      *              RESUME (ZERO WHEN NO CARRYOVER IS PENDING).      *
      *****************************************************************
       05  BCT-RUN-DATE                PIC 9(08).
       05  BCT-RUN-TIME                PIC 9(06).
       05  BCT-HIGH-N                  PIC 9(08).
       05  BCT-PRIOR-HIGH-N            PIC 9(08).
       05  BCT-CARRY-IN                PIC 9(09).
       05  BCT-CARRY-OUT               PIC 9(09).
       05  FILLER                      PIC X(32) VALUE SPACES.
