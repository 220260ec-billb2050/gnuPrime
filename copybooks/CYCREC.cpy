      *****************************************************************
      *  CYCREC    - THE ONE-RECORD CYCCTL BUSINESS-DATE CYCLE        *
      *              CONTROL FILE (RELATIVE KEY 1).  CYC-BUS-DATE IS  *
      *              THE BUSINESS DATE EVERY PROGRAM STAMPS ITS WORK  *
      *              WITH AND SELECTS BY, IN PLACE OF THE SYSTEM      *
      *              CLOCK'S DATE, SO A NIGHT'S WORK THAT RUNS PAST   *
      *              MIDNIGHT STAYS ON THE ONE DATE IT BELONGS TO.    *
      *              CYC-STATE IS "O" WHILE THE CYCLE IS OPEN AND     *
      *              "C" ONCE IT HAS BEEN CLOSED; PRIMES WILL NOT     *
      *              RUN A TRANIN DECK AGAINST A CLOSED CYCLE.  ONLY  *
      *              THE PRIMCYCL CYCLE-OPEN AND CYCLE-CLOSE STEPS    *
      *              WRITE THIS RECORD.  CYC-PRIOR-DATE IS THE        *
      *              BUSINESS DATE OF THE CYCLE BEFORE THIS ONE, AND  *
      *              THE OPENED/CLOSED FIELDS ARE THE CALENDAR DATE,  *
      *              TIME AND USER ID OF EACH STEP, FOR THE RECORD.   *
      *****************************************************************
       05  CYC-BUS-DATE                PIC 9(08).
       05  CYC-STATE                   PIC X(01).
           88  CYC-OPEN                    VALUE 'O'.
           88  CYC-CLOSED                  VALUE 'C'.
       05  CYC-PRIOR-DATE              PIC 9(08).
       05  CYC-OPENED-DATE             PIC 9(08).
       05  CYC-OPENED-TIME             PIC 9(06).
       05  CYC-OPENED-BY               PIC X(08).
       05  CYC-CLOSED-DATE             PIC 9(08).
       05  CYC-CLOSED-TIME             PIC 9(06).
       05  CYC-CLOSED-BY               PIC X(08).
       05  FILLER                      PIC X(19).
