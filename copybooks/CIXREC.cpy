      *****************************************************************
      *  CIXREC    - ONE ENTRY OF THE PRIMCIDX CUMULATIVE PRIME-COUNT *
      *              INDEX, A RELATIVE FILE WHOSE RELATIVE RECORD     *
      *              NUMBER E IS THE ENTRY NUMBER.  ENTRY E HOLDS THE *
      *              NUMBER OF PRIMES (2 INCLUDED) UP TO AND          *
      *              INCLUDING E TIMES THE INDEX INTERVAL OF 100,000. *
      *              THE INTERVAL IS A WHOLE NUMBER OF PRIMEDAT       *
      *              BLOCKS (50 OF 2000 NUMBERS EACH), SO AN ENTRY IS *
      *              BUILT BY TALLYING WHOLE BLOCKS.  CIX-LIMIT       *
      *              REPEATS THE BOUND THE ENTRY DESCRIBES AS A       *
      *              CHECK ON THE SLOT.  ONLY ENTRIES WITH CIX-LIMIT  *
      *              AT OR BELOW THE PRIMEDAT HIGH-WATER MARK ARE     *
      *              EVER TRUSTED.  PRIMES EXTENDS THE INDEX WHENEVER *
      *              IT ADVANCES THE MARK; PRIMAUDT CHECKS IT AGAINST *
      *              THE FLAGS AND REBUILDS IT.                       *
      *****************************************************************
       05  CIX-LIMIT                   PIC 9(08).
       05  CIX-COUNT                   PIC 9(08).
       05  FILLER                      PIC X(04).
