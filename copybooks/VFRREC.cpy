      *****************************************************************
      *  VFRREC    - ONE LINE OF THE VFYOUT VERIFICATION RESULT FILE  *
      *              PRIMVRFY RETURNS TO THE DEPARTMENT, ONE PER      *
      *              VFYIN LINE AND IN THE SAME ORDER.                *
      *              VFR-NUMBER AND VFR-REF ECHO THE INPUT LINE AS    *
      *              RECEIVED.  VFR-VERDICT IS "V" (VERIFIED PRIME)   *
      *              OR "R" (REJECTED); A REJECTION CARRIES ITS       *
      *              REASON IN VFR-REASON:                            *
      *                C - NOT PRIME.  VFR-FACTOR IS THE SMALLEST     *
      *                    FACTOR (ZERO FOR 0 AND 1, WHICH HAVE NONE);*
      *                B - BEYOND THE CACHE.  VFR-HIGH-N IS THE       *
      *                    PRIMEDAT HIGH-WATER MARK THE NUMBER LIES   *
      *                    ABOVE -- NO ANSWER IS GUESSED AT;          *
      *                U - UNREADABLE (BLANK OR NOT NUMERIC).         *
      *              VFR-SEQ IS THE INPUT LINE NUMBER.                *
      *****************************************************************
       05  VFR-SEQ                     PIC 9(08).
       05  VFR-NUMBER                  PIC X(10).
       05  VFR-VERDICT                 PIC X(01).
           88  VFR-VERIFIED                VALUE 'V'.
           88  VFR-REJECTED                VALUE 'R'.
       05  VFR-REASON                  PIC X(01).
           88  VFR-COMPOSITE               VALUE 'C'.
           88  VFR-BEYOND-CACHE            VALUE 'B'.
           88  VFR-UNREADABLE              VALUE 'U'.
       05  VFR-FACTOR                  PIC 9(10).
       05  VFR-HIGH-N                  PIC 9(08).
       05  VFR-REF                     PIC X(20).
       05  FILLER                      PIC X(22).
