      *****************************************************************
      *  PRMDATO   - ONE RECORD OF THE ORIGINAL (PRE-BLOCK) PRIMEDAT  *
      *              LAYOUT, ONE RECORD PER ODD CANDIDATE, KEYED BY   *
      *              THE CANDIDATE VALUE ITSELF.  RECORD KEY ZERO IS  *
      *              THE CONTROL RECORD CARRYING THE HIGH-WATER-MARK  *
      *              N.  KEPT ONLY SO PRIMCONV CAN READ AN OLD FILE   *
      *              AND CARRY IT INTO THE BLOCK LAYOUT (SEE PRMDAT). *
      *****************************************************************
       05  OPD-KEY                     PIC 9(08).
       05  OPD-FLAG                    PIC X(01).
           88  OPD-IS-PRIME                VALUE 'Y'.
           88  OPD-NOT-PRIME               VALUE 'N'.
       05  OPD-HIGH-N                  PIC 9(08).
       05  FILLER                      PIC X(12).
