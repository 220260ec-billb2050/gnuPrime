      *****************************************************************
      *  PRMDAT    - ONE RECORD OF THE PRIMEDAT DISK-BACKED SIEVE     *
      *              FILE, BLOCK-PACKED.  EACH DATA RECORD CARRIES    *
      *              THE Y/N FLAGS FOR A BLOCK OF 1000 CONSECUTIVE    *
      *              ODD CANDIDATES, KEYED BY THE BLOCK NUMBER:       *
      *              BLOCK B, SLOT S HOLDS CANDIDATE                  *
      *              (B - 1) * 2000 + 2 * S - 1, SO BLOCK 1 RUNS      *
      *              1, 3, 5 ... 1999 AND BLOCK 2 STARTS AT 2001.     *
      *              SLOT 1 OF BLOCK 1 (THE NUMBER 1) IS ALWAYS N.    *
      *              A CANDIDATE WHOSE BLOCK IS NOT ON FILE READS AS  *
      *              NOT PRIME, THE WAY A MISSING KEY ALWAYS HAS.     *
      *              RECORD KEY ZERO IS RESERVED AS THE CONTROL       *
      *              RECORD, CARRYING THE HIGH-WATER-MARK N THAT HAS  *
      *              BEEN FULLY SIEVED SO FAR; ITS FLAG AREA IS       *
      *              UNUSED, AND PDR-HIGH-N IS ZERO ON DATA BLOCKS.   *
      *              THE OLD ONE-RECORD-PER-CANDIDATE LAYOUT IS KEPT  *
      *              AS PRMDATO FOR THE PRIMCONV CONVERSION.          *
      *****************************************************************
       05  PDR-KEY                     PIC 9(08).
       05  PDR-HIGH-N                  PIC 9(08).
       05  PDR-FLAGS.
           10  PDR-FLAG                PIC X(01) OCCURS 1000 TIMES.
               88  PDR-IS-PRIME            VALUE 'Y'.
               88  PDR-NOT-PRIME           VALUE 'N'.
       05  FILLER                      PIC X(08).
