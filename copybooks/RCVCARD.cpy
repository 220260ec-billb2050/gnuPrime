      *****************************************************************
      *  RCVCARD   - BATCH PARAMETER CARD (RCVPARM) FOR THE PRIMRCVR  *
      *              PRIMEDAT FORWARD RECOVERY.  ONE CARD, COLUMNS    *
      *              ARE POSITIONAL, SAME CONVENTIONS AS BKPCARD.     *
      *              RCV-FUNCTION -- SPACE OR "L" MEANS LIST ONLY:    *
      *              READ THE JOURNAL FROM THE BACKUP MARKER OF THE   *
      *              CHOSEN GENERATION AND REPORT WHAT A RECOVERY     *
      *              WOULD APPLY, CHANGING NOTHING.  "F" MEANS        *
      *              FORWARD RECOVERY: APPLY EVERY COMMITTED BATCH    *
      *              TO PRIMEDAT, WHICH MUST ALREADY HAVE BEEN        *
      *              RELOADED FROM THAT GENERATION BY PRIMBKUP L.     *
      *              RCV-GENERATION -- "1" (THE NEWEST, THE DEFAULT   *
      *              WHEN SPACE), "2" OR "3" NAMES WHICH GENERATION   *
      *              THE RELOAD CAME FROM, THE SAME AS                *
      *              BKP-GENERATION.                                  *
      *****************************************************************
       05  RCV-FUNCTION                PIC X(01).
       05  RCV-GENERATION              PIC X(01).
       05  FILLER                      PIC X(78).
