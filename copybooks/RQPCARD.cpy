      *****************************************************************
      *  RQPCARD   - BATCH PARAMETER CARD (REQPARM) FOR THE PRIMREQS  *
      *              REQUEST SCHEDULER.  ONE CARD, COLUMNS ARE        *
      *              POSITIONAL, SAME CONVENTIONS AS THE OTHER        *
      *              PARAMETER CARDS.                                 *
      *              RQP-FUNCTION -- "B" BUILDS TONIGHT'S TRANIN      *
      *              DECK FROM EVERY OPEN TICKET IN DUE-DATE ORDER;   *
      *              "P" IS THE POST-RUN STEP THAT SETTLES EVERY      *
      *              TICKET ON THE DECK FROM PRIMELOG, RUNSTAT AND    *
      *              PRIMCARY; SPACE OR "A" PRINTS THE OPEN-REQUESTS  *
      *              AGING REPORT ONLY, WHICH WRITES NOTHING AND SO   *
      *              CAN NEVER BREAK ANYTHING.  RUN P AFTER EVERY     *
      *              PRIMES TRANIN RUN AND BEFORE THE NEXT B, OR A    *
      *              TICKET ALREADY DONE IS DECKED A SECOND TIME.     *
      *****************************************************************
       05  RQP-FUNCTION                PIC X(01).
       05  FILLER                      PIC X(79).
