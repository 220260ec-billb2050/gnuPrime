      *****************************************************************
      *  CYCCARD   - BATCH PARAMETER CARD (CYCPARM) FOR THE PRIMCYCL  *
      *              CYCLE CONTROL STEP.  ONE CARD, COLUMNS ARE       *
      *              POSITIONAL, SAME CONVENTIONS AS THE OTHER        *
      *              PARAMETER CARDS.                                 *
      *              CYP-FUNCTION -- "O" OPENS THE NEXT BUSINESS      *
      *              CYCLE, "C" CLOSES THE CURRENT ONE, SPACE OR "D"  *
      *              ONLY DISPLAYS THE CYCLE RECORD.                  *
      *              CYP-BUS-DATE -- OPTIONAL ON "O": THE BUSINESS    *
      *              DATE TO OPEN (YYYYMMDD), WHICH MUST BE LATER     *
      *              THAN THE CURRENT ONE.  LEFT BLANK, THE CYCLE     *
      *              OPENS ON THE DAY AFTER THE CURRENT BUSINESS      *
      *              DATE (OR ON TODAY'S DATE WHEN THERE HAS NEVER    *
      *              BEEN A CYCLE).  USED TO SKIP A HOLIDAY.          *
      *****************************************************************
       05  CYP-FUNCTION                PIC X(01).
       05  CYP-BUS-DATE                PIC X(08).
       05  FILLER                      PIC X(71).
