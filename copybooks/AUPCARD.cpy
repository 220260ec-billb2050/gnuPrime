      *              PRMCARD.                                         *
      *              AUP-FUNCTION -- SPACE OR "C" MEANS CHECK ONLY    *
      *              AND REPORT; "R" MEANS REPAIR THE DAMAGE FOUND    *
      *              (WRONG FLAGS REWRITTEN, MISSING BLOCKS REBUILT   *
      *              BY TRIAL DIVISION, ORPHAN BLOCKS DELETED) AS     *
      *              WELL AS REPORTING IT.                            *
      *              AUP-SAMPLE IS THE SPOT-CHECK INTERVAL -- EVERY   *
      *              SO-MANY CANDIDATES GET THEIR FLAG VERIFIED BY    *
      *              INDEPENDENT TRIAL DIVISION.  RIGHT-JUSTIFIED,    *
      *              ZERO-FILLED; SPACES OR ZERO MEANS THE DEFAULT    *
      *              OF 1000.                                         *
