      *****************************************************************
      *  AURCARD   - BATCH PARAMETER CARD (AURPARM) FOR THE PRIMAUTR  *
      *              MONTHLY AUTHORIZATION REPORT.  ONE CARD, COLUMNS *
      *              ARE POSITIONAL, SAME CONVENTIONS AS THE OTHER    *
      *              PARAMETER CARDS.                                 *
      *              AUR-FROM-DATE AND AUR-TO-DATE BOUND THE          *
      *              REPORTING PERIOD FOR THE REFUSALS, YYYYMMDD      *
      *              INCLUSIVE.  A MISSING CARD, OR SPACES IN BOTH,   *
      *              MEANS THE CALENDAR MONTH OF THE BUSINESS DATE;   *
      *              SPACES IN ONLY ONE MEAN OPEN-ENDED ON THAT SIDE, *
      *              AS ON THE BILPARM CARD.  THE AUTHORITIES HELD    *
      *              ARE ALWAYS LISTED AS THEY STAND ON AUTHMAST AT   *
      *              THE TIME OF THE RUN.                             *
      *****************************************************************
       05  AUR-FROM-DATE               PIC X(08).
       05  AUR-TO-DATE                 PIC X(08).
       05  FILLER                      PIC X(64).
