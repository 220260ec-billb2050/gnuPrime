      *****************************************************************
      *  RPPCARD   - BATCH PARAMETER CARD (RPTPARM) FOR THE PRIMRPRT  *
      *              REPORT REPOSITORY UTILITY.  ONE CARD, COLUMNS    *
      *              ARE POSITIONAL, SAME CONVENTIONS AS THE OTHER    *
      *              PARAMETER CARDS.                                 *
      *              RPP-FUNCTION -- SPACE OR "L" LISTS THE INDEX OF  *
      *              WHAT RPTREPO HOLDS, ONE LINE PER STORED REPORT;  *
      *              "P" REPRINTS TO REPRINT EVERY STORED REPORT THAT *
      *              MATCHES THE KEYS BELOW; "X" PURGES EVERY REPORT  *
      *              FILED BEFORE THE RETENTION PERIOD.               *
      *              RPP-BUS-DATE, RPP-DEPT, RPP-OP-MODE, RPP-N,      *
      *              RPP-TYPE AND RPP-VERSION SELECT THE REPORTS.     *
      *              P NEEDS THE DATE; THE REST ARE OPTIONAL AND A    *
      *              BLANK FIELD MATCHES ANYTHING (A DEPARTMENT OF    *
      *              "----" ASKS FOR THE REPORTS FILED WITH NO        *
      *              DEPARTMENT).  ON L THE SAME FIELDS NARROW THE    *
      *              LISTING.  N AND VERSION ARE RIGHT-JUSTIFIED AND  *
      *              ZERO-FILLED.                                     *
      *              RPP-RETAIN-DAYS -- FOR X, HOW MANY DAYS OF       *
      *              REPORTS TO KEEP.  SPACES OR ZERO MEANS 90, THE   *
      *              SAME DEFAULT PRIMLARC KEEPS PRIMELOG FOR.        *
      *****************************************************************
       05  RPP-FUNCTION                PIC X(01).
       05  RPP-BUS-DATE                PIC X(08).
       05  RPP-DEPT                    PIC X(04).
       05  RPP-OP-MODE                 PIC X(01).
       05  RPP-N                       PIC X(08).
       05  RPP-TYPE                    PIC X(01).
       05  RPP-VERSION                 PIC X(02).
       05  RPP-RETAIN-DAYS             PIC X(04).
       05  FILLER                      PIC X(51).
