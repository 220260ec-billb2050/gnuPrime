      *****************************************************************
      *  RPOREC    - ONE RECORD OF THE RPTREPO REPORT REPOSITORY.     *
      *              PRIMES FILES EVERY LINE OF EVERY PRIMRPT,        *
      *              PRIMSTAT (OR PRMSTATA/B/C ROUTE COPY) AND        *
      *              PRIMANAL REPORT HERE AS IT WRITES IT, SO PRIMRPRT*
      *              CAN REPRODUCE A LOST REPORT WITHOUT A RERUN.     *
      *              THE KEY IS THE BUSINESS DATE, DEPARTMENT,        *
      *              OPERATING MODE (L/R/A ...) AND N THE REPORT WAS  *
      *              FOR, THEN THE REPORT TYPE:                       *
      *                R PRIMRPT   S PRIMSTAT   A PRIMANAL            *
      *              RPO-VERSION COUNTS FROM 01 WHEN THE SAME REPORT  *
      *              IS PRODUCED MORE THAN ONCE THE SAME DAY, AND     *
      *              RPO-LINE IS THE LINE NUMBER WITHIN IT.  LINE     *
      *              ZERO IS THE ENTRY'S HEADER RECORD (KIND "*",     *
      *              THE RPO-HDR VIEW): WHICH OUTPUT THE REPORT WENT  *
      *              TO, THE RUN MODE, THE LOW BOUND OF A RANGE, THE  *
      *              TIME THE REQUEST STARTED, WHO RAN IT AND THE     *
      *              REQMAST TICKET.  KIND "H" MARKS A PAGE HEADING   *
      *              LINE (THE FIRST LINE OF A PRIMRPT PAGE, THE      *
      *              TITLE LINE OF THE OTHER TWO), WHICH IS WHERE     *
      *              PRIMRPRT STAMPS A REPRINT.  THE END-OF-BATCH     *
      *              DISTRIBUTION REPORT IS FILED UNDER DEPARTMENT    *
      *              SPACES, MODE "T" AND N ZERO.                     *
      *****************************************************************
       05  RPO-KEY.
           10  RPO-BUS-DATE            PIC 9(08).
           10  RPO-DEPT                PIC X(04).
           10  RPO-OP-MODE             PIC X(01).
           10  RPO-N                   PIC 9(08).
           10  RPO-TYPE                PIC X(01).
               88  RPO-TYPE-PRINT          VALUE 'R'.
               88  RPO-TYPE-STATS          VALUE 'S'.
               88  RPO-TYPE-ANALYTIC       VALUE 'A'.
           10  RPO-VERSION             PIC 9(02).
           10  RPO-LINE                PIC 9(06).
       05  RPO-LINE-KIND               PIC X(01).
           88  RPO-KIND-HEADER             VALUE '*'.
           88  RPO-KIND-HEADING            VALUE 'H'.
           88  RPO-KIND-DETAIL             VALUE 'D'.
       05  RPO-TEXT                    PIC X(132).
       05  RPO-HDR REDEFINES RPO-TEXT.
           10  RPO-HDR-DDNAME          PIC X(08).
           10  RPO-HDR-RUN-MODE        PIC X(01).
           10  RPO-HDR-LOW             PIC 9(08).
           10  RPO-HDR-TIME            PIC 9(06).
           10  RPO-HDR-USER            PIC X(08).
           10  RPO-HDR-TICKET          PIC X(07).
           10  FILLER                  PIC X(94).
