      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-09-02 WB   ORIGINAL VERSION.
      *    2026-10-12 WB   THE RETENTION CUT NOW RUNS FROM THE BUSINESS
      *                    DATE ON THE CYCCTL CYCLE CONTROL RECORD (THE
      *                    SYSTEM DATE ONLY WHEN THERE IS NONE), THE
      *                    SAME DATE PRIMES STAMPS ON ITS LOG ROWS, SO
      *                    ONE NIGHT'S ROWS ARE KEPT OR ARCHIVED
      *                    TOGETHER.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO LOGARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                      PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE AND WS-LGS-LINE - THE USUAL WORKING-STORAGE     *
       77  WS-PURGE-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-PURGE-DONE               VALUE 'Y'.
       77  WS-ROW-DATE                 PIC X(08).
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "PRIMELOG NOT FOUND - NOTHING TO PURGE"
           EXIT.
      *
      *****************************************************************
      *  1050-READ-BUSINESS-DATE - TODAY IS THE BUSINESS DATE ON THE  *
      *  CYCCTL CYCLE CONTROL RECORD (SEE CYCREC), SO THIS STEP AGREES*
      *  WITH PRIMES ON WHICH NIGHT A ROW BELONGS TO EVEN AFTER THE   *
      *  CLOCK PASSES MIDNIGHT.  NO CYCCTL, OR NO USABLE RECORD ON IT,*
      *  MEANS THE SYSTEM DATE AS BEFORE.                             *
      *****************************************************************
       1050-READ-BUSINESS-DATE.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS NOT = "00"
               GO TO 1050-SYSTEM-DATE.
           MOVE 1 TO WS-CYCLE-KEY.
           READ CYCLE-FILE
               INVALID KEY
                   MOVE ZERO TO CYC-BUS-DATE
           END-READ.
           IF CYC-BUS-DATE NUMERIC AND CYC-BUS-DATE NOT EQUAL TO ZERO
               MOVE CYC-BUS-DATE TO WS-RUN-DATE
               SET WS-CYCLE-FOUND TO TRUE.
           CLOSE CYCLE-FILE.
           IF WS-CYCLE-FOUND
               GO TO 1050-EXIT.
       1050-SYSTEM-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "CYCCTL NOT AVAILABLE - SYSTEM DATE USED AS "
               "BUSINESS DATE".
       1050-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1500-READ-PARM-CARD - LOOK FOR AN ARCPARM CARD.  ABSENT OR   *
      *  EMPTY MEANS THE 90-DAY DEFAULT; A CARD THAT IS PRESENT BUT   *
      *  NOT NUMERIC ENDS THE JOB -- A HOUSEKEEPING RUN THAT GUESSES  *
