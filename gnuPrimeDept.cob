      *    CARDS INDIVIDUALLY SO ONE TYPO DOES NOT COST THE REST OF
      *    THE DECK, AND ENFORCES THE ONE INVARIANT PRIMES ROUTING
      *    DEPENDS ON: A ROUTE SLOT 1-3 BELONGS TO AT MOST ONE
      *    ACTIVE DEPARTMENT AT A TIME.  A DEACTIVATION CUTS A
      *    DEPARTMENT OFF, SO IT IS GUARDED: THE SUBMITTING USER ID
      *    MUST HOLD AN ACTIVE GRANT FOR PRIMDEPT D ON THE AUTHMAST
      *    AUTHORIZATION FILE (SEE AUTREC).  WITHOUT ONE EACH
      *    DEACTIVATION CARD IS REFUSED, WITH A REFUSAL ROW ON
      *    PRIMELOG, AND THE ADDS AND CHANGES STILL GO ON.  THE
      *    CONTROL REPORT GOES TO DEPTRPT AND THE RETURN CODE TELLS
      *    THE SCHEDULER WHAT HAPPENED:
      *        0 - EVERY CARD APPLIED
      *        8 - ONE OR MORE CARDS REJECTED (THE REST APPLIED)
      *       12 - ONE OR MORE DEACTIVATIONS REFUSED, USER NOT
      *            AUTHORIZED (OR NO AUTHMAST TO CHECK AGAINST)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE)
      *
      *    ---------------------------------------------------------
      *                    8000-TERMINATE, MATCHING PRIMES, SO A
      *                    FUTURE STATUS RECORD THERE WOULD NOT LOG
      *                    A ZERO.
      *    2026-10-14 WB   DEACTIVATIONS NOW CHECK THE SUBMITTING
      *                    USER ID AGAINST AUTHMAST
      *                    (1700-CHECK-AUTHORITY); AN UNAUTHORIZED
      *                    D CARD IS REFUSED AND LOGGED TO PRIMELOG,
      *                    AND THE RUN ENDS RC 12.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO DEPTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUTH-MAST
               ASSIGN TO AUTHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO PRIMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-REC                PIC X(80).
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC                       PIC X(89).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
       77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-APPLIED            PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-REFUSED            PIC 9(08) COMP VALUE 0.
       77  WS-NEW-ROUTE                PIC 9(01).
       77  WS-NEW-MAX-N                PIC 9(08).
       77  WS-TARGET-CODE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-CODE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *****************************************************************
      *  AUTHORIZATION CHECK AND REFUSAL ROWS -- THE AUTHMAST LOOKUP  *
      *  FOR PRIMDEPT D, MADE ONCE ON THE FIRST DEACTIVATION CARD AND *
      *  REMEMBERED FOR THE REST OF THE DECK, AND THE PRIMELOG        *
      *  STAGING RECORD, BUSINESS DATE AND START TIME EACH REFUSED    *
      *  CARD'S ROW IS BUILT FROM.                                    *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-AUTH-CHECK-SW            PIC X(01) VALUE SPACE.
           88  WS-AUTH-UNCHECKED           VALUE SPACE.
           88  WS-AUTH-GRANTED             VALUE 'Y'.
           88  WS-AUTH-REFUSED             VALUE 'N'.
       77  WS-OPERATOR-ID              PIC X(08).
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-START-TIME               PIC 9(08).
       01  WS-START-TIME-R REDEFINES WS-START-TIME.
           05  WS-START-HH             PIC 9(02).
           05  WS-START-MN             PIC 9(02).
           05  WS-START-SS             PIC 9(02).
           05  WS-START-HS             PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "DEPTMAST MAINTENANCE" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1000-EXIT.
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
      *  1700-CHECK-AUTHORITY - A DEACTIVATION CUTS A DEPARTMENT OFF, *
      *  SO THE SUBMITTING USER ID MUST HOLD AN ACTIVE AUTHMAST GRANT *
      *  FOR PRIMDEPT D.  NO GRANT, A REVOKED ONE, OR NO AUTHMAST TO  *
      *  LOOK IN ALL MEAN THE SAME THING -- REFUSED.  THE ANSWER      *
      *  CANNOT CHANGE DURING THE RUN, SO THE FILE IS LOOKED AT ONCE, *
      *  ON THE FIRST D CARD, AND THE RESULT KEPT IN                  *
      *  WS-AUTH-CHECK-SW.  ADDS AND CHANGES ARE NOT GUARDED.         *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           IF NOT WS-AUTH-UNCHECKED
               GO TO 1700-EXIT.
           SET WS-AUTH-REFUSED TO TRUE.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               GO TO 1700-REFUSED.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMDEPT" TO AUT-PROGRAM.
           MOVE 'D' TO AUT-FUNCTION.
           READ AUTH-MAST
               INVALID KEY
                   MOVE SPACE TO AUT-STATUS
           END-READ.
           IF AUT-ACTIVE
               SET WS-AUTH-GRANTED TO TRUE.
           CLOSE AUTH-MAST.
           IF WS-AUTH-GRANTED
               GO TO 1700-EXIT.
       1700-REFUSED.
           DISPLAY "PRIMDEPT: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMDEPT D - DEACTIVATIONS"
               " REFUSED".
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
       1700-EXIT.
           EXIT.
      *
       2000-READ-CARD.
           READ TRANS-FILE
      *****************************************************************
      *  3300-DEACTIVATE-DEPT - THE RECORD STAYS ON FILE UNDER        *
      *  STATUS "I" -- PRIMES REJECTS ITS REQUESTS, AND ITS ROUTE     *
      *  SLOT IS FREE FOR REASSIGNMENT.  ONLY FOR A USER AUTHORIZED   *
      *  FOR PRIMDEPT D (1700); ANYONE ELSE'S CARD IS REFUSED.        *
      *****************************************************************
       3300-DEACTIVATE-DEPT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           IF NOT WS-AUTH-GRANTED
               MOVE "REFUSED NOT AUTHORIZED" TO WS-DET-VERDICT
               PERFORM 4850-NOTE-REFUSED THRU 4850-EXIT
               GO TO 3300-EXIT.
           MOVE DMT-CODE TO DEP-CODE.
           READ DEPT-MAST
               INVALID KEY
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4800-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4850-NOTE-REFUSED - A GUARDED CARD FROM A USER WITHOUT THE   *
      *  AUTHORITY.  COUNTED APART FROM THE REJECTS, SO CARDS READ    *
      *  STILL BALANCES, AND LOGGED TO PRIMELOG ONE ROW PER CARD SO   *
      *  EVERY ATTEMPT SHOWS ON THE MONTHLY AUTHORIZATION REPORT.     *
      *****************************************************************
       4850-NOTE-REFUSED.
           ADD 1 TO WS-CARDS-REFUSED.
           MOVE 'N' TO WS-CARD-VALID-SW.
           MOVE DMT-ACTION TO WS-DET-ACTION.
           MOVE DMT-CODE TO WS-DET-CODE.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           MOVE WS-CARDS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
       4850-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO MAINT-REPORT-REC.
           MOVE "CARDS REJECTED" TO STAT-LABEL.
           MOVE WS-CARDS-REJECTED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "CARDS REFUSED, NOT AUTHORIZED" TO STAT-LABEL.
           MOVE WS-CARDS-REFUSED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMDEPT: " WS-CARDS-APPLIED " APPLIED, "
               WS-CARDS-REJECTED " REJECTED, "
               WS-CARDS-REFUSED " REFUSED".
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE REFUSAL ROW ON PRIMELOG: MODE     *
      *  "O", STATUS "R", "D" IN AUD-OP-MODE, ZERO N AND COUNTS, THE  *
      *  SUBMITTER'S USER ID, AND "REFUSED PRIMDEPT" IN AUD-NOTE.     *
      *  AUD-DEPT STAYS SPACES -- THE DEPARTMENT ON THE CARD DID NOT  *
      *  ASK FOR ANYTHING AND MUST NOT PICK UP A ROW ON ITS PRIMBILL  *
      *  STATEMENT.  SAME OPEN-EXTEND-OR-CREATE PATTERN AS            *
      *  7000-WRITE-AUDIT-LOG IN PRIMOPER.                            *
      *****************************************************************
       7000-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "PRIMELOG OPEN FAILED, STATUS = "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-MM   DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-DD   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-START-HH DELIMITED BY SIZE
                  ":"         DELIMITED BY SIZE
                  WS-START-MN DELIMITED BY SIZE
                  ":"         DELIMITED BY SIZE
                  WS-START-SS DELIMITED BY SIZE
               INTO AUD-TIMESTAMP.
           MOVE 'O' TO AUD-MODE.
           MOVE 'D' TO AUD-OP-MODE.
           MOVE 0 TO AUD-N.
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE 'R' TO AUD-STATUS.
           MOVE SPACES TO AUD-DEPT.
           MOVE "REFUSED PRIMDEPT" TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE TRANS-FILE.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           IF WS-CARDS-REFUSED GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED EQUAL TO ZERO
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
