      *    THE OPRPARM CARD AND BOTH LOG AN OPERATOR-ACTION ROW
      *    (MODE "O") TO PRIMELOG CARRYING THE OPERATOR'S USER ID
      *    AND THAT REASON IN AUD-NOTE, SO THE AUDIT TRAIL SHOWS
      *    WHO OVERRODE WHAT AND WHY.  R AND V ARE ALSO GUARDED:
      *    THE SUBMITTING USER ID MUST HOLD AN ACTIVE GRANT FOR
      *    PRIMOPER R OR V ON THE AUTHMAST AUTHORIZATION FILE (SEE
      *    AUTREC, MAINTAINED BY PRIMAUTM), OR THE RUN IS REFUSED
      *    BEFORE ANYTHING IS READ OR WRITTEN AND A REFUSAL ROW
      *    (MODE "O", STATUS "R") GOES TO PRIMELOG.  RETURN CODES:
      *        0 - REQUESTED FUNCTION DONE
      *        4 - NOTHING TO DO (LOCK ALREADY FREE, NO PENDING
      *            CHECKPOINT)
      *       12 - R OR V REFUSED, USER NOT AUTHORIZED (OR NO
      *            AUTHMAST TO CHECK AGAINST)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE, R OR V
      *            WITHOUT A REASON)
      *
      *                    8000-TERMINATE, MATCHING PRIMES, SO A
      *                    FUTURE STATUS RECORD THERE WOULD NOT LOG
      *                    A ZERO.
      *    2026-10-05 WB   RECOMPILED FOR THE BLOCK-PACKED PRIMEDAT;
      *                    THE HIGH-WATER DISPLAY STILL READS ONLY
      *                    THE KEY-ZERO CONTROL BLOCK.
      *    2026-10-12 WB   THE LOG ROW NOW CARRIES THE BUSINESS DATE
      *                    FROM THE CYCCTL CYCLE CONTROL RECORD (THE
      *                    SYSTEM DATE ONLY WHEN THERE IS NONE).  THE
      *                    STALE-LOCK AGE STAYS ON THE SYSTEM CLOCK.
      *    2026-10-14 WB   R AND V NOW CHECK THE SUBMITTING USER ID
      *                    AGAINST AUTHMAST (1700-CHECK-AUTHORITY)
      *                    AND REFUSE WITH RC 12 AND A PRIMELOG
      *                    REFUSAL ROW WHEN THERE IS NO ACTIVE GRANT.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO OPERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT AUTH-MAST
               ASSIGN TO AUTHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OPER-REPORT-REC                 PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-AUDIT-LINE AND WS-STAT-LINE - THE SAME WORKING-STORAGE    *
           88  WS-ACTION-DONE              VALUE 'Y'.
       77  WS-NOTHING-TO-DO-SW         PIC X(01) VALUE 'N'.
           88  WS-NOTHING-TO-DO            VALUE 'Y'.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED               VALUE 'Y'.
       77  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  WS-REFUSED                  VALUE 'Y'.
       01  WS-REASON                   PIC X(16).
       77  WS-OPERATOR-ID              PIC X(08).
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           PERFORM 3000-DISPLAY-LOCK THRU 3000-EXIT.
           PERFORM 3200-DISPLAY-CHECKPOINT THRU 3200-EXIT.
           PERFORM 3400-DISPLAY-HIGH-WATER THRU 3400-EXIT.
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-RUN-DAY FROM DAY YYYYDDD.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
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
      *  1500-READ-PARM-CARD - LOOK FOR AN OPRPARM CARD.  ABSENT OR   *
      *  EMPTY MEANS THE READ-ONLY DISPLAY.  THE WRITE FUNCTIONS R    *
      *  AND V REFUSE TO RUN WITHOUT A STATED REASON -- AN OVERRIDE   *
           EXIT.
      *
      *****************************************************************
      *  1700-CHECK-AUTHORITY - R AND V ARE OVERRIDES, SO THE         *
      *  SUBMITTING USER ID MUST HOLD AN ACTIVE AUTHMAST GRANT FOR    *
      *  PRIMOPER AND THAT FUNCTION.  NO GRANT, A REVOKED ONE, OR NO  *
      *  AUTHMAST TO LOOK IN ALL MEAN THE SAME THING -- THE RUN IS    *
      *  REFUSED BEFORE THE LOCK OR THE CHECKPOINT IS EVEN READ, WITH *
      *  RC 12 AND A REFUSAL ROW ON PRIMELOG SO THE ATTEMPT SHOWS ON  *
      *  THE MONTHLY AUTHORIZATION REPORT.  THE DISPLAY IS READ-ONLY  *
      *  AND IS NOT GUARDED.                                          *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           IF WS-FUNCTION-DISPLAY
               GO TO 1700-EXIT.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               GO TO 1700-REFUSE.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMOPER" TO AUT-PROGRAM.
           MOVE WS-FUNCTION-SW TO AUT-FUNCTION.
           READ AUTH-MAST
               INVALID KEY
                   MOVE SPACE TO AUT-STATUS
           END-READ.
           IF AUT-ACTIVE
               SET WS-AUTHORIZED TO TRUE.
           CLOSE AUTH-MAST.
           IF WS-AUTHORIZED
               GO TO 1700-EXIT.
       1700-REFUSE.
           DISPLAY "PRIMOPER: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMOPER " WS-FUNCTION-SW
               " - RUN REFUSED".
           MOVE "REFUSED - NOT AUTHORIZED" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           SET WS-REFUSED TO TRUE.
           MOVE "REFUSED PRIMOPER" TO WS-REASON.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-DISPLAY-LOCK - READ-ONLY LOOK AT THE PRIMLOCK MARKER:   *
      *  WHO HOLDS IT, SINCE WHEN, AND HOW OLD THE CLAIM IS.  THE     *
      *  RECORD IS LEFT EXACTLY AS FOUND.                             *
      *  7000-WRITE-AUDIT-LOG - ONE OPERATOR-ACTION ROW ON PRIMELOG,  *
      *  MODE "O", ZERO N AND COUNTS, WITH THE OPERATOR'S USER ID     *
      *  AND THE STATED REASON IN AUD-NOTE.  SAME OPEN-EXTEND-OR-     *
      *  CREATE PATTERN AS 7000-WRITE-AUDIT-LOG IN PRIMES.  A REFUSED *
      *  RUN'S ROW CARRIES STATUS "R" AND THE REFUSED FUNCTION IN     *
      *  AUD-OP-MODE INSTEAD.                                         *
      *****************************************************************
       7000-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE.
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           IF WS-REFUSED
               MOVE WS-FUNCTION-SW TO AUD-OP-MODE
               MOVE 'R' TO AUD-STATUS
           ELSE
               MOVE SPACE TO AUD-OP-MODE
               MOVE SPACE TO AUD-STATUS.
           MOVE SPACES TO AUD-DEPT.
           MOVE WS-REASON TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
