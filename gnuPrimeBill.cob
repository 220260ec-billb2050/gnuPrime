      *    DATES AND THE PRICE PER ELAPSED SECOND) AND WRITES, ON
      *    BILLRPT:
      *      - ONE CHARGEBACK STATEMENT PER DEPARTMENT -- ROWS
      *        BILLED BY RUN MODE (INCLUDING PRIMVRFY BULK
      *        VERIFICATIONS), TOTAL AND PEAK N, TOTAL ELAPSED
      *        SECONDS, AND THE AMOUNT DUE AT THE CARD'S RATE, WITH
      *        THE DEPARTMENT'S CONTACT NAME FROM DEPTMAST WHEN THE
      *        MASTER IS ON HAND;
      *      - A GRAND-TOTAL CONTROL PAGE THAT BALANCES BACK TO THE
      *        ROW COUNT IN THE LOG: ROWS READ = ROWS IN PERIOD +
      *        ROWS OUTSIDE + UNREADABLE LINES, AND ROWS IN PERIOD
      *        = ROWS ON STATEMENTS + ROWS PAST THE TABLE + ROWS
      *        NOT BILLED.
      *    ROWS WITH NO DEPARTMENT CLAIMED (SPACES, INCLUDING THE
      *    PRE-AUD-DEPT ROWS AND OPERATOR-ACTION ROWS) ARE BILLED
      *    ON A "(NONE)" STATEMENT SO EVERY ROW IS ACCOUNTED FOR.
      *    PRIMRPRT REPRINT ROWS (MODE "P") ARE NOT BILLED -- THE
      *    DEPARTMENT PAID FOR THE RUN ONCE -- BUT ARE COUNTED ON
      *    THE CONTROL PAGE.
      *    RETURN CODES:
      *        0 - STATEMENTS WRITTEN AND CONTROL BALANCED
      *        4 - NO LOG ROWS IN THE STATEMENT PERIOD
      *                    OWN FOUR-DECIMAL LINE.  ERROR PATHS SET
      *                    THE RETURN CODE BEFORE 8000-TERMINATE,
      *                    MATCHING PRIMES.
      *    2026-10-07 WB   PRIMVRFY BULK VERIFICATION ROWS (MODE "V")
      *                    GET THEIR OWN LINE ON THE STATEMENT
      *                    INSTEAD OF FALLING INTO OTHER/OPERATOR.
      *    2026-10-13 WB   PRIMRPRT REPRINT ROWS (MODE "P") ARE LEFT
      *                    OFF THE STATEMENTS AND COUNTED AS NOT
      *                    BILLED; THE CONTROL PAGE BALANCES THEM.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-BAD-ROW-COUNT            PIC 9(08) COMP VALUE 0.
       77  WS-ROWS-BILLED              PIC 9(08) COMP VALUE 0.
       77  WS-OVERFLOW-ROWS            PIC 9(08) COMP VALUE 0.
       77  WS-ROWS-NOT-BILLED          PIC 9(08) COMP VALUE 0.
       77  WS-OVERFLOW-ELAPSED         PIC 9(10)V99 VALUE 0.
       77  WS-TOTAL-ELAPSED            PIC 9(10)V99 VALUE 0.
       77  WS-TOTAL-AMOUNT             PIC 9(09)V99 VALUE 0.
               10  WS-DEPT-MODE-B      PIC 9(08) COMP.
               10  WS-DEPT-MODE-I      PIC 9(08) COMP.
               10  WS-DEPT-MODE-T      PIC 9(08) COMP.
               10  WS-DEPT-MODE-V      PIC 9(08) COMP.
               10  WS-DEPT-MODE-X      PIC 9(08) COMP.
               10  WS-DEPT-TOTAL-N     PIC 9(12) COMP.
               10  WS-DEPT-PEAK-N      PIC 9(08) COMP.
               ADD 1 TO WS-ROWS-OUTSIDE
               GO TO 3000-NEXT.
           ADD 1 TO WS-ROWS-IN-PERIOD.
           IF AUD-MODE EQUAL TO 'P'
               ADD 1 TO WS-ROWS-NOT-BILLED
               GO TO 3000-NEXT.
           MOVE AUD-N TO WS-LOG-N.
           MOVE AUD-ELAPSED-SECONDS TO WS-LOG-ELAPSED.
           PERFORM 3100-FIND-DEPT THRU 3100-EXIT.
               ELSE
               IF AUD-MODE EQUAL TO 'T'
                   ADD 1 TO WS-DEPT-MODE-T (WS-DEPT-IX)
               ELSE
               IF AUD-MODE EQUAL TO 'V'
                   ADD 1 TO WS-DEPT-MODE-V (WS-DEPT-IX)
               ELSE
                   ADD 1 TO WS-DEPT-MODE-X (WS-DEPT-IX).
           ADD WS-LOG-N TO WS-DEPT-TOTAL-N (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-MODE-B (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-MODE-I (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-MODE-T (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-MODE-V (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-MODE-X (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-TOTAL-N (WS-DEPT-IX).
           MOVE 0 TO WS-DEPT-PEAK-N (WS-DEPT-IX).
           MOVE "    TRANSACTION (TRANIN)" TO STAT-LABEL.
           MOVE WS-DEPT-MODE-T (WS-IX) TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-DEPT-MODE-V (WS-IX) GREATER THAN ZERO
               MOVE "    BULK VERIFY (PRIMVRFY)" TO STAT-LABEL
               MOVE WS-DEPT-MODE-V (WS-IX) TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-DEPT-MODE-X (WS-IX) GREATER THAN ZERO
               MOVE "    OTHER / OPERATOR ROWS" TO STAT-LABEL
               MOVE WS-DEPT-MODE-X (WS-IX) TO STAT-VALUE
               MOVE "  ELAPSED PAST DEPT TABLE" TO STAT-LABEL
               MOVE WS-OVERFLOW-ELAPSED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  REPRINT ROWS NOT BILLED" TO STAT-LABEL.
           MOVE WS-ROWS-NOT-BILLED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  DEPARTMENTS BILLED" TO STAT-LABEL.
           MOVE WS-DEPT-USED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-BALANCE-CHECK NOT EQUAL TO WS-ROWS-READ
               SET WS-OUT-OF-BALANCE TO TRUE.
           COMPUTE WS-BALANCE-CHECK = WS-ROWS-BILLED
               + WS-OVERFLOW-ROWS + WS-ROWS-NOT-BILLED.
           IF WS-BALANCE-CHECK NOT EQUAL TO WS-ROWS-IN-PERIOD
               SET WS-OUT-OF-BALANCE TO TRUE.
           IF WS-OUT-OF-BALANCE
