      *            MATCHING EXTRACT, OR A TRANSFER OUTSTANDING PAST
      *            THE GRACE PERIOD
      *       16 - RECONCILIATION COULD NOT RUN
      *    THE PRIMFEED SUBSCRIBER FEED FILES (PRMFEED, PRMFEEDA/B/C)
      *    ARE READ IN WITH THE PRMEXTR FILES.  THEIR TRANSFERS CARRY
      *    MODE "S" AND THE SUBSCRIBER ID AS THE USER, AND EACH ONE
      *    RECONCILED IS POSTED BACK TO THE SUBMAST SUBSCRIBER
      *    MASTER (SEE SUBREC): AN ACCEPTED TRANSFER IN BALANCE
      *    ADVANCES THE SUBSCRIBER'S ACKNOWLEDGED MARK; A REJECTED OR
      *    MISMATCHED ONE MARKS IT FOR RESEND ON THE NEXT CYCLE.
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *                    8000-TERMINATE, MATCHING PRIMES, SO A
      *                    FUTURE STATUS RECORD THERE WOULD NOT LOG
      *                    A ZERO.
      *    2026-10-12 WB   INTERCHANGES ARE NOW AGED AGAINST THE
      *                    BUSINESS DATE FROM THE CYCCTL CYCLE CONTROL
      *                    RECORD (THE SYSTEM DATE ONLY WHEN THERE IS
      *                    NONE), THE SAME DATE PRIMES STAMPS ON THE
      *                    EXTRACT HEADER.
      *    2026-10-13 WB   ACKNOWLEDGMENTS OF PRIMFEED SUBSCRIBER
      *                    TRANSFERS (MODE S) ARE POSTED TO SUBMAST:
      *                    ACCEPTED ADVANCES THE MARK, REJECTED OR
      *                    MISMATCHED SETS THE SUBSCRIBER TO RESEND.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO RCNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT SUB-MAST
               ASSIGN TO SUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-ID
               FILE STATUS IS WS-SUB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY RCNCARD.
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  SUB-MAST
           LABEL RECORDS ARE STANDARD.
       01  SUB-MAST-REC.
           COPY SUBREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
           88  WS-HEADER-PENDING           VALUE 'Y'.
       77  WS-MATCH-SW                 PIC X(01).
           88  WS-ACK-MATCHED              VALUE 'Y'.
       77  WS-SUB-STATUS               PIC X(02).
       77  WS-SUB-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-SUB-OPEN                 VALUE 'Y'.
      *****************************************************************
      *  THE TRANSFER TABLE - ONE ENTRY PER H/T BLOCK LOADED FROM     *
      *  PRMEXTR.  XFR-STATE TRACKS EACH TRANSFER THROUGH THE         *
       77  WS-OUTSTANDING-COUNT        PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-COUNT            PIC 9(08) COMP VALUE 0.
       77  WS-GRACE-DAYS               PIC 9(03) VALUE 3.
       77  WS-FEED-ADVANCED            PIC 9(08) COMP VALUE 0.
       77  WS-FEED-RESEND              PIC 9(08) COMP VALUE 0.
       77  WS-FEED-NOT-POSTED          PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  AGING WORKING STORAGE.  THE AGE OF AN UNACKNOWLEDGED         *
      *  TRANSFER IS APPROXIMATED FROM THE CALENDAR DATES AS          *
      *  APPROXIMATION THE PRIMLOCK STALE-LOCK AGE TEST USES, AND     *
      *  PLENTY FOR A GRACE PERIOD MEASURED IN WHOLE DAYS.            *
      *****************************************************************
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
               CLOSE RECON-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O SUB-MAST.
           IF WS-SUB-STATUS = "00"
               SET WS-SUB-OPEN TO TRUE
           ELSE
               DISPLAY "SUBMAST NOT AVAILABLE, STATUS = "
                   WS-SUB-STATUS " - FEED ACKS NOT POSTED".
           MOVE "INTERCHANGE RECONCILIATION" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
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
      *  1500-READ-PARM-CARD - LOOK FOR AN RCNPARM CARD.  ABSENT OR   *
      *  EMPTY MEANS THE DEFAULT THREE-DAY GRACE PERIOD.  A CARD      *
      *  THAT IS PRESENT BUT BAD ENDS THE JOB RATHER THAN AGING THE   *
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED   " TO WS-DET-TAG
               PERFORM 3300-NOTE-TRANSFER THRU 3300-EXIT
               GO TO 3200-POST.
           IF ACK-COUNT NOT EQUAL TO XFR-COUNT (WS-IX)
            OR ACK-HASH NOT EQUAL TO XFR-HASH (WS-IX)
               MOVE 'X' TO XFR-STATE (WS-IX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCHED " TO WS-DET-TAG
               PERFORM 3300-NOTE-TRANSFER THRU 3300-EXIT
               GO TO 3200-POST.
           MOVE 'M' TO XFR-STATE (WS-IX).
           ADD 1 TO WS-MATCHED-COUNT.
       3200-POST.
           IF XFR-MODE (WS-IX) EQUAL TO 'S'
               PERFORM 3400-POST-SUBSCRIBER THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *
           EXIT.
      *
      *****************************************************************
      *  3400-POST-SUBSCRIBER - CARRY A RECONCILED PRIMFEED TRANSFER  *
      *  BACK TO ITS SUBSCRIBER.  IT POSTS ONLY IF SUBMAST STILL SHOWS*
      *  THAT VERY TRANSFER AWAITING ITS ACK -- SAME DATE, SAME BOUNDS*
      *  -- SO A LATE OR REPEATED ACK FOR A TRANSFER SINCE RESENT OR  *
      *  ALREADY POSTED CANNOT MOVE THE MARK.  ACCEPTED AND IN BALANCE*
      *  ADVANCES THE MARK TO THE HIGH BOUND SENT; REJECTED OR        *
      *  MISMATCHED LEAVES THE MARK AND SETS THE SUBSCRIBER TO RESEND,*
      *  SO PRIMFEED SENDS THE SAME PRIMES AGAIN NEXT CYCLE.          *
      *****************************************************************
       3400-POST-SUBSCRIBER.
           IF NOT WS-SUB-OPEN
               ADD 1 TO WS-FEED-NOT-POSTED
               GO TO 3400-EXIT.
           MOVE XFR-USER-ID (WS-IX) TO SUB-ID.
           READ SUB-MAST
               INVALID KEY
                   MOVE SPACE TO SUB-XFER-STATE
           END-READ.
           IF NOT SUB-XFER-SENT
            OR SUB-SENT-DATE NOT EQUAL TO XFR-RUN-DATE (WS-IX)
            OR SUB-SENT-LOW NOT EQUAL TO XFR-LOW (WS-IX)
            OR SUB-SENT-HIGH NOT EQUAL TO XFR-HIGH (WS-IX)
               ADD 1 TO WS-FEED-NOT-POSTED
               MOVE "FEED STALE " TO WS-DET-TAG
               PERFORM 3300-NOTE-TRANSFER THRU 3300-EXIT
               GO TO 3400-EXIT.
           IF XFR-STATE (WS-IX) EQUAL TO 'M'
               MOVE XFR-HIGH (WS-IX) TO SUB-ACK-HIGH
               MOVE WS-RUN-DATE TO SUB-ACK-DATE
               SET SUB-XFER-NONE TO TRUE
               ADD 1 TO WS-FEED-ADVANCED
               MOVE "FEED POSTED" TO WS-DET-TAG
           ELSE
               SET SUB-XFER-RESEND TO TRUE
               ADD 1 TO WS-FEED-RESEND
               MOVE "FEED RESEND" TO WS-DET-TAG.
           REWRITE SUB-MAST-REC
               INVALID KEY
                   DISPLAY "SUBMAST REWRITE FAILED FOR " SUB-ID
                       ", STATUS = " WS-SUB-STATUS
                   ADD 1 TO WS-FEED-NOT-POSTED
                   GO TO 3400-EXIT
           END-REWRITE.
           PERFORM 3300-NOTE-TRANSFER THRU 3300-EXIT.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-AGE-OUTSTANDING - EVERY TRANSFER STILL MARKED "O" HAS   *
      *  NEVER BEEN ACKNOWLEDGED.  EACH IS LISTED WITH ITS AGE IN     *
      *  DAYS; ONE PAST THE GRACE PERIOD MAKES THE WHOLE RUN END      *
               MOVE "TRANSFERS PAST TABLE LIMIT" TO STAT-LABEL
               MOVE WS-XFR-OVERFLOW TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "FEED MARKS ADVANCED" TO STAT-LABEL.
           MOVE WS-FEED-ADVANCED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "FEEDS MARKED FOR RESEND" TO STAT-LABEL.
           MOVE WS-FEED-RESEND TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "FEED ACKS NOT POSTED" TO STAT-LABEL.
           MOVE WS-FEED-NOT-POSTED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMRECN: " WS-MATCHED-COUNT " MATCHED, "
               WS-MISMATCH-COUNT " MISMATCHED, "
               WS-OUTSTANDING-COUNT " OUTSTANDING ("
       8000-TERMINATE.
           CLOSE EXTRACT-FILE.
           CLOSE ACK-FILE.
           IF WS-SUB-OPEN
               CLOSE SUB-MAST.
           CLOSE RECON-REPORT.
       8000-EXIT.
           EXIT.
