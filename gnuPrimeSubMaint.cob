       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMSUBM.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMSUBM - SUBMAST SUBSCRIBER MASTER MAINTENANCE
      *
      *    THE SUBMAST INDEXED FILE NAMES EVERY DOWNSTREAM SYSTEM
      *    THAT TAKES THE PRIMFEED INCREMENTAL PRIME FEED: ITS
      *    DELIVERY FILE, THE HIGHEST N IT HAS ACKNOWLEDGED, AND
      *    THE STATE OF ITS LATEST TRANSFER (SEE SUBREC).  THIS
      *    UTILITY APPLIES THE SUBTRAN MAINTENANCE CARDS -- ADD,
      *    CHANGE, DEACTIVATE, RESEND -- ONE PER LINE (SEE SBTREC),
      *    REJECTING BAD CARDS INDIVIDUALLY SO ONE TYPO DOES NOT
      *    COST THE REST OF THE DECK, AND ENFORCES THE ONE
      *    INVARIANT THE FEED DEPENDS ON: A DELIVERY SLOT 0-3
      *    BELONGS TO AT MOST ONE ACTIVE SUBSCRIBER, SO NO SYSTEM
      *    IS EVER HANDED ANOTHER'S TRANSFER.  THE ACKNOWLEDGED
      *    MARK IS SET HERE ONLY ON AN ADD OR AN EXPLICIT RESEND,
      *    WHICH CAN KEEP OR LOWER IT BUT NEVER RAISE IT; DAY TO
      *    DAY ONLY PRIMRECN MOVES IT.  THE CONTROL REPORT
      *    GOES TO SUBRPT AND THE RETURN CODE TELLS THE SCHEDULER
      *    WHAT HAPPENED:
      *        0 - EVERY CARD APPLIED
      *        8 - ONE OR MORE CARDS REJECTED (THE REST APPLIED)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-13 WB   ORIGINAL VERSION.
      *    2026-10-15 WB   A RESEND CARD CAN NO LONGER RAISE THE MARK.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-MAST
               ASSIGN TO SUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-ID
               FILE STATUS IS WS-SUB-STATUS.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO SUBTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT
               ASSIGN TO SUBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUB-MAST
           LABEL RECORDS ARE STANDARD.
       01  SUB-MAST-REC.
           COPY SUBREC.
       FD  TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           COPY SBTREC.
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
      *  OF THE SHOP'S REPORTS USE.                                   *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-SUB-STATUS               PIC X(02).
       77  WS-TRANS-STATUS             PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01).
           88  WS-CARD-VALID               VALUE 'Y'.
       77  WS-SCAN-EOF-SW              PIC X(01).
           88  WS-SCAN-EOF                 VALUE 'Y'.
       77  WS-SLOT-FREE-SW             PIC X(01).
           88  WS-SLOT-FREE                VALUE 'Y'.
       77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-APPLIED            PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
       77  WS-NEW-SLOT                 PIC 9(01).
       77  WS-NEW-MARK                 PIC 9(08).
       77  WS-TARGET-ID                PIC X(08).
       77  WS-OPERATOR-ID              PIC X(08).
      *****************************************************************
      *  WS-DETAIL-LABEL - ONE REPORT LINE PER CARD: WHAT WAS DONE    *
      *  (OR WHY IT WAS REJECTED), THE ACTION AND THE SUBSCRIBER ID,  *
      *  WITH THE ACKNOWLEDGED MARK IN THE VALUE COLUMN.              *
      *****************************************************************
       01  WS-DETAIL-LABEL.
           05  WS-DET-VERDICT          PIC X(20).
           05  WS-DET-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-ID               PIC X(08).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT.
           PERFORM 3000-APPLY-ONE THRU 3000-EXIT
               UNTIL WS-TRANS-EOF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT MAINT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SUBRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O SUB-MAST.
           IF WS-SUB-STATUS = "35"
               OPEN OUTPUT SUB-MAST
               CLOSE SUB-MAST
               OPEN I-O SUB-MAST
           END-IF.
           IF WS-SUB-STATUS NOT = "00"
               DISPLAY "SUBMAST OPEN FAILED, STATUS = "
                   WS-SUB-STATUS
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "SUBTRAN OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               CLOSE SUB-MAST
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "SUBMAST MAINTENANCE" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1000-EXIT.
           EXIT.
      *
       2000-READ-CARD.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-APPLY-ONE - VALIDATE AND APPLY THE CURRENT SUBTRAN      *
      *  CARD.  A BAD CARD IS REPORTED AND COUNTED, NOT FATAL, SO     *
      *  THE REST OF THE DECK STILL GOES ON.                          *
      *****************************************************************
       3000-APPLY-ONE.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-VALID-SW.
           MOVE 0 TO WS-NEW-MARK.
           IF SBT-ID EQUAL TO SPACES
               MOVE "REJECTED BLANK ID  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3000-NEXT.
           IF SBT-ACTION EQUAL TO 'A'
               PERFORM 3100-ADD-SUB THRU 3100-EXIT
           ELSE
               IF SBT-ACTION EQUAL TO 'C'
                   PERFORM 3200-CHANGE-SUB THRU 3200-EXIT
               ELSE
               IF SBT-ACTION EQUAL TO 'D'
                   PERFORM 3300-DEACTIVATE-SUB THRU 3300-EXIT
               ELSE
               IF SBT-ACTION EQUAL TO 'R'
                   PERFORM 3400-RESEND-SUB THRU 3400-EXIT
               ELSE
                   MOVE "REJECTED BAD ACTION" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT.
       3000-NEXT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-ADD-SUB - A NEW SUBSCRIBER.  THE ID MUST NOT ALREADY BE *
      *  ON FILE (A DEACTIVATED RECORD INCLUDED -- REACTIVATE IT WITH *
      *  A CHANGE CARD, SO ITS MARK IS NOT CLOBBERED BY ACCIDENT),    *
      *  AND ITS SLOT MUST NOT BELONG TO ANOTHER ACTIVE SUBSCRIBER.   *
      *  THE MARK IS WHATEVER THE SYSTEM ALREADY HOLDS, SO ITS FIRST  *
      *  FEED IS ONLY WHAT IT IS MISSING.                             *
      *****************************************************************
       3100-ADD-SUB.
           PERFORM 3500-EDIT-SLOT THRU 3500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3100-EXIT.
           PERFORM 3600-EDIT-MARK THRU 3600-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3100-EXIT.
           MOVE SBT-ID TO SUB-ID.
           READ SUB-MAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED ID ON FILE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3900-CHECK-SLOT-FREE THRU 3900-EXIT.
           IF NOT WS-SLOT-FREE
               MOVE "REJECTED SLOT IN USE" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3100-EXIT.
           MOVE SPACES TO SUB-MAST-REC.
           MOVE SBT-ID TO SUB-ID.
           SET SUB-ACTIVE TO TRUE.
           MOVE WS-NEW-SLOT TO SUB-FEED-SLOT.
           MOVE SBT-NAME TO SUB-NAME.
           MOVE WS-NEW-MARK TO SUB-ACK-HIGH.
           MOVE 0 TO SUB-ACK-DATE.
           SET SUB-XFER-NONE TO TRUE.
           MOVE 0 TO SUB-SENT-DATE.
           MOVE 0 TO SUB-SENT-LOW.
           MOVE 0 TO SUB-SENT-HIGH.
           MOVE 0 TO SUB-SENT-COUNT.
           MOVE 0 TO SUB-SENT-HASH.
           MOVE 0 TO SUB-RESEND-COUNT.
           WRITE SUB-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAIL" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "ADDED              " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-CHANGE-SUB - CHANGE (OR REACTIVATE) A SUBSCRIBER'S SLOT *
      *  OR NAME.  SPACE FIELDS KEEP THE CURRENT VALUES; A CHANGE     *
      *  CARD ALWAYS LEAVES THE RECORD ACTIVE AND NEVER TOUCHES THE   *
      *  MARK OR THE TRANSFER STATE.                                  *
      *****************************************************************
       3200-CHANGE-SUB.
           MOVE SBT-ID TO SUB-ID.
           READ SUB-MAST
               INVALID KEY
                   MOVE "REJECTED NOT ON FILE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF SBT-SLOT EQUAL TO SPACE
               MOVE SUB-FEED-SLOT TO WS-NEW-SLOT
           ELSE
               PERFORM 3500-EDIT-SLOT THRU 3500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3200-EXIT.
           IF WS-NEW-SLOT NOT EQUAL TO SUB-FEED-SLOT
            OR SUB-INACTIVE
               PERFORM 3900-CHECK-SLOT-FREE THRU 3900-EXIT
               IF NOT WS-SLOT-FREE
                   MOVE "REJECTED SLOT IN USE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
               END-IF
               MOVE SBT-ID TO SUB-ID
               READ SUB-MAST
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           SET SUB-ACTIVE TO TRUE.
           MOVE WS-NEW-SLOT TO SUB-FEED-SLOT.
           IF SBT-NAME NOT EQUAL TO SPACES
               MOVE SBT-NAME TO SUB-NAME.
           MOVE SUB-ACK-HIGH TO WS-NEW-MARK.
           REWRITE SUB-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAIL" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "CHANGED            " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3300-DEACTIVATE-SUB - THE RECORD STAYS ON FILE UNDER STATUS  *
      *  "I" WITH ITS MARK, PRIMFEED STOPS SENDING TO IT, AND ITS     *
      *  SLOT IS FREE FOR REASSIGNMENT.                               *
      *****************************************************************
       3300-DEACTIVATE-SUB.
           MOVE SBT-ID TO SUB-ID.
           READ SUB-MAST
               INVALID KEY
                   MOVE "REJECTED NOT ON FILE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3300-EXIT
           END-READ.
           SET SUB-INACTIVE TO TRUE.
           MOVE SUB-ACK-HIGH TO WS-NEW-MARK.
           REWRITE SUB-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAIL" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE "DEACTIVATED        " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3400-RESEND-SUB - THE OPERATOR'S WAY OUT WHEN AN             *
      *  ACKNOWLEDGMENT IS LOST FOR GOOD (PRIMRECN REPORTS IT         *
      *  OVERDUE) OR A RECEIVER HAS TO RELOAD: THE TRANSFER IN HAND   *
      *  IS FORGOTTEN AND THE NEXT FEED SENDS EVERYTHING ABOVE THE    *
      *  MARK -- OR ABOVE A LOWER MARK GIVEN ON THE CARD.  A LATE ACK *
      *  FOR THE FORGOTTEN TRANSFER NO LONGER MATCHES AND IS IGNORED. *
      *  A CARD MARK ABOVE THE ACKNOWLEDGED ONE IS REJECTED: THE      *
      *  PRIMES BETWEEN WOULD NEVER BE SENT.                          *
      *****************************************************************
       3400-RESEND-SUB.
           MOVE SBT-ID TO SUB-ID.
           READ SUB-MAST
               INVALID KEY
                   MOVE "REJECTED NOT ON FILE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3400-EXIT
           END-READ.
           IF SBT-MARK EQUAL TO SPACES
               MOVE SUB-ACK-HIGH TO WS-NEW-MARK
           ELSE
               PERFORM 3600-EDIT-MARK THRU 3600-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3400-EXIT.
           IF WS-NEW-MARK GREATER THAN SUB-ACK-HIGH
               MOVE "REJECTED MARK RAISED" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3400-EXIT.
           MOVE WS-NEW-MARK TO SUB-ACK-HIGH.
           SET SUB-XFER-RESEND TO TRUE.
           REWRITE SUB-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAIL" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3400-EXIT
           END-REWRITE.
           DISPLAY "PRIMSUBM: " SUB-ID " SET TO RESEND ABOVE "
               SUB-ACK-HIGH " BY " WS-OPERATOR-ID.
           MOVE "RESEND SET         " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3400-EXIT.
           EXIT.
      *
       3500-EDIT-SLOT.
           IF SBT-SLOT EQUAL TO SPACE
               MOVE 0 TO WS-NEW-SLOT
               GO TO 3500-EXIT.
           IF SBT-SLOT EQUAL TO '0' OR EQUAL TO '1'
            OR EQUAL TO '2' OR EQUAL TO '3'
               MOVE SBT-SLOT TO WS-NEW-SLOT
           ELSE
               MOVE "REJECTED BAD SLOT  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT.
       3500-EXIT.
           EXIT.
      *
       3600-EDIT-MARK.
           IF SBT-MARK EQUAL TO SPACES
               MOVE 0 TO WS-NEW-MARK
               GO TO 3600-EXIT.
           INSPECT SBT-MARK REPLACING ALL SPACES BY ZEROS.
           IF SBT-MARK NOT NUMERIC
               MOVE "REJECTED BAD MARK  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           MOVE SBT-MARK TO WS-NEW-MARK.
       3600-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3900-CHECK-SLOT-FREE - SCAN THE WHOLE MASTER FOR ANOTHER     *
      *  ACTIVE SUBSCRIBER ALREADY HOLDING THE REQUESTED SLOT, THE    *
      *  SAME FULL SCAN PRIMDEPT MAKES FOR ITS ROUTE SLOTS.  THE SCAN *
      *  MOVES THE FILE POSITION AND THE RECORD AREA, SO CALLERS      *
      *  RE-READ THEIR TARGET RECORD AFTERWARDS WHEN THEY NEED IT.    *
      *****************************************************************
       3900-CHECK-SLOT-FREE.
           MOVE 'Y' TO WS-SLOT-FREE-SW.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE SBT-ID TO WS-TARGET-ID.
           MOVE LOW-VALUES TO SUB-ID.
           START SUB-MAST KEY NOT LESS THAN SUB-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 3910-SCAN-ONE THRU 3910-EXIT
               UNTIL WS-SCAN-EOF OR NOT WS-SLOT-FREE.
       3900-EXIT.
           EXIT.
      *
       3910-SCAN-ONE.
           READ SUB-MAST NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3910-EXIT
           END-READ.
           IF SUB-ACTIVE
            AND SUB-ID NOT EQUAL TO WS-TARGET-ID
            AND SUB-FEED-SLOT EQUAL TO WS-NEW-SLOT
               MOVE 'N' TO WS-SLOT-FREE-SW.
       3910-EXIT.
           EXIT.
      *
       4700-NOTE-APPLIED.
           ADD 1 TO WS-CARDS-APPLIED.
           MOVE SBT-ACTION TO WS-DET-ACTION.
           MOVE SBT-ID TO WS-DET-ID.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           MOVE WS-NEW-MARK TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4700-EXIT.
           EXIT.
      *
       4800-NOTE-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE 'N' TO WS-CARD-VALID-SW.
           MOVE SBT-ACTION TO WS-DET-ACTION.
           MOVE SBT-ID TO WS-DET-ID.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           MOVE WS-CARDS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
       5000-WRITE-SUMMARY.
           MOVE "MAINTENANCE SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "CARDS READ" TO STAT-LABEL.
           MOVE WS-CARDS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "CARDS APPLIED" TO STAT-LABEL.
           MOVE WS-CARDS-APPLIED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "CARDS REJECTED" TO STAT-LABEL.
           MOVE WS-CARDS-REJECTED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMSUBM: " WS-CARDS-APPLIED " APPLIED, "
               WS-CARDS-REJECTED " REJECTED".
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE SUB-MAST.
           CLOSE MAINT-REPORT.
       8000-EXIT.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           IF WS-CARDS-REJECTED EQUAL TO ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
