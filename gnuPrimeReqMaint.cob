       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMREQM.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/08/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMREQM - REQMAST REQUEST INTAKE MAINTENANCE
      *
      *    DEPARTMENTS USED TO ASK FOR PRIMES RUNS BY TELEPHONE AND
      *    NOTE, AND SOMEONE PUNCHED THE TRANIN DECK BY HAND -- NO
      *    TICKET, NO DUE DATE, AND NO WAY TO TELL A REQUESTER
      *    WHETHER THEIR RUN HAD HAPPENED.  THE REQMAST INDEXED FILE
      *    IS NOW THE INTAKE RECORD (SEE RQMREC): ONE TICKET PER
      *    REQUEST, CARRYING THE REQUESTING DEPARTMENT, MODE, N,
      *    LOW, CUTOFF, THE REQUESTED-BY DATE AND A STATUS THAT
      *    PRIMREQS MOVES FROM PENDING THROUGH SCHEDULED TO
      *    COMPLETE, SUSPENDED OR REJECTED.  THIS UTILITY IS THE
      *    ONLY PLACE A TICKET IS CREATED.  IT APPLIES THE REQTRAN
      *    MAINTENANCE CARDS -- ADD, CHANGE, CANCEL -- ONE PER LINE,
      *    REJECTING BAD CARDS INDIVIDUALLY SO ONE TYPO DOES NOT
      *    COST THE REST OF THE DECK.  EVERY REQUEST IS EDITED THE
      *    WAY PRIMES WILL EDIT ITS TRANIN LINE -- THE DEPARTMENT
      *    MUST BE ACTIVE ON DEPTMAST AND N WITHIN ITS MAX-N
      *    ENTITLEMENT -- SO A TICKET THAT IS ACCEPTED HERE IS NOT
      *    SKIPPED LATER.  ONLY A PENDING TICKET MAY BE CHANGED;
      *    ONE ALREADY ON A DECK (SCHEDULED OR RUNNING) CANNOT BE
      *    CANCELLED, SINCE THE DECK IS ALREADY BUILT.  THE CONTROL
      *    REPORT GOES TO REQRPT, ONE LINE PER CARD WITH THE TICKET
      *    NUMBER, AND THE RETURN CODE TELLS THE SCHEDULER WHAT
      *    HAPPENED:
      *        0 - EVERY CARD APPLIED
      *        8 - ONE OR MORE CARDS REJECTED (THE REST APPLIED)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE, NO
      *            DEPARTMENT MASTER)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-08 WB   ORIGINAL VERSION.
      *    2026-10-12 WB   ADD, DUE AND CANCEL DATES NOW COME FROM THE
      *                    BUSINESS DATE ON THE CYCCTL CYCLE CONTROL
      *                    RECORD (THE SYSTEM DATE ONLY WHEN THERE IS
      *                    NONE).
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MAST
               ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQM-TICKET
               ALTERNATE RECORD KEY IS RQM-DUE-KEY
               FILE STATUS IS WS-REQ-STATUS.
           SELECT DEPT-MAST
               ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO REQTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT
               ASSIGN TO REQRPT
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
       FD  REQ-MAST
           LABEL RECORDS ARE STANDARD.
       01  REQ-MAST-REC.
           COPY RQMREC.
       FD  DEPT-MAST
           LABEL RECORDS ARE STANDARD.
       01  DEPT-MAST-REC.
           COPY DEPTREC.
       FD  TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           COPY RQTREC.
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-REC                PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
      *  OF THE SHOP'S REPORTS USE.                                   *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-REQ-STATUS               PIC X(02).
       77  WS-DEPT-STATUS              PIC X(02).
       77  WS-TRANS-STATUS             PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01).
           88  WS-CARD-VALID               VALUE 'Y'.
       77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-APPLIED            PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
       77  WS-NEXT-TICKET              PIC 9(07).
       77  WS-OPERATOR-ID              PIC X(08).
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
      *****************************************************************
      *  WS-NEW-REQUEST - THE REQUEST AS IT WILL STAND AFTER THE      *
      *  CARD: AN ADD STARTS FROM THE DEFAULTS, A CHANGE FROM THE     *
      *  TICKET ON FILE, AND THE CARD'S NON-BLANK FIELDS ARE LAID     *
      *  OVER IT BEFORE THE WHOLE THING IS EDITED TOGETHER.           *
      *****************************************************************
       01  WS-NEW-REQUEST.
           05  WS-NEW-DEPT             PIC X(04).
           05  WS-NEW-MODE             PIC X(01).
           05  WS-NEW-N                PIC 9(08).
           05  WS-NEW-LOW              PIC 9(08).
           05  WS-NEW-DUE-DATE         PIC 9(08).
           05  WS-NEW-DUE-R REDEFINES WS-NEW-DUE-DATE.
               10  WS-NEW-DUE-YYYY     PIC 9(04).
               10  WS-NEW-DUE-MM       PIC 9(02).
               10  WS-NEW-DUE-DD       PIC 9(02).
           05  WS-NEW-CUTOFF           PIC X(04).
           05  WS-NEW-CUTOFF-R REDEFINES WS-NEW-CUTOFF.
               10  WS-NEW-CUT-HH       PIC 9(02).
               10  WS-NEW-CUT-MN       PIC 9(02).
      *****************************************************************
      *  WS-DETAIL-LABEL - ONE REPORT LINE PER CARD: WHAT WAS DONE    *
      *  (OR WHY IT WAS REJECTED), THE ACTION AND THE TICKET, WITH    *
      *  THE REQUESTED N IN THE VALUE COLUMN.                         *
      *****************************************************************
       01  WS-DETAIL-LABEL.
           05  WS-DET-VERDICT          PIC X(21).
           05  WS-DET-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-TICKET           PIC X(07).
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
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           OPEN OUTPUT MAINT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "REQRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT DEPT-MAST.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPTMAST OPEN FAILED, STATUS = "
                   WS-DEPT-STATUS
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O REQ-MAST.
           IF WS-REQ-STATUS = "35"
               OPEN OUTPUT REQ-MAST
               CLOSE REQ-MAST
               OPEN I-O REQ-MAST
           END-IF.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "REQMAST OPEN FAILED, STATUS = "
                   WS-REQ-STATUS
               CLOSE DEPT-MAST
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "REQTRAN OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               CLOSE REQ-MAST
               CLOSE DEPT-MAST
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
           MOVE "REQMAST MAINTENANCE" TO STAT-LABEL.
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
      *  1100-READ-CONTROL - PICK UP THE NEXT TICKET NUMBER FROM THE  *
      *  KEY-ZERO CONTROL RECORD, CREATING IT (STARTING AT TICKET 1)  *
      *  ON A NEW MASTER.  THE CONTROL BODY IS ZEROED SO ITS DUE-     *
      *  DATE ALTERNATE KEY CAN NEVER COLLIDE WITH A REAL TICKET'S.   *
      *****************************************************************
       1100-READ-CONTROL.
           MOVE ZERO TO RQM-TICKET.
           READ REQ-MAST
               INVALID KEY
                   MOVE ZEROS TO RQM-BODY
                   MOVE 1 TO RQM-NEXT-TICKET
                   WRITE REQ-MAST-REC
                       INVALID KEY
                           DISPLAY "REQMAST CONTROL WRITE FAILED, "
                               "STATUS = " WS-REQ-STATUS
                           CLOSE TRANS-FILE
                           CLOSE REQ-MAST
                           CLOSE DEPT-MAST
                           CLOSE MAINT-REPORT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-READ.
           MOVE RQM-NEXT-TICKET TO WS-NEXT-TICKET.
       1100-EXIT.
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
      *  3000-APPLY-ONE - VALIDATE AND APPLY THE CURRENT REQTRAN      *
      *  CARD.  A BAD CARD IS REPORTED AND COUNTED, NOT FATAL, SO     *
      *  THE REST OF THE DECK STILL GOES ON.                          *
      *****************************************************************
       3000-APPLY-ONE.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-VALID-SW.
           MOVE SPACES TO WS-DET-TICKET.
           MOVE ZERO TO WS-NEW-N.
           IF RQT-ACTION EQUAL TO 'A'
               PERFORM 3100-ADD-REQUEST THRU 3100-EXIT
           ELSE
               IF RQT-ACTION EQUAL TO 'C'
                   PERFORM 3200-CHANGE-REQUEST THRU 3200-EXIT
               ELSE
               IF RQT-ACTION EQUAL TO 'X'
                   PERFORM 3300-CANCEL-REQUEST THRU 3300-EXIT
               ELSE
                   MOVE "REJECTED BAD ACTION  " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-ADD-REQUEST - A NEW REQUEST.  IT TAKES THE NEXT TICKET  *
      *  NUMBER, GOES ON FILE PENDING, AND THE CONTROL RECORD IS      *
      *  REWRITTEN AT ONCE SO A LATER FAILURE CANNOT HAND THE SAME    *
      *  NUMBER OUT TWICE.                                            *
      *****************************************************************
       3100-ADD-REQUEST.
           MOVE SPACES TO WS-NEW-DEPT.
           MOVE 'L' TO WS-NEW-MODE.
           MOVE ZERO TO WS-NEW-N.
           MOVE ZERO TO WS-NEW-LOW.
           MOVE WS-RUN-DATE TO WS-NEW-DUE-DATE.
           MOVE SPACES TO WS-NEW-CUTOFF.
           PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3100-EXIT.
           PERFORM 3600-EDIT-REQUEST THRU 3600-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3100-EXIT.
           MOVE WS-NEXT-TICKET TO RQM-TICKET.
           MOVE SPACES TO RQM-BODY.
           SET RQM-PENDING TO TRUE.
           PERFORM 3700-STORE-REQUEST THRU 3700-EXIT.
           MOVE WS-RUN-DATE TO RQM-ADD-DATE.
           MOVE WS-OPERATOR-ID TO RQM-ADD-USER.
           MOVE ZERO TO RQM-SCHED-DATE.
           MOVE ZERO TO RQM-TRAN-LINE.
           MOVE ZERO TO RQM-DONE-DATE.
           MOVE ZERO TO RQM-PRIME-COUNT.
           WRITE REQ-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE WS-NEXT-TICKET TO WS-DET-TICKET.
           ADD 1 TO WS-NEXT-TICKET.
           PERFORM 3150-REWRITE-CONTROL THRU 3150-EXIT.
           MOVE "ADDED                " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3100-EXIT.
           EXIT.
      *
       3150-REWRITE-CONTROL.
           MOVE ZERO TO RQM-TICKET.
           MOVE ZEROS TO RQM-BODY.
           MOVE WS-NEXT-TICKET TO RQM-NEXT-TICKET.
           REWRITE REQ-MAST-REC
               INVALID KEY
                   DISPLAY "REQMAST CONTROL REWRITE FAILED, STATUS = "
                       WS-REQ-STATUS
           END-REWRITE.
       3150-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-CHANGE-REQUEST - CHANGE A TICKET STILL PENDING.  BLANK  *
      *  FIELDS ON THE CARD KEEP THE CURRENT VALUES, AND THE RESULT   *
      *  IS EDITED AS A WHOLE, SO A NEW N IS HELD TO THE DEPARTMENT   *
      *  CEILING AND A NEW LOW TO THE N IT GOES WITH.                 *
      *****************************************************************
       3200-CHANGE-REQUEST.
           PERFORM 3400-READ-TICKET THRU 3400-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3200-EXIT.
           IF NOT RQM-PENDING
               MOVE "REJECTED NOT PENDING " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3200-EXIT.
           MOVE RQM-DEPT TO WS-NEW-DEPT.
           MOVE RQM-MODE TO WS-NEW-MODE.
           MOVE RQM-N TO WS-NEW-N.
           MOVE RQM-LOW TO WS-NEW-LOW.
           MOVE RQM-DUE-DATE TO WS-NEW-DUE-DATE.
           MOVE RQM-CUTOFF TO WS-NEW-CUTOFF.
           PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3200-EXIT.
           PERFORM 3600-EDIT-REQUEST THRU 3600-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3200-EXIT.
           PERFORM 3700-STORE-REQUEST THRU 3700-EXIT.
           REWRITE REQ-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "CHANGED              " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3300-CANCEL-REQUEST - A PENDING OR SUSPENDED TICKET IS       *
      *  CLOSED AS REJECTED, REASON "CANCELLED", AND STAYS ON FILE    *
      *  FOR ITS HISTORY.  ONE ALREADY ON TONIGHT'S DECK CANNOT BE    *
      *  PULLED BACK, AND A CLOSED ONE HAS NOTHING LEFT TO CANCEL.    *
      *****************************************************************
       3300-CANCEL-REQUEST.
           PERFORM 3400-READ-TICKET THRU 3400-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 3300-EXIT.
           IF NOT RQM-PENDING AND NOT RQM-SUSPENDED
               MOVE "REJECTED NOT PENDING " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3300-EXIT.
           SET RQM-REJECTED TO TRUE.
           MOVE WS-RUN-DATE TO RQM-DONE-DATE.
           MOVE "CANCELLED" TO RQM-REASON.
           MOVE RQM-N TO WS-NEW-N.
           REWRITE REQ-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE "CANCELLED            " TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3300-EXIT.
           EXIT.
      *
       3400-READ-TICKET.
           MOVE RQT-TICKET TO WS-DET-TICKET.
           INSPECT RQT-TICKET REPLACING ALL SPACES BY ZEROS.
           IF RQT-TICKET NOT NUMERIC
               MOVE "REJECTED BAD TICKET  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3400-EXIT.
           MOVE RQT-TICKET TO RQM-TICKET.
           IF RQM-TICKET EQUAL TO ZERO
               MOVE "REJECTED BAD TICKET  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3400-EXIT.
           READ REQ-MAST
               INVALID KEY
                   MOVE "REJECTED NOT ON FILE " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3400-EXIT
           END-READ.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3500-OVERLAY-CARD - LAY THE CARD'S NON-BLANK FIELDS OVER     *
      *  WS-NEW-REQUEST.  NUMERIC FIELDS ARE RIGHT-JUSTIFIED, ZERO-   *
      *  FILLED LIKE EVERY OTHER N IN THE SHOP.                       *
      *****************************************************************
       3500-OVERLAY-CARD.
           IF RQT-DEPT NOT EQUAL TO SPACES
               MOVE RQT-DEPT TO WS-NEW-DEPT.
           IF RQT-MODE NOT EQUAL TO SPACE
               MOVE RQT-MODE TO WS-NEW-MODE.
           IF RQT-N NOT EQUAL TO SPACES
               INSPECT RQT-N REPLACING ALL SPACES BY ZEROS
               IF RQT-N NOT NUMERIC
                   MOVE "REJECTED BAD N       " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3500-EXIT
               END-IF
               MOVE RQT-N TO WS-NEW-N
           END-IF.
           IF RQT-LOW NOT EQUAL TO SPACES
               INSPECT RQT-LOW REPLACING ALL SPACES BY ZEROS
               IF RQT-LOW NOT NUMERIC
                   MOVE "REJECTED BAD LOW     " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3500-EXIT
               END-IF
               MOVE RQT-LOW TO WS-NEW-LOW
           END-IF.
           IF RQT-DUE-DATE NOT EQUAL TO SPACES
               IF RQT-DUE-DATE NOT NUMERIC
                   MOVE "REJECTED BAD DUE DATE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3500-EXIT
               END-IF
               MOVE RQT-DUE-DATE TO WS-NEW-DUE-DATE
           END-IF.
           IF RQT-CUTOFF NOT EQUAL TO SPACES
               MOVE RQT-CUTOFF TO WS-NEW-CUTOFF.
       3500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3600-EDIT-REQUEST - THE SAME EDITS PRIMES 1680 APPLIES TO A  *
      *  TRANIN LINE, PLUS A SANE DUE DATE, SO AN ACCEPTED TICKET     *
      *  DOES NOT COME BACK REJECTED FROM THE NIGHT'S RUN.            *
      *****************************************************************
       3600-EDIT-REQUEST.
           IF WS-NEW-DEPT EQUAL TO SPACES
               MOVE "REJECTED NO DEPT     " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           MOVE WS-NEW-DEPT TO DEP-CODE.
           READ DEPT-MAST
               INVALID KEY
                   MOVE "REJECTED DEPT UNKNOWN" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
           END-READ.
           IF NOT DEP-ACTIVE
               MOVE "REJECTED DEPT CLOSED " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           IF WS-NEW-MODE NOT EQUAL TO 'L' AND NOT EQUAL TO 'F'
            AND NOT EQUAL TO 'R' AND NOT EQUAL TO 'N'
            AND NOT EQUAL TO 'C' AND NOT EQUAL TO 'A'
               MOVE "REJECTED BAD MODE    " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           IF WS-NEW-MODE EQUAL TO 'F' OR EQUAL TO 'N'
               IF WS-NEW-N LESS THAN 1
                   MOVE "REJECTED N TOO SMALL " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
               END-IF
           ELSE
               IF WS-NEW-N LESS THAN 3
                   MOVE "REJECTED N TOO SMALL " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
               END-IF
           END-IF.
           IF WS-NEW-N GREATER THAN DEP-MAX-N
               MOVE "REJECTED OVER MAX-N  " TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           IF WS-NEW-MODE EQUAL TO 'R'
               IF WS-NEW-LOW LESS THAN 1
                OR WS-NEW-LOW GREATER THAN WS-NEW-N
                   MOVE "REJECTED BAD LOW     " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
               END-IF
           ELSE
               MOVE ZERO TO WS-NEW-LOW
           END-IF.
           IF WS-NEW-DUE-YYYY LESS THAN 2000
            OR WS-NEW-DUE-MM LESS THAN 1
            OR WS-NEW-DUE-MM GREATER THAN 12
            OR WS-NEW-DUE-DD LESS THAN 1
            OR WS-NEW-DUE-DD GREATER THAN 31
               MOVE "REJECTED BAD DUE DATE" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3600-EXIT.
           IF WS-NEW-CUTOFF NOT EQUAL TO SPACES
               IF WS-NEW-CUTOFF NOT NUMERIC
                   MOVE "REJECTED BAD CUTOFF  " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
               END-IF
               IF WS-NEW-CUT-HH GREATER THAN 23
                OR WS-NEW-CUT-MN GREATER THAN 59
                   MOVE "REJECTED BAD CUTOFF  " TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3600-EXIT
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3700-STORE-REQUEST.
           MOVE WS-NEW-DEPT TO RQM-DEPT.
           MOVE WS-NEW-MODE TO RQM-MODE.
           MOVE WS-NEW-N TO RQM-N.
           MOVE WS-NEW-LOW TO RQM-LOW.
           MOVE WS-NEW-CUTOFF TO RQM-CUTOFF.
           MOVE WS-NEW-DUE-DATE TO RQM-DUE-DATE.
           MOVE RQM-TICKET TO RQM-DUE-TICKET.
       3700-EXIT.
           EXIT.
      *
       4700-NOTE-APPLIED.
           ADD 1 TO WS-CARDS-APPLIED.
           MOVE RQT-ACTION TO WS-DET-ACTION.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           MOVE WS-NEW-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4700-EXIT.
           EXIT.
      *
       4800-NOTE-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE 'N' TO WS-CARD-VALID-SW.
           MOVE RQT-ACTION TO WS-DET-ACTION.
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
           MOVE "NEXT TICKET NUMBER" TO STAT-LABEL.
           MOVE WS-NEXT-TICKET TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMREQM: " WS-CARDS-APPLIED " APPLIED, "
               WS-CARDS-REJECTED " REJECTED".
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE REQ-MAST.
           CLOSE DEPT-MAST.
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
