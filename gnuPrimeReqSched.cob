       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMREQS.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/08/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMREQS - REQUEST SCHEDULER
      *
      *    THE NIGHTLY END OF THE REQMAST INTAKE MASTER (SEE RQMREC
      *    AND PRIMREQM).  ONE PROGRAM, THREE FUNCTIONS, CHOSEN BY
      *    THE REQPARM CARD (SEE RQPCARD):
      *      B - BUILD.  WRITES TONIGHT'S TRANIN DECK FROM EVERY OPEN
      *          TICKET, READ THROUGH THE DUE-DATE ALTERNATE KEY SO
      *          THE OLDEST PROMISE RUNS FIRST, ONE LINE PER TICKET
      *          WITH THE TICKET NUMBER IN TRAN-TICKET.  EACH TICKET
      *          IS MARKED SCHEDULED WITH ITS LINE NUMBER.  WHEN
      *          PRIMCARY SHOWS A SUSPENDED BATCH STILL WAITING TO
      *          RESUME, THE EXISTING DECK IS KEPT UNTOUCHED --
      *          REBUILDING IT WOULD THROW THE CARRYOVER AWAY.
      *      P - POST-RUN.  SETTLES THE DECK'S TICKETS AFTER PRIMES
      *          HAS RUN IT.  A PRIMELOG ROW CARRYING THE TICKET
      *          CLOSES IT COMPLETE (OR SUSPENDED, FOR A SIEVE THAT
      *          QUIESCED AT ITS CUTOFF OR WAS TURNED AWAY BUSY).
      *          A TICKET WITH NO ROW IS JUDGED FROM RUNSTAT AND
      *          PRIMCARY: NOT YET RUN OR TURNED AWAY BUSY LEAVES IT
      *          SCHEDULED; A LINE AT OR PAST THE CARRYOVER POINT WAS
      *          NEVER REACHED AND IS SUSPENDED; A HARD FAILURE LEAVES
      *          IT RUNNING; OTHERWISE PRIMES SKIPPED THE LINE ON ITS
      *          EDITS AND THE TICKET IS REJECTED.
      *      A - AGING (THE DEFAULT).  LISTS EVERY OPEN TICKET WHOSE
      *          REQUESTED-BY DATE HAS PASSED, OLDEST FIRST.  READ-
      *          ONLY.
      *    THE CONTROL REPORT GOES TO REQSRPT.  RETURN CODES:
      *        0 - FUNCTION DONE, NOTHING OUTSTANDING
      *        4 - B: NOTHING TO SCHEDULE, OR THE DECK WAS KEPT FOR
      *            A PENDING CARRYOVER; P: TICKETS STILL AWAITING
      *            THEIR RUN OR LEFT RUNNING; A: OVERDUE TICKETS
      *            LISTED
      *        8 - A REQMAST REWRITE FAILED (SEE THE REPORT)
      *       16 - PROGRAM COULD NOT RUN (OPEN FAILURE, BAD CARD)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-08 WB   ORIGINAL VERSION.
      *    2026-10-09 WB   A PRIMELOG ROW MARKED TURNED AWAY BUSY
      *                    (AUD-STATUS "B") NOW SUSPENDS ITS TICKET
      *                    FOR THE NEXT DECK INSTEAD OF CLOSING IT
      *                    COMPLETE WITH NO PRIMES.
      *    2026-10-12 WB   SCHEDULE, SETTLEMENT AND AGING DATES NOW
      *                    COME FROM THE BUSINESS DATE ON THE CYCCTL
      *                    CYCLE CONTROL RECORD (THE SYSTEM DATE ONLY
      *                    WHEN THERE IS NONE), THE SAME DATE PRIMES
      *                    STAMPS ON RUNSTAT AND ITS LOG ROWS.
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
           SELECT TRANS-FILE
               ASSIGN TO TRANIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CARRYOVER-FILE
               ASSIGN TO PRIMCARY
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CARY-KEY
               FILE STATUS IS WS-CARY-STATUS.
           SELECT RUN-STAT-FILE
               ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO PRIMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO REQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SCHED-REPORT
               ASSIGN TO REQSRPT
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
       FD  TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           COPY TRANREC.
       FD  CARRYOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRYOVER-REC.
           COPY CARYREC.
       FD  RUN-STAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-STAT-REC                    PIC X(80).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC                       PIC X(89).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY RQPCARD.
       FD  SCHED-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SCHED-REPORT-REC                PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-AUDIT-LINE, WS-RST-LINE AND WS-STAT-LINE - THE PRIMELOG   *
      *  ROW AND RUNSTAT RECORD ARE READ INTO THE SAME LAYOUTS PRIMES *
      *  WRITES THEM FROM; THE REPORT USES THE SHOP'S USUAL LABEL-    *
      *  AND-VALUE LINE.                                              *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-RST-LINE.
           COPY RSTREC.
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-REQ-STATUS               PIC X(02).
       77  WS-TRANS-STATUS             PIC X(02).
       77  WS-CARY-STATUS              PIC X(02).
       77  WS-CARY-KEY                 PIC 9(04) COMP VALUE 1.
       77  WS-RUNSTAT-STATUS           PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-FUNCTION-SW              PIC X(01) VALUE 'A'.
           88  WS-FUNCTION-AGING           VALUE 'A'.
           88  WS-FUNCTION-BUILD           VALUE 'B'.
           88  WS-FUNCTION-POST            VALUE 'P'.
       77  WS-MAST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-MAST-OPEN                VALUE 'Y'.
       77  WS-MAST-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-MAST-EOF                 VALUE 'Y'.
       77  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LOG-EOF                  VALUE 'Y'.
       77  WS-CARY-PENDING-SW          PIC X(01) VALUE 'N'.
           88  WS-CARY-PENDING             VALUE 'Y'.
       77  WS-RUNSTAT-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-RUNSTAT-FOUND            VALUE 'Y'.
       77  WS-CARY-NEXT                PIC 9(08) VALUE 0.
       77  WS-DECK-LINES               PIC 9(08) COMP VALUE 0.
       77  WS-LOG-ROWS                 PIC 9(08) COMP VALUE 0.
       77  WS-LOG-MATCHED              PIC 9(08) COMP VALUE 0.
       77  WS-LOG-UNKNOWN              PIC 9(08) COMP VALUE 0.
       77  WS-SET-COMPLETE             PIC 9(08) COMP VALUE 0.
       77  WS-SET-SUSPENDED            PIC 9(08) COMP VALUE 0.
       77  WS-SET-REJECTED             PIC 9(08) COMP VALUE 0.
       77  WS-SET-RUNNING              PIC 9(08) COMP VALUE 0.
       77  WS-STILL-WAITING            PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-COUNT            PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-PENDING          PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-SCHEDULED        PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-RUNNING          PIC 9(08) COMP VALUE 0.
       77  WS-OVERDUE-SUSPENDED        PIC 9(08) COMP VALUE 0.
       77  WS-REWRITE-ERRORS           PIC 9(08) COMP VALUE 0.
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-ROW-DATE                 PIC X(08).
       01  WS-ROW-DATE-N REDEFINES WS-ROW-DATE
                                       PIC 9(08).
      *****************************************************************
      *  WS-DETAIL-LABEL - ONE REPORT LINE PER TICKET THE FUNCTION    *
      *  TOUCHED: WHAT BECAME OF IT AND ITS NUMBER.  THE VALUE        *
      *  COLUMN CARRIES THE DECK LINE ON A BUILD AND THE PRIMES       *
      *  YIELD OR N ON A POST-RUN.                                    *
      *****************************************************************
       01  WS-DETAIL-LABEL.
           05  WS-DET-VERDICT          PIC X(22).
           05  WS-DET-TICKET           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *****************************************************************
      *  WS-AGE-HEADING / WS-AGE-LINE - THE AGING REPORT DETAIL, ONE  *
      *  LINE PER OVERDUE TICKET, OLDEST REQUESTED-BY DATE FIRST.     *
      *****************************************************************
       01  WS-AGE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "TICKET   DEPT  MODE        N  DUE DATE  ".
           05  FILLER                  PIC X(40) VALUE
               " STATUS     SCHEDULED LINE              ".
       01  WS-AGE-LINE.
           05  WS-AGE-TICKET           PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AGE-DEPT             PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AGE-MODE             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AGE-N                PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AGE-DUE              PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AGE-STATUS           PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AGE-SCHED            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AGE-LINE-NO          PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-AGE-SCHED-N              PIC 9(08).
       01  WS-AGE-LINE-N               PIC Z(7)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1600-OPEN-REQ-MAST THRU 1600-EXIT.
           IF WS-FUNCTION-BUILD
               PERFORM 3000-BUILD-DECK THRU 3000-EXIT.
           IF WS-FUNCTION-POST
               PERFORM 4000-POST-RUN THRU 4000-EXIT.
           IF WS-FUNCTION-AGING
               PERFORM 5000-AGING-REPORT THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT SCHED-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "REQSRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE "PRIMES REQUEST SCHEDULER" TO STAT-LABEL.
           MOVE WS-RUN-DATE TO STAT-VALUE.
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
      *  1500-READ-PARM-CARD - LOOK FOR A REQPARM CARD.  ABSENT OR    *
      *  EMPTY MEANS THE READ-ONLY AGING REPORT.                      *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "REQPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               GO TO 1500-EXIT.
           READ PARM-FILE
               AT END
                   GO TO 1500-CLOSE-PARM
           END-READ.
           IF RQP-FUNCTION EQUAL TO 'B'
               SET WS-FUNCTION-BUILD TO TRUE
           ELSE
               IF RQP-FUNCTION EQUAL TO 'P'
                   SET WS-FUNCTION-POST TO TRUE
               ELSE
               IF RQP-FUNCTION EQUAL TO 'A' OR EQUAL TO SPACE
                   SET WS-FUNCTION-AGING TO TRUE
               ELSE
                   DISPLAY "REQPARM FUNCTION MUST BE A, B OR P"
                       " - JOB ENDED"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN.
       1500-CLOSE-PARM.
           CLOSE PARM-FILE.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1600-OPEN-REQ-MAST - THE AGING REPORT ONLY READS; BUILD AND  *
      *  POST-RUN REWRITE TICKET STATUS.  NO MASTER AT ALL MEANS      *
      *  PRIMREQM HAS NEVER BEEN RUN, WHICH IS A SET-UP ERROR.        *
      *****************************************************************
       1600-OPEN-REQ-MAST.
           IF WS-FUNCTION-AGING
               OPEN INPUT REQ-MAST
           ELSE
               OPEN I-O REQ-MAST.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "REQMAST OPEN FAILED, STATUS = "
                   WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-MAST-OPEN TO TRUE.
       1600-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1700-CHECK-CARRYOVER - IS A SUSPENDED TRANIN BATCH WAITING   *
      *  TO RESUME?  NO PRIMCARY FILE, NO RECORD, OR A ZERO NEXT      *
      *  LINE ALL MEAN NO.                                            *
      *****************************************************************
       1700-CHECK-CARRYOVER.
           MOVE 'N' TO WS-CARY-PENDING-SW.
           MOVE ZERO TO WS-CARY-NEXT.
           OPEN INPUT CARRYOVER-FILE.
           IF WS-CARY-STATUS NOT = "00"
               GO TO 1700-EXIT.
           MOVE 1 TO WS-CARY-KEY.
           READ CARRYOVER-FILE
               INVALID KEY
                   GO TO 1700-CLOSE
           END-READ.
           IF CARY-NEXT-LINE NUMERIC
            AND CARY-NEXT-LINE GREATER THAN ZERO
               SET WS-CARY-PENDING TO TRUE
               MOVE CARY-NEXT-LINE TO WS-CARY-NEXT.
       1700-CLOSE.
           CLOSE CARRYOVER-FILE.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1800-READ-RUN-STATUS - THE RUNSTAT RECORD THE LAST PRIMES    *
      *  EXECUTION LEFT BEHIND.  WITHOUT ONE, ONLY PRIMELOG ROWS CAN  *
      *  SETTLE A TICKET.                                             *
      *****************************************************************
       1800-READ-RUN-STATUS.
           MOVE 'N' TO WS-RUNSTAT-FOUND-SW.
           OPEN INPUT RUN-STAT-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               MOVE "RUNSTAT NOT AVAILABLE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 1800-EXIT.
           READ RUN-STAT-FILE INTO WS-RST-LINE
               AT END
                   MOVE "RUNSTAT EMPTY" TO STAT-LABEL
                   MOVE ZERO TO STAT-VALUE
                   PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
                   GO TO 1800-CLOSE
           END-READ.
           IF RST-RUN-DATE NUMERIC AND RST-OUTCOME NUMERIC
               SET WS-RUNSTAT-FOUND TO TRUE
               MOVE "LAST PRIMES RUN DATE" TO STAT-LABEL
               MOVE RST-RUN-DATE TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "LAST PRIMES RETURN CODE" TO STAT-LABEL
               MOVE RST-OUTCOME TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1800-CLOSE.
           CLOSE RUN-STAT-FILE.
       1800-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-BUILD-DECK - FUNCTION B.  A PENDING CARRYOVER MEANS     *
      *  THE DECK ON DISK IS HALF RUN AND PRIMES WILL RESUME IT, SO   *
      *  IT IS LEFT ALONE; ITS TICKETS ARE STILL SCHEDULED OR         *
      *  SUSPENDED AND THE POST-RUN STEP SETTLES THEM WHEN IT         *
      *  FINISHES.  OTHERWISE EVERY OPEN TICKET GOES ON A FRESH DECK  *
      *  IN DUE-DATE ORDER.                                           *
      *****************************************************************
       3000-BUILD-DECK.
           MOVE "FUNCTION B - BUILD TRANIN" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 1700-CHECK-CARRYOVER THRU 1700-EXIT.
           IF WS-CARY-PENDING
               DISPLAY "PRIMREQS: PRIMCARY CARRYOVER PENDING AT LINE "
                   WS-CARY-NEXT " - TRANIN KEPT"
               MOVE "CARRYOVER PENDING, DECK KEPT" TO STAT-LABEL
               MOVE WS-CARY-NEXT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 3000-EXIT.
           OPEN OUTPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANIN OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE 'N' TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO RQM-DUE-KEY.
           START REQ-MAST KEY NOT LESS THAN RQM-DUE-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM 3100-SCHEDULE-ONE THRU 3100-EXIT
               UNTIL WS-MAST-EOF.
           CLOSE TRANS-FILE.
           MOVE "TRANIN LINES WRITTEN" TO STAT-LABEL.
           MOVE WS-DECK-LINES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMREQS: " WS-DECK-LINES " TICKETS SCHEDULED".
       3000-EXIT.
           EXIT.
      *
       3100-SCHEDULE-ONE.
           READ REQ-MAST NEXT RECORD
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF RQM-TICKET EQUAL TO ZERO
            OR NOT RQM-OPEN
               GO TO 3100-EXIT.
           ADD 1 TO WS-DECK-LINES.
           MOVE SPACES TO TRANS-REC.
           MOVE RQM-N TO TRAN-N.
           MOVE RQM-MODE TO TRAN-MODE.
           IF RQM-MODE EQUAL TO 'R'
               MOVE RQM-LOW TO TRAN-LOW.
           MOVE RQM-CUTOFF TO TRAN-CUTOFF.
           MOVE RQM-DEPT TO TRAN-DEPT.
           MOVE RQM-TICKET TO TRAN-TICKET.
           WRITE TRANS-REC.
           SET RQM-SCHEDULED TO TRUE.
           MOVE WS-RUN-DATE TO RQM-SCHED-DATE.
           MOVE WS-DECK-LINES TO RQM-TRAN-LINE.
           MOVE SPACES TO RQM-REASON.
           MOVE "SCHEDULED TICKET" TO WS-DET-VERDICT.
           MOVE WS-DECK-LINES TO STAT-VALUE.
           PERFORM 4600-REWRITE-TICKET THRU 4600-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-POST-RUN - FUNCTION P.  FIRST THE PRIMELOG PASS: EVERY  *
      *  TRANSACTION ROW CARRYING A TICKET STILL ON A DECK, DATED ON  *
      *  OR AFTER THE DAY IT WAS SCHEDULED, SETTLES IT.  ROWS ARE IN  *
      *  TIME ORDER, SO A TICKET SUSPENDED ONE NIGHT AND FINISHED ON  *
      *  RESUME ENDS UP COMPLETE.  THEN THE MASTER PASS JUDGES EVERY  *
      *  SCHEDULED OR RUNNING TICKET THAT NO ROW ACCOUNTED FOR.       *
      *****************************************************************
       4000-POST-RUN.
           MOVE "FUNCTION P - POST-RUN UPDATE" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 1700-CHECK-CARRYOVER THRU 1700-EXIT.
           PERFORM 1800-READ-RUN-STATUS THRU 1800-EXIT.
           IF WS-CARY-PENDING
               MOVE "CARRYOVER PENDING AT LINE" TO STAT-LABEL
               MOVE WS-CARY-NEXT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "PRIMELOG OPEN FAILED, STATUS = "
                   WS-AUDIT-STATUS
               MOVE "PRIMELOG NOT AVAILABLE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           ELSE
               PERFORM 4100-MATCH-LOG-ROW THRU 4100-EXIT
                   UNTIL WS-LOG-EOF
               CLOSE AUDIT-FILE
           END-IF.
           MOVE 'N' TO WS-MAST-EOF-SW.
           MOVE 1 TO RQM-TICKET.
           START REQ-MAST KEY NOT LESS THAN RQM-TICKET
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM 4200-SETTLE-UNLOGGED THRU 4200-EXIT
               UNTIL WS-MAST-EOF.
           PERFORM 4500-WRITE-POST-SUMMARY THRU 4500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-MATCH-LOG-ROW.
           READ AUDIT-FILE INTO WS-AUDIT-LINE
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-LOG-ROWS.
           IF AUD-MODE NOT EQUAL TO 'T'
            OR AUD-TICKET EQUAL TO SPACES
            OR AUD-TICKET NOT NUMERIC
               GO TO 4100-EXIT.
           MOVE SPACES TO WS-ROW-DATE.
           STRING AUD-TIMESTAMP (1:4) DELIMITED BY SIZE
                  AUD-TIMESTAMP (6:2) DELIMITED BY SIZE
                  AUD-TIMESTAMP (9:2) DELIMITED BY SIZE
               INTO WS-ROW-DATE.
           IF WS-ROW-DATE NOT NUMERIC
               GO TO 4100-EXIT.
           MOVE AUD-TICKET TO RQM-TICKET.
           READ REQ-MAST
               INVALID KEY
                   ADD 1 TO WS-LOG-UNKNOWN
                   GO TO 4100-EXIT
           END-READ.
           IF NOT RQM-SCHEDULED AND NOT RQM-RUNNING
            AND NOT RQM-SUSPENDED
               GO TO 4100-EXIT.
           IF WS-ROW-DATE-N LESS THAN RQM-SCHED-DATE
               GO TO 4100-EXIT.
           ADD 1 TO WS-LOG-MATCHED.
           IF AUD-STATUS EQUAL TO 'S'
               SET RQM-SUSPENDED TO TRUE
               MOVE "CUTOFF REACHED" TO RQM-REASON
               MOVE "SUSPENDED AT CUTOFF" TO WS-DET-VERDICT
               MOVE RQM-N TO STAT-VALUE
               ADD 1 TO WS-SET-SUSPENDED
           ELSE
               IF AUD-STATUS EQUAL TO 'B'
                   SET RQM-SUSPENDED TO TRUE
                   MOVE "TURNED AWAY BUSY" TO RQM-REASON
                   MOVE "SUSPENDED, BUSY" TO WS-DET-VERDICT
                   MOVE RQM-N TO STAT-VALUE
                   ADD 1 TO WS-SET-SUSPENDED
               ELSE
                   SET RQM-COMPLETE TO TRUE
                   MOVE WS-ROW-DATE-N TO RQM-DONE-DATE
                   MOVE AUD-PRIME-COUNT TO RQM-PRIME-COUNT
                   MOVE SPACES TO RQM-REASON
                   MOVE "COMPLETED" TO WS-DET-VERDICT
                   MOVE RQM-PRIME-COUNT TO STAT-VALUE
                   ADD 1 TO WS-SET-COMPLETE.
           PERFORM 4600-REWRITE-TICKET THRU 4600-EXIT.
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4200-SETTLE-UNLOGGED - A TICKET STILL SCHEDULED OR RUNNING   *
      *  AFTER THE LOG PASS HAS NO ROW.  A RUNSTAT THAT IS NOT A      *
      *  TRANIN RUN, PREDATES THE SCHEDULE, OR SAYS THE RUN WAS       *
      *  TURNED AWAY BUSY (RC 12) MEANS THE DECK HAS NOT RUN YET.  A  *
      *  LINE AT OR PAST A PENDING CARRYOVER WAS NEVER REACHED.  A    *
      *  HARD FAILURE (RC 16) LEAVES THE OUTCOME UNKNOWN.  ANYTHING   *
      *  ELSE WAS READ AND SKIPPED ON PRIMES' OWN LINE EDITS.         *
      *****************************************************************
       4200-SETTLE-UNLOGGED.
           READ REQ-MAST NEXT RECORD
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF NOT RQM-SCHEDULED AND NOT RQM-RUNNING
               GO TO 4200-EXIT.
           IF NOT WS-RUNSTAT-FOUND
               ADD 1 TO WS-STILL-WAITING
               GO TO 4200-EXIT.
           IF RST-RUN-MODE NOT EQUAL TO 'T'
            OR RST-RUN-DATE LESS THAN RQM-SCHED-DATE
            OR RST-OUTCOME EQUAL TO 12
               ADD 1 TO WS-STILL-WAITING
               GO TO 4200-EXIT.
           MOVE RQM-N TO STAT-VALUE.
           IF WS-CARY-PENDING
            AND RQM-TRAN-LINE NOT LESS THAN WS-CARY-NEXT
               SET RQM-SUSPENDED TO TRUE
               MOVE "NOT REACHED" TO RQM-REASON
               MOVE "SUSPENDED NOT REACHED" TO WS-DET-VERDICT
               ADD 1 TO WS-SET-SUSPENDED
           ELSE
               IF RST-OUTCOME NOT LESS THAN 16
                   SET RQM-RUNNING TO TRUE
                   MOVE "RUN FAILED" TO RQM-REASON
                   MOVE "RUNNING, RUN FAILED" TO WS-DET-VERDICT
                   ADD 1 TO WS-SET-RUNNING
               ELSE
                   SET RQM-REJECTED TO TRUE
                   MOVE WS-RUN-DATE TO RQM-DONE-DATE
                   MOVE "SKIPPED ON EDIT" TO RQM-REASON
                   MOVE "REJECTED BY PRIMES" TO WS-DET-VERDICT
                   ADD 1 TO WS-SET-REJECTED.
           PERFORM 4600-REWRITE-TICKET THRU 4600-EXIT.
       4200-EXIT.
           EXIT.
      *
       4500-WRITE-POST-SUMMARY.
           MOVE "PRIMELOG ROWS READ" TO STAT-LABEL.
           MOVE WS-LOG-ROWS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "ROWS MATCHED TO TICKETS" TO STAT-LABEL.
           MOVE WS-LOG-MATCHED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "ROWS FOR UNKNOWN TICKETS" TO STAT-LABEL.
           MOVE WS-LOG-UNKNOWN TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TICKETS COMPLETED" TO STAT-LABEL.
           MOVE WS-SET-COMPLETE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TICKETS SUSPENDED" TO STAT-LABEL.
           MOVE WS-SET-SUSPENDED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TICKETS REJECTED" TO STAT-LABEL.
           MOVE WS-SET-REJECTED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TICKETS LEFT RUNNING" TO STAT-LABEL.
           MOVE WS-SET-RUNNING TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TICKETS AWAITING THEIR RUN" TO STAT-LABEL.
           MOVE WS-STILL-WAITING TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMREQS: " WS-SET-COMPLETE " COMPLETE, "
               WS-SET-SUSPENDED " SUSPENDED, "
               WS-SET-REJECTED " REJECTED".
       4500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4600-REWRITE-TICKET - PUT THE UPDATED TICKET BACK AND LOG    *
      *  THE DETAIL LINE.  THE CALLER HAS SET WS-DET-VERDICT AND THE  *
      *  VALUE COLUMN.  A FAILED REWRITE IS REPORTED AND COUNTED --   *
      *  ON A BUILD IT MEANS A DECKED TICKET STILL READS AS BEFORE.   *
      *****************************************************************
       4600-REWRITE-TICKET.
           MOVE RQM-TICKET TO WS-DET-TICKET.
           REWRITE REQ-MAST-REC
               INVALID KEY
                   DISPLAY "REQMAST REWRITE FAILED, TICKET "
                       RQM-TICKET ", STATUS = " WS-REQ-STATUS
                   ADD 1 TO WS-REWRITE-ERRORS
                   MOVE "REWRITE FAILED TICKET" TO WS-DET-VERDICT
           END-REWRITE.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4600-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO SCHED-REPORT-REC.
           WRITE SCHED-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-AGING-REPORT - FUNCTION A.  THE DUE-DATE KEY DELIVERS   *
      *  THE TICKETS OLDEST PROMISE FIRST, SO THE SCAN STOPS AT THE   *
      *  FIRST ONE DUE TODAY OR LATER.  CLOSED TICKETS ARE PASSED     *
      *  OVER; THE CONTROL RECORD'S ZERO KEY SORTS FIRST AND IS       *
      *  PASSED OVER TOO.                                             *
      *****************************************************************
       5000-AGING-REPORT.
           MOVE "FUNCTION A - AGING REPORT" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE WS-AGE-HEADING TO SCHED-REPORT-REC.
           WRITE SCHED-REPORT-REC.
           MOVE 'N' TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO RQM-DUE-KEY.
           START REQ-MAST KEY NOT LESS THAN RQM-DUE-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM 5100-AGE-ONE THRU 5100-EXIT
               UNTIL WS-MAST-EOF.
           MOVE "OPEN TICKETS PAST DUE" TO STAT-LABEL.
           MOVE WS-OVERDUE-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  PENDING" TO STAT-LABEL.
           MOVE WS-OVERDUE-PENDING TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  SCHEDULED" TO STAT-LABEL.
           MOVE WS-OVERDUE-SCHEDULED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  RUNNING" TO STAT-LABEL.
           MOVE WS-OVERDUE-RUNNING TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  SUSPENDED" TO STAT-LABEL.
           MOVE WS-OVERDUE-SUSPENDED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMREQS: " WS-OVERDUE-COUNT
               " OPEN TICKETS PAST DUE".
       5000-EXIT.
           EXIT.
      *
       5100-AGE-ONE.
           READ REQ-MAST NEXT RECORD
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF RQM-TICKET EQUAL TO ZERO
               GO TO 5100-EXIT.
           IF RQM-DUE-DATE NOT LESS THAN WS-RUN-DATE
               SET WS-MAST-EOF TO TRUE
               GO TO 5100-EXIT.
           IF NOT RQM-OPEN
               GO TO 5100-EXIT.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE RQM-TICKET TO WS-AGE-TICKET.
           MOVE RQM-DEPT TO WS-AGE-DEPT.
           MOVE RQM-MODE TO WS-AGE-MODE.
           MOVE RQM-N TO WS-AGE-N.
           MOVE RQM-DUE-DATE TO WS-AGE-DUE.
           MOVE SPACES TO WS-AGE-SCHED.
           MOVE SPACES TO WS-AGE-LINE-NO.
           IF RQM-PENDING
               MOVE "PENDING" TO WS-AGE-STATUS
               ADD 1 TO WS-OVERDUE-PENDING
           ELSE
               IF RQM-SCHEDULED
                   MOVE "SCHEDULED" TO WS-AGE-STATUS
                   ADD 1 TO WS-OVERDUE-SCHEDULED
               ELSE
               IF RQM-RUNNING
                   MOVE "RUNNING" TO WS-AGE-STATUS
                   ADD 1 TO WS-OVERDUE-RUNNING
               ELSE
                   MOVE "SUSPENDED" TO WS-AGE-STATUS
                   ADD 1 TO WS-OVERDUE-SUSPENDED.
           IF NOT RQM-PENDING
               MOVE RQM-SCHED-DATE TO WS-AGE-SCHED-N
               MOVE WS-AGE-SCHED-N TO WS-AGE-SCHED
               MOVE RQM-TRAN-LINE TO WS-AGE-LINE-N
               MOVE WS-AGE-LINE-N TO WS-AGE-LINE-NO.
           MOVE WS-AGE-LINE TO SCHED-REPORT-REC.
           WRITE SCHED-REPORT-REC.
       5100-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           IF WS-MAST-OPEN
               CLOSE REQ-MAST.
           CLOSE SCHED-REPORT.
       8000-EXIT.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           IF WS-FUNCTION-BUILD
            AND (WS-CARY-PENDING OR WS-DECK-LINES EQUAL TO ZERO)
               MOVE 4 TO RETURN-CODE.
           IF WS-FUNCTION-POST
            AND (WS-STILL-WAITING GREATER THAN ZERO
             OR WS-SET-RUNNING GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE.
           IF WS-FUNCTION-AGING
            AND WS-OVERDUE-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE.
           IF WS-REWRITE-ERRORS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
