       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMBAL.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/09/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMBAL - NIGHTLY CROSS-FILE BALANCING
      *
      *    EVERY PRIMES RUN LEAVES ITS STORY IN FOUR PLACES -- ONE
      *    PRIMELOG ROW PER REQUEST, THE RUNSTAT RECORD, THE PRMEXTR
      *    INTERCHANGE BLOCKS AND PRIMEDAT'S HIGH-WATER MARK -- AND
      *    UNTIL NOW NOTHING PROVED THEY TOLD THE SAME ONE BEFORE
      *    THE MORNING DISTRIBUTION WENT OUT.  THIS PROGRAM RUNS
      *    AFTER THE NIGHT'S PRIMES STEP AND BALANCES THEM:
      *      1 - THE RUN'S PRIMELOG ROWS (SAME RUN DATE AND RUN MODE,
      *          STAMPED BETWEEN RST-START-TIME AND RST-RUN-TIME)
      *          NUMBER EXACTLY RST-REQUESTS -- ONE ROW PER REQUEST;
      *      2 - EVERY COMPLETED LISTING OR RANGE ROW HAS ITS OWN
      *          PRMEXTR H/T BLOCK, IN ORDER, WITH THE SAME MODE AND
      *          N, A T COUNT EQUAL TO AUD-PRIME-COUNT AND THAT MANY
      *          D RECORDS -- AND NO BLOCK IS LEFT OVER;
      *      3 - RST-PRIMES EQUALS THE SUM OF THE ROWS (FOR A TRANIN
      *          RUN, THE LISTING AND RANGE ROWS PLUS WHATEVER A
      *          RESUMED CARRYOVER BROUGHT IN FROM EARLIER NIGHTS);
      *      4 - PDR-HIGH-N EQUALS THE LARGEST N THE RUN COMPLETED,
      *          OR THE MARK IT STARTED FROM IF THAT WAS HIGHER.
      *    PRIMVRFY ("V") AND PRIMOPER ("O") ROWS ARE NEVER PART OF
      *    A PRIMES RUN AND ARE PASSED OVER.  THE FIGURES A RUN
      *    STARTED FROM (THE MARK BEFORE IT, THE CARRYOVER TOTAL IT
      *    RESUMED) ARE KEPT NIGHT TO NIGHT ON BALCTL (SEE BCTREC);
      *    THE FIRST NIGHT WITHOUT ONE TAKES TONIGHT'S MARK AS ITS
      *    STARTING POINT AND SAYS SO.  ONE PAGE GOES TO BALRPT:
      *    EVERY EXCEPTION, THEN EACH CHECK IN OR OUT OF BALANCE,
      *    THEN THE VERDICT.  RETURN CODES:
      *        0 - IN BALANCE, RELEASE THE DISTRIBUTION
      *        8 - OUT OF BALANCE, HOLD THE DISTRIBUTION
      *       16 - BALANCING COULD NOT RUN (NO RUNSTAT, NO PRIMELOG,
      *            NO REPORT FILE) -- HOLD THE DISTRIBUTION TOO
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-09 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STAT-FILE
               ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO PRIMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO PRMEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PRIME-DAT
               ASSIGN TO PRIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDR-KEY
               FILE STATUS IS WS-PRIMEDAT-STATUS.
           SELECT CARRYOVER-FILE
               ASSIGN TO PRIMCARY
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CARY-KEY
               FILE STATUS IS WS-CARY-STATUS.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO BALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BALANCE-REPORT
               ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-STAT-REC                    PIC X(80).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC                       PIC X(89).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-REC                     PIC X(40).
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PRIME-DAT-REC.
           COPY PRMDAT.
       FD  CARRYOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRYOVER-REC.
           COPY CARYREC.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC                     PIC X(80).
       FD  BALANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REPORT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  THE RUNSTAT RECORD, PRIMELOG ROW AND PRMEXTR RECORD ARE READ *
      *  INTO THE SAME LAYOUTS PRIMES WRITES THEM FROM; BALCTL HAS    *
      *  ITS OWN.  THE REPORT USES THE SHOP'S LABEL-AND-VALUE LINE.   *
      *****************************************************************
       01  WS-RST-LINE.
           COPY RSTREC.
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-EXT-LINE.
           COPY EXTREC.
       01  WS-CONTROL-LINE.
           COPY BCTREC.
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-RUNSTAT-STATUS           PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-EXTRACT-STATUS           PIC X(02).
       77  WS-PRIMEDAT-STATUS          PIC X(02).
       77  WS-CARY-STATUS              PIC X(02).
       77  WS-CONTROL-STATUS           PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-CARY-KEY                 PIC 9(04) COMP.
       77  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LOG-EOF                  VALUE 'Y'.
       77  WS-EXT-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-EXT-OPEN                 VALUE 'Y'.
       77  WS-EXT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-EOF              VALUE 'Y'.
       77  WS-EXT-HELD-SW              PIC X(01) VALUE 'N'.
           88  WS-EXT-HELD                 VALUE 'Y'.
       77  WS-BLOCK-SW                 PIC X(01).
           88  WS-BLOCK-FOUND              VALUE 'Y'.
       77  WS-TRAILER-SW               PIC X(01).
           88  WS-TRAILER-FOUND            VALUE 'Y'.
       77  WS-HIGH-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-HIGH-FOUND               VALUE 'Y'.
       77  WS-CARY-PENDING-SW          PIC X(01) VALUE 'N'.
           88  WS-CARY-PENDING             VALUE 'Y'.
       77  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
           88  WS-CONTROL-FOUND            VALUE 'Y'.
       77  WS-CARRY-KNOWN-SW           PIC X(01) VALUE 'Y'.
           88  WS-CARRY-KNOWN              VALUE 'Y'.
       77  WS-ROW-SW                   PIC X(01).
           88  WS-ROW-IN-RUN               VALUE 'Y'.
      *****************************************************************
      *  THE CURRENT PRIMELOG ROW, DE-EDITED, AND ITS TIME OF DAY.    *
      *****************************************************************
       01  WS-ROW-TIME-X               PIC X(06).
       01  WS-ROW-TIME REDEFINES WS-ROW-TIME-X PIC 9(06).
       77  WS-ROW-N                    PIC 9(08).
       77  WS-ROW-COUNT                PIC 9(08).
      *****************************************************************
      *  THE PRMEXTR BLOCK LAST READ -- ITS HEADER FIELDS, THE D      *
      *  RECORDS COUNTED UNDER IT AND ITS TRAILER COUNT.              *
      *****************************************************************
       77  WS-BLK-MODE                 PIC X(01).
       77  WS-BLK-HIGH                 PIC 9(08).
       77  WS-BLK-DETAILS              PIC 9(09) COMP.
       77  WS-BLK-COUNT                PIC 9(09).
      *****************************************************************
      *  BALANCING ACCUMULATORS AND THE FIGURES THEY ARE HELD TO.     *
      *****************************************************************
       77  WS-ROWS-READ                PIC 9(08) COMP VALUE 0.
       77  WS-RUN-ROWS                 PIC 9(08) COMP VALUE 0.
       77  WS-EXPECTED-ROWS            PIC 9(08) COMP VALUE 0.
       77  WS-ROW-PRIMES               PIC 9(09) COMP VALUE 0.
       77  WS-EXPECTED-PRIMES          PIC 9(09) COMP VALUE 0.
       77  WS-CARRY-IN                 PIC 9(09) COMP VALUE 0.
       77  WS-CARRY-OUT                PIC 9(09) COMP VALUE 0.
       77  WS-MAX-DONE-N               PIC 9(08) COMP VALUE 0.
       77  WS-PRIOR-HIGH-N             PIC 9(08) COMP VALUE 0.
       77  WS-EXPECTED-HIGH-N          PIC 9(08) COMP VALUE 0.
       77  WS-HIGH-N                   PIC 9(08) COMP VALUE 0.
       77  WS-BLOCKS-MATCHED           PIC 9(08) COMP VALUE 0.
       77  WS-ROW-EXCEPTIONS           PIC 9(08) COMP VALUE 0.
       77  WS-EXTRACT-EXCEPTIONS       PIC 9(08) COMP VALUE 0.
       77  WS-PRIMES-EXCEPTIONS        PIC 9(08) COMP VALUE 0.
       77  WS-HIGH-EXCEPTIONS          PIC 9(08) COMP VALUE 0.
       77  WS-TOTAL-EXCEPTIONS         PIC 9(08) COMP VALUE 0.
       77  WS-CHECK-EXCEPTIONS         PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  REPORT LABELS.  AN EXCEPTION LINE NAMES THE TROUBLE, THE     *
      *  ROW'S OPERATING MODE AND ITS TIME OF DAY; A CHECK LINE NAMES *
      *  THE CHECK AND ITS VERDICT.  BOTH FILL STAT-LABEL EXACTLY.    *
      *****************************************************************
       01  WS-EXCEPTION-LABEL.
           05  WS-EXC-TAG              PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-MODE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-TIME             PIC X(06).
       01  WS-CHECK-LABEL.
           05  WS-CHK-NAME             PIC X(16).
           05  WS-CHK-VERDICT          PIC X(14).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
           PERFORM 3000-CHECK-LEFTOVER-BLOCKS THRU 3000-EXIT.
           PERFORM 4000-WRITE-BALANCE THRU 4000-EXIT.
           PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
      *****************************************************************
      *  1000-INITIALIZE - THE REPORT, RUNSTAT AND PRIMELOG ARE THE   *
      *  ONES BALANCING CANNOT DO WITHOUT; ANY OF THEM MISSING ENDS   *
      *  THE JOB RC 16.  PRMEXTR AND PRIMEDAT MISSING ARE EXCEPTIONS  *
      *  IN THEIR OWN RIGHT AND ARE REPORTED AS SUCH.                 *
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BALANCE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BALRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE "NIGHTLY CROSS-FILE BALANCING" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 1100-READ-RUN-STATUS THRU 1100-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "PRIMELOG OPEN FAILED, STATUS = "
                   WS-AUDIT-STATUS
               MOVE "PRIMELOG NOT AVAILABLE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE BALANCE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "00" OR "05"
               SET WS-EXT-OPEN TO TRUE
           ELSE
               DISPLAY "PRMEXTR OPEN FAILED, STATUS = "
                   WS-EXTRACT-STATUS
               SET WS-EXTRACT-EOF TO TRUE.
           PERFORM 1200-READ-HIGH-WATER THRU 1200-EXIT.
           PERFORM 1300-CHECK-CARRYOVER THRU 1300-EXIT.
           PERFORM 1400-READ-CONTROL THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1100-READ-RUN-STATUS - THE RUNSTAT RECORD OF THE PRIMES RUN  *
      *  BEING BALANCED.  ONE WRITTEN BEFORE PRIMES KEPT A START TIME *
      *  AND REQUEST COUNT CANNOT BE BALANCED AND ENDS THE JOB.       *
      *****************************************************************
       1100-READ-RUN-STATUS.
           OPEN INPUT RUN-STAT-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "RUNSTAT OPEN FAILED, STATUS = "
                   WS-RUNSTAT-STATUS
               MOVE "RUNSTAT NOT AVAILABLE" TO STAT-LABEL
               GO TO 1100-ABORT.
           READ RUN-STAT-FILE INTO WS-RST-LINE
               AT END
                   MOVE "RUNSTAT EMPTY" TO STAT-LABEL
                   CLOSE RUN-STAT-FILE
                   GO TO 1100-ABORT
           END-READ.
           CLOSE RUN-STAT-FILE.
           IF RST-RUN-DATE NOT NUMERIC
            OR RST-RUN-TIME NOT NUMERIC
            OR RST-START-TIME NOT NUMERIC
            OR RST-REQUESTS NOT NUMERIC
            OR RST-PRIMES NOT NUMERIC
               MOVE "RUNSTAT CANNOT BE BALANCED" TO STAT-LABEL
               GO TO 1100-ABORT.
           MOVE RST-REQUESTS TO WS-EXPECTED-ROWS.
           MOVE "RUN DATE" TO STAT-LABEL.
           MOVE RST-RUN-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "RUN STARTED" TO STAT-LABEL.
           MOVE RST-START-TIME TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "RUN ENDED" TO STAT-LABEL.
           MOVE RST-RUN-TIME TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-CHECK-LABEL.
           MOVE "RUN MODE/RC" TO WS-CHK-NAME.
           MOVE RST-RUN-MODE TO WS-CHK-VERDICT.
           MOVE WS-CHECK-LABEL TO STAT-LABEL.
           MOVE RST-OUTCOME TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           GO TO 1100-EXIT.
       1100-ABORT.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           CLOSE BALANCE-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1200-READ-HIGH-WATER - PRIMEDAT'S KEY-ZERO CONTROL RECORD,   *
      *  THE SAME ONE PRIMES' 1900-READ-HIGH-WATER READS.             *
      *****************************************************************
       1200-READ-HIGH-WATER.
           OPEN INPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               GO TO 1200-EXIT.
           MOVE 0 TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
                   MOVE 0 TO WS-HIGH-N
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-HIGH-N
                   SET WS-HIGH-FOUND TO TRUE
           END-READ.
           CLOSE PRIME-DAT.
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1300-CHECK-CARRYOVER - IS A SUSPENDED TRANIN BATCH STILL     *
      *  WAITING IN PRIMCARY?  IF SO, RST-PRIMES IS A RUNNING TOTAL   *
      *  THE NEXT RESUME WILL START FROM.                             *
      *****************************************************************
       1300-CHECK-CARRYOVER.
           OPEN INPUT CARRYOVER-FILE.
           IF WS-CARY-STATUS NOT = "00"
               GO TO 1300-EXIT.
           MOVE 1 TO WS-CARY-KEY.
           READ CARRYOVER-FILE
               INVALID KEY
                   GO TO 1300-CLOSE
           END-READ.
           IF CARY-NEXT-LINE NUMERIC
            AND CARY-NEXT-LINE GREATER THAN ZERO
               SET WS-CARY-PENDING TO TRUE.
       1300-CLOSE.
           CLOSE CARRYOVER-FILE.
       1300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1400-READ-CONTROL - THE FIGURES TONIGHT'S RUN STARTED FROM.  *
      *  A BALCTL STAMPED WITH THIS SAME RUN MEANS THE BALANCING IS   *
      *  BEING RERUN, AND ITS STARTING FIGURES ARE USED AGAIN.        *
      *  OTHERWISE THE MARK STARTS WHERE THE LAST BALANCED RUN LEFT   *
      *  IT, AND A RESUMED BATCH BRINGS IN WHAT THAT RUN LEFT IN      *
      *  PRIMCARY.  WITH NO BALCTL AT ALL, TONIGHT'S MARK IS TAKEN AS *
      *  GIVEN, AND A RESUMED BATCH'S EARLIER TOTAL CANNOT BE KNOWN.  *
      *****************************************************************
       1400-READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "BALCTL OPEN FAILED, STATUS = "
                   WS-CONTROL-STATUS
               GO TO 1400-DEFAULT.
           READ CONTROL-FILE INTO WS-CONTROL-LINE
               AT END
                   CLOSE CONTROL-FILE
                   GO TO 1400-DEFAULT
           END-READ.
           CLOSE CONTROL-FILE.
           IF BCT-RUN-DATE NOT NUMERIC
            OR BCT-RUN-TIME NOT NUMERIC
            OR BCT-HIGH-N NOT NUMERIC
            OR BCT-PRIOR-HIGH-N NOT NUMERIC
            OR BCT-CARRY-IN NOT NUMERIC
            OR BCT-CARRY-OUT NOT NUMERIC
               GO TO 1400-DEFAULT.
           SET WS-CONTROL-FOUND TO TRUE.
           IF BCT-RUN-DATE EQUAL TO RST-RUN-DATE
            AND BCT-RUN-TIME EQUAL TO RST-RUN-TIME
               MOVE BCT-PRIOR-HIGH-N TO WS-PRIOR-HIGH-N
               MOVE BCT-CARRY-IN TO WS-CARRY-IN
               MOVE "RERUN OF SAME PRIMES RUN" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 1400-EXIT.
           MOVE BCT-HIGH-N TO WS-PRIOR-HIGH-N.
           IF RST-RESUMED EQUAL TO 'Y'
               MOVE BCT-CARRY-OUT TO WS-CARRY-IN
           ELSE
               MOVE 0 TO WS-CARRY-IN.
           GO TO 1400-EXIT.
       1400-DEFAULT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE 0 TO BCT-CARRY-OUT.
           MOVE WS-HIGH-N TO WS-PRIOR-HIGH-N.
           MOVE 0 TO WS-CARRY-IN.
           IF RST-RESUMED EQUAL TO 'Y'
               MOVE 'N' TO WS-CARRY-KNOWN-SW.
           MOVE "CONTROL INITIALIZED" TO STAT-LABEL.
           MOVE WS-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1400-EXIT.
           EXIT.
      *
       2000-SCAN-LOG.
           PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
               UNTIL WS-LOG-EOF.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2100-CHECK-ONE-ROW - A ROW BELONGS TO THE RUN WHEN IT HAS    *
      *  THE RUN'S DATE AND RUN MODE AND WAS STAMPED INSIDE THE RUN'S *
      *  START AND END TIMES.  PRIMES STAMPS EVERY ROW WITH THE DATE  *
      *  THE RUN STARTED, SO A RUN THAT CROSSED MIDNIGHT IS A WINDOW  *
      *  THAT WRAPS: AFTER THE START OR BEFORE THE END.  EACH RUN ROW *
      *  IS COUNTED AND SUMMED; A COMPLETED SIEVE RAISES THE LARGEST  *
      *  N DONE; A COMPLETED LISTING OR RANGE GOES TO ITS EXTRACT.    *
      *  THE ONE ROW OF A SINGLE-REQUEST RUN THAT ENDED RC 16 IS THE  *
      *  FAILURE ITSELF -- IT SIEVED NOTHING AND EXTRACTED NOTHING,   *
      *  AND THE RUN'S OUTCOME IS REPORTED AS THE EXCEPTION INSTEAD.  *
      *****************************************************************
       2100-CHECK-ONE-ROW.
           READ AUDIT-FILE INTO WS-AUDIT-LINE
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF AUD-MODE EQUAL TO 'V' OR 'O'
            OR AUD-MODE NOT EQUAL TO RST-RUN-MODE
               GO TO 2100-EXIT.
           IF AUD-TIMESTAMP (1:4) NOT EQUAL TO RST-RUN-DATE (1:4)
            OR AUD-TIMESTAMP (6:2) NOT EQUAL TO RST-RUN-DATE (5:2)
            OR AUD-TIMESTAMP (9:2) NOT EQUAL TO RST-RUN-DATE (7:2)
               GO TO 2100-EXIT.
           MOVE SPACES TO WS-ROW-TIME-X.
           STRING AUD-TIMESTAMP (12:2) DELIMITED BY SIZE
                  AUD-TIMESTAMP (15:2) DELIMITED BY SIZE
                  AUD-TIMESTAMP (18:2) DELIMITED BY SIZE
               INTO WS-ROW-TIME-X.
           IF WS-ROW-TIME-X NOT NUMERIC
               GO TO 2100-EXIT.
           MOVE 'N' TO WS-ROW-SW.
           IF RST-START-TIME NOT GREATER THAN RST-RUN-TIME
               IF WS-ROW-TIME NOT LESS THAN RST-START-TIME
                AND WS-ROW-TIME NOT GREATER THAN RST-RUN-TIME
                   SET WS-ROW-IN-RUN TO TRUE
               END-IF
           ELSE
               IF WS-ROW-TIME NOT LESS THAN RST-START-TIME
                OR WS-ROW-TIME NOT GREATER THAN RST-RUN-TIME
                   SET WS-ROW-IN-RUN TO TRUE.
           IF NOT WS-ROW-IN-RUN
               GO TO 2100-EXIT.
           ADD 1 TO WS-RUN-ROWS.
           MOVE AUD-N TO WS-ROW-N.
           MOVE AUD-PRIME-COUNT TO WS-ROW-COUNT.
           IF RST-RUN-MODE NOT EQUAL TO 'T'
               ADD WS-ROW-COUNT TO WS-ROW-PRIMES
           ELSE
               IF (AUD-OP-MODE EQUAL TO 'L' OR 'R')
                AND AUD-STATUS EQUAL TO SPACE
                   ADD WS-ROW-COUNT TO WS-ROW-PRIMES.
           IF AUD-STATUS NOT EQUAL TO SPACE
               GO TO 2100-EXIT.
           IF RST-RUN-MODE NOT EQUAL TO 'T'
            AND RST-OUTCOME NOT LESS THAN 16
               GO TO 2100-EXIT.
           IF AUD-OP-MODE EQUAL TO 'L' OR 'R' OR 'C' OR 'A'
               IF WS-ROW-N GREATER THAN WS-MAX-DONE-N
                   MOVE WS-ROW-N TO WS-MAX-DONE-N
               END-IF
           END-IF.
           IF AUD-OP-MODE EQUAL TO 'L' OR 'R'
               PERFORM 2200-MATCH-EXTRACT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2200-MATCH-EXTRACT - PRIMES WRITES ONE PRMEXTR BLOCK PER     *
      *  LISTING OR RANGE REQUEST, IN THE ORDER IT LOGS THEM, SO THE  *
      *  NEXT BLOCK ON THE FILE MUST BE THIS ROW'S.                   *
      *****************************************************************
       2200-MATCH-EXTRACT.
           PERFORM 2500-READ-BLOCK THRU 2500-EXIT.
           MOVE AUD-OP-MODE TO WS-EXC-MODE.
           MOVE WS-ROW-TIME-X TO WS-EXC-TIME.
           IF NOT WS-BLOCK-FOUND
               MOVE "NO EXTRACT BLOCK" TO WS-EXC-TAG
               MOVE WS-ROW-N TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2200-EXIT.
           IF WS-BLK-MODE NOT EQUAL TO AUD-OP-MODE
            OR WS-BLK-HIGH NOT EQUAL TO WS-ROW-N
               MOVE "EXTRACT HEADER DIFFERS" TO WS-EXC-TAG
               MOVE WS-BLK-HIGH TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2200-EXIT.
           IF NOT WS-TRAILER-FOUND
               MOVE "BLOCK WITHOUT TRAILER" TO WS-EXC-TAG
               MOVE WS-BLK-DETAILS TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2200-EXIT.
           IF WS-BLK-COUNT NOT EQUAL TO WS-ROW-COUNT
               MOVE "TRAILER COUNT DIFFERS" TO WS-EXC-TAG
               MOVE WS-BLK-COUNT TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2200-EXIT.
           IF WS-BLK-DETAILS NOT EQUAL TO WS-BLK-COUNT
               MOVE "DETAIL COUNT DIFFERS" TO WS-EXC-TAG
               MOVE WS-BLK-DETAILS TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2200-EXIT.
           ADD 1 TO WS-BLOCKS-MATCHED.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2500-READ-BLOCK - THE NEXT H RECORD ON PRMEXTR AND WHAT      *
      *  FOLLOWS IT UP TO ITS T.  ANYTHING AHEAD OF THE H IS DAMAGE   *
      *  AND IS REPORTED.  AN H TURNING UP BEFORE THE T ENDS THE      *
      *  BLOCK SHORT AND IS HELD FOR THE NEXT CALL.                   *
      *****************************************************************
       2500-READ-BLOCK.
           MOVE 'N' TO WS-BLOCK-SW.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 0 TO WS-BLK-DETAILS.
           MOVE 0 TO WS-BLK-COUNT.
       2500-FIND-HEADER.
           IF NOT WS-EXT-HELD
               PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
           MOVE 'N' TO WS-EXT-HELD-SW.
           IF WS-EXTRACT-EOF
               GO TO 2500-EXIT.
           IF NOT EXT-HEADER-REC
               MOVE "STRAY EXTRACT RECORD" TO WS-EXC-TAG
               MOVE EXT-REC-TYPE TO WS-EXC-MODE
               MOVE SPACES TO WS-EXC-TIME
               MOVE ZERO TO STAT-VALUE
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD 1 TO WS-EXTRACT-EXCEPTIONS
               GO TO 2500-FIND-HEADER.
           SET WS-BLOCK-FOUND TO TRUE.
           MOVE EXT-HDR-MODE TO WS-BLK-MODE.
           MOVE EXT-HDR-HIGH TO WS-BLK-HIGH.
       2500-READ-BODY.
           PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
           IF WS-EXTRACT-EOF
               GO TO 2500-EXIT.
           IF EXT-HEADER-REC
               SET WS-EXT-HELD TO TRUE
               GO TO 2500-EXIT.
           IF EXT-TRAILER-REC
               SET WS-TRAILER-FOUND TO TRUE
               MOVE EXT-TRL-COUNT TO WS-BLK-COUNT
               GO TO 2500-EXIT.
           ADD 1 TO WS-BLK-DETAILS.
           GO TO 2500-READ-BODY.
       2500-EXIT.
           EXIT.
      *
       2600-READ-EXTRACT.
           IF WS-EXTRACT-EOF
               GO TO 2600-EXIT.
           READ EXTRACT-FILE INTO WS-EXT-LINE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.
      *
       2900-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-LABEL TO STAT-LABEL.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       2900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-CHECK-LEFTOVER-BLOCKS - EVERY BLOCK LEFT ON PRMEXTR     *
      *  AFTER THE LAST ROW IS ONE NO LOG ROW ACCOUNTS FOR.           *
      *****************************************************************
       3000-CHECK-LEFTOVER-BLOCKS.
           PERFORM 3100-NOTE-LEFTOVER THRU 3100-EXIT
               UNTIL WS-EXTRACT-EOF AND NOT WS-EXT-HELD.
       3000-EXIT.
           EXIT.
      *
       3100-NOTE-LEFTOVER.
           PERFORM 2500-READ-BLOCK THRU 2500-EXIT.
           IF NOT WS-BLOCK-FOUND
               GO TO 3100-EXIT.
           MOVE "EXTRACT BLOCK NO ROW" TO WS-EXC-TAG.
           MOVE WS-BLK-MODE TO WS-EXC-MODE.
           MOVE SPACES TO WS-EXC-TIME.
           MOVE WS-BLK-HIGH TO STAT-VALUE.
           PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
           ADD 1 TO WS-EXTRACT-EXCEPTIONS.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-WRITE-BALANCE - EACH CHECK'S FIGURES AND ITS VERDICT,   *
      *  THEN THE NIGHT'S VERDICT ON THE DISTRIBUTION.                *
      *****************************************************************
       4000-WRITE-BALANCE.
           PERFORM 4100-BALANCE-ROWS THRU 4100-EXIT.
           PERFORM 4200-BALANCE-EXTRACT THRU 4200-EXIT.
           PERFORM 4300-BALANCE-PRIMES THRU 4300-EXIT.
           PERFORM 4400-BALANCE-HIGH-WATER THRU 4400-EXIT.
           COMPUTE WS-TOTAL-EXCEPTIONS = WS-ROW-EXCEPTIONS
               + WS-EXTRACT-EXCEPTIONS + WS-PRIMES-EXCEPTIONS
               + WS-HIGH-EXCEPTIONS.
           IF RST-OUTCOME NOT LESS THAN 16
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               MOVE "PRIMES RUN FAILED" TO STAT-LABEL
               MOVE RST-OUTCOME TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "EXCEPTIONS" TO STAT-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-CHECK-LABEL.
           MOVE "DISTRIBUTION" TO WS-CHK-NAME.
           IF WS-TOTAL-EXCEPTIONS EQUAL TO ZERO
               MOVE "RELEASE" TO WS-CHK-VERDICT
           ELSE
               MOVE "HOLD" TO WS-CHK-VERDICT.
           MOVE WS-CHECK-LABEL TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMBAL: " WS-RUN-ROWS " ROWS, "
               WS-BLOCKS-MATCHED " BLOCKS MATCHED, "
               WS-TOTAL-EXCEPTIONS " EXCEPTIONS".
       4000-EXIT.
           EXIT.
      *
       4100-BALANCE-ROWS.
           MOVE "LOG ROWS EXPECTED" TO STAT-LABEL.
           MOVE WS-EXPECTED-ROWS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-RUN-ROWS NOT EQUAL TO WS-EXPECTED-ROWS
               ADD 1 TO WS-ROW-EXCEPTIONS.
           MOVE "1 LOG ROWS" TO WS-CHK-NAME.
           MOVE WS-ROW-EXCEPTIONS TO WS-CHECK-EXCEPTIONS.
           MOVE WS-RUN-ROWS TO STAT-VALUE.
           PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
       4100-EXIT.
           EXIT.
      *
       4200-BALANCE-EXTRACT.
           IF NOT WS-EXT-OPEN
            AND WS-EXTRACT-EXCEPTIONS EQUAL TO ZERO
               MOVE "PRMEXTR NOT AVAILABLE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "2 EXTRACT" TO WS-CHK-NAME.
           MOVE WS-EXTRACT-EXCEPTIONS TO WS-CHECK-EXCEPTIONS.
           MOVE WS-BLOCKS-MATCHED TO STAT-VALUE.
           PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
       4200-EXIT.
           EXIT.
      *
       4300-BALANCE-PRIMES.
           MOVE "RUNSTAT PRIMES" TO STAT-LABEL.
           MOVE RST-PRIMES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF RST-RUN-MODE EQUAL TO 'T'
               MOVE "CARRIED IN FROM EARLIER RUNS" TO STAT-LABEL
               MOVE WS-CARRY-IN TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           COMPUTE WS-EXPECTED-PRIMES = WS-ROW-PRIMES + WS-CARRY-IN.
           IF NOT WS-CARRY-KNOWN
               MOVE "CARRY-IN UNKNOWN, NOT CHECKED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           ELSE
               IF RST-PRIMES NOT EQUAL TO WS-EXPECTED-PRIMES
                   ADD 1 TO WS-PRIMES-EXCEPTIONS.
           MOVE "3 PRIMES" TO WS-CHK-NAME.
           MOVE WS-PRIMES-EXCEPTIONS TO WS-CHECK-EXCEPTIONS.
           MOVE WS-ROW-PRIMES TO STAT-VALUE.
           PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
       4300-EXIT.
           EXIT.
      *
       4400-BALANCE-HIGH-WATER.
           MOVE "PRIOR HIGH-WATER N" TO STAT-LABEL.
           MOVE WS-PRIOR-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "LARGEST N COMPLETED" TO STAT-LABEL.
           MOVE WS-MAX-DONE-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-MAX-DONE-N GREATER THAN WS-PRIOR-HIGH-N
               MOVE WS-MAX-DONE-N TO WS-EXPECTED-HIGH-N
           ELSE
               MOVE WS-PRIOR-HIGH-N TO WS-EXPECTED-HIGH-N.
           IF NOT WS-HIGH-FOUND
               MOVE "PRIMEDAT HIGH-WATER NOT READ" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               ADD 1 TO WS-HIGH-EXCEPTIONS
           ELSE
               IF WS-HIGH-N NOT EQUAL TO WS-EXPECTED-HIGH-N
                   ADD 1 TO WS-HIGH-EXCEPTIONS.
           MOVE "4 HIGH-WATER" TO WS-CHK-NAME.
           MOVE WS-HIGH-EXCEPTIONS TO WS-CHECK-EXCEPTIONS.
           MOVE WS-HIGH-N TO STAT-VALUE.
           PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
       4400-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4800-WRITE-CHECK - ONE CHECK'S VERDICT LINE.  THE CALLER     *
      *  LEAVES THE CHECK'S EXCEPTION COUNT IN WS-CHECK-EXCEPTIONS    *
      *  AND THE FIGURE TO SHOW IN STAT-VALUE.                        *
      *****************************************************************
       4800-WRITE-CHECK.
           IF WS-CHECK-EXCEPTIONS EQUAL TO ZERO
               MOVE "IN BALANCE" TO WS-CHK-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHK-VERDICT.
           MOVE WS-CHECK-LABEL TO STAT-LABEL.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-WRITE-CONTROL - STAMP BALCTL WITH THIS RUN FOR THE NEXT *
      *  NIGHT.  THE MARK SAVED IS THE ONE PRIMEDAT ACTUALLY HOLDS,   *
      *  RIGHT OR WRONG, SO ONE BAD NIGHT IS NOT BLAMED ON THE NEXT.  *
      *  THE CARRYOVER TOTAL IS RST-PRIMES WHILE PRIMCARY STILL HAS A *
      *  BATCH WAITING, ZERO ONCE A TRANIN RUN HAS FINISHED ITS DECK, *
      *  AND UNTOUCHED BY A SINGLE-REQUEST RUN, WHICH NEVER GOES NEAR *
      *  PRIMCARY.  A FAILURE HERE IS ANNOUNCED AND IGNORED.          *
      *****************************************************************
       5000-WRITE-CONTROL.
           IF WS-CARY-PENDING
               MOVE RST-PRIMES TO WS-CARRY-OUT
           ELSE
               IF RST-RUN-MODE EQUAL TO 'T'
                   MOVE 0 TO WS-CARRY-OUT
               ELSE
                   MOVE BCT-CARRY-OUT TO WS-CARRY-OUT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE RST-RUN-DATE TO BCT-RUN-DATE.
           MOVE RST-RUN-TIME TO BCT-RUN-TIME.
           MOVE WS-HIGH-N TO BCT-HIGH-N.
           MOVE WS-PRIOR-HIGH-N TO BCT-PRIOR-HIGH-N.
           MOVE WS-CARRY-IN TO BCT-CARRY-IN.
           MOVE WS-CARRY-OUT TO BCT-CARRY-OUT.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "BALCTL OPEN FAILED, STATUS = "
                   WS-CONTROL-STATUS
               GO TO 5000-EXIT.
           MOVE WS-CONTROL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE AUDIT-FILE.
           IF WS-EXT-OPEN
               CLOSE EXTRACT-FILE.
           CLOSE BALANCE-REPORT.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  8100-SET-RETURN-CODE - 0 RELEASES THE MORNING DISTRIBUTION;  *
      *  8 TELLS THE SCHEDULER TO HOLD IT UNTIL SOMEONE HAS READ THE  *
      *  EXCEPTIONS.                                                  *
      *****************************************************************
       8100-SET-RETURN-CODE.
           IF WS-TOTAL-EXCEPTIONS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
