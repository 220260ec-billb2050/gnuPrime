       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMVRFY.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/07/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMVRFY - BULK PRIME-CLAIM VERIFICATION
      *
      *    DEPARTMENTS SEND US WHOLE FILES OF NUMBERS THEY BELIEVE
      *    ARE PRIME -- HASH-TABLE SIZES, KEY MODULI, TEST-DATA
      *    SEEDS -- AND UNTIL NOW EACH ONE WENT THROUGH PRIMES AS
      *    ITS OWN MODE F LINE ON TRANIN, WITH THE ANSWERS READ OFF
      *    PRMOUT BY HAND.  THIS PROGRAM TAKES THE DEPARTMENT'S
      *    VFYIN FILE (SEE VFYREC) AND CHECKS EVERY NUMBER ON IT
      *    AGAINST THE PRIMEDAT CACHE:
      *      - A NUMBER FLAGGED PRIME ON PRIMEDAT IS VERIFIED;
      *      - ANY OTHER NUMBER AT OR BELOW PDR-HIGH-N IS REJECTED
      *        AS NOT PRIME, WITH ITS SMALLEST FACTOR FOUND BY
      *        TRIAL DIVISION;
      *      - A NUMBER ABOVE PDR-HIGH-N IS REJECTED AS BEYOND THE
      *        CACHE, WITH THE MARK IT LIES ABOVE -- IT IS NEVER
      *        GUESSED AT, AND THIS PROGRAM NEVER SIEVES;
      *      - A BLANK OR NON-NUMERIC LINE IS REJECTED UNREADABLE.
      *    EVERY LINE GETS A RESULT ON VFYOUT (SEE VFRREC); EVERY
      *    REJECTION IS ALSO LISTED ON THE VFYRPT EXCEPTIONS
      *    REPORT, WHICH ENDS WITH THE CONTROL TOTALS:
      *        RECORDS IN = VERIFIED + NOT PRIME + BEYOND CACHE
      *                     + UNREADABLE.
      *    THE SUBMITTING DEPARTMENT IS NAMED ON THE VFYPARM CARD
      *    (SEE VFYCARD) AND THE RUN IS LOGGED TO PRIMELOG AS ONE
      *    ROW, MODE "V", UNDER THAT AUD-DEPT -- AUD-N IS THE
      *    NUMBER OF RECORDS CHECKED AND AUD-PRIME-COUNT THE NUMBER
      *    VERIFIED -- SO PRIMBILL CHARGES THE DEPARTMENT FOR IT.
      *    PRIMEDAT IS ONLY READ, SO THE JOB NEEDS NO RUN LOCK.
      *    RETURN CODES:
      *        0 - EVERY NUMBER VERIFIED PRIME
      *        4 - ONE OR MORE NUMBERS REJECTED (SEE VFYRPT)
      *        8 - CONTROL TOTALS OUT OF BALANCE, OR A NUMBER THE
      *            CACHE CALLS COMPOSITE THAT HAS NO FACTOR (RUN
      *            PRIMAUDT BEFORE TRUSTING THIS RESULT)
      *       16 - VERIFICATION COULD NOT RUN (OPEN FAILURE, BAD
      *            OR MISSING VFYPARM CARD, DEPARTMENT NOT ACTIVE)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-07 WB   ORIGINAL VERSION.
      *    2026-10-12 WB   THE LOG ROW NOW CARRIES THE BUSINESS DATE
      *                    FROM THE CYCCTL CYCLE CONTROL RECORD (THE
      *                    SYSTEM DATE ONLY WHEN THERE IS NONE).
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO VFYPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VERIFY-IN
               ASSIGN TO VFYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VFYIN-STATUS.
           SELECT VERIFY-OUT
               ASSIGN TO VFYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VFYOUT-STATUS.
           SELECT VERIFY-REPORT
               ASSIGN TO VFYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PRIME-DAT
               ASSIGN TO PRIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDR-KEY
               FILE STATUS IS WS-PRIMEDAT-STATUS.
           SELECT DEPT-MAST
               ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODE
               FILE STATUS IS WS-DEPT-MAST-STATUS.
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
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY VFYCARD.
       FD  VERIFY-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-IN-REC.
           COPY VFYREC.
       FD  VERIFY-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-OUT-REC                  PIC X(80).
       FD  VERIFY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-REPORT-REC               PIC X(80).
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PRIME-DAT-REC.
           COPY PRMDAT.
       FD  DEPT-MAST
           LABEL RECORDS ARE STANDARD.
       01  DEPT-MAST-REC.
           COPY DEPTREC.
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
      *  WS-AUDIT-LINE, WS-STAT-LINE AND WS-RESULT-LINE - WORKING-    *
      *  STORAGE STAGING RECORDS, AS IN PRIMES AND PRIMOPER: A FILE   *
      *  SECTION BUFFER'S FILLERS ARE NOT INITIALIZED AT RUN START.   *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-STAT-LINE.
           COPY STATREC.
       01  WS-RESULT-LINE.
           COPY VFRREC.
      *****************************************************************
      *  EXCEPTIONS REPORT DETAIL LINE - ONE PER REJECTED NUMBER:     *
      *  INPUT LINE, THE NUMBER AS SENT, WHY IT WAS REJECTED, THE     *
      *  SMALLEST FACTOR OR THE HIGH-WATER MARK, AND THE DEPARTMENT'S *
      *  OWN REFERENCE.                                               *
      *****************************************************************
       01  WS-EXC-HEADING.
           05  FILLER                  PIC X(12) VALUE "    LINE".
           05  FILLER                  PIC X(12) VALUE "NUMBER".
           05  FILLER                  PIC X(24) VALUE "REJECTED AS".
           05  FILLER                  PIC X(12) VALUE "FACTOR/MARK".
           05  FILLER                  PIC X(20) VALUE "REFERENCE".
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-SEQ                 PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-NUMBER              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-REASON              PIC X(24).
           05  EXC-VALUE               PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-REF                 PIC X(20).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-VFYIN-STATUS             PIC X(02).
       77  WS-VFYOUT-STATUS            PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-PRIMEDAT-STATUS          PIC X(02).
       77  WS-DEPT-MAST-STATUS         PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-VFYIN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-VFYIN-EOF                VALUE 'Y'.
       77  WS-DATA-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-DATA-OPEN                VALUE 'Y'.
       77  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BALANCE           VALUE 'Y'.
       77  WS-FLAG-SW                  PIC X(01).
           88  WS-CACHE-SAYS-PRIME         VALUE 'Y'.
       01  WS-DEPT                     PIC X(04).
       01  WS-FILE-ID                  PIC X(20).
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
       01  WS-END-TIME                 PIC 9(08).
       01  WS-END-TIME-R REDEFINES WS-END-TIME.
           05  WS-END-HH               PIC 9(02).
           05  WS-END-MN               PIC 9(02).
           05  WS-END-SS               PIC 9(02).
           05  WS-END-HS               PIC 9(02).
       77  WS-START-CS                 PIC 9(08) COMP.
       77  WS-END-CS                   PIC 9(08) COMP.
       77  WS-ELAPSED-CS               PIC 9(08) COMP.
       77  WS-ELAPSED-SEC              PIC 9(06)V99.
      *****************************************************************
      *  CACHE LOOKUP - BLOCK B, SLOT S OF PRIMEDAT HOLDS THE ODD     *
      *  CANDIDATE (B - 1) * 2000 + 2 * S - 1 (SEE PRMDAT).  THE      *
      *  BLOCK LAST READ IS KEPT IN THE RECORD AREA, SO A FILE SENT   *
      *  IN ASCENDING ORDER COSTS ONE READ PER BLOCK IT TOUCHES.      *
      *****************************************************************
       77  WS-HIGH-N                   PIC 9(08) COMP VALUE 0.
       77  WS-NUMBER                   PIC 9(10) COMP.
       77  WS-BLK-WORK                 PIC 9(10) COMP.
       77  WS-BLK-NO                   PIC 9(08) COMP.
       77  WS-BLK-SLOT                 PIC 9(04) COMP.
       77  WS-CUR-BLOCK                PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  SMALLEST-FACTOR SEARCH - PLAIN TRIAL DIVISION, 2 AND THEN    *
      *  THE ODD DIVISORS UP THROUGH THE SQUARE ROOT.  WS-FACTOR      *
      *  COMES BACK ZERO IF NONE DIVIDES.                             *
      *****************************************************************
       77  WS-FACTOR                   PIC 9(10) COMP.
       77  TD-D                        PIC 9(08) COMP.
       77  TD-D2                       PIC 9(10) COMP.
       77  TD-QUOT                     PIC 9(10) COMP.
       77  TD-REM                      PIC 9(08) COMP.
      *****************************************************************
      *  CONTROL TOTALS - RECORDS IN MUST EQUAL THE SUM OF THE FOUR   *
      *  OUTCOMES.  NO-FACTOR IS A SUBSET OF NOT-PRIME: NUMBERS THE   *
      *  CACHE CALLS COMPOSITE THAT TRIAL DIVISION CANNOT SPLIT.      *
      *****************************************************************
       77  WS-RECORDS-IN               PIC 9(08) COMP VALUE 0.
       77  WS-VERIFIED-COUNT           PIC 9(08) COMP VALUE 0.
       77  WS-COMPOSITE-COUNT          PIC 9(08) COMP VALUE 0.
       77  WS-BEYOND-COUNT             PIC 9(08) COMP VALUE 0.
       77  WS-UNREADABLE-COUNT         PIC 9(08) COMP VALUE 0.
       77  WS-NO-FACTOR-COUNT          PIC 9(08) COMP VALUE 0.
       77  WS-RESULTS-WRITTEN          PIC 9(08) COMP VALUE 0.
       77  WS-BALANCE-CHECK            PIC 9(08) COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1800-VALIDATE-DEPT THRU 1800-EXIT.
           PERFORM 1900-READ-HIGH-WATER THRU 1900-EXIT.
           PERFORM 1950-OPEN-DATA-FILES THRU 1950-EXIT.
           PERFORM 2000-READ-INPUT THRU 2000-EXIT.
           PERFORM 3000-VERIFY-ONE THRU 3000-EXIT
               UNTIL WS-VFYIN-EOF.
           PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT VERIFY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "VFYRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "PRIME CLAIM VERIFICATION" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           OPEN INPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               MOVE "PRIMEDAT COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE VERIFY-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
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
      *  1500-READ-PARM-CARD - THE VFYPARM CARD IS REQUIRED: A RUN    *
      *  NOBODY CAN BE BILLED FOR IS A RUN NOBODY ASKED FOR.          *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "VFYPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               PERFORM 1590-ABORT-PARM-CARD THRU 1590-EXIT.
           READ PARM-FILE
               AT END
                   DISPLAY "VFYPARM CARD MISSING - JOB ENDED"
                   CLOSE PARM-FILE
                   PERFORM 1590-ABORT-PARM-CARD THRU 1590-EXIT
           END-READ.
           MOVE VFC-DEPT TO WS-DEPT.
           MOVE VFC-FILE-ID TO WS-FILE-ID.
           CLOSE PARM-FILE.
           IF WS-DEPT EQUAL TO SPACES
               DISPLAY "VFYPARM DEPARTMENT REQUIRED - JOB ENDED"
               PERFORM 1590-ABORT-PARM-CARD THRU 1590-EXIT.
           MOVE SPACES TO STAT-LABEL.
           STRING "SUBMITTING DEPARTMENT " DELIMITED BY SIZE
                  WS-DEPT DELIMITED BY SIZE
               INTO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FILE-ID NOT EQUAL TO SPACES
               MOVE SPACES TO STAT-LABEL
               STRING "FILE " DELIMITED BY SIZE
                      WS-FILE-ID DELIMITED BY SIZE
                   INTO STAT-LABEL
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1500-EXIT.
           EXIT.
      *
       1590-ABORT-PARM-CARD.
           MOVE "VFYPARM CARD MISSING OR BAD" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1590-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1800-VALIDATE-DEPT - WITH THE DEPTMAST MASTER ON HAND, THE   *
      *  SUBMITTING DEPARTMENT MUST BE ON IT AND ACTIVE, THE SAME     *
      *  RULE PRIMES APPLIES TO A TRANIN LINE.  A SITE WITHOUT THE    *
      *  MASTER TAKES THE CARD AT ITS WORD.                           *
      *****************************************************************
       1800-VALIDATE-DEPT.
           OPEN INPUT DEPT-MAST.
           IF WS-DEPT-MAST-STATUS = "35"
               DISPLAY "DEPTMAST NOT FOUND - DEPARTMENT " WS-DEPT
                   " NOT VALIDATED"
               GO TO 1800-EXIT.
           IF WS-DEPT-MAST-STATUS NOT = "00"
               DISPLAY "DEPTMAST OPEN FAILED, STATUS = "
                   WS-DEPT-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE WS-DEPT TO DEP-CODE.
           READ DEPT-MAST
               INVALID KEY
                   MOVE SPACE TO DEP-STATUS
           END-READ.
           CLOSE DEPT-MAST.
           IF DEP-ACTIVE
               GO TO 1800-EXIT.
           DISPLAY "PRIMVRFY: DEPARTMENT " WS-DEPT
               " NOT ACTIVE ON DEPTMAST - JOB ENDED".
           MOVE "DEPARTMENT NOT ACTIVE" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1800-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1900-READ-HIGH-WATER - EVERY ANSWER IS BOUNDED BY THE KEY-   *
      *  ZERO CONTROL BLOCK.  A FILE WITHOUT ONE HAS NOTHING TRUSTED  *
      *  ON IT, SO EVERY NUMBER COMES OUT BEYOND THE CACHE.           *
      *****************************************************************
       1900-READ-HIGH-WATER.
           MOVE 0 TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
                   MOVE 0 TO WS-HIGH-N
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-HIGH-N
           END-READ.
           MOVE 0 TO WS-CUR-BLOCK.
           MOVE "PRIMEDAT HIGH-WATER MARK" TO STAT-LABEL.
           MOVE WS-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1900-EXIT.
           EXIT.
      *
       1950-OPEN-DATA-FILES.
           OPEN INPUT VERIFY-IN.
           IF WS-VFYIN-STATUS NOT = "00"
               DISPLAY "VFYIN OPEN FAILED, STATUS = "
                   WS-VFYIN-STATUS
               MOVE "VFYIN COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           OPEN OUTPUT VERIFY-OUT.
           IF WS-VFYOUT-STATUS NOT = "00"
               DISPLAY "VFYOUT OPEN FAILED, STATUS = "
                   WS-VFYOUT-STATUS
               CLOSE VERIFY-IN
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-DATA-OPEN TO TRUE.
           MOVE SPACES TO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.
           MOVE WS-EXC-HEADING TO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.
       1950-EXIT.
           EXIT.
      *
       2000-READ-INPUT.
           READ VERIFY-IN
               AT END
                   SET WS-VFYIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-IN
           END-READ.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-VERIFY-ONE - CLASSIFY ONE VFYIN LINE INTO EXACTLY ONE   *
      *  OF THE FOUR OUTCOMES THE CONTROL TOTALS BALANCE, WRITE ITS   *
      *  VFYOUT RESULT, AND LIST IT ON THE REPORT IF IT WAS REJECTED. *
      *****************************************************************
       3000-VERIFY-ONE.
           MOVE SPACES TO WS-RESULT-LINE.
           MOVE WS-RECORDS-IN TO VFR-SEQ.
           MOVE VFY-NUMBER TO VFR-NUMBER.
           MOVE VFY-REF TO VFR-REF.
           MOVE 0 TO VFR-FACTOR.
           MOVE 0 TO VFR-HIGH-N.
           SET VFR-REJECTED TO TRUE.
           IF VFY-NUMBER EQUAL TO SPACES
               GO TO 3000-UNREADABLE.
           INSPECT VFY-NUMBER REPLACING LEADING SPACES BY ZEROS.
           IF VFY-NUMBER NOT NUMERIC
               GO TO 3000-UNREADABLE.
           MOVE VFY-NUMBER-N TO WS-NUMBER.
           IF WS-NUMBER GREATER THAN WS-HIGH-N
               ADD 1 TO WS-BEYOND-COUNT
               SET VFR-BEYOND-CACHE TO TRUE
               MOVE WS-HIGH-N TO VFR-HIGH-N
               MOVE "BEYOND CACHE, ABOVE" TO EXC-REASON
               MOVE WS-HIGH-N TO EXC-VALUE
               GO TO 3000-REJECTED.
           PERFORM 3100-LOOK-UP-FLAG THRU 3100-EXIT.
           IF WS-CACHE-SAYS-PRIME
               ADD 1 TO WS-VERIFIED-COUNT
               SET VFR-VERIFIED TO TRUE
               GO TO 3000-WRITE.
           ADD 1 TO WS-COMPOSITE-COUNT.
           SET VFR-COMPOSITE TO TRUE.
           IF WS-NUMBER LESS THAN 2
               MOVE "NOT PRIME, NO FACTORS" TO EXC-REASON
               MOVE 0 TO EXC-VALUE
               GO TO 3000-REJECTED.
           PERFORM 3200-FIND-FACTOR THRU 3200-EXIT.
           MOVE WS-FACTOR TO VFR-FACTOR.
           MOVE WS-FACTOR TO EXC-VALUE.
           IF WS-FACTOR EQUAL TO ZERO
               ADD 1 TO WS-NO-FACTOR-COUNT
               MOVE "CACHE SAYS NOT PRIME" TO EXC-REASON
           ELSE
               MOVE "NOT PRIME, FACTOR" TO EXC-REASON.
           GO TO 3000-REJECTED.
       3000-UNREADABLE.
           ADD 1 TO WS-UNREADABLE-COUNT.
           SET VFR-UNREADABLE TO TRUE.
           MOVE "UNREADABLE" TO EXC-REASON.
           MOVE 0 TO EXC-VALUE.
       3000-REJECTED.
           PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
       3000-WRITE.
           MOVE WS-RESULT-LINE TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           ADD 1 TO WS-RESULTS-WRITTEN.
           PERFORM 2000-READ-INPUT THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-LOOK-UP-FLAG - THE CACHE'S VERDICT ON WS-NUMBER, WHICH  *
      *  IS AT OR BELOW THE HIGH-WATER MARK.  2 IS PRIME AND OTHER    *
      *  EVEN NUMBERS ARE NOT -- NEITHER HAS A FLAG OF ITS OWN.  A    *
      *  BLOCK NOT ON FILE READS AS ALL N, AS IT DOES IN PRIMES.      *
      *****************************************************************
       3100-LOOK-UP-FLAG.
           MOVE 'N' TO WS-FLAG-SW.
           IF WS-NUMBER EQUAL TO 2
               MOVE 'Y' TO WS-FLAG-SW
               GO TO 3100-EXIT.
           DIVIDE WS-NUMBER BY 2 GIVING TD-QUOT REMAINDER TD-REM.
           IF TD-REM EQUAL TO ZERO
               GO TO 3100-EXIT.
           SUBTRACT 1 FROM WS-NUMBER GIVING WS-BLK-WORK.
           DIVIDE WS-BLK-WORK BY 2000 GIVING WS-BLK-NO
               REMAINDER WS-BLK-WORK.
           ADD 1 TO WS-BLK-NO.
           DIVIDE WS-BLK-WORK BY 2 GIVING WS-BLK-SLOT.
           ADD 1 TO WS-BLK-SLOT.
           IF WS-BLK-NO NOT EQUAL TO WS-CUR-BLOCK
               MOVE WS-BLK-NO TO PDR-KEY
               READ PRIME-DAT
                   INVALID KEY
                       MOVE ALL 'N' TO PDR-FLAGS
               END-READ
               MOVE WS-BLK-NO TO WS-CUR-BLOCK
           END-IF.
           MOVE PDR-FLAG (WS-BLK-SLOT) TO WS-FLAG-SW.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-FIND-FACTOR - SMALLEST FACTOR OF A NUMBER THE CACHE     *
      *  CALLS COMPOSITE, BY TRIAL DIVISION: 2, THEN EACH ODD         *
      *  DIVISOR UP THROUGH THE SQUARE ROOT.  THE FIRST ONE THAT      *
      *  DIVIDES IS NECESSARILY PRIME AND THE SMALLEST.  NONE AT ALL  *
      *  MEANS THE CACHE IS WRONG ABOUT THIS NUMBER; WS-FACTOR COMES  *
      *  BACK ZERO AND 3000 SAYS SO.                                  *
      *****************************************************************
       3200-FIND-FACTOR.
           MOVE 0 TO WS-FACTOR.
           DIVIDE WS-NUMBER BY 2 GIVING TD-QUOT REMAINDER TD-REM.
           IF TD-REM EQUAL TO ZERO
               MOVE 2 TO WS-FACTOR
               GO TO 3200-EXIT.
           MOVE 3 TO TD-D.
           MULTIPLY TD-D BY TD-D GIVING TD-D2.
           PERFORM 3210-TRY-DIVISOR THRU 3210-EXIT
               UNTIL TD-D2 GREATER THAN WS-NUMBER
                  OR WS-FACTOR GREATER THAN ZERO.
       3200-EXIT.
           EXIT.
      *
       3210-TRY-DIVISOR.
           DIVIDE WS-NUMBER BY TD-D GIVING TD-QUOT
               REMAINDER TD-REM.
           IF TD-REM EQUAL TO ZERO
               MOVE TD-D TO WS-FACTOR
               GO TO 3210-EXIT.
           ADD 2 TO TD-D.
           MULTIPLY TD-D BY TD-D GIVING TD-D2.
       3210-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4800-WRITE-EXCEPTION - ONE LINE PER REJECTED NUMBER.  THERE  *
      *  IS NO CAP: THE DEPARTMENT NEEDS EVERY ONE OF THEM.  THE      *
      *  CALLER HAS SET THE REASON AND THE FACTOR OR MARK.            *
      *****************************************************************
       4800-WRITE-EXCEPTION.
           MOVE WS-RECORDS-IN TO EXC-SEQ.
           MOVE VFR-NUMBER TO EXC-NUMBER.
           MOVE VFR-REF TO EXC-REF.
           MOVE WS-EXC-LINE TO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-WRITE-CONTROL-TOTALS - THE BALANCE THE DEPARTMENT AND   *
      *  THE OPERATORS CHECK THE RUN AGAINST: EVERY RECORD READ IS    *
      *  VERIFIED, NOT PRIME, BEYOND THE CACHE OR UNREADABLE, AND     *
      *  EVERY ONE HAS A LINE ON VFYOUT.                              *
      *****************************************************************
       5000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO VERIFY-REPORT-REC.
           WRITE VERIFY-REPORT-REC.
           MOVE "VERIFICATION CONTROL TOTALS" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  RECORDS IN" TO STAT-LABEL.
           MOVE WS-RECORDS-IN TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  VERIFIED PRIME" TO STAT-LABEL.
           MOVE WS-VERIFIED-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  NOT PRIME" TO STAT-LABEL.
           MOVE WS-COMPOSITE-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  BEYOND CACHE" TO STAT-LABEL.
           MOVE WS-BEYOND-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  UNREADABLE" TO STAT-LABEL.
           MOVE WS-UNREADABLE-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  RESULTS WRITTEN TO VFYOUT" TO STAT-LABEL.
           MOVE WS-RESULTS-WRITTEN TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-NO-FACTOR-COUNT GREATER THAN ZERO
               MOVE "  NOT PRIME WITH NO FACTOR" TO STAT-LABEL
               MOVE WS-NO-FACTOR-COUNT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               DISPLAY "PRIMVRFY: " WS-NO-FACTOR-COUNT
                   " NUMBERS THE CACHE CALLS COMPOSITE HAVE NO"
                   " FACTOR - RUN PRIMAUDT".
           COMPUTE WS-BALANCE-CHECK = WS-VERIFIED-COUNT
               + WS-COMPOSITE-COUNT + WS-BEYOND-COUNT
               + WS-UNREADABLE-COUNT.
           IF WS-BALANCE-CHECK NOT EQUAL TO WS-RECORDS-IN
            OR WS-RESULTS-WRITTEN NOT EQUAL TO WS-RECORDS-IN
               SET WS-OUT-OF-BALANCE TO TRUE.
           IF WS-OUT-OF-BALANCE
               DISPLAY "PRIMVRFY: CONTROL TOTALS OUT OF BALANCE"
               MOVE "CONTROL OUT OF BALANCE" TO STAT-LABEL
           ELSE
               MOVE "CONTROL BALANCED TO INPUT" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMVRFY: " WS-RECORDS-IN " IN, "
               WS-VERIFIED-COUNT " VERIFIED, "
               WS-COMPOSITE-COUNT " NOT PRIME, "
               WS-BEYOND-COUNT " BEYOND CACHE, "
               WS-UNREADABLE-COUNT " UNREADABLE".
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE PRIMELOG ROW FOR THE WHOLE RUN,   *
      *  MODE "V", UNDER THE SUBMITTING DEPARTMENT SO PRIMBILL        *
      *  CHARGES IT THE ELAPSED TIME.  AUD-N IS THE RECORDS CHECKED   *
      *  AND AUD-PRIME-COUNT THE NUMBER VERIFIED.  A RUN THAT CROSSES *
      *  MIDNIGHT ADDS A DAY'S CENTISECONDS RATHER THAN LOGGING ZERO. *
      *  SAME OPEN-EXTEND-OR-CREATE PATTERN AS PRIMES.                *
      *****************************************************************
       7000-WRITE-AUDIT-LOG.
           ACCEPT WS-END-TIME FROM TIME.
           COMPUTE WS-START-CS = WS-START-HH * 360000
               + WS-START-MN * 6000 + WS-START-SS * 100 + WS-START-HS.
           COMPUTE WS-END-CS = WS-END-HH * 360000
               + WS-END-MN * 6000 + WS-END-SS * 100 + WS-END-HS.
           IF WS-END-CS LESS THAN WS-START-CS
               ADD 8640000 TO WS-END-CS.
           SUBTRACT WS-START-CS FROM WS-END-CS GIVING WS-ELAPSED-CS.
           COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-CS / 100.
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
           MOVE 'V' TO AUD-MODE.
           MOVE WS-RECORDS-IN TO AUD-N.
           MOVE WS-VERIFIED-COUNT TO AUD-PRIME-COUNT.
           MOVE WS-ELAPSED-SEC TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE SPACE TO AUD-STATUS.
           MOVE WS-DEPT TO AUD-DEPT.
           MOVE "BULK VERIFY" TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE PRIME-DAT.
           IF WS-DATA-OPEN
               CLOSE VERIFY-IN
               CLOSE VERIFY-OUT.
           CLOSE VERIFY-REPORT.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  8100-SET-RETURN-CODE - 0 ALL VERIFIED, 4 SOME REJECTED, 8    *
      *  OUT OF BALANCE OR THE CACHE CONTRADICTED BY TRIAL DIVISION.  *
      *****************************************************************
       8100-SET-RETURN-CODE.
           IF WS-OUT-OF-BALANCE OR WS-NO-FACTOR-COUNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-VERIFIED-COUNT EQUAL TO WS-RECORDS-IN
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
