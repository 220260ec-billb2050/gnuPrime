       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMFEED.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMFEED - INCREMENTAL PRIME FEED TO SUBSCRIBERS
      *
      *    PRMEXTR SENDS EVERY PRIME UP TO N FOR EVERY REQUEST, SO A
      *    DOWNSTREAM SYSTEM THAT ALREADY HOLDS EVERYTHING UP TO
      *    50,000,000 IS SENT ALL OF IT AGAIN WHEN PRIMEDAT IS
      *    EXTENDED TO 60,000,000.  THIS PROGRAM FEEDS EACH ACTIVE
      *    SUBSCRIBER ON THE SUBMAST MASTER (SEE SUBREC) ONLY THE
      *    PRIMES ABOVE THE HIGHEST N IT HAS ACKNOWLEDGED, UP TO THE
      *    PRIMEDAT HIGH-WATER MARK, ON ITS OWN DELIVERY FILE:
      *        SLOT 0 - PRMFEED      SLOT 2 - PRMFEEDB
      *        SLOT 1 - PRMFEEDA     SLOT 3 - PRMFEEDC
      *    EACH TRANSFER IS ONE H/D/T BLOCK IN THE PRMEXTR LAYOUT
      *    (SEE EXTREC): THE HEADER CARRIES THE BUSINESS DATE, THE
      *    SUBSCRIBER ID AS THE USER, MODE "S" AND THE BOUNDS SENT
      *    (LOW IS THE OLD MARK PLUS ONE), THE TRAILER THE COUNT AND
      *    HASH TOTAL.  THE RECEIVER ACKNOWLEDGES ON PRMACK LIKE ANY
      *    OTHER TRANSFER, AND THE PRMFEED FILES ARE READ INTO
      *    PRIMRECN ALONGSIDE THE RETAINED PRMEXTR FILES SO IT
      *    RECONCILES THEM.  PRIMRECN, NOT THIS PROGRAM, MOVES THE
      *    SUBSCRIBER'S MARK, AND ONLY ON AN ACCEPTED ACKNOWLEDGMENT
      *    WHOSE TOTALS AGREE; A REJECTED OR MISMATCHED TRANSFER IS
      *    MARKED FOR RESEND AND GOES AGAIN ON THE NEXT CYCLE.  A
      *    SUBSCRIBER WITH A TRANSFER STILL AWAITING ITS
      *    ACKNOWLEDGMENT IS NOT SENT ANOTHER.  PRIMEDAT IS ONLY
      *    READ, SO THE JOB NEEDS NO RUN LOCK.  THE CONTROL REPORT
      *    GOES TO FEEDRPT AND THE RETURN CODE TELLS THE SCHEDULER
      *    WHAT HAPPENED:
      *        0 - EVERY ACTIVE SUBSCRIBER FED OR ALREADY UP TO DATE
      *        4 - ONE OR MORE SUBSCRIBERS STILL AWAITING AN ACK
      *        8 - ONE OR MORE SUBSCRIBERS COULD NOT BE FED (THEIR
      *            DELIVERY FILE WOULD NOT OPEN, OR THEIR SUBMAST
      *            RECORD COULD NOT BE UPDATED AFTER THE SEND)
      *       16 - FEED COULD NOT RUN (OPEN FAILURE)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-13 WB   ORIGINAL VERSION.
      *    2026-10-15 WB   A SEND WHOSE SUBMAST REWRITE FAILS IS NOW
      *                    COUNTED NOT FED (RC 8), NOT REPORTED SENT.
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
           SELECT PRIME-DAT
               ASSIGN TO PRIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDR-KEY
               FILE STATUS IS WS-PRIMEDAT-STATUS.
           SELECT FEED-OUT
               ASSIGN TO PRMFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-OUT-A
               ASSIGN TO PRMFEEDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-OUT-B
               ASSIGN TO PRMFEEDB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-OUT-C
               ASSIGN TO PRMFEEDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-REPORT
               ASSIGN TO FEEDRPT
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
       FD  SUB-MAST
           LABEL RECORDS ARE STANDARD.
       01  SUB-MAST-REC.
           COPY SUBREC.
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PRIME-DAT-REC.
           COPY PRMDAT.
       FD  FEED-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-OUT-REC                    PIC X(40).
       FD  FEED-OUT-A
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-OUT-A-REC                  PIC X(40).
       FD  FEED-OUT-B
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-OUT-B-REC                  PIC X(40).
       FD  FEED-OUT-C
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-OUT-C-REC                  PIC X(40).
       FD  FEED-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEED-REPORT-REC                 PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
      *  OF THE SHOP'S REPORTS USE.  WS-EXT-LINE STAGES EACH FEED     *
      *  RECORD THE SAME WAY PRIMES STAGES ITS PRMEXTR RECORDS.       *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       01  WS-EXT-LINE.
           COPY EXTREC.
       77  WS-SUB-STATUS               PIC X(02).
       77  WS-PRIMEDAT-STATUS          PIC X(02).
       77  WS-FEED-STATUS              PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-SUB-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SUB-EOF                  VALUE 'Y'.
       77  WS-FLAG-SW                  PIC X(01).
           88  WS-CACHE-SAYS-PRIME         VALUE 'Y'.
       77  WS-WAS-RESEND-SW            PIC X(01).
           88  WS-WAS-RESEND               VALUE 'Y'.
      *****************************************************************
      *  DELIVERY FILES - ONE OPEN SWITCH PER SLOT, SUBSCRIPTED BY    *
      *  THE SLOT PLUS ONE.  A DELIVERY FILE THAT WILL NOT OPEN COSTS *
      *  ONLY THE SUBSCRIBER WHO USES IT, NOT THE WHOLE FEED.         *
      *****************************************************************
       01  WS-FEED-OPEN-TABLE.
           05  WS-FEED-OPEN-SW         PIC X(01) OCCURS 4.
       77  WS-SLOT-IX                  PIC 9(04) COMP.
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
      *****************************************************************
      *  CACHE LOOKUP - BLOCK B, SLOT S OF PRIMEDAT HOLDS THE ODD     *
      *  CANDIDATE (B - 1) * 2000 + 2 * S - 1 (SEE PRMDAT).  THE FEED *
      *  WALKS UPWARD, SO IT COSTS ONE READ PER BLOCK IT TOUCHES, THE *
      *  SAME AS A PRIMVRFY FILE SENT IN ASCENDING ORDER.             *
      *****************************************************************
       77  WS-HIGH-N                   PIC 9(08) COMP VALUE 0.
       77  WS-NUMBER                   PIC 9(10) COMP.
       77  WS-FIRST-ODD                PIC 9(10) COMP.
       77  WS-BLK-WORK                 PIC 9(10) COMP.
       77  WS-BLK-NO                   PIC 9(08) COMP.
       77  WS-BLK-SLOT                 PIC 9(04) COMP.
       77  WS-CUR-BLOCK                PIC 9(08) COMP VALUE 0.
       77  TD-QUOT                     PIC 9(10) COMP.
       77  TD-REM                      PIC 9(08) COMP.
       77  WS-EXT-SEQ                  PIC 9(09) COMP VALUE 0.
       77  WS-EXT-HASH                 PIC 9(15) COMP VALUE 0.
       77  WS-EXT-PRIME                PIC 9(08) COMP.
       77  WS-FEED-LOW                 PIC 9(08).
      *****************************************************************
      *  CONTROL TOTALS - EVERY SUBSCRIBER READ LANDS IN EXACTLY ONE  *
      *  OF INACTIVE, AWAITING ACK, UP TO DATE, NOT FED OR FED.       *
      *  RESENT IS THE PART OF FED THAT WAS A RESEND.                 *
      *****************************************************************
       77  WS-SUBS-READ                PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-INACTIVE            PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-AWAITING            PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-CURRENT             PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-NOT-FED             PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-FED                 PIC 9(08) COMP VALUE 0.
       77  WS-SUBS-RESENT              PIC 9(08) COMP VALUE 0.
       77  WS-PRIMES-SENT              PIC 9(09) COMP VALUE 0.
       01  WS-DETAIL-LABEL.
           05  WS-DET-TAG              PIC X(17).
           05  WS-DET-ID               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-SLOT             PIC 9(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1900-READ-HIGH-WATER THRU 1900-EXIT.
           PERFORM 1950-OPEN-FEED-FILES THRU 1950-EXIT.
           PERFORM 2000-START-SUBSCRIBERS THRU 2000-EXIT.
           PERFORM 3000-FEED-ONE THRU 3000-EXIT
               UNTIL WS-SUB-EOF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT FEED-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEEDRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE "INCREMENTAL PRIME FEED" TO STAT-LABEL.
           MOVE WS-RUN-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           OPEN INPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               MOVE "PRIMEDAT COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE FEED-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O SUB-MAST.
           IF WS-SUB-STATUS NOT = "00"
               DISPLAY "SUBMAST OPEN FAILED, STATUS = "
                   WS-SUB-STATUS
               MOVE "SUBMAST COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE PRIME-DAT
               CLOSE FEED-REPORT
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
      *  1900-READ-HIGH-WATER - NOTHING ABOVE THE KEY-ZERO MARK IS    *
      *  TRUSTED, SO NOTHING ABOVE IT IS SENT.  A FILE WITHOUT ONE    *
      *  FEEDS NOBODY AND EVERY SUBSCRIBER COMES OUT UP TO DATE.      *
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
      *****************************************************************
      *  1950-OPEN-FEED-FILES - OPEN ALL FOUR DELIVERY FILES, AS      *
      *  PRIMES OPENS ALL ITS ROUTE FILES, SO A SUBSCRIBER WITH       *
      *  NOTHING NEW STILL FINDS AN EMPTY FILE RATHER THAN LAST       *
      *  NIGHT'S.  A FAILURE IS ANNOUNCED AND NOTED AGAINST THE SLOT. *
      *****************************************************************
       1950-OPEN-FEED-FILES.
           MOVE ALL 'N' TO WS-FEED-OPEN-TABLE.
           OPEN OUTPUT FEED-OUT.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM 1960-CHECK-FEED-OPEN THRU 1960-EXIT.
           OPEN OUTPUT FEED-OUT-A.
           MOVE 2 TO WS-SLOT-IX.
           PERFORM 1960-CHECK-FEED-OPEN THRU 1960-EXIT.
           OPEN OUTPUT FEED-OUT-B.
           MOVE 3 TO WS-SLOT-IX.
           PERFORM 1960-CHECK-FEED-OPEN THRU 1960-EXIT.
           OPEN OUTPUT FEED-OUT-C.
           MOVE 4 TO WS-SLOT-IX.
           PERFORM 1960-CHECK-FEED-OPEN THRU 1960-EXIT.
       1950-EXIT.
           EXIT.
      *
       1960-CHECK-FEED-OPEN.
           IF WS-FEED-STATUS = "00"
               MOVE 'Y' TO WS-FEED-OPEN-SW (WS-SLOT-IX)
           ELSE
               DISPLAY "PRMFEED/A/B/C OPEN FAILED, STATUS = "
                   WS-FEED-STATUS.
       1960-EXIT.
           EXIT.
      *
       2000-START-SUBSCRIBERS.
           MOVE LOW-VALUES TO SUB-ID.
           START SUB-MAST KEY NOT LESS THAN SUB-ID
               INVALID KEY
                   SET WS-SUB-EOF TO TRUE
           END-START.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-FEED-ONE - DECIDE WHAT THE NEXT SUBSCRIBER ON SUBMAST   *
      *  IS OWED AND SEND IT.  THE SUBSCRIBER IS REWRITTEN ONLY AFTER *
      *  ITS TRAILER IS OUT, SO A FEED CUT OFF MID-WRITE LEAVES THE   *
      *  RECORD AS IT WAS AND THE RERUN SENDS THE SAME TRANSFER.      *
      *****************************************************************
       3000-FEED-ONE.
           READ SUB-MAST NEXT RECORD
               AT END
                   SET WS-SUB-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-SUBS-READ.
           MOVE SUB-ID TO WS-DET-ID.
           MOVE SUB-FEED-SLOT TO WS-DET-SLOT.
           IF NOT SUB-ACTIVE
               ADD 1 TO WS-SUBS-INACTIVE
               GO TO 3000-EXIT.
           IF SUB-XFER-SENT
               ADD 1 TO WS-SUBS-AWAITING
               MOVE "AWAITING ACK     " TO WS-DET-TAG
               MOVE SUB-SENT-HIGH TO STAT-VALUE
               PERFORM 4800-NOTE-SUBSCRIBER THRU 4800-EXIT
               GO TO 3000-EXIT.
           IF SUB-ACK-HIGH NOT LESS THAN WS-HIGH-N
               ADD 1 TO WS-SUBS-CURRENT
               MOVE "UP TO DATE       " TO WS-DET-TAG
               MOVE SUB-ACK-HIGH TO STAT-VALUE
               PERFORM 4800-NOTE-SUBSCRIBER THRU 4800-EXIT
               GO TO 3000-EXIT.
           COMPUTE WS-SLOT-IX = SUB-FEED-SLOT + 1.
           IF WS-FEED-OPEN-SW (WS-SLOT-IX) NOT EQUAL TO 'Y'
               ADD 1 TO WS-SUBS-NOT-FED
               MOVE "NO DELIVERY FILE " TO WS-DET-TAG
               MOVE SUB-ACK-HIGH TO STAT-VALUE
               PERFORM 4800-NOTE-SUBSCRIBER THRU 4800-EXIT
               GO TO 3000-EXIT.
           MOVE 'N' TO WS-WAS-RESEND-SW.
           IF SUB-XFER-RESEND
               SET WS-WAS-RESEND TO TRUE.
           PERFORM 3100-SEND-TRANSFER THRU 3100-EXIT.
           MOVE WS-RUN-DATE TO SUB-SENT-DATE.
           MOVE WS-FEED-LOW TO SUB-SENT-LOW.
           MOVE WS-HIGH-N TO SUB-SENT-HIGH.
           MOVE WS-EXT-SEQ TO SUB-SENT-COUNT.
           MOVE WS-EXT-HASH TO SUB-SENT-HASH.
           SET SUB-XFER-SENT TO TRUE.
           IF WS-WAS-RESEND
               ADD 1 TO SUB-RESEND-COUNT
               ADD 1 TO WS-SUBS-RESENT
               MOVE "RESENT           " TO WS-DET-TAG
           ELSE
               MOVE "SENT             " TO WS-DET-TAG.
           REWRITE SUB-MAST-REC
               INVALID KEY
                   DISPLAY "SUBMAST REWRITE FAILED FOR " SUB-ID
                       ", STATUS = " WS-SUB-STATUS
                   ADD 1 TO WS-SUBS-NOT-FED
                   MOVE "SUBMAST NOT SET  " TO WS-DET-TAG
                   MOVE WS-EXT-SEQ TO STAT-VALUE
                   PERFORM 4800-NOTE-SUBSCRIBER THRU 4800-EXIT
                   GO TO 3000-EXIT
           END-REWRITE.
           ADD 1 TO WS-SUBS-FED.
           ADD WS-EXT-SEQ TO WS-PRIMES-SENT.
           MOVE WS-EXT-SEQ TO STAT-VALUE.
           PERFORM 4800-NOTE-SUBSCRIBER THRU 4800-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-SEND-TRANSFER - ONE H/D/T BLOCK: EVERY PRIME ABOVE THE  *
      *  SUBSCRIBER'S MARK THROUGH THE HIGH-WATER MARK.  2 IS SENT ON *
      *  ITS OWN IF IT IS OWED; AFTER THAT ONLY THE ODD CANDIDATES    *
      *  HAVE FLAGS TO LOOK AT.                                       *
      *****************************************************************
       3100-SEND-TRANSFER.
           COMPUTE WS-FEED-LOW = SUB-ACK-HIGH + 1.
           PERFORM 4600-WRITE-EXT-HEADER THRU 4600-EXIT.
           IF WS-FEED-LOW NOT GREATER THAN 2
            AND WS-HIGH-N NOT LESS THAN 2
               MOVE 2 TO WS-EXT-PRIME
               PERFORM 4610-WRITE-EXT-DETAIL THRU 4610-EXIT.
           MOVE WS-FEED-LOW TO WS-FIRST-ODD.
           IF WS-FIRST-ODD LESS THAN 3
               MOVE 3 TO WS-FIRST-ODD.
           DIVIDE WS-FIRST-ODD BY 2 GIVING TD-QUOT REMAINDER TD-REM.
           IF TD-REM EQUAL TO ZERO
               ADD 1 TO WS-FIRST-ODD.
           PERFORM 3200-SEND-CANDIDATE THRU 3200-EXIT
               VARYING WS-NUMBER FROM WS-FIRST-ODD BY 2
               UNTIL WS-NUMBER GREATER THAN WS-HIGH-N.
           PERFORM 4620-WRITE-EXT-TRAILER THRU 4620-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-SEND-CANDIDATE.
           PERFORM 3300-LOOK-UP-FLAG THRU 3300-EXIT.
           IF WS-CACHE-SAYS-PRIME
               MOVE WS-NUMBER TO WS-EXT-PRIME
               PERFORM 4610-WRITE-EXT-DETAIL THRU 4610-EXIT.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3300-LOOK-UP-FLAG - THE CACHE'S VERDICT ON THE ODD NUMBER    *
      *  WS-NUMBER.  A BLOCK NOT ON FILE READS AS ALL N, AS IT DOES   *
      *  IN PRIMES.                                                   *
      *****************************************************************
       3300-LOOK-UP-FLAG.
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
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4600-WRITE-EXT-HEADER - OPEN THE SUBSCRIBER'S BLOCK AND      *
      *  RESET THE SEQUENCE AND HASH ACCUMULATORS.  THE SUBSCRIBER ID *
      *  STANDS IN THE USER FIELD, SO THE ACKNOWLEDGMENT THAT ECHOES  *
      *  THE HEADER BACK TELLS PRIMRECN WHOSE MARK IT BELONGS TO.     *
      *****************************************************************
       4600-WRITE-EXT-HEADER.
           MOVE 0 TO WS-EXT-SEQ.
           MOVE 0 TO WS-EXT-HASH.
           MOVE SPACES TO WS-EXT-LINE.
           SET EXT-HEADER-REC TO TRUE.
           MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE.
           MOVE SUB-ID TO EXT-HDR-USER-ID.
           MOVE 'S' TO EXT-HDR-MODE.
           MOVE WS-FEED-LOW TO EXT-HDR-LOW.
           MOVE WS-HIGH-N TO EXT-HDR-HIGH.
           PERFORM 4650-WRITE-FEED THRU 4650-EXIT.
       4600-EXIT.
           EXIT.
      *
       4610-WRITE-EXT-DETAIL.
           ADD 1 TO WS-EXT-SEQ.
           ADD WS-EXT-PRIME TO WS-EXT-HASH.
           MOVE SPACES TO WS-EXT-LINE.
           SET EXT-DETAIL-REC TO TRUE.
           MOVE WS-EXT-SEQ TO EXT-DTL-SEQ.
           MOVE WS-EXT-PRIME TO EXT-DTL-PRIME.
           PERFORM 4650-WRITE-FEED THRU 4650-EXIT.
       4610-EXIT.
           EXIT.
      *
       4620-WRITE-EXT-TRAILER.
           MOVE SPACES TO WS-EXT-LINE.
           SET EXT-TRAILER-REC TO TRUE.
           MOVE WS-EXT-SEQ TO EXT-TRL-COUNT.
           MOVE WS-EXT-HASH TO EXT-TRL-HASH.
           PERFORM 4650-WRITE-FEED THRU 4650-EXIT.
       4620-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4650-WRITE-FEED - THE ONE GATE EVERY FEED RECORD GOES OUT    *
      *  THROUGH.  THE SUBSCRIBER'S SLOT PICKS ITS DELIVERY FILE THE  *
      *  WAY WS-ROUTE-SLOT PICKS A REQUESTER'S LISTING IN PRIMES.     *
      *****************************************************************
       4650-WRITE-FEED.
           IF SUB-FEED-SLOT EQUAL TO 1
               MOVE WS-EXT-LINE TO FEED-OUT-A-REC
               WRITE FEED-OUT-A-REC
           ELSE
           IF SUB-FEED-SLOT EQUAL TO 2
               MOVE WS-EXT-LINE TO FEED-OUT-B-REC
               WRITE FEED-OUT-B-REC
           ELSE
           IF SUB-FEED-SLOT EQUAL TO 3
               MOVE WS-EXT-LINE TO FEED-OUT-C-REC
               WRITE FEED-OUT-C-REC
           ELSE
               MOVE WS-EXT-LINE TO FEED-OUT-REC
               WRITE FEED-OUT-REC.
       4650-EXIT.
           EXIT.
      *
       4800-NOTE-SUBSCRIBER.
           MOVE WS-DETAIL-LABEL TO STAT-LABEL.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO FEED-REPORT-REC.
           WRITE FEED-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
       5000-WRITE-SUMMARY.
           MOVE "FEED SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "SUBSCRIBERS READ" TO STAT-LABEL.
           MOVE WS-SUBS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "SUBSCRIBERS FED" TO STAT-LABEL.
           MOVE WS-SUBS-FED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  OF WHICH RESENT" TO STAT-LABEL.
           MOVE WS-SUBS-RESENT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "ALREADY UP TO DATE" TO STAT-LABEL.
           MOVE WS-SUBS-CURRENT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "AWAITING ACKNOWLEDGMENT" TO STAT-LABEL.
           MOVE WS-SUBS-AWAITING TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "NOT FED (NO FILE OR SUBMAST)" TO STAT-LABEL.
           MOVE WS-SUBS-NOT-FED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "INACTIVE, SKIPPED" TO STAT-LABEL.
           MOVE WS-SUBS-INACTIVE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "PRIMES SENT" TO STAT-LABEL.
           MOVE WS-PRIMES-SENT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMFEED: " WS-SUBS-FED " FED, "
               WS-SUBS-AWAITING " AWAITING ACK, "
               WS-SUBS-NOT-FED " NOT FED".
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE SUB-MAST.
           CLOSE PRIME-DAT.
           IF WS-FEED-OPEN-SW (1) EQUAL TO 'Y'
               CLOSE FEED-OUT.
           IF WS-FEED-OPEN-SW (2) EQUAL TO 'Y'
               CLOSE FEED-OUT-A.
           IF WS-FEED-OPEN-SW (3) EQUAL TO 'Y'
               CLOSE FEED-OUT-B.
           IF WS-FEED-OPEN-SW (4) EQUAL TO 'Y'
               CLOSE FEED-OUT-C.
           CLOSE FEED-REPORT.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  8100-SET-RETURN-CODE - 0 EVERYBODY HAS WHAT IS TRUSTED,      *
      *  4 SOMEBODY STILL OWES AN ACKNOWLEDGMENT, 8 SOMEBODY WAS      *
      *  NOT FED.                                                     *
      *****************************************************************
       8100-SET-RETURN-CODE.
           IF WS-SUBS-NOT-FED GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SUBS-AWAITING GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
