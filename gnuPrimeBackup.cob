      *      - FUNCTION U (THE DEFAULT) UNLOADS EVERY PRIMEDAT
      *        RECORD, THE KEY-ZERO CONTROL RECORD INCLUDED, TO THE
      *        FLAT SEQUENTIAL BACKUP PRIMBKP1, WITH A TRAILER
      *        CARRYING THE RECORD COUNT, A HASH TOTAL (THE SUM
      *        OF THE KEYS) AND THE NUMBER OF PRIMES FLAGGED.
      *        THE LAST THREE GENERATIONS ARE KEPT:
      *        BEFORE THE UNLOAD, PRIMBKP2 IS ROLLED TO PRIMBKP3
      *        AND PRIMBKP1 TO PRIMBKP2, SO A BACKUP TAKEN OF AN
      *        ALREADY-DAMAGED FILE DOES NOT DESTROY THE GOOD ONE
      *        BEHIND IT.  A GOOD UNLOAD ALSO LEAVES A BACKUP
      *        MARKER ON THE PRIMJRNL CHANGE JOURNAL (SEE JRNREC),
      *        SO PRIMRCVR CAN LATER ROLL A RELOAD OF THIS
      *        GENERATION FORWARD THROUGH EVERY SIEVE AND REPAIR
      *        JOURNALED SINCE.
      *      - FUNCTION L RELOADS THE GENERATION NAMED ON THE CARD
      *        (1, 2 OR 3) INTO A FRESH PRIMEDAT, COUNTING AND
      *        HASHING THE RECORDS ON THE WAY IN AND VERIFYING THEM
      *        AGAINST THE TRAILER BEFORE THE FILE IS TRUSTED.
      *        A RELOAD ERASES THE LIVE FILE, SO IT IS GUARDED: THE
      *        SUBMITTING USER ID MUST HOLD AN ACTIVE GRANT FOR
      *        PRIMBKUP L ON THE AUTHMAST AUTHORIZATION FILE (SEE
      *        AUTREC), OR THE RUN IS REFUSED AND A REFUSAL ROW
      *        GOES TO PRIMELOG.
      *    THE CONTROL REPORT GOES TO BKPRPT AND THE RETURN CODE
      *    TELLS THE SCHEDULER WHAT HAPPENED:
      *        0 - UNLOAD OR RELOAD COMPLETE AND VERIFIED
      *        4 - UNLOAD COMPLETE BUT NO PRIMJRNL BACKUP MARKER
      *            COULD BE WRITTEN (THE GENERATION CAN BE
      *            RELOADED BUT NOT ROLLED FORWARD)
      *        8 - RELOAD TOTALS DID NOT MATCH THE TRAILER (THE
      *            REBUILT FILE IS SUSPECT - DO NOT RELEASE IT)
      *       12 - RELOAD REFUSED, USER NOT AUTHORIZED (OR NO
      *            AUTHMAST TO CHECK AGAINST)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE, ABSENT
      *            GENERATION, BAD PARAMETER CARD, GENERATION
      *            TAKEN BEFORE THE BLOCK-PACKED LAYOUT)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *                    THE GENERATIONS EXIST FOR.  ERROR PATHS
      *                    ALSO SET THE RETURN CODE BEFORE
      *                    8000-TERMINATE NOW, MATCHING PRIMES.
      *    2026-10-05 WB   BLOCK-PACKED PRIMEDAT -- BKPREC WIDENED TO
      *                    1024 BYTES, ONE D RECORD PER 1000-FLAG
      *                    BLOCK, TRAILER NOW ALSO CARRIES THE COUNT
      *                    OF Y FLAGS.  A RELOAD REFUSES (RC 16) A
      *                    GENERATION WHOSE HEADER LACKS THE LAYOUT
      *                    MARKER, BEFORE PRIMEDAT IS TOUCHED.
      *    2026-10-12 WB   THE UNLOAD HEADER NOW CARRIES THE BUSINESS
      *                    DATE FROM THE CYCCTL CYCLE CONTROL RECORD
      *                    (THE SYSTEM DATE ONLY WHEN THERE IS NONE).
      *    2026-10-14 WB   FUNCTION L NOW CHECKS THE SUBMITTING USER
      *                    ID AGAINST AUTHMAST (1700-CHECK-AUTHORITY)
      *                    AND REFUSES WITH RC 12 AND A PRIMELOG
      *                    REFUSAL ROW, BEFORE ANY GENERATION OR
      *                    PRIMEDAT IS OPENED, WHEN THERE IS NO
      *                    ACTIVE GRANT.
      *    2026-10-15 WB   THE UNLOAD HEADER NOW CARRIES THE START
      *                    TIME, AND A GOOD UNLOAD WRITES A MATCHING
      *                    BACKUP MARKER TO THE PRIMJRNL CHANGE
      *                    JOURNAL FOR PRIMRCVR (RC 4 WHEN IT CANNOT);
      *                    A VERIFIED RELOAD POINTS THE OPERATOR AT
      *                    PRIMRCVR F TO ROLL THE FILE FORWARD.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO BKPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT AUDIT-FILE
               ASSIGN TO PRIMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO PRIMJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-DAT
       FD  BACKUP-GEN1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-GEN1-REC                 PIC X(1024).
       FD  BACKUP-GEN2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-GEN2-REC                 PIC X(1024).
       FD  BACKUP-GEN3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-GEN3-REC                 PIC X(1024).
       FD  BACKUP-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY BKPCARD.
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC                       PIC X(89).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC                     PIC X(1056).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE       *
       77  WS-UNLOAD-HASH              PIC 9(15) COMP VALUE 0.
       77  WS-RELOAD-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-RELOAD-HASH              PIC 9(15) COMP VALUE 0.
       77  WS-UNLOAD-PRIMES            PIC 9(09) COMP VALUE 0.
       77  WS-RELOAD-PRIMES            PIC 9(09) COMP VALUE 0.
       77  WS-FLAG-TALLY               PIC 9(04) COMP VALUE 0.
       77  WS-ROLLED-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-BAD-REC-COUNT            PIC 9(09) COMP VALUE 0.
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
       01  WS-COPY-REC                 PIC X(1024).
      *****************************************************************
      *  AUTHORIZATION CHECK AND REFUSAL ROW -- THE AUTHMAST LOOKUP   *
      *  FOR FUNCTION L, AND THE PRIMELOG STAGING RECORD AND START    *
      *  TIME A REFUSED RUN'S ROW IS BUILT FROM.                      *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED               VALUE 'Y'.
       01  WS-START-TIME               PIC 9(08).
       01  WS-START-TIME-R REDEFINES WS-START-TIME.
           05  WS-START-HH             PIC 9(02).
           05  WS-START-MN             PIC 9(02).
           05  WS-START-SS             PIC 9(02).
           05  WS-START-HS             PIC 9(02).
      *****************************************************************
      *  PRIMJRNL BACKUP MARKER -- THE STAGING RECORD (SEE JRNREC),   *
      *  THE UNLOAD'S START TIME AS HHMMSS FOR THE HEADER AND THE     *
      *  MARKER, AND WHETHER THE MARKER MADE IT ONTO THE JOURNAL.     *
      *****************************************************************
       01  WS-JRN-LINE.
           COPY JRNREC.
       77  WS-JRNL-STATUS              PIC X(02).
       77  WS-START-TOD                PIC 9(06) VALUE 0.
       77  WS-JRN-MARKED-SW            PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-MARKED           VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           IF WS-FUNCTION-UNLOAD
               PERFORM 1800-OPEN-PRIMEDAT THRU 1800-EXIT
               PERFORM 2000-ROTATE-GENERATIONS THRU 2000-EXIT
               PERFORM 3000-UNLOAD THRU 3000-EXIT
               PERFORM 3900-MARK-JOURNAL THRU 3900-EXIT
           ELSE
               PERFORM 4000-RELOAD THRU 4000-EXIT
           END-IF.
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-START-TIME FROM TIME.
           COMPUTE WS-START-TOD = WS-START-HH * 10000
               + WS-START-MN * 100 + WS-START-SS.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
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
      *  1500-READ-PARM-CARD - LOOK FOR A BKPPARM CARD.  ABSENT OR    *
      *  EMPTY MEANS THE DEFAULT -- UNLOAD, ROTATING THE GENERATIONS. *
      *  A CARD THAT IS PRESENT BUT BAD ENDS THE JOB RATHER THAN      *
           EXIT.
      *
      *****************************************************************
      *  1700-CHECK-AUTHORITY - A RELOAD ERASES THE LIVE PRIMEDAT, SO *
      *  THE SUBMITTING USER ID MUST HOLD AN ACTIVE AUTHMAST GRANT    *
      *  FOR PRIMBKUP L.  NO GRANT, A REVOKED ONE, OR NO AUTHMAST TO  *
      *  LOOK IN ALL MEAN THE SAME THING -- THE RUN IS REFUSED BEFORE *
      *  THE GENERATION OR PRIMEDAT IS OPENED, WITH RC 12 AND A       *
      *  REFUSAL ROW ON PRIMELOG.  THE UNLOAD ONLY ADDS A GENERATION  *
      *  AND IS NOT GUARDED.                                          *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           IF NOT WS-FUNCTION-RELOAD
               GO TO 1700-EXIT.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               GO TO 1700-REFUSE.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMBKUP" TO AUT-PROGRAM.
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
           DISPLAY "PRIMBKUP: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMBKUP " WS-FUNCTION-SW
               " - RUN REFUSED".
           MOVE "REFUSED - NOT AUTHORIZED" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1800-OPEN-PRIMEDAT - PROVE PRIMEDAT OPENS BEFORE THE         *
      *  ROTATION TOUCHES A SINGLE GENERATION.  A RUN THAT CANNOT     *
      *  READ THE FILE MUST END WITH ALL THREE GENERATIONS EXACTLY    *
      *
      *****************************************************************
      *  3000-UNLOAD - WALK PRIMEDAT IN KEY ORDER FROM THE KEY-ZERO   *
      *  CONTROL RECORD UP, WRITING ONE D RECORD PER FILE BLOCK       *
      *  BETWEEN THE H HEADER AND THE T TRAILER, AND ACCUMULATING     *
      *  THE COUNT, KEY-HASH AND PRIME TOTALS THE TRAILER CARRIES.    *
      *****************************************************************
       3000-UNLOAD.
           MOVE 0 TO PDR-KEY.
           MOVE WS-RUN-DATE TO BKP-HDR-RUN-DATE.
           MOVE WS-OPERATOR-ID TO BKP-HDR-USER-ID.
           MOVE WS-HIGH-N TO BKP-HDR-HIGH-N.
           SET BKP-HDR-BLOCK-LAYOUT TO TRUE.
           MOVE WS-START-TOD TO BKP-HDR-START-TIME.
           PERFORM 3800-WRITE-BACKUP-REC THRU 3800-EXIT.
           MOVE 0 TO PDR-KEY.
           START PRIME-DAT KEY NOT LESS THAN PDR-KEY
           SET BKP-TRAILER-REC TO TRUE.
           MOVE WS-UNLOAD-COUNT TO BKP-TRL-COUNT.
           MOVE WS-UNLOAD-HASH TO BKP-TRL-HASH.
           MOVE WS-UNLOAD-PRIMES TO BKP-TRL-PRIMES.
           PERFORM 3800-WRITE-BACKUP-REC THRU 3800-EXIT.
           CLOSE BACKUP-GEN1.
           CLOSE PRIME-DAT.
           MOVE SPACES TO WS-BKP-LINE.
           SET BKP-DETAIL-REC TO TRUE.
           MOVE PDR-KEY TO BKP-DTL-KEY.
           MOVE PDR-HIGH-N TO BKP-DTL-HIGH-N.
           MOVE PDR-FLAGS TO BKP-DTL-FLAGS.
           PERFORM 3800-WRITE-BACKUP-REC THRU 3800-EXIT.
           ADD 1 TO WS-UNLOAD-COUNT.
           ADD PDR-KEY TO WS-UNLOAD-HASH.
           MOVE 0 TO WS-FLAG-TALLY.
           INSPECT PDR-FLAGS TALLYING WS-FLAG-TALLY FOR ALL 'Y'.
           ADD WS-FLAG-TALLY TO WS-UNLOAD-PRIMES.
       3100-EXIT.
           EXIT.
      *
           EXIT.
      *
      *****************************************************************
      *  3900-MARK-JOURNAL - THE UNLOAD IS GOOD, SO LEAVE A BACKUP    *
      *  MARKER ON THE PRIMJRNL CHANGE JOURNAL: THE SAME DATE, START  *
      *  TIME, USER AND HIGH-WATER MARK AS THE NEW PRIMBKP1 HEADER,   *
      *  WITH ITS TRAILER COUNT AND HASH.  PRIMRCVR FINDS THE MARKER  *
      *  FOR A RELOADED GENERATION AND APPLIES ONLY THE BATCHES       *
      *  JOURNALED AFTER IT.  THE JOURNAL IS EXTENDED, OR CREATED ON  *
      *  THE FIRST RUN, AS PRIMES DOES IT.  A JOURNAL THAT CANNOT BE  *
      *  WRITTEN DOES NOT SPOIL THE BACKUP ITSELF, BUT THAT           *
      *  GENERATION CAN THEN ONLY BE RELOADED, NOT ROLLED FORWARD, SO *
      *  THE RUN ENDS WITH RC 4.                                      *
      *****************************************************************
       3900-MARK-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL OPEN FAILED, STATUS = "
                   WS-JRNL-STATUS
               GO TO 3900-EXIT.
           MOVE SPACES TO WS-JRN-LINE.
           SET JRN-BACKUP-REC TO TRUE.
           MOVE "PRIMBKUP" TO JRN-PROGRAM.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-START-TOD TO JRN-RUN-TIME.
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE 1 TO JRN-BATCH-NO.
           MOVE WS-HIGH-N TO JRN-BKP-MARK.
           MOVE WS-UNLOAD-COUNT TO JRN-BKP-COUNT.
           MOVE WS-UNLOAD-HASH TO JRN-BKP-HASH.
           MOVE WS-JRN-LINE TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL WRITE FAILED, STATUS = "
                   WS-JRNL-STATUS
           ELSE
               SET WS-JOURNAL-MARKED TO TRUE
           END-IF.
           CLOSE JOURNAL-FILE.
       3900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-RELOAD - REBUILD PRIMEDAT FROM THE CHOSEN GENERATION.   *
      *  THE FILE IS OPENED OUTPUT, SO WHATEVER WAS THERE IS GONE     *
      *  THE MOMENT THE RELOAD STARTS -- WHICH IS WHY 4100 PROVES     *
      *  THE H HEADER: AN EMPTY FILE, OR SOMETHING THAT IS NOT A      *
      *  PRIMBKUP BACKUP, IS REFUSED THE SAME WAY.  THE HEADER JUST   *
      *  READ IS FOLDED IN RIGHT HERE (SEEN-SWITCH AND HIGH-WATER),   *
      *  SO 4000'S LOOP PICKS UP AT THE FIRST D RECORD.  A HEADER     *
      *  WITHOUT THE BLOCK LAYOUT MARKER IS A GENERATION UNLOADED     *
      *  FROM THE OLD ONE-CANDIDATE-PER-RECORD FILE; ITS D RECORDS    *
      *  CANNOT BE LOADED INTO TODAY'S BLOCKS, SO IT TOO IS REFUSED   *
      *  WITH PRIMEDAT UNTOUCHED.                                     *
      *****************************************************************
       4100-OPEN-GENERATION.
           IF WS-GENERATION EQUAL TO 1
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           IF NOT BKP-HDR-BLOCK-LAYOUT
               DISPLAY "BACKUP GENERATION " WS-GENERATION
                   " PREDATES BLOCK LAYOUT - JOB ENDED,"
                   " PRIMEDAT UNTOUCHED"
               MOVE "PRE-BLOCK GENERATION REFUSED" TO STAT-LABEL
               MOVE WS-GENERATION TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               PERFORM 4300-CLOSE-GENERATION THRU 4300-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-HEADER-SEEN TO TRUE.
           MOVE BKP-HDR-HIGH-N TO WS-HIGH-N.
       4100-EXIT.
      *
      *****************************************************************
      *  4200-RELOAD-ONE - ONE BACKUP RECORD IN.  H SANITY-MARKS THE  *
      *  START, D BECOMES A PRIMEDAT BLOCK AND FEEDS THE RUNNING      *
      *  TOTALS, T IS THE YARDSTICK THOSE RUNNING TOTALS ARE          *
      *  MEASURED AGAINST.  ANYTHING ELSE IS COUNTED AS DAMAGE.       *
      *****************************************************************
       4200-RELOAD-ONE.
               SET WS-TRAILER-SEEN TO TRUE
               IF BKP-TRL-COUNT NOT EQUAL TO WS-RELOAD-COUNT
                OR BKP-TRL-HASH NOT EQUAL TO WS-RELOAD-HASH
                OR BKP-TRL-PRIMES NOT EQUAL TO WS-RELOAD-PRIMES
                   MOVE 'N' TO WS-VERIFY-SW
               END-IF
               GO TO 4200-EXIT.
            OR BKP-DTL-KEY NOT NUMERIC
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO 4200-EXIT.
           MOVE SPACES TO PRIME-DAT-REC.
           MOVE BKP-DTL-KEY TO PDR-KEY.
           MOVE BKP-DTL-HIGH-N TO PDR-HIGH-N.
           MOVE BKP-DTL-FLAGS TO PDR-FLAGS.
           WRITE PRIME-DAT-REC
               INVALID KEY
                   ADD 1 TO WS-BAD-REC-COUNT
           END-WRITE.
           ADD 1 TO WS-RELOAD-COUNT.
           ADD BKP-DTL-KEY TO WS-RELOAD-HASH.
           MOVE 0 TO WS-FLAG-TALLY.
           INSPECT PDR-FLAGS TALLYING WS-FLAG-TALLY FOR ALL 'Y'.
           ADD WS-FLAG-TALLY TO WS-RELOAD-PRIMES.
       4200-EXIT.
           EXIT.
      *
               MOVE "RECORDS UNLOADED" TO STAT-LABEL
               MOVE WS-UNLOAD-COUNT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "PRIMES FLAGGED" TO STAT-LABEL
               MOVE WS-UNLOAD-PRIMES TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "RECORDS ROLLED TO GENERATION 2" TO STAT-LABEL
               MOVE WS-ROLLED-COUNT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               DISPLAY "PRIMBKUP: " WS-UNLOAD-COUNT
                   " RECORDS UNLOADED TO PRIMBKP1"
               MOVE 0 TO RETURN-CODE
               IF WS-JOURNAL-MARKED
                   MOVE "BACKUP MARKED ON PRIMJRNL" TO STAT-LABEL
                   MOVE WS-START-TOD TO STAT-VALUE
                   PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               ELSE
                   MOVE "NO PRIMJRNL MARKER - NO RCVR" TO STAT-LABEL
                   MOVE ZERO TO STAT-VALUE
                   PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
                   DISPLAY "PRIMBKUP: NO BACKUP MARKER ON PRIMJRNL"
                       " - PRIMBKP1 CANNOT BE ROLLED FORWARD"
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 5000-EXIT.
           MOVE "PRIMEDAT RELOAD SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           MOVE "RECORDS RELOADED" TO STAT-LABEL.
           MOVE WS-RELOAD-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "PRIMES FLAGGED" TO STAT-LABEL.
           MOVE WS-RELOAD-PRIMES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "UNUSABLE BACKUP RECORDS" TO STAT-LABEL.
           MOVE WS-BAD-REC-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
               MOVE "TRAILER TOTALS VERIFIED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "ROLL FORWARD WITH PRIMRCVR F" TO STAT-LABEL
               MOVE WS-GENERATION TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               DISPLAY "PRIMBKUP: RELOAD VERIFIED, " WS-RELOAD-COUNT
                   " RECORDS"
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE REFUSAL ROW ON PRIMELOG: MODE     *
      *  "O", STATUS "R", THE REFUSED FUNCTION IN AUD-OP-MODE, ZERO N *
      *  AND COUNTS, THE SUBMITTER'S USER ID, AND "REFUSED PRIMBKUP"  *
      *  IN AUD-NOTE.  SAME OPEN-EXTEND-OR-CREATE PATTERN AS          *
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
           MOVE WS-FUNCTION-SW TO AUD-OP-MODE.
           MOVE 0 TO AUD-N.
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE 'R' TO AUD-STATUS.
           MOVE SPACES TO AUD-DEPT.
           MOVE "REFUSED PRIMBKUP" TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE BACKUP-REPORT.
