       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMCONV.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/05/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMCONV - PRIMEDAT BLOCK-LAYOUT CONVERSION
      *
      *    PRIMEDAT USED TO CARRY ONE 29-BYTE RECORD PER ODD
      *    CANDIDATE (SEE PRMDATO), AND AT TODAY'S HIGH-WATER MARKS
      *    THE KEYED I/O OF ONE RECORD PER NUMBER WAS MOST OF THE
      *    SIEVE'S RUN TIME.  THE FILE NOW PACKS 1000 CANDIDATES'
      *    FLAGS INTO EACH 1024-BYTE BLOCK (SEE PRMDAT).  THIS ONE-
      *    TIME UTILITY MOVES THE SHOP ONTO THE NEW LAYOUT:
      *      - THE OLD FILE (DD PRIMDATO) IS READ IN KEY ORDER.  ITS
      *        KEY-ZERO CONTROL RECORD SUPPLIES THE HIGH-WATER MARK,
      *        WRITTEN FIRST AS THE NEW KEY-ZERO CONTROL BLOCK;
      *      - EVERY ODD CANDIDATE 3 THRU THE HIGH-WATER MARK HAS ITS
      *        FLAG CARRIED, UNCHANGED, INTO ITS SLOT OF THE NEW
      *        PRIMEDAT.  RECORDS OUTSIDE THAT DOMAIN (EVEN KEYS,
      *        KEYS BELOW 3, ORPHANS ABOVE THE MARK) ARE COUNTED AND
      *        LEFT BEHIND -- PRIMAUDT WOULD HAVE DELETED THEM;
      *      - THE NEW FILE IS THEN REREAD FROM THE TOP AND ITS Y
      *        FLAGS COUNTED, AND THE BEFORE AND AFTER COUNTS ARE
      *        SHOWN SIDE BY SIDE ON CNVRPT.
      *    A NEW PRIMEDAT THAT ALREADY HOLDS ANY RECORD IS REFUSED,
      *    SO A SECOND RUN CANNOT OVERLAY A CONVERTED (AND SINCE
      *    EXTENDED) FILE.  BACKUP GENERATIONS TAKEN BEFORE THE
      *    CONVERSION CANNOT BE RELOADED INTO THE NEW LAYOUT; RUN
      *    PRIMBKUP RIGHT AFTER THIS JOB.  THE RETURN CODE TELLS
      *    THE SCHEDULER WHAT HAPPENED:
      *        0 - CONVERTED, BEFORE AND AFTER PRIME COUNTS AGREE
      *        4 - CONVERTED AND IN BALANCE, BUT OUT-OF-DOMAIN OLD
      *            RECORDS WERE LEFT BEHIND
      *        8 - BEFORE AND AFTER COUNTS DO NOT AGREE (THE NEW
      *            FILE IS SUSPECT - DO NOT RELEASE IT)
      *       16 - CONVERSION COULD NOT RUN (OPEN FAILURE, NO OLD
      *            CONTROL RECORD, NEW PRIMEDAT NOT EMPTY)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-05 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DAT
               ASSIGN TO PRIMDATO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPD-KEY
               FILE STATUS IS WS-OLDDAT-STATUS.
           SELECT PRIME-DAT
               ASSIGN TO PRIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDR-KEY
               FILE STATUS IS WS-PRIMEDAT-STATUS.
           SELECT CONV-REPORT
               ASSIGN TO CNVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-DAT
           LABEL RECORDS ARE STANDARD.
       01  OLD-DAT-REC.
           COPY PRMDATO.
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PRIME-DAT-REC.
           COPY PRMDAT.
       FD  CONV-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONV-REPORT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE       *
      *  PRIMSTAT, PRIMARPT AND BKPRPT REPORTS USE.                   *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-OLDDAT-STATUS            PIC X(02).
       77  WS-PRIMEDAT-STATUS          PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-OLD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                  VALUE 'Y'.
       77  WS-NEW-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-NEW-EOF                  VALUE 'Y'.
       77  WS-BLOCK-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-BLOCK-OPEN               VALUE 'Y'.
       77  WS-HIGH-N                   PIC 9(08) COMP VALUE 0.
       77  WS-NEW-HIGH-N               PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  BLOCK POSITION -- BLOCK B, SLOT S HOLDS THE ODD CANDIDATE    *
      *  (B - 1) * 2000 + 2 * S - 1, SAME ARITHMETIC AS PRIMES 3805.  *
      *****************************************************************
       77  WS-BLK-WORK                 PIC 9(09) COMP.
       77  WS-BLK-NO                   PIC 9(08) COMP.
       77  WS-BLK-SLOT                 PIC 9(04) COMP.
       77  WS-CUR-BLOCK                PIC 9(08) COMP VALUE 0.
       77  WS-KEY-QUOT                 PIC 9(08) COMP.
       77  WS-KEY-REM                  PIC 9(04) COMP.
       77  WS-FLAG-TALLY               PIC 9(04) COMP VALUE 0.
       77  WS-OLD-READ                 PIC 9(09) COMP VALUE 0.
       77  WS-OLD-CARRIED              PIC 9(09) COMP VALUE 0.
       77  WS-OLD-SKIPPED              PIC 9(09) COMP VALUE 0.
       77  WS-OLD-PRIMES               PIC 9(09) COMP VALUE 0.
       77  WS-BLOCKS-WRITTEN           PIC 9(08) COMP VALUE 0.
       77  WS-WRITE-ERRORS             PIC 9(08) COMP VALUE 0.
       77  WS-NEW-BLOCKS               PIC 9(08) COMP VALUE 0.
       77  WS-NEW-PRIMES               PIC 9(09) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-CHECK-NEW-FILE THRU 1500-EXIT.
           PERFORM 1900-READ-OLD-CONTROL THRU 1900-EXIT.
           PERFORM 2000-CONVERT THRU 2000-EXIT.
           PERFORM 3000-VERIFY THRU 3000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT CONV-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CNVRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT OLD-DAT.
           IF WS-OLDDAT-STATUS NOT = "00"
               DISPLAY "PRIMDATO OPEN FAILED, STATUS = "
                   WS-OLDDAT-STATUS
               MOVE "PRIMDATO COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1500-CHECK-NEW-FILE - THE NEW PRIMEDAT MUST BE EMPTY OR NOT  *
      *  YET ALLOCATED (STATUS 35).  A FILE THAT ALREADY HOLDS ANY    *
      *  RECORD HAS BEEN CONVERTED BEFORE, AND PRIMES MAY HAVE        *
      *  EXTENDED IT SINCE; OPENING IT OUTPUT WOULD THROW THAT AWAY.  *
      *****************************************************************
       1500-CHECK-NEW-FILE.
           OPEN INPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS = "35"
               GO TO 1500-EXIT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-DAT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE 0 TO PDR-KEY.
           START PRIME-DAT KEY NOT LESS THAN PDR-KEY
               INVALID KEY
                   SET WS-NEW-EOF TO TRUE
           END-START.
           IF NOT WS-NEW-EOF
               READ PRIME-DAT NEXT RECORD
                   AT END
                       SET WS-NEW-EOF TO TRUE
               END-READ.
           CLOSE PRIME-DAT.
           IF NOT WS-NEW-EOF
               DISPLAY "PRIMCONV: PRIMEDAT IS NOT EMPTY - ALREADY"
                   " CONVERTED? - JOB ENDED, NOTHING WRITTEN"
               MOVE "PRIMEDAT ALREADY HOLDS RECORDS" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-DAT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE 'N' TO WS-NEW-EOF-SW.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1900-READ-OLD-CONTROL - THE OLD FILE'S FIRST RECORD MUST BE  *
      *  ITS KEY-ZERO CONTROL RECORD.  WITHOUT A HIGH-WATER MARK      *
      *  THERE IS NO TELLING WHICH FLAGS WERE EVER SIEVED, SO THE     *
      *  JOB ENDS BEFORE THE NEW PRIMEDAT IS CREATED.                 *
      *****************************************************************
       1900-READ-OLD-CONTROL.
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
           IF WS-OLD-EOF OR OPD-KEY NOT EQUAL TO ZERO
               DISPLAY "PRIMCONV: OLD PRIMEDAT HAS NO CONTROL RECORD"
                   " - JOB ENDED, NOTHING WRITTEN"
               MOVE "OLD PRIMEDAT HAS NO CONTROL" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-DAT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE OPD-HIGH-N TO WS-HIGH-N.
       1900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2000-CONVERT - WRITE THE NEW CONTROL BLOCK, THEN PACK THE    *
      *  OLD FLAGS INTO BLOCKS.  THE OLD FILE IS IN KEY ORDER, SO     *
      *  THE BLOCK NUMBER ONLY EVER CLIMBS: THE BLOCK BEING BUILT IS  *
      *  WRITTEN THE MOMENT A CANDIDATE FOR A LATER ONE TURNS UP, AND *
      *  THE LAST ONE AFTER THE OLD FILE RUNS OUT.                    *
      *****************************************************************
       2000-CONVERT.
           OPEN OUTPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-DAT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE SPACES TO PRIME-DAT-REC.
           MOVE 0 TO PDR-KEY.
           MOVE WS-HIGH-N TO PDR-HIGH-N.
           PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT.
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE THRU 2200-EXIT
               UNTIL WS-OLD-EOF.
           IF WS-BLOCK-OPEN
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT.
           CLOSE OLD-DAT.
           CLOSE PRIME-DAT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-OLD.
           READ OLD-DAT NEXT RECORD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OLD-READ
           END-READ.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2200-CONVERT-ONE - ONE OLD RECORD.  ONLY ODD CANDIDATES 3    *
      *  THRU THE HIGH-WATER MARK ARE CARRIED; THEIR Y FLAGS ARE THE  *
      *  "BEFORE" COUNT THE VERIFY PASS MUST REPRODUCE.               *
      *****************************************************************
       2200-CONVERT-ONE.
           DIVIDE OPD-KEY BY 2 GIVING WS-KEY-QUOT
               REMAINDER WS-KEY-REM.
           IF WS-KEY-REM EQUAL TO ZERO OR OPD-KEY LESS THAN 3
            OR OPD-KEY GREATER THAN WS-HIGH-N
               ADD 1 TO WS-OLD-SKIPPED
               GO TO 2200-NEXT.
           SUBTRACT 1 FROM OPD-KEY GIVING WS-BLK-WORK.
           DIVIDE WS-BLK-WORK BY 2000 GIVING WS-BLK-NO
               REMAINDER WS-BLK-WORK.
           ADD 1 TO WS-BLK-NO.
           DIVIDE WS-BLK-WORK BY 2 GIVING WS-BLK-SLOT.
           ADD 1 TO WS-BLK-SLOT.
           IF NOT WS-BLOCK-OPEN OR WS-BLK-NO NOT EQUAL TO WS-CUR-BLOCK
               PERFORM 2300-START-BLOCK THRU 2300-EXIT.
           MOVE OPD-FLAG TO PDR-FLAG (WS-BLK-SLOT).
           ADD 1 TO WS-OLD-CARRIED.
           IF OPD-IS-PRIME
               ADD 1 TO WS-OLD-PRIMES.
       2200-NEXT.
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2300-START-BLOCK - PUT AWAY THE BLOCK IN HAND (IF ANY) AND   *
      *  BEGIN A FRESH ONE, EVERY SLOT N UNTIL THE OLD FILE SAYS      *
      *  OTHERWISE.                                                   *
      *****************************************************************
       2300-START-BLOCK.
           IF WS-BLOCK-OPEN
               PERFORM 2900-WRITE-BLOCK THRU 2900-EXIT.
           MOVE SPACES TO PRIME-DAT-REC.
           MOVE WS-BLK-NO TO PDR-KEY.
           MOVE ZERO TO PDR-HIGH-N.
           MOVE ALL 'N' TO PDR-FLAGS.
           MOVE WS-BLK-NO TO WS-CUR-BLOCK.
           SET WS-BLOCK-OPEN TO TRUE.
       2300-EXIT.
           EXIT.
      *
       2900-WRITE-BLOCK.
           WRITE PRIME-DAT-REC
               INVALID KEY
                   DISPLAY "PRIMEDAT WRITE FAILED, KEY = " PDR-KEY
                       " STATUS = " WS-PRIMEDAT-STATUS
                   ADD 1 TO WS-WRITE-ERRORS
                   GO TO 2900-EXIT
           END-WRITE.
           ADD 1 TO WS-BLOCKS-WRITTEN.
       2900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-VERIFY - REREAD THE NEW FILE FROM THE TOP, INDEPENDENT  *
      *  OF THE COUNTS TAKEN WHILE WRITING IT: THE CONTROL BLOCK'S    *
      *  HIGH-WATER MARK, THE NUMBER OF DATA BLOCKS, AND THE Y FLAGS  *
      *  THEY HOLD.                                                   *
      *****************************************************************
       3000-VERIFY.
           OPEN INPUT PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT REOPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               ADD 1 TO WS-WRITE-ERRORS
               GO TO 3000-EXIT.
           MOVE 0 TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-NEW-HIGH-N
           END-READ.
           MOVE 1 TO PDR-KEY.
           START PRIME-DAT KEY NOT LESS THAN PDR-KEY
               INVALID KEY
                   SET WS-NEW-EOF TO TRUE
           END-START.
           PERFORM 3100-VERIFY-ONE THRU 3100-EXIT
               UNTIL WS-NEW-EOF.
           CLOSE PRIME-DAT.
       3000-EXIT.
           EXIT.
      *
       3100-VERIFY-ONE.
           READ PRIME-DAT NEXT RECORD
               AT END
                   SET WS-NEW-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-NEW-BLOCKS.
           MOVE 0 TO WS-FLAG-TALLY.
           INSPECT PDR-FLAGS TALLYING WS-FLAG-TALLY FOR ALL 'Y'.
           ADD WS-FLAG-TALLY TO WS-NEW-PRIMES.
       3100-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO CONV-REPORT-REC.
           WRITE CONV-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-WRITE-SUMMARY - BEFORE AND AFTER, SIDE BY SIDE, AND THE *
      *  VERDICT THAT DECIDES WHETHER THE NEW FILE GOES INTO SERVICE. *
      *****************************************************************
       5000-WRITE-SUMMARY.
           MOVE "PRIMEDAT CONVERSION SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BEFORE - HIGH-WATER MARK" TO STAT-LABEL.
           MOVE WS-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BEFORE - RECORDS READ" TO STAT-LABEL.
           MOVE WS-OLD-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BEFORE - CANDIDATES CARRIED" TO STAT-LABEL.
           MOVE WS-OLD-CARRIED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BEFORE - OUT-OF-DOMAIN LEFT" TO STAT-LABEL.
           MOVE WS-OLD-SKIPPED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BEFORE - PRIMES FLAGGED" TO STAT-LABEL.
           MOVE WS-OLD-PRIMES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "AFTER  - HIGH-WATER MARK" TO STAT-LABEL.
           MOVE WS-NEW-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "AFTER  - DATA BLOCKS" TO STAT-LABEL.
           MOVE WS-NEW-BLOCKS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "AFTER  - PRIMES FLAGGED" TO STAT-LABEL.
           MOVE WS-NEW-PRIMES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BLOCK WRITE ERRORS" TO STAT-LABEL.
           MOVE WS-WRITE-ERRORS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-NEW-PRIMES NOT EQUAL TO WS-OLD-PRIMES
            OR WS-NEW-HIGH-N NOT EQUAL TO WS-HIGH-N
            OR WS-WRITE-ERRORS GREATER THAN ZERO
               MOVE "BEFORE AND AFTER DO NOT AGREE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "CONVERTED FILE IS SUSPECT" TO STAT-LABEL
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               DISPLAY "PRIMCONV: COUNTS DO NOT AGREE"
                   " - DO NOT RELEASE PRIMEDAT"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT.
           MOVE "BEFORE AND AFTER IN BALANCE" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMCONV: " WS-NEW-BLOCKS " BLOCKS, "
               WS-NEW-PRIMES " PRIMES - IN BALANCE".
           IF WS-OLD-SKIPPED GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE CONV-REPORT.
       8000-EXIT.
           EXIT.
