       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMCYCL.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/12/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMCYCL - BUSINESS-DATE CYCLE CONTROL
      *
      *    EVERY PROGRAM USED TO TAKE "TODAY" FROM THE SYSTEM CLOCK,
      *    SO A TRANIN BATCH THAT RAN PAST MIDNIGHT LOGGED ITS ROWS
      *    UNDER TWO DATES AND PRIMBILL'S STATEMENT PERIOD AND
      *    PRIMLARC'S RETENTION CUT SPLIT ONE NIGHT'S WORK IN TWO.
      *    THE BUSINESS DATE NOW LIVES ON THE CYCCTL CYCLE CONTROL
      *    RECORD (SEE CYCREC), AND THIS STEP IS THE ONLY THING
      *    THAT CHANGES IT.  THE CYCPARM CARD (SEE CYCCARD) PICKS
      *    THE FUNCTION:
      *      O - CYCLE OPEN, THE FIRST STEP OF THE NIGHT.  MOVES THE
      *          BUSINESS DATE ON TO THE NEXT CALENDAR DAY (OR TO THE
      *          DATE ON THE CARD) AND MARKS THE CYCLE OPEN.  ONLY A
      *          CLOSED CYCLE CAN BE FOLLOWED BY A NEW ONE.  THE VERY
      *          FIRST OPEN CREATES CYCCTL ON TODAY'S DATE.
      *      C - CYCLE CLOSE, THE LAST STEP OF THE NIGHT.  MARKS THE
      *          CYCLE CLOSED; FROM THEN ON PRIMES REFUSES TO RUN A
      *          TRANIN DECK UNTIL THE NEXT CYCLE IS OPENED, SO A
      *          RESUBMITTED DECK CANNOT DOUBLE-POST.
      *      D - DISPLAY (THE DEFAULT).  READ-ONLY.
      *    THE CYCLE RECORD IS SHOWN ON THE CONSOLE AND ON CYCLRPT
      *    AFTER WHATEVER WAS DONE.  RETURN CODES:
      *        0 - REQUESTED FUNCTION DONE
      *        4 - NOTHING TO DO (CYCLE ALREADY OPEN, ALREADY
      *            CLOSED, OR NO CYCLE TO CLOSE)
      *       16 - STEP COULD NOT RUN (OPEN FAILURE, BAD CARD, A
      *            CARD DATE NOT LATER THAN THE CURRENT ONE)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-12 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO CYCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CYCLE-REPORT
               ASSIGN TO CYCLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY CYCCARD.
       FD  CYCLE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-FUNCTION-SW              PIC X(01) VALUE 'D'.
           88  WS-FUNCTION-DISPLAY         VALUE 'D'.
           88  WS-FUNCTION-OPEN            VALUE 'O'.
           88  WS-FUNCTION-CLOSE           VALUE 'C'.
       77  WS-CYCLE-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FILE-OPEN          VALUE 'Y'.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       77  WS-ACTION-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-ACTION-DONE              VALUE 'Y'.
       77  WS-NOTHING-TO-DO-SW         PIC X(01) VALUE 'N'.
           88  WS-NOTHING-TO-DO            VALUE 'Y'.
       77  WS-DATE-OK-SW               PIC X(01).
           88  WS-DATE-OK                  VALUE 'Y'.
       77  WS-OPERATOR-ID              PIC X(08).
       01  WS-CARD-DATE                PIC X(08) VALUE SPACES.
       01  WS-TODAY                    PIC 9(08).
       01  WS-NOW-TIME                 PIC 9(08).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HHMMSS           PIC 9(06).
           05  WS-NOW-HS               PIC 9(02).
      *****************************************************************
      *  THE BUSINESS DATE BEING OPENED.  THE NEXT DAY IS WORKED OUT  *
      *  ON THE CALENDAR THE SAME WAY PRIMLARC WALKS ITS RETENTION    *
      *  CUTOFF BACK -- MONTH LENGTHS FROM THE TABLE, FEBRUARY 29 ON  *
      *  EVERY FOURTH YEAR.                                           *
      *****************************************************************
       01  WS-NEW-DATE                 PIC 9(08).
       01  WS-NEW-DATE-R REDEFINES WS-NEW-DATE.
           05  WS-NEW-YYYY             PIC 9(04).
           05  WS-NEW-MM               PIC 9(02).
           05  WS-NEW-DD               PIC 9(02).
       01  WS-MLEN-VALUES              PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MLEN-TABLE REDEFINES WS-MLEN-VALUES.
           05  WS-MLEN                 PIC 9(02) OCCURS 12.
       77  WS-MONTH-DAYS               PIC 9(02).
       77  WS-LEAP-REM                 PIC 9(04) COMP.
       77  WS-LEAP-QUOT                PIC 9(04) COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 2000-READ-CYCLE THRU 2000-EXIT.
           IF WS-FUNCTION-OPEN
               PERFORM 3000-OPEN-CYCLE THRU 3000-EXIT.
           IF WS-FUNCTION-CLOSE
               PERFORM 4000-CLOSE-CYCLE THRU 4000-EXIT.
           PERFORM 5000-DISPLAY-CYCLE THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT CYCLE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CYCLRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "BUSINESS-DATE CYCLE CONTROL" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1500-READ-PARM-CARD - LOOK FOR A CYCPARM CARD.  ABSENT OR    *
      *  EMPTY MEANS THE READ-ONLY DISPLAY.                           *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "CYCPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               GO TO 1500-EXIT.
           READ PARM-FILE
               AT END
                   GO TO 1500-CLOSE-PARM
           END-READ.
           IF CYP-FUNCTION EQUAL TO 'O'
               SET WS-FUNCTION-OPEN TO TRUE
           ELSE
               IF CYP-FUNCTION EQUAL TO 'C'
                   SET WS-FUNCTION-CLOSE TO TRUE
               ELSE
               IF CYP-FUNCTION EQUAL TO 'D' OR EQUAL TO SPACE
                   SET WS-FUNCTION-DISPLAY TO TRUE
               ELSE
                   DISPLAY "CYCPARM FUNCTION MUST BE O, C OR D"
                       " - JOB ENDED"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN.
           MOVE CYP-BUS-DATE TO WS-CARD-DATE.
       1500-CLOSE-PARM.
           CLOSE PARM-FILE.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2000-READ-CYCLE - THE DISPLAY ONLY READS CYCCTL.  OPEN AND   *
      *  CLOSE HOLD IT I-O FOR THE REWRITE, AND A FIRST-EVER OPEN     *
      *  CREATES THE FILE THE WAY PRIMES CREATES PRIMLOCK.            *
      *****************************************************************
       2000-READ-CYCLE.
           IF WS-FUNCTION-DISPLAY
               OPEN INPUT CYCLE-FILE
           ELSE
               OPEN I-O CYCLE-FILE.
           IF WS-CYCLE-STATUS = "35"
               IF WS-FUNCTION-OPEN
                   OPEN OUTPUT CYCLE-FILE
                   CLOSE CYCLE-FILE
                   OPEN I-O CYCLE-FILE
               ELSE
                   DISPLAY "PRIMCYCL: CYCCTL NOT ON FILE"
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "CYCCTL OPEN FAILED, STATUS = "
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-CYCLE-FILE-OPEN TO TRUE.
           MOVE 1 TO WS-CYCLE-KEY.
           READ CYCLE-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           IF CYC-BUS-DATE NUMERIC
               SET WS-CYCLE-FOUND TO TRUE.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-OPEN-CYCLE - START THE NEXT BUSINESS CYCLE.  A CYCLE    *
      *  STILL OPEN IS LEFT ALONE -- OPENING IT AGAIN WOULD MOVE THE  *
      *  DATE OUT FROM UNDER WORK ALREADY STAMPED WITH IT.  A DATE ON *
      *  THE CARD MUST BE A REAL DATE LATER THAN THE CURRENT ONE, SO  *
      *  A NIGHT CAN BE SKIPPED BUT NEVER REPEATED.                   *
      *****************************************************************
       3000-OPEN-CYCLE.
           IF WS-CYCLE-FOUND AND CYC-OPEN
               DISPLAY "PRIMCYCL: CYCLE " CYC-BUS-DATE
                   " ALREADY OPEN - NOTHING DONE"
               SET WS-NOTHING-TO-DO TO TRUE
               GO TO 3000-EXIT.
           IF WS-CARD-DATE NOT EQUAL TO SPACES
               PERFORM 3100-EDIT-CARD-DATE THRU 3100-EXIT
           ELSE
               IF WS-CYCLE-FOUND
                   MOVE CYC-BUS-DATE TO WS-NEW-DATE
                   PERFORM 3200-FORWARD-ONE-DAY THRU 3200-EXIT
               ELSE
                   MOVE WS-TODAY TO WS-NEW-DATE.
           IF WS-CYCLE-FOUND
               MOVE CYC-BUS-DATE TO CYC-PRIOR-DATE
           ELSE
               MOVE SPACES TO CYCLE-REC
               MOVE 0 TO CYC-PRIOR-DATE.
           MOVE WS-NEW-DATE TO CYC-BUS-DATE.
           SET CYC-OPEN TO TRUE.
           MOVE WS-TODAY TO CYC-OPENED-DATE.
           MOVE WS-NOW-HHMMSS TO CYC-OPENED-TIME.
           MOVE WS-OPERATOR-ID TO CYC-OPENED-BY.
           MOVE 0 TO CYC-CLOSED-DATE.
           MOVE 0 TO CYC-CLOSED-TIME.
           MOVE SPACES TO CYC-CLOSED-BY.
           IF WS-CYCLE-FOUND
               REWRITE CYCLE-REC
                   INVALID KEY
                       GO TO 3000-WRITE-FAILED
               END-REWRITE
           ELSE
               WRITE CYCLE-REC
                   INVALID KEY
                       GO TO 3000-WRITE-FAILED
               END-WRITE.
           SET WS-CYCLE-FOUND TO TRUE.
           SET WS-ACTION-DONE TO TRUE.
           DISPLAY "PRIMCYCL: CYCLE " CYC-BUS-DATE " OPENED BY "
               WS-OPERATOR-ID.
           MOVE "CYCLE OPENED" TO STAT-LABEL.
           MOVE CYC-BUS-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           GO TO 3000-EXIT.
       3000-WRITE-FAILED.
           DISPLAY "CYCCTL WRITE FAILED, STATUS = " WS-CYCLE-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       3000-EXIT.
           EXIT.
      *
       3100-EDIT-CARD-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-CARD-DATE NOT NUMERIC
               GO TO 3100-CHECK.
           MOVE WS-CARD-DATE TO WS-NEW-DATE.
           IF WS-NEW-MM LESS THAN 1 OR WS-NEW-MM GREATER THAN 12
               GO TO 3100-CHECK.
           PERFORM 3300-MONTH-LENGTH THRU 3300-EXIT.
           IF WS-NEW-DD LESS THAN 1
            OR WS-NEW-DD GREATER THAN WS-MONTH-DAYS
               GO TO 3100-CHECK.
           IF WS-CYCLE-FOUND
            AND WS-NEW-DATE NOT GREATER THAN CYC-BUS-DATE
               GO TO 3100-CHECK.
           SET WS-DATE-OK TO TRUE.
       3100-CHECK.
           IF NOT WS-DATE-OK
               DISPLAY "CYCPARM DATE " WS-CARD-DATE
                   " NOT A DATE AFTER THE CURRENT CYCLE - JOB ENDED"
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
       3100-EXIT.
           EXIT.
      *
       3200-FORWARD-ONE-DAY.
           PERFORM 3300-MONTH-LENGTH THRU 3300-EXIT.
           IF WS-NEW-DD LESS THAN WS-MONTH-DAYS
               ADD 1 TO WS-NEW-DD
               GO TO 3200-EXIT.
           MOVE 1 TO WS-NEW-DD.
           IF WS-NEW-MM EQUAL TO 12
               ADD 1 TO WS-NEW-YYYY
               MOVE 1 TO WS-NEW-MM
           ELSE
               ADD 1 TO WS-NEW-MM.
       3200-EXIT.
           EXIT.
      *
       3300-MONTH-LENGTH.
           MOVE WS-MLEN (WS-NEW-MM) TO WS-MONTH-DAYS.
           IF WS-NEW-MM EQUAL TO 2
               DIVIDE WS-NEW-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL TO ZERO
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-CLOSE-CYCLE - END THE CURRENT BUSINESS CYCLE.  THE DATE *
      *  STAYS WHERE IT IS UNTIL THE NEXT OPEN; ONLY THE STATE AND    *
      *  THE CLOSING STAMP CHANGE.                                    *
      *****************************************************************
       4000-CLOSE-CYCLE.
           IF NOT WS-CYCLE-FOUND
               DISPLAY "PRIMCYCL: NO CYCLE TO CLOSE"
               SET WS-NOTHING-TO-DO TO TRUE
               GO TO 4000-EXIT.
           IF CYC-CLOSED
               DISPLAY "PRIMCYCL: CYCLE " CYC-BUS-DATE
                   " ALREADY CLOSED - NOTHING DONE"
               SET WS-NOTHING-TO-DO TO TRUE
               GO TO 4000-EXIT.
           SET CYC-CLOSED TO TRUE.
           MOVE WS-TODAY TO CYC-CLOSED-DATE.
           MOVE WS-NOW-HHMMSS TO CYC-CLOSED-TIME.
           MOVE WS-OPERATOR-ID TO CYC-CLOSED-BY.
           REWRITE CYCLE-REC
               INVALID KEY
                   DISPLAY "CYCCTL REWRITE FAILED, STATUS = "
                       WS-CYCLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN
           END-REWRITE.
           SET WS-ACTION-DONE TO TRUE.
           DISPLAY "PRIMCYCL: CYCLE " CYC-BUS-DATE " CLOSED BY "
               WS-OPERATOR-ID.
           MOVE "CYCLE CLOSED" TO STAT-LABEL.
           MOVE CYC-BUS-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       4000-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO CYCLE-REPORT-REC.
           WRITE CYCLE-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-DISPLAY-CYCLE - THE CYCLE RECORD AS IT NOW STANDS.      *
      *****************************************************************
       5000-DISPLAY-CYCLE.
           IF NOT WS-CYCLE-FOUND
               MOVE "NO CYCLE ON FILE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 5000-EXIT.
           IF CYC-OPEN
               DISPLAY "PRIMCYCL: BUSINESS DATE " CYC-BUS-DATE
                   ", CYCLE OPEN SINCE " CYC-OPENED-DATE
                   " AT " CYC-OPENED-TIME " BY " CYC-OPENED-BY
               MOVE "BUSINESS DATE - CYCLE OPEN" TO STAT-LABEL
           ELSE
               DISPLAY "PRIMCYCL: BUSINESS DATE " CYC-BUS-DATE
                   ", CYCLE CLOSED " CYC-CLOSED-DATE
                   " AT " CYC-CLOSED-TIME " BY " CYC-CLOSED-BY
               MOVE "BUSINESS DATE - CYCLE CLOSED" TO STAT-LABEL.
           MOVE CYC-BUS-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "PRIOR BUSINESS DATE" TO STAT-LABEL.
           MOVE CYC-PRIOR-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "OPENED ON" TO STAT-LABEL.
           MOVE CYC-OPENED-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF CYC-CLOSED
               MOVE "CLOSED ON" TO STAT-LABEL
               MOVE CYC-CLOSED-DATE TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           IF WS-CYCLE-FILE-OPEN
               CLOSE CYCLE-FILE
               MOVE 'N' TO WS-CYCLE-OPEN-SW.
           CLOSE CYCLE-REPORT.
       8000-EXIT.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           IF WS-NOTHING-TO-DO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
