       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMRPRT.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/13/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMRPRT - REPORT REPOSITORY REPRINT UTILITY
      *
      *    A PRIMRPT, PRIMSTAT OR PRIMANAL REPORT THAT WENT ASTRAY
      *    USED TO MEAN RERUNNING THE REQUEST -- A SECOND SIEVE,
      *    A SECOND PRIMELOG ROW, AND A SECOND CHARGE ON THE
      *    DEPARTMENT'S PRIMBILL STATEMENT FOR WORK ALREADY PAID
      *    FOR.  PRIMES NOW FILES EVERY LINE OF THOSE REPORTS IN
      *    THE RPTREPO REPOSITORY (SEE RPOREC) AS IT WRITES THEM,
      *    AND THIS UTILITY WORKS FROM THAT COPY.  THE RPTPARM
      *    CARD (SEE RPPCARD) PICKS THE FUNCTION:
      *      L - LIST THE INDEX OF STORED REPORTS TO REPRINT, ONE
      *          LINE PER REPORT (THE DEFAULT);
      *      P - REPRINT EVERY STORED REPORT MATCHING THE CARD TO
      *          REPRINT, EXACTLY AS FILED EXCEPT THAT EACH PAGE
      *          HEADING IS STAMPED "*** REPRINT ***".  ONE ROW,
      *          MODE "P", GOES TO PRIMELOG FOR THE RUN; PRIMBILL
      *          DOES NOT BILL IT;
      *      X - PURGE EVERY REPORT FILED BEFORE THE RETENTION
      *          PERIOD (DEFAULT 90 DAYS BACK FROM THE BUSINESS
      *          DATE, WALKED BACK THE WAY PRIMLARC DOES IT).
      *    COUNTS GO TO THE RPRTRPT CONTROL REPORT.  RETURN CODES:
      *        0 - FUNCTION DONE
      *        4 - NOTHING MATCHED (NOTHING LISTED, REPRINTED OR
      *            OLD ENOUGH TO PURGE)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE, BAD CARD)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-13 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO
               ASSIGN TO RPTREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               FILE STATUS IS WS-RPO-STATUS.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO RPTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPRINT-FILE
               ASSIGN TO REPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO RPRTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  REPORT-REPO
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REPO-REC.
           COPY RPOREC.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY RPPCARD.
       FD  REPRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPRINT-REC                     PIC X(132).
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC                      PIC X(80).
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
      *  WS-AUDIT-LINE AND WS-STAT-LINE - THE USUAL WORKING-STORAGE   *
      *  STAGING RECORDS; A FILE SECTION BUFFER'S FILLERS ARE NOT     *
      *  INITIALIZED AT RUN START.                                    *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-RPO-STATUS               PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-REPRINT-STATUS           PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-FUNCTION-SW              PIC X(01) VALUE 'L'.
           88  WS-FUNCTION-LIST            VALUE 'L'.
           88  WS-FUNCTION-REPRINT         VALUE 'P'.
           88  WS-FUNCTION-PURGE           VALUE 'X'.
       77  WS-REPO-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-REPO-EOF                 VALUE 'Y'.
       77  WS-ENTRY-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-ENTRY-MATCH              VALUE 'Y'.
       77  WS-RETAIN-DAYS              PIC 9(04) COMP VALUE 90.
       77  WS-RECORDS-READ             PIC 9(08) COMP VALUE 0.
       77  WS-ENTRIES-LISTED           PIC 9(08) COMP VALUE 0.
       77  WS-ENTRIES-REPRINTED        PIC 9(08) COMP VALUE 0.
       77  WS-LINES-REPRINTED          PIC 9(08) COMP VALUE 0.
       77  WS-ENTRIES-PURGED           PIC 9(08) COMP VALUE 0.
       77  WS-LINES-PURGED             PIC 9(08) COMP VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08).
       77  WS-CYCLE-STATUS             PIC X(02).
       77  WS-CYCLE-KEY                PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
      *****************************************************************
      *  SELECTION KEYS FROM THE RPTPARM CARD.  EACH SWITCH IS ON     *
      *  ONLY WHEN ITS CARD FIELD WAS FILLED IN; AN UNSET KEY MATCHES *
      *  ANY ENTRY.  WS-SEL-DEPT OF "----" ASKS FOR DEPARTMENT SPACES.*
      *****************************************************************
       77  WS-SEL-DATE-SW              PIC X(01) VALUE 'N'.
           88  WS-SEL-DATE-GIVEN           VALUE 'Y'.
       77  WS-SEL-N-SW                 PIC X(01) VALUE 'N'.
           88  WS-SEL-N-GIVEN              VALUE 'Y'.
       77  WS-SEL-VERSION-SW           PIC X(01) VALUE 'N'.
           88  WS-SEL-VERSION-GIVEN        VALUE 'Y'.
       01  WS-SEL-DATE                 PIC 9(08) VALUE 0.
       01  WS-SEL-DEPT                 PIC X(04) VALUE SPACES.
       01  WS-SEL-OP-MODE              PIC X(01) VALUE SPACE.
       01  WS-SEL-N                    PIC 9(08) VALUE 0.
       01  WS-SEL-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-SEL-VERSION              PIC 9(02) VALUE 0.
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
      *****************************************************************
      *  THE PURGE CUTOFF, WALKED BACK FROM THE BUSINESS DATE ONE     *
      *  CALENDAR DAY AT A TIME EXACTLY AS PRIMLARC 1700/1710 DOES    *
      *  IT.  AN ENTRY FILED STRICTLY BEFORE THE CUTOFF IS PURGED.    *
      *****************************************************************
       01  WS-CUT-DATE                 PIC 9(08).
       01  WS-CUT-DATE-R REDEFINES WS-CUT-DATE.
           05  WS-CUT-YYYY             PIC 9(04).
           05  WS-CUT-MM               PIC 9(02).
           05  WS-CUT-DD               PIC 9(02).
       01  WS-MLEN-VALUES              PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MLEN-TABLE REDEFINES WS-MLEN-VALUES.
           05  WS-MLEN                 PIC 9(02) OCCURS 12.
       77  WS-LEAP-REM                 PIC 9(04) COMP.
       77  WS-LEAP-QUOT                PIC 9(04) COMP.
      *****************************************************************
      *  THE INDEX LISTING - A COLUMN HEADING, THEN ONE LINE PER      *
      *  STORED REPORT, BUILT FROM THE ENTRY'S HEADER RECORD.         *
      *****************************************************************
       01  WS-IDX-HEAD.
           05  FILLER                  PIC X(41) VALUE
               "BUS DATE DEPT M        N T VR DDNAME   R ".
           05  FILLER                  PIC X(32) VALUE
               "LOW BOUND TIME   USER     TICKET".
           05  FILLER                  PIC X(59) VALUE SPACES.
       01  WS-IDX-LINE.
           05  IDX-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-DEPT                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-OP-MODE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-N                   PIC Z(7)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-TYPE                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-VERSION             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-DDNAME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-RUN-MODE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-LOW                 PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-TIME                PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-USER                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IDX-TICKET              PIC X(07).
           05  FILLER                  PIC X(58) VALUE SPACES.
       01  WS-REPRINT-STAMP            PIC X(15)
           VALUE "*** REPRINT ***".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 2000-OPEN-REPOSITORY THRU 2000-EXIT.
           IF WS-FUNCTION-PURGE
               PERFORM 1700-COMPUTE-CUTOFF THRU 1700-EXIT
               PERFORM 5000-PURGE-REPOSITORY THRU 5000-EXIT
           ELSE
               PERFORM 3000-BROWSE-REPOSITORY THRU 3000-EXIT.
           IF WS-FUNCTION-REPRINT
            AND WS-ENTRIES-REPRINTED GREATER THAN ZERO
               PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           PERFORM 7500-WRITE-REPORT THRU 7500-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RPRTRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "REPORT REPOSITORY UTILITY" TO STAT-LABEL.
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
      *  1500-READ-PARM-CARD - ABSENT OR EMPTY RPTPARM MEANS LIST     *
      *  EVERYTHING.  A CARD THAT IS PRESENT IS TAKEN AT ITS WORD OR  *
      *  NOT AT ALL: AN UNKNOWN FUNCTION, A REPRINT WITH NO DATE, OR  *
      *  A NON-NUMERIC DATE, N, VERSION OR RETENTION ENDS THE JOB     *
      *  RC 16 -- A PURGE THAT GUESSES ITS RETENTION IS HOW A         *
      *  REPORT GETS LOST FOR GOOD.                                   *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "RPTPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               GO TO 1500-EXIT.
           READ PARM-FILE
               AT END
                   GO TO 1500-CLOSE-PARM
           END-READ.
           IF RPP-FUNCTION NOT EQUAL TO SPACE
               MOVE RPP-FUNCTION TO WS-FUNCTION-SW.
           IF NOT WS-FUNCTION-LIST AND NOT WS-FUNCTION-REPRINT
            AND NOT WS-FUNCTION-PURGE
               DISPLAY "RPTPARM FUNCTION " RPP-FUNCTION
                   " NOT L, P OR X - JOB ENDED"
               GO TO 1500-BAD-CARD.
           IF RPP-BUS-DATE NOT EQUAL TO SPACES
               IF RPP-BUS-DATE NOT NUMERIC
                   DISPLAY "RPTPARM DATE NOT NUMERIC - JOB ENDED"
                   GO TO 1500-BAD-CARD
               ELSE
                   MOVE RPP-BUS-DATE TO WS-SEL-DATE
                   SET WS-SEL-DATE-GIVEN TO TRUE.
           IF WS-FUNCTION-REPRINT AND NOT WS-SEL-DATE-GIVEN
               DISPLAY "RPTPARM REPRINT NEEDS A BUSINESS DATE"
                   " - JOB ENDED"
               GO TO 1500-BAD-CARD.
           IF RPP-N NOT EQUAL TO SPACES
               IF RPP-N NOT NUMERIC
                   DISPLAY "RPTPARM N NOT NUMERIC - JOB ENDED"
                   GO TO 1500-BAD-CARD
               ELSE
                   MOVE RPP-N TO WS-SEL-N
                   SET WS-SEL-N-GIVEN TO TRUE.
           IF RPP-VERSION NOT EQUAL TO SPACES
               IF RPP-VERSION NOT NUMERIC
                   DISPLAY "RPTPARM VERSION NOT NUMERIC - JOB ENDED"
                   GO TO 1500-BAD-CARD
               ELSE
                   MOVE RPP-VERSION TO WS-SEL-VERSION
                   SET WS-SEL-VERSION-GIVEN TO TRUE.
           MOVE RPP-DEPT TO WS-SEL-DEPT.
           MOVE RPP-OP-MODE TO WS-SEL-OP-MODE.
           MOVE RPP-TYPE TO WS-SEL-TYPE.
           INSPECT RPP-RETAIN-DAYS REPLACING ALL SPACES BY ZEROS.
           IF RPP-RETAIN-DAYS NOT NUMERIC
               DISPLAY "RPTPARM RETAIN DAYS NOT NUMERIC - JOB ENDED"
               GO TO 1500-BAD-CARD.
           IF RPP-RETAIN-DAYS NOT EQUAL TO "0000"
               MOVE RPP-RETAIN-DAYS TO WS-RETAIN-DAYS.
       1500-CLOSE-PARM.
           CLOSE PARM-FILE.
           GO TO 1500-EXIT.
       1500-BAD-CARD.
           CLOSE PARM-FILE.
           CLOSE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1700-COMPUTE-CUTOFF - WALK THE BUSINESS DATE BACK ONE        *
      *  CALENDAR DAY PER RETENTION DAY (SEE PRIMLARC).               *
      *****************************************************************
       1700-COMPUTE-CUTOFF.
           MOVE WS-RUN-DATE TO WS-CUT-DATE.
           PERFORM 1710-BACK-ONE-DAY THRU 1710-EXIT
               WS-RETAIN-DAYS TIMES.
       1700-EXIT.
           EXIT.
      *
       1710-BACK-ONE-DAY.
           IF WS-CUT-DD GREATER THAN 1
               SUBTRACT 1 FROM WS-CUT-DD
               GO TO 1710-EXIT.
           IF WS-CUT-MM EQUAL TO 1
               SUBTRACT 1 FROM WS-CUT-YYYY
               MOVE 12 TO WS-CUT-MM
           ELSE
               SUBTRACT 1 FROM WS-CUT-MM.
           MOVE WS-MLEN (WS-CUT-MM) TO WS-CUT-DD.
           IF WS-CUT-MM EQUAL TO 2
               DIVIDE WS-CUT-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM EQUAL TO ZERO
                   MOVE 29 TO WS-CUT-DD
               END-IF
           END-IF.
       1710-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2000-OPEN-REPOSITORY - LIST AND REPRINT ONLY READ RPTREPO;   *
      *  THE PURGE UPDATES IT.  NO REPOSITORY AT ALL MEANS PRIMES HAS *
      *  NEVER FILED A REPORT: NOTHING TO DO, RC 4.  LIST AND REPRINT *
      *  ALSO OPEN THE REPRINT OUTPUT HERE.                           *
      *****************************************************************
       2000-OPEN-REPOSITORY.
           IF WS-FUNCTION-PURGE
               OPEN I-O REPORT-REPO
           ELSE
               OPEN INPUT REPORT-REPO.
           IF WS-RPO-STATUS = "35"
               DISPLAY "RPTREPO NOT FOUND - NO REPORTS ON FILE"
               MOVE "NO REPORTS ON FILE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           IF WS-RPO-STATUS NOT = "00"
               DISPLAY "RPTREPO OPEN FAILED, STATUS = "
                   WS-RPO-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-FUNCTION-PURGE
               GO TO 2000-EXIT.
           OPEN OUTPUT REPRINT-FILE.
           IF WS-REPRINT-STATUS NOT = "00"
               DISPLAY "REPRINT OPEN FAILED, STATUS = "
                   WS-REPRINT-STATUS
               CLOSE REPORT-REPO
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-FUNCTION-LIST
               MOVE WS-IDX-HEAD TO REPRINT-REC
               WRITE REPRINT-REC.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-BROWSE-REPOSITORY - LIST OR REPRINT.  THE KEY LEADS     *
      *  WITH THE BUSINESS DATE, SO A DATED CARD STARTS ON ITS DAY    *
      *  AND STOPS AT THE FIRST RECORD PAST IT; AN UNDATED LISTING    *
      *  READS THE WHOLE FILE.                                        *
      *****************************************************************
       3000-BROWSE-REPOSITORY.
           MOVE 'N' TO WS-REPO-EOF-SW.
           MOVE LOW-VALUES TO RPO-KEY.
           IF WS-SEL-DATE-GIVEN
               MOVE WS-SEL-DATE TO RPO-BUS-DATE.
           START REPORT-REPO KEY NOT LESS THAN RPO-KEY
               INVALID KEY
                   SET WS-REPO-EOF TO TRUE
           END-START.
           PERFORM 3100-BROWSE-ONE THRU 3100-EXIT
               UNTIL WS-REPO-EOF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-BROWSE-ONE - A HEADER RECORD (LINE ZERO) DECIDES        *
      *  WHETHER ITS ENTRY MATCHES THE CARD; THE LINES THAT FOLLOW    *
      *  IT ARE REPRINTED OR SKIPPED ON THAT DECISION.                *
      *****************************************************************
       3100-BROWSE-ONE.
           READ REPORT-REPO NEXT RECORD
               AT END
                   SET WS-REPO-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-SEL-DATE-GIVEN
            AND RPO-BUS-DATE GREATER THAN WS-SEL-DATE
               SET WS-REPO-EOF TO TRUE
               GO TO 3100-EXIT.
           ADD 1 TO WS-RECORDS-READ.
           IF RPO-KIND-HEADER
               PERFORM 3200-MATCH-ENTRY THRU 3200-EXIT
               IF WS-ENTRY-MATCH AND WS-FUNCTION-LIST
                   PERFORM 3300-LIST-ENTRY THRU 3300-EXIT
               END-IF
               IF WS-ENTRY-MATCH AND WS-FUNCTION-REPRINT
                   ADD 1 TO WS-ENTRIES-REPRINTED
               END-IF
               GO TO 3100-EXIT.
           IF WS-ENTRY-MATCH AND WS-FUNCTION-REPRINT
               PERFORM 3400-REPRINT-LINE THRU 3400-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-MATCH-ENTRY.
           MOVE 'N' TO WS-ENTRY-MATCH-SW.
           IF WS-SEL-DEPT EQUAL TO "----"
               IF RPO-DEPT NOT EQUAL TO SPACES
                   GO TO 3200-EXIT
               END-IF
           ELSE
               IF WS-SEL-DEPT NOT EQUAL TO SPACES
                AND WS-SEL-DEPT NOT EQUAL TO RPO-DEPT
                   GO TO 3200-EXIT.
           IF WS-SEL-OP-MODE NOT EQUAL TO SPACE
            AND WS-SEL-OP-MODE NOT EQUAL TO RPO-OP-MODE
               GO TO 3200-EXIT.
           IF WS-SEL-N-GIVEN AND WS-SEL-N NOT EQUAL TO RPO-N
               GO TO 3200-EXIT.
           IF WS-SEL-TYPE NOT EQUAL TO SPACE
            AND WS-SEL-TYPE NOT EQUAL TO RPO-TYPE
               GO TO 3200-EXIT.
           IF WS-SEL-VERSION-GIVEN
            AND WS-SEL-VERSION NOT EQUAL TO RPO-VERSION
               GO TO 3200-EXIT.
           SET WS-ENTRY-MATCH TO TRUE.
       3200-EXIT.
           EXIT.
      *
       3300-LIST-ENTRY.
           MOVE RPO-BUS-DATE TO IDX-BUS-DATE.
           MOVE RPO-DEPT TO IDX-DEPT.
           MOVE RPO-OP-MODE TO IDX-OP-MODE.
           MOVE RPO-N TO IDX-N.
           MOVE RPO-TYPE TO IDX-TYPE.
           MOVE RPO-VERSION TO IDX-VERSION.
           MOVE RPO-HDR-DDNAME TO IDX-DDNAME.
           MOVE RPO-HDR-RUN-MODE TO IDX-RUN-MODE.
           MOVE RPO-HDR-LOW TO IDX-LOW.
           MOVE RPO-HDR-TIME TO IDX-TIME.
           MOVE RPO-HDR-USER TO IDX-USER.
           MOVE RPO-HDR-TICKET TO IDX-TICKET.
           MOVE WS-IDX-LINE TO REPRINT-REC.
           WRITE REPRINT-REC.
           ADD 1 TO WS-ENTRIES-LISTED.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3400-REPRINT-LINE - THE LINE EXACTLY AS FILED, EXCEPT THAT A *
      *  HEADING LINE IS STAMPED IN ITS UNUSED TAIL: COLUMN 80 ON A   *
      *  PRIMRPT PAGE HEADING, COLUMN 50 ON THE 80-BYTE STATISTICS    *
      *  AND ANALYTIC TITLE LINES (PAST THE STAT-VALUE COLUMN).       *
      *****************************************************************
       3400-REPRINT-LINE.
           MOVE RPO-TEXT TO REPRINT-REC.
           IF RPO-KIND-HEADING
               IF RPO-TYPE-PRINT
                   MOVE WS-REPRINT-STAMP TO REPRINT-REC (80:15)
               ELSE
                   MOVE WS-REPRINT-STAMP TO REPRINT-REC (50:15).
           WRITE REPRINT-REC.
           ADD 1 TO WS-LINES-REPRINTED.
       3400-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-PURGE-REPOSITORY - DELETE EVERY RECORD FILED BEFORE THE *
      *  CUTOFF.  THE KEY LEADS WITH THE BUSINESS DATE, SO THE BROWSE *
      *  FROM THE TOP STOPS AT THE FIRST RECORD ON OR AFTER IT.       *
      *****************************************************************
       5000-PURGE-REPOSITORY.
           MOVE 'N' TO WS-REPO-EOF-SW.
           MOVE LOW-VALUES TO RPO-KEY.
           START REPORT-REPO KEY NOT LESS THAN RPO-KEY
               INVALID KEY
                   SET WS-REPO-EOF TO TRUE
           END-START.
           PERFORM 5100-PURGE-ONE THRU 5100-EXIT
               UNTIL WS-REPO-EOF.
       5000-EXIT.
           EXIT.
      *
       5100-PURGE-ONE.
           READ REPORT-REPO NEXT RECORD
               AT END
                   SET WS-REPO-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF RPO-BUS-DATE NOT LESS THAN WS-CUT-DATE
               SET WS-REPO-EOF TO TRUE
               GO TO 5100-EXIT.
           ADD 1 TO WS-RECORDS-READ.
           DELETE REPORT-REPO RECORD
               INVALID KEY
                   DISPLAY "RPTREPO DELETE FAILED, STATUS = "
                       WS-RPO-STATUS
                   GO TO 5100-EXIT
           END-DELETE.
           IF RPO-KIND-HEADER
               ADD 1 TO WS-ENTRIES-PURGED
           ELSE
               ADD 1 TO WS-LINES-PURGED.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE REPRINT ROW ON PRIMELOG, MODE "P",*
      *  ZERO ELAPSED, CARRYING THE DEPARTMENT, OPERATING MODE AND N  *
      *  ASKED FOR AND THE BUSINESS DATE REPRINTED IN AUD-NOTE.  SAME *
      *  OPEN-EXTEND-OR-CREATE PATTERN AS PRIMES.  A LOG FAILURE IS   *
      *  ANNOUNCED BUT DOES NOT UNDO A REPRINT ALREADY WRITTEN.       *
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
                   WS-AUDIT-STATUS " - REPRINT NOT LOGGED"
               GO TO 7000-EXIT.
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
           MOVE 'P' TO AUD-MODE.
           MOVE WS-SEL-OP-MODE TO AUD-OP-MODE.
           MOVE WS-SEL-N TO AUD-N.
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE SPACE TO AUD-STATUS.
           IF WS-SEL-DEPT EQUAL TO "----"
               MOVE SPACES TO AUD-DEPT
           ELSE
               MOVE WS-SEL-DEPT TO AUD-DEPT.
           MOVE SPACES TO AUD-TICKET.
           STRING "REPRINT "  DELIMITED BY SIZE
                  WS-SEL-DATE DELIMITED BY SIZE
               INTO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       7500-WRITE-REPORT.
           MOVE "  REPOSITORY RECORDS READ" TO STAT-LABEL.
           MOVE WS-RECORDS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-LIST
               MOVE "  REPORTS LISTED" TO STAT-LABEL
               MOVE WS-ENTRIES-LISTED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-REPRINT
               MOVE "  REPRINT BUSINESS DATE" TO STAT-LABEL
               MOVE WS-SEL-DATE TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "  REPORTS REPRINTED" TO STAT-LABEL
               MOVE WS-ENTRIES-REPRINTED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "  LINES REPRINTED" TO STAT-LABEL
               MOVE WS-LINES-REPRINTED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-PURGE
               MOVE "  RETENTION DAYS" TO STAT-LABEL
               MOVE WS-RETAIN-DAYS TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "  CUTOFF DATE (KEEP FROM)" TO STAT-LABEL
               MOVE WS-CUT-DATE TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "  REPORTS PURGED" TO STAT-LABEL
               MOVE WS-ENTRIES-PURGED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "  REPORT LINES PURGED" TO STAT-LABEL
               MOVE WS-LINES-PURGED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       7500-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE REPORT-REPO.
           IF NOT WS-FUNCTION-PURGE
               CLOSE REPRINT-FILE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           MOVE 4 TO RETURN-CODE.
           IF WS-FUNCTION-LIST
            AND WS-ENTRIES-LISTED GREATER THAN ZERO
               MOVE 0 TO RETURN-CODE.
           IF WS-FUNCTION-REPRINT
            AND WS-ENTRIES-REPRINTED GREATER THAN ZERO
               MOVE 0 TO RETURN-CODE.
           IF WS-FUNCTION-PURGE
            AND WS-RECORDS-READ GREATER THAN ZERO
               MOVE 0 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
