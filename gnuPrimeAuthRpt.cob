       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMAUTR.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMAUTR - MONTHLY AUTHORIZATION REPORT
      *
      *    THE DESTRUCTIVE UTILITY FUNCTIONS ARE GUARDED BY THE
      *    AUTHMAST AUTHORIZATION FILE (SEE AUTREC, MAINTAINED BY
      *    PRIMAUTM), AND EVERY REFUSED ATTEMPT LEAVES A PRIMELOG
      *    ROW -- MODE "O", STATUS "R", THE FUNCTION IN AUD-OP-MODE
      *    AND "REFUSED " PLUS THE PROGRAM-ID IN AUD-NOTE.  THIS
      *    REPORT IS THE MONTHLY REVIEW OF BOTH, ON AUTHLIST:
      *      - EVERY GRANT ON AUTHMAST, ACTIVE OR REVOKED -- WHO
      *        HOLDS WHICH PROGRAM/FUNCTION, WHEN AND BY WHOM IT
      *        WAS GRANTED, AND WHEN AND BY WHOM A REVOKED ONE WAS
      *        TAKEN AWAY;
      *      - EVERY REFUSAL ROW ON PRIMELOG IN THE REPORTING
      *        PERIOD (AURPARM CARD, SEE AURCARD; DEFAULT THE
      *        CALENDAR MONTH OF THE BUSINESS DATE);
      *      - THE TOTALS.
      *    RUN IT BEFORE PRIMLARC CUTS THE PERIOD OUT OF THE LIVE
      *    LOG, OR POINT PRIMELOG AT THE LOGARCH GENERATION THAT
      *    HOLDS IT -- ONLY THE LOG IS READ, NEVER WRITTEN.
      *    RETURN CODES:
      *        0 - REPORT WRITTEN, NO REFUSALS IN THE PERIOD
      *        4 - REPORT WRITTEN, ONE OR MORE REFUSALS TO REVIEW
      *       16 - REPORT COULD NOT RUN (OPEN FAILURE, BAD CARD)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-14 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MAST
               ASSIGN TO AUTHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO PRIMELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO AURPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTH-REPORT
               ASSIGN TO AUTHLIST
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
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC.
           COPY AUDREC.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY AURCARD.
       FD  AUTH-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-REPORT-REC                 PIC X(80).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE - SAME LABEL-AND-VALUE STAGING RECORD THE REST  *
      *  OF THE SHOP'S REPORTS USE, FOR THE HEADINGS AND TOTALS.      *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-AUTH-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-AUTH-EOF                 VALUE 'Y'.
       77  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       77  WS-GRANTS-ACTIVE            PIC 9(08) COMP VALUE 0.
       77  WS-GRANTS-REVOKED           PIC 9(08) COMP VALUE 0.
       77  WS-ROWS-READ                PIC 9(08) COMP VALUE 0.
       77  WS-BAD-ROW-COUNT            PIC 9(08) COMP VALUE 0.
       77  WS-REFUSALS                 PIC 9(08) COMP VALUE 0.
       77  WS-DATE-NUM                 PIC 9(08).
       77  WS-ROW-DATE                 PIC X(08).
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
      *  REPORTING PERIOD FOR THE REFUSALS.  THE DEFAULT IS THE       *
      *  CALENDAR MONTH OF THE BUSINESS DATE, THE FIRST THROUGH THE   *
      *  31ST -- THE DATES ARE COMPARED AS YYYYMMDD TEXT, SO A SHORT  *
      *  MONTH NEEDS NO TABLE.  THE AURPARM CARD OVERRIDES IT THE WAY *
      *  THE BILPARM CARD BOUNDS A PRIMBILL STATEMENT.                *
      *****************************************************************
       01  WS-FROM-DATE                PIC X(08) VALUE "00000000".
       01  WS-TO-DATE                  PIC X(08) VALUE "99999999".
      *****************************************************************
      *  THE GRANT LISTING - A COLUMN HEADING, THEN ONE LINE PER      *
      *  AUTHMAST RECORD IN KEY (USER ID) ORDER.  THE REVOCATION      *
      *  COLUMNS ARE BLANK ON A GRANT NEVER REVOKED.                  *
      *****************************************************************
       01  WS-GRT-HEADING.
           05  FILLER                  PIC X(12) VALUE "  USER".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(04) VALUE "F".
           05  FILLER                  PIC X(09) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "GRANTED".
           05  FILLER                  PIC X(10) VALUE "BY".
           05  FILLER                  PIC X(10) VALUE "REVOKED".
           05  FILLER                  PIC X(15) VALUE "BY".
       01  WS-GRT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-USER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-FUNCTION            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  GRT-STATUS              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-GRANT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-GRANTED-BY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-REVOKE-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GRT-REVOKED-BY          PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
      *****************************************************************
      *  THE REFUSAL LISTING - A COLUMN HEADING, THEN ONE LINE PER    *
      *  REFUSAL ROW IN LOG ORDER: WHEN (BUSINESS DATE AND START      *
      *  TIME, AS STAMPED ON THE ROW), WHO, AND WHICH PROGRAM AND     *
      *  FUNCTION THEY WERE REFUSED.                                  *
      *****************************************************************
       01  WS-RFS-HEADING.
           05  FILLER                  PIC X(23)
               VALUE "  WHEN (BUSINESS DATE)".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(37) VALUE "F".
       01  WS-RFS-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RFS-TIMESTAMP           PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RFS-USER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RFS-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RFS-FUNCTION            PIC X(01).
           05  FILLER                  PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 2000-LIST-GRANTS THRU 2000-EXIT.
           PERFORM 3000-LIST-REFUSALS THRU 3000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT AUTH-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AUTHLIST OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE SPACES TO WS-FROM-DATE.
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  WS-RUN-MM   DELIMITED BY SIZE
                  "01"        DELIMITED BY SIZE
               INTO WS-FROM-DATE.
           MOVE SPACES TO WS-TO-DATE.
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  WS-RUN-MM   DELIMITED BY SIZE
                  "31"        DELIMITED BY SIZE
               INTO WS-TO-DATE.
           MOVE "AUTHORIZATION REPORT" TO STAT-LABEL.
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
      *  1500-READ-PARM-CARD - LOOK FOR AN AURPARM CARD.  ABSENT,     *
      *  EMPTY, OR SPACES IN BOTH DATES MEANS THE DEFAULT MONTH.  A   *
      *  DATE THAT IS PRESENT MUST BE YYYYMMDD; SPACES IN ONLY ONE OF *
      *  THEM LEAVE THAT SIDE OPEN-ENDED.  A BAD CARD ENDS THE JOB    *
      *  RATHER THAN REPORTING ON A PERIOD NOBODY ASKED FOR.          *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "AURPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           READ PARM-FILE
               AT END
                   GO TO 1500-CLOSE-PARM
           END-READ.
           IF AUR-FROM-DATE EQUAL TO SPACES
            AND AUR-TO-DATE EQUAL TO SPACES
               GO TO 1500-CLOSE-PARM.
           MOVE "00000000" TO WS-FROM-DATE.
           MOVE "99999999" TO WS-TO-DATE.
           IF AUR-FROM-DATE NOT EQUAL TO SPACES
               IF AUR-FROM-DATE NOT NUMERIC
                   DISPLAY "AURPARM FROM DATE NOT YYYYMMDD - JOB ENDED"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN
               END-IF
               MOVE AUR-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF AUR-TO-DATE NOT EQUAL TO SPACES
               IF AUR-TO-DATE NOT NUMERIC
                   DISPLAY "AURPARM TO DATE NOT YYYYMMDD - JOB ENDED"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN
               END-IF
               MOVE AUR-TO-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE GREATER THAN WS-TO-DATE
               DISPLAY "AURPARM PERIOD FROM EXCEEDS TO - JOB ENDED"
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
      *  2000-LIST-GRANTS - EVERY AUTHMAST RECORD, IN KEY ORDER.  NO  *
      *  AUTHMAST AT ALL IS REPORTED, NOT FATAL: IT MEANS NOBODY      *
      *  HOLDS ANYTHING AND EVERY GUARDED FUNCTION EXCEPT THE         *
      *  PRIMAUTM BOOTSTRAP GRANT IS BEING REFUSED, WHICH IS EXACTLY  *
      *  WHAT THE REVIEWER NEEDS TO SEE.                              *
      *****************************************************************
       2000-LIST-GRANTS.
           MOVE "AUTHORITIES HELD ON AUTHMAST" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS = "35"
               DISPLAY "PRIMAUTR: AUTHMAST NOT ON FILE"
               MOVE "  AUTHMAST NOT ON FILE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 2000-EXIT.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE WS-GRT-HEADING TO AUTH-REPORT-REC.
           WRITE AUTH-REPORT-REC.
           PERFORM 2100-READ-GRANT THRU 2100-EXIT.
           PERFORM 2200-LIST-ONE-GRANT THRU 2200-EXIT
               UNTIL WS-AUTH-EOF.
           CLOSE AUTH-MAST.
       2000-EXIT.
           EXIT.
      *
       2100-READ-GRANT.
           READ AUTH-MAST NEXT RECORD
               AT END
                   SET WS-AUTH-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *
       2200-LIST-ONE-GRANT.
           MOVE AUT-USER-ID TO GRT-USER.
           MOVE AUT-PROGRAM TO GRT-PROGRAM.
           MOVE AUT-FUNCTION TO GRT-FUNCTION.
           MOVE AUT-GRANT-DATE TO GRT-GRANT-DATE.
           MOVE AUT-GRANTED-BY TO GRT-GRANTED-BY.
           IF AUT-ACTIVE
               MOVE "ACTIVE" TO GRT-STATUS
               ADD 1 TO WS-GRANTS-ACTIVE
           ELSE
               MOVE "REVOKED" TO GRT-STATUS
               ADD 1 TO WS-GRANTS-REVOKED.
           IF AUT-REVOKE-DATE EQUAL TO ZERO
               MOVE SPACES TO GRT-REVOKE-DATE
           ELSE
               MOVE AUT-REVOKE-DATE TO GRT-REVOKE-DATE.
           MOVE AUT-REVOKED-BY TO GRT-REVOKED-BY.
           MOVE WS-GRT-LINE TO AUTH-REPORT-REC.
           WRITE AUTH-REPORT-REC.
           PERFORM 2100-READ-GRANT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-LIST-REFUSALS - READ THE WHOLE LOG AND LIST EVERY       *
      *  REFUSAL ROW STAMPED INSIDE THE PERIOD.  THE ROW DATE COMES   *
      *  OFF AUD-TIMESTAMP THE SAME WAY PRIMBILL TAKES IT; A ROW THAT *
      *  WILL NOT DATE IS COUNTED AND SKIPPED.  NO PRIMELOG MEANS NO  *
      *  REFUSALS, SAID SO ON THE REPORT.                             *
      *****************************************************************
       3000-LIST-REFUSALS.
           MOVE "REFUSED ATTEMPTS IN PERIOD" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "PRIMAUTR: PRIMELOG NOT ON FILE"
               MOVE "  PRIMELOG NOT ON FILE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 3000-EXIT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "PRIMELOG OPEN FAILED, STATUS = "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE WS-RFS-HEADING TO AUTH-REPORT-REC.
           WRITE AUTH-REPORT-REC.
           PERFORM 3100-READ-LOG THRU 3100-EXIT.
           PERFORM 3200-CHECK-ONE-ROW THRU 3200-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-FILE.
       3000-EXIT.
           EXIT.
      *
       3100-READ-LOG.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
      *
       3200-CHECK-ONE-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF AUD-MODE NOT EQUAL TO 'O'
            OR AUD-STATUS NOT EQUAL TO 'R'
               GO TO 3200-NEXT.
           MOVE SPACES TO WS-ROW-DATE.
           STRING AUD-TIMESTAMP (1:4) DELIMITED BY SIZE
                  AUD-TIMESTAMP (6:2) DELIMITED BY SIZE
                  AUD-TIMESTAMP (9:2) DELIMITED BY SIZE
               INTO WS-ROW-DATE.
           IF WS-ROW-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-ROW-COUNT
               GO TO 3200-NEXT.
           IF WS-ROW-DATE LESS THAN WS-FROM-DATE
            OR WS-ROW-DATE GREATER THAN WS-TO-DATE
               GO TO 3200-NEXT.
           ADD 1 TO WS-REFUSALS.
           MOVE AUD-TIMESTAMP TO RFS-TIMESTAMP.
           MOVE AUD-USER-ID TO RFS-USER.
           MOVE AUD-NOTE (9:8) TO RFS-PROGRAM.
           MOVE AUD-OP-MODE TO RFS-FUNCTION.
           MOVE WS-RFS-LINE TO AUTH-REPORT-REC.
           WRITE AUTH-REPORT-REC.
       3200-NEXT.
           PERFORM 3100-READ-LOG THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO AUTH-REPORT-REC.
           WRITE AUTH-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
       5000-WRITE-SUMMARY.
           MOVE "AUTHORIZATION TOTALS" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  REPORTING PERIOD FROM" TO STAT-LABEL.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  REPORTING PERIOD TO" TO STAT-LABEL.
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  GRANTS ACTIVE" TO STAT-LABEL.
           MOVE WS-GRANTS-ACTIVE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  GRANTS REVOKED" TO STAT-LABEL.
           MOVE WS-GRANTS-REVOKED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  LOG ROWS READ" TO STAT-LABEL.
           MOVE WS-ROWS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  REFUSAL ROWS UNREADABLE" TO STAT-LABEL.
           MOVE WS-BAD-ROW-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "  REFUSALS IN PERIOD" TO STAT-LABEL.
           MOVE WS-REFUSALS TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMAUTR: " WS-GRANTS-ACTIVE " GRANTS ACTIVE, "
               WS-REFUSALS " REFUSALS IN PERIOD".
       5000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE AUTH-REPORT.
       8000-EXIT.
           EXIT.
      *
       8100-SET-RETURN-CODE.
           IF WS-REFUSALS EQUAL TO ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
