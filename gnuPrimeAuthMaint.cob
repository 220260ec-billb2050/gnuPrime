       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMAUTM.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMAUTM - AUTHMAST USER AUTHORIZATION MAINTENANCE
      *
      *    THE DESTRUCTIVE UTILITY FUNCTIONS -- PRIMOPER R AND V,
      *    PRIMAUDT R, PRIMBKUP L, PRIMRCVR F AND PRIMDEPT
      *    DEACTIVATIONS -- USED
      *    TO BE OPEN TO ANYONE WHO COULD SUBMIT THE JOB, AS LONG AS
      *    THEY TYPED A REASON.  EACH NOW LOOKS THE SUBMITTING USER
      *    ID UP ON THE AUTHMAST INDEXED FILE BEFORE IT TOUCHES
      *    ANYTHING (ONE RECORD PER USER, PROGRAM AND FUNCTION, SEE
      *    AUTREC) AND REFUSES, WITH RC 12 AND A PRIMELOG ROW, WHEN
      *    THERE IS NO ACTIVE GRANT.  THIS UTILITY IS THE ONLY
      *    WRITER OF THAT FILE.  IT APPLIES THE AUTHTRAN CARDS --
      *    GRANT, REVOKE -- ONE PER LINE (SEE ATTREC), REJECTING
      *    BAD CARDS INDIVIDUALLY, AND IS GUARDED THE SAME WAY: THE
      *    SUBMITTER MUST HOLD PRIMAUTM M.  THE ONE EXCEPTION IS THE
      *    FIRST RUN, WHEN NO ACTIVE PRIMAUTM M GRANT EXISTS AT ALL;
      *    THAT RUN IS ALLOWED SO THE FIRST ADMINISTRATOR CAN BE
      *    GRANTED, AND THE CONTROL REPORT SAYS SO.  THE LAST
      *    ACTIVE PRIMAUTM M GRANT CANNOT BE REVOKED, SO THE FILE
      *    CAN NEVER FALL BACK OPEN THAT WAY.  THE CONTROL REPORT
      *    GOES TO AUTHRPT AND THE RETURN CODE TELLS THE SCHEDULER
      *    WHAT HAPPENED:
      *        0 - EVERY CARD APPLIED
      *        8 - ONE OR MORE CARDS REJECTED (THE REST APPLIED)
      *       12 - RUN REFUSED, SUBMITTER NOT AUTHORIZED (NOTHING
      *            APPLIED)
      *       16 - UTILITY COULD NOT RUN (OPEN FAILURE)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-14 WB   ORIGINAL VERSION.
      *    2026-10-15 WB   PRIMRCVR F ADDED TO THE GUARDED FUNCTIONS.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MAST
               ASSIGN TO AUTHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO AUTHTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT
               ASSIGN TO AUTHRPT
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
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       FD  TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           COPY ATTREC.
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-REC                PIC X(80).
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
      *  WS-AUDIT-LINE AND WS-STAT-LINE - THE SAME WORKING-STORAGE    *
      *  STAGING RECORDS THE REST OF THE SHOP USES.                   *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-STAT-LINE.
           COPY STATREC.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-TRANS-STATUS             PIC X(02).
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRANS-EOF                VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01).
           88  WS-CARD-VALID               VALUE 'Y'.
       77  WS-SCAN-EOF-SW              PIC X(01).
           88  WS-SCAN-EOF                 VALUE 'Y'.
       77  WS-GUARDED-SW               PIC X(01).
           88  WS-GUARDED                  VALUE 'Y'.
       77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-APPLIED            PIC 9(08) COMP VALUE 0.
       77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
       77  WS-ADMIN-COUNT              PIC 9(08) COMP VALUE 0.
       77  WS-GX                       PIC 9(04) COMP.
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
      *****************************************************************
      *  WS-GUARD-TABLE - THE PROGRAM/FUNCTION COMBINATIONS THAT      *
      *  CHECK AUTHMAST.  A GRANT FOR ANYTHING ELSE WOULD BE A GRANT  *
      *  NOTHING EVER LOOKS AT, SO A CARD NAMING ONE IS REJECTED.  A  *
      *  NEW GUARDED FUNCTION IS ADDED HERE AND IN THE UTILITY'S OWN  *
      *  1700-CHECK-AUTHORITY.                                        *
      *****************************************************************
       01  WS-GUARD-VALUES.
           05  FILLER                  PIC X(27)
               VALUE "PRIMOPERRPRIMOPERVPRIMAUDTR".
           05  FILLER                  PIC X(27)
               VALUE "PRIMBKUPLPRIMDEPTDPRIMAUTMM".
           05  FILLER                  PIC X(09)
               VALUE "PRIMRCVRF".
       01  WS-GUARD-TABLE REDEFINES WS-GUARD-VALUES.
           05  WS-GUARD-ENTRY          OCCURS 7.
               10  WS-GUARD-PROGRAM    PIC X(08).
               10  WS-GUARD-FUNCTION   PIC X(01).
      *****************************************************************
      *  WS-DETAIL-LINE - ONE REPORT LINE PER CARD: WHAT WAS DONE (OR *
      *  WHY IT WAS REJECTED), THE ACTION, THE USER ID, THE PROGRAM   *
      *  AND FUNCTION, AND THE NOTE.  THE KEY ALONE IS WIDER THAN A   *
      *  STAT-LABEL, SO THE LINE HAS ITS OWN LAYOUT, AS THE PRIMBILL  *
      *  RATE LINE DOES.                                              *
      *****************************************************************
       01  WS-DETAIL-LINE.
           05  WS-DET-VERDICT          PIC X(22).
           05  WS-DET-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-USER             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DET-FUNCTION         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-NOTE             PIC X(16).
           05  FILLER                  PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT.
           PERFORM 3000-APPLY-ONE THRU 3000-EXIT
               UNTIL WS-TRANS-EOF.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT MAINT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AUTHRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O AUTH-MAST.
           IF WS-AUTH-STATUS = "35"
               OPEN OUTPUT AUTH-MAST
               CLOSE AUTH-MAST
               OPEN I-O AUTH-MAST
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "AUTHTRAN OPEN FAILED, STATUS = "
                   WS-TRANS-STATUS
               CLOSE AUTH-MAST
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "AUTHMAST MAINTENANCE" TO STAT-LABEL.
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
      *  1700-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD AN ACTIVE     *
      *  PRIMAUTM M GRANT OR NOTHING ON THE DECK IS APPLIED: THE RUN  *
      *  IS REFUSED WITH RC 12 AND A REFUSAL ROW ON PRIMELOG.  WHILE  *
      *  NO ACTIVE PRIMAUTM M GRANT EXISTS ANYWHERE ON THE FILE (THE  *
      *  FIRST RUN AGAINST A NEW AUTHMAST) THE RUN IS LET THROUGH SO  *
      *  THE FIRST ADMINISTRATOR CAN BE GRANTED, AND THE REPORT SAYS  *
      *  SO IN SO MANY WORDS.                                         *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           PERFORM 3900-COUNT-ADMINS THRU 3900-EXIT.
           IF WS-ADMIN-COUNT EQUAL TO ZERO
               DISPLAY "PRIMAUTM: NO ADMINISTRATOR ON FILE - RUN BY "
                   WS-OPERATOR-ID " ALLOWED TO BOOTSTRAP"
               MOVE "BOOTSTRAP - NO ADMINISTRATOR" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               GO TO 1700-EXIT.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMAUTM" TO AUT-PROGRAM.
           MOVE 'M' TO AUT-FUNCTION.
           READ AUTH-MAST
               INVALID KEY
                   GO TO 1700-REFUSE
           END-READ.
           IF AUT-ACTIVE
               GO TO 1700-EXIT.
       1700-REFUSE.
           DISPLAY "PRIMAUTM: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMAUTM M - RUN REFUSED".
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
       2000-READ-CARD.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-APPLY-ONE - VALIDATE AND APPLY THE CURRENT AUTHTRAN     *
      *  CARD.  A BAD CARD IS REPORTED AND COUNTED, NOT FATAL, SO THE *
      *  REST OF THE DECK STILL GOES ON.                              *
      *****************************************************************
       3000-APPLY-ONE.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-VALID-SW.
           IF ATT-USER-ID EQUAL TO SPACES
               MOVE "REJECTED BLANK USER" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3000-NEXT.
           PERFORM 3050-EDIT-GUARDED THRU 3050-EXIT.
           IF NOT WS-GUARDED
               MOVE "REJECTED NOT GUARDED" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3000-NEXT.
           IF ATT-ACTION EQUAL TO 'G'
               PERFORM 3100-GRANT THRU 3100-EXIT
           ELSE
               IF ATT-ACTION EQUAL TO 'R'
                   PERFORM 3200-REVOKE THRU 3200-EXIT
               ELSE
                   MOVE "REJECTED BAD ACTION" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT.
       3000-NEXT.
           PERFORM 2000-READ-CARD THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-EDIT-GUARDED.
           MOVE 'N' TO WS-GUARDED-SW.
           PERFORM 3060-MATCH-GUARD THRU 3060-EXIT
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX GREATER THAN 7 OR WS-GUARDED.
       3050-EXIT.
           EXIT.
      *
       3060-MATCH-GUARD.
           IF WS-GUARD-PROGRAM (WS-GX) EQUAL TO ATT-PROGRAM
            AND WS-GUARD-FUNCTION (WS-GX) EQUAL TO ATT-FUNCTION
               SET WS-GUARDED TO TRUE.
       3060-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-GRANT - A NEW GRANT, OR THE REACTIVATION OF A REVOKED   *
      *  ONE.  THE LAST REVOCATION STAMP IS LEFT IN PLACE AS HISTORY. *
      *  A GRANT ALREADY ACTIVE IS REJECTED RATHER THAN RESTAMPED, SO *
      *  THE GRANT DATE ON FILE STAYS THE DAY IT WAS REALLY GIVEN.    *
      *****************************************************************
       3100-GRANT.
           MOVE ATT-USER-ID TO AUT-USER-ID.
           MOVE ATT-PROGRAM TO AUT-PROGRAM.
           MOVE ATT-FUNCTION TO AUT-FUNCTION.
           READ AUTH-MAST
               INVALID KEY
                   GO TO 3100-ADD
           END-READ.
           IF AUT-ACTIVE
               MOVE "REJECTED ALREADY HELD" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3100-EXIT.
           SET AUT-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO AUT-GRANT-DATE.
           MOVE WS-OPERATOR-ID TO AUT-GRANTED-BY.
           MOVE ATT-NOTE TO AUT-NOTE.
           REWRITE AUTH-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE "REGRANTED" TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
           GO TO 3100-EXIT.
       3100-ADD.
           MOVE ATT-USER-ID TO AUT-USER-ID.
           MOVE ATT-PROGRAM TO AUT-PROGRAM.
           MOVE ATT-FUNCTION TO AUT-FUNCTION.
           SET AUT-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO AUT-GRANT-DATE.
           MOVE WS-OPERATOR-ID TO AUT-GRANTED-BY.
           MOVE ZERO TO AUT-REVOKE-DATE.
           MOVE SPACES TO AUT-REVOKED-BY.
           MOVE ATT-NOTE TO AUT-NOTE.
           WRITE AUTH-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "GRANTED" TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-REVOKE - THE RECORD STAYS ON FILE UNDER STATUS "R" WITH *
      *  WHO REVOKED IT AND WHEN.  REVOKING THE LAST ACTIVE PRIMAUTM  *
      *  M GRANT IS REJECTED: IT WOULD LEAVE NOBODY ABLE TO MAINTAIN  *
      *  THE FILE, AND THE NEXT RUN WOULD FALL BACK TO THE BOOTSTRAP  *
      *  RULE AND LET ANYONE IN.                                      *
      *****************************************************************
       3200-REVOKE.
           MOVE ATT-USER-ID TO AUT-USER-ID.
           MOVE ATT-PROGRAM TO AUT-PROGRAM.
           MOVE ATT-FUNCTION TO AUT-FUNCTION.
           READ AUTH-MAST
               INVALID KEY
                   MOVE "REJECTED NOT ON FILE" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF NOT AUT-ACTIVE
               MOVE "REJECTED NOT ACTIVE" TO WS-DET-VERDICT
               PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
               GO TO 3200-EXIT.
           IF ATT-PROGRAM EQUAL TO "PRIMAUTM"
            AND ATT-FUNCTION EQUAL TO 'M'
               PERFORM 3900-COUNT-ADMINS THRU 3900-EXIT
               IF WS-ADMIN-COUNT NOT GREATER THAN 1
                   MOVE "REJECTED LAST ADMIN" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
               END-IF
               MOVE ATT-USER-ID TO AUT-USER-ID
               MOVE ATT-PROGRAM TO AUT-PROGRAM
               MOVE ATT-FUNCTION TO AUT-FUNCTION
               READ AUTH-MAST
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           SET AUT-REVOKED TO TRUE.
           MOVE WS-RUN-DATE TO AUT-REVOKE-DATE.
           MOVE WS-OPERATOR-ID TO AUT-REVOKED-BY.
           REWRITE AUTH-MAST-REC
               INVALID KEY
                   MOVE "REJECTED WRITE FAILED" TO WS-DET-VERDICT
                   PERFORM 4800-NOTE-REJECT THRU 4800-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "REVOKED" TO WS-DET-VERDICT.
           PERFORM 4700-NOTE-APPLIED THRU 4700-EXIT.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3900-COUNT-ADMINS - SCAN THE WHOLE MASTER FOR ACTIVE         *
      *  PRIMAUTM M GRANTS.  THE FILE IS A FEW DOZEN RECORDS, SO A    *
      *  FULL SCAN IS CHEAPER THAN BEING CLEVER.  THE SCAN MOVES THE  *
      *  FILE POSITION AND THE RECORD AREA, SO CALLERS RE-READ THEIR  *
      *  TARGET RECORD AFTERWARDS WHEN THEY STILL NEED IT.            *
      *****************************************************************
       3900-COUNT-ADMINS.
           MOVE 0 TO WS-ADMIN-COUNT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO AUT-KEY.
           START AUTH-MAST KEY NOT LESS THAN AUT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM 3910-SCAN-ONE THRU 3910-EXIT
               UNTIL WS-SCAN-EOF.
       3900-EXIT.
           EXIT.
      *
       3910-SCAN-ONE.
           READ AUTH-MAST NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3910-EXIT
           END-READ.
           IF AUT-ACTIVE
            AND AUT-PROGRAM EQUAL TO "PRIMAUTM"
            AND AUT-FUNCTION EQUAL TO 'M'
               ADD 1 TO WS-ADMIN-COUNT.
       3910-EXIT.
           EXIT.
      *
       4700-NOTE-APPLIED.
           ADD 1 TO WS-CARDS-APPLIED.
           PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT.
       4700-EXIT.
           EXIT.
      *
       4800-NOTE-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE 'N' TO WS-CARD-VALID-SW.
           PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
       4950-WRITE-DETAIL-LINE.
           MOVE ATT-ACTION TO WS-DET-ACTION.
           MOVE ATT-USER-ID TO WS-DET-USER.
           MOVE ATT-PROGRAM TO WS-DET-PROGRAM.
           MOVE ATT-FUNCTION TO WS-DET-FUNCTION.
           MOVE ATT-NOTE TO WS-DET-NOTE.
           MOVE WS-DETAIL-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
       4950-EXIT.
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
           PERFORM 3900-COUNT-ADMINS THRU 3900-EXIT.
           MOVE "ACTIVE ADMINISTRATORS" TO STAT-LABEL.
           MOVE WS-ADMIN-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-ADMIN-COUNT EQUAL TO ZERO
               DISPLAY "PRIMAUTM: WARNING - STILL NO PRIMAUTM M "
                   "GRANT ON FILE".
           DISPLAY "PRIMAUTM: " WS-CARDS-APPLIED " APPLIED, "
               WS-CARDS-REJECTED " REJECTED".
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE REFUSAL ROW ON PRIMELOG: MODE     *
      *  "O", STATUS "R", THE REFUSED FUNCTION IN AUD-OP-MODE, ZERO N *
      *  AND COUNTS, THE SUBMITTER'S USER ID, AND "REFUSED PRIMAUTM"  *
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
           MOVE 'M' TO AUD-OP-MODE.
           MOVE 0 TO AUD-N.
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE 'R' TO AUD-STATUS.
           MOVE SPACES TO AUD-DEPT.
           MOVE "REFUSED PRIMAUTM" TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE AUTH-MAST.
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
