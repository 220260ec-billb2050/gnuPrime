      *    BLINDLY -- A REQUEST AT OR BELOW THE HIGH-WATER MARK IS
      *    ANSWERED STRAIGHT FROM THE FILE WITH NO RESIEVING.  THIS
      *    UTILITY IS THE CHECK ON THAT TRUST.  IT READS EVERY
      *    DATA BLOCK AND RECONCILES THE FILE AGAINST ITS OWN
      *    CONTROL RECORD:
      *      - NO DATA BLOCKS WHOLLY ABOVE PDR-HIGH-N (ORPHANS), AND
      *        NO Y FLAGS ABOVE PDR-HIGH-N IN THE LAST BLOCK;
      *      - THE NUMBER 1 (SLOT 1 OF BLOCK 1) NEVER FLAGGED PRIME;
      *      - NO MISSING BLOCKS AT OR BELOW PDR-HIGH-N;
      *      - EVERY FLAG Y OR N, AND A SPOT-CHECK SAMPLE OF THEM
      *        VERIFIED BY INDEPENDENT TRIAL DIVISION;
      *      - EVERY PRIMCIDX PRIME-COUNT INDEX ENTRY AT OR BELOW
      *        PDR-HIGH-N PRESENT AND EQUAL TO THE RUNNING COUNT OF
      *        Y FLAGS (PLUS ONE FOR THE PRIME 2) UP TO ITS BOUND.
      *    FUNCTION "C" (THE DEFAULT) ONLY REPORTS; FUNCTION "R"
      *    ALSO REPAIRS -- WRONG FLAGS ARE REWRITTEN, MISSING
      *    BLOCKS ARE REBUILT BY TRIAL DIVISION, ORPHAN BLOCKS
      *    ARE DELETED, COMPACTING THE FILE BACK TO ITS PROPER
      *    DOMAIN, AND THE COUNT INDEX IS REWRITTEN FROM THE
      *    REPAIRED FLAGS (CREATING PRIMCIDX IF IT IS MISSING).
      *    FUNCTION "R" IS GUARDED: THE SUBMITTING USER ID MUST
      *    HOLD AN ACTIVE GRANT FOR PRIMAUDT R ON THE AUTHMAST
      *    AUTHORIZATION FILE (SEE AUTREC), OR THE RUN IS REFUSED
      *    BEFORE THE SCAN AND A REFUSAL ROW GOES TO PRIMELOG.
      *    EVERY REPAIR FUNCTION "R" MAKES TO PRIMEDAT IS ALSO
      *    WRITTEN TO THE PRIMJRNL CHANGE JOURNAL (SEE JRNREC) AS
      *    ONE COMMITTED BATCH, SO PRIMRCVR CAN REPLAY IT ON TOP OF
      *    A RELOADED BACKUP.
      *    THE REPORT GOES TO PRIMARPT AND THE RETURN CODE TELLS
      *    THE SCHEDULER WHAT HAPPENED:
      *        0 - FILE CLEAN
      *        4 - DAMAGE FOUND AND REPAIRED (FUNCTION R)
      *        8 - DAMAGE FOUND AND LEFT IN PLACE (FUNCTION C)
      *       12 - FUNCTION R REFUSED, USER NOT AUTHORIZED (OR NO
      *            AUTHMAST TO CHECK AGAINST)
      *       16 - AUDIT COULD NOT RUN (OPEN FAILURE, NO CONTROL
      *            RECORD, BAD PARAMETER CARD, NO PRIMJRNL TO
      *            JOURNAL A REPAIR ON)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-08-22 WB   ORIGINAL VERSION.
      *    2026-10-05 WB   REWORKED FOR THE BLOCK-PACKED PRIMEDAT --
      *                    AUDITS 1000 FLAGS PER BLOCK, MISSING AND
      *                    ORPHAN CHECKS NOW BY BLOCK NUMBER.
      *    2026-10-06 WB   CHECKS THE PRIMCIDX PRIME-COUNT INDEX
      *                    AGAINST THE FLAGS (3600) AND REBUILDS IT
      *                    IN REPAIR MODE.
      *    2026-10-14 WB   FUNCTION R NOW CHECKS THE SUBMITTING USER
      *                    ID AGAINST AUTHMAST (1700-CHECK-AUTHORITY)
      *                    AND REFUSES WITH RC 12 AND A PRIMELOG
      *                    REFUSAL ROW WHEN THERE IS NO ACTIVE GRANT.
      *    2026-10-15 WB   FUNCTION R NOW JOURNALS EVERY BLOCK IT
      *                    WRITES, REWRITES OR DELETES TO PRIMJRNL AS
      *                    ONE BATCH, COMMITTED AFTER THE SCAN, FOR
      *                    PRIMRCVR FORWARD RECOVERY.
      *    2026-10-15 WB   COUNT INDEX ENTRY FOR A BLOCK IS NOW WORKED
      *                    OUT IN AN 8-DIGIT FIELD; HIGH BLOCK NUMBERS
      *                    WERE TRUNCATED INTO THE WRONG ENTRY.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO AUDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COUNT-INDEX-FILE
               ASSIGN TO PRIMCIDX
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CIX-KEY
               FILE STATUS IS WS-CIX-STATUS.
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
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO PRIMJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY AUPCARD.
       FD  COUNT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNT-INDEX-REC.
           COPY CIXREC.
       FD  AUTH-MAST
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MAST-REC.
           COPY AUTREC.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC                       PIC X(89).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC                     PIC X(1056).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE IS THE SAME WORKING-STORAGE STAGING RECORD      *
       77  WS-HIGH-N                   PIC 9(08) COMP VALUE 0.
       77  WS-CUR-KEY                  PIC 9(08) COMP.
       77  WS-CUR-FLAG                 PIC X(01).
       77  WS-BLOCK-CHANGED-SW         PIC X(01) VALUE 'N'.
           88  WS-BLOCK-CHANGED            VALUE 'Y'.
      *****************************************************************
      *  BLOCK POSITION -- BLOCK B, SLOT S HOLDS THE ODD CANDIDATE    *
      *  (B - 1) * 2000 + 2 * S - 1 (SEE PRMDAT).  WS-EXPECT IS THE   *
      *  NEXT BLOCK NUMBER OWED; WS-LAST-BLOCK THE ONE HOLDING THE    *
      *  HIGH-WATER MARK.                                             *
      *****************************************************************
       77  WS-CUR-CAND                 PIC 9(09) COMP.
       77  WS-SLOT                     PIC 9(04) COMP.
       77  WS-LAST-BLOCK               PIC 9(08) COMP VALUE 0.
       77  WS-EXPECT                   PIC 9(08) COMP VALUE 1.
       77  WS-CANDIDATES-CHECKED       PIC 9(09) COMP VALUE 0.
       77  WS-SAMPLE-INTERVAL          PIC 9(08) COMP VALUE 1000.
       77  WS-SAMPLE-COUNTER           PIC 9(08) COMP VALUE 0.
       77  WS-RECORDS-READ             PIC 9(08) COMP VALUE 0.
       77  TD-D2                       PIC 9(09) COMP.
       77  TD-QUOT                     PIC 9(08) COMP.
       77  TD-REM                      PIC 9(08) COMP.
      *****************************************************************
      *  PRIMCIDX COUNT INDEX CHECK -- WS-CIX-ACTUAL (E) COLLECTS THE *
      *  Y FLAGS OF THE WS-CIX-BLOCKS BLOCKS UNDER ENTRY E AS THE     *
      *  SCAN PASSES THEM (AFTER ANY REPAIR), SO 3600 CAN RUN THE     *
      *  CUMULATIVE COUNT WITHOUT A SECOND PASS OF PRIMEDAT.  999     *
      *  ENTRIES COVER THE WHOLE RANGE OF PDR-HIGH-N.                 *
      *****************************************************************
       77  WS-CIX-STATUS               PIC X(02).
       77  WS-CIX-KEY                  PIC 9(04) COMP VALUE 1.
       77  WS-CIX-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-CIX-OPEN                 VALUE 'Y'.
       77  WS-CIX-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CIX-FOUND                VALUE 'Y'.
       77  WS-CIX-INTERVAL             PIC 9(08) COMP VALUE 100000.
       77  WS-CIX-BLOCKS               PIC 9(04) COMP VALUE 50.
       77  WS-CIX-TOP                  PIC 9(04) COMP VALUE 0.
       77  WS-CIX-ENTRY                PIC 9(04) COMP.
       77  WS-CIX-BLOCK-NO             PIC 9(08) COMP.
       77  WS-CIX-LIMIT                PIC 9(08) COMP.
       77  WS-CIX-RUNNING              PIC 9(08) COMP.
       77  WS-CIX-TALLY                PIC 9(04) COMP.
       77  WS-INDEX-CHECKED            PIC 9(08) COMP VALUE 0.
       77  WS-INDEX-BAD-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-CIX-TABLE.
           05  WS-CIX-ACTUAL           PIC 9(08) COMP OCCURS 999 TIMES.
      *****************************************************************
      *  AUTHORIZATION CHECK AND REFUSAL ROW -- THE AUTHMAST LOOKUP   *
      *  FOR FUNCTION R, AND THE PRIMELOG STAGING RECORD, BUSINESS    *
      *  DATE AND START TIME A REFUSED RUN'S ROW IS BUILT FROM.       *
      *****************************************************************
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED               VALUE 'Y'.
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
      *  PRIMJRNL CHANGE JOURNAL -- THE STAGING RECORD EACH JOURNAL   *
      *  RECORD IS BUILT IN (SEE JRNREC), AND THE COUNT AND KEY HASH  *
      *  OF THE REPAIR BATCH'S BLOCK IMAGES AND DELETES FOR ITS       *
      *  COMMIT RECORD.                                               *
      *****************************************************************
       01  WS-JRN-LINE.
           COPY JRNREC.
       77  WS-JRNL-STATUS              PIC X(02).
       77  WS-JRN-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                 VALUE 'Y'.
       77  WS-JRN-RECORDS              PIC 9(09) COMP VALUE 0.
       77  WS-JRN-HASH                 PIC 9(15) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           PERFORM 1900-READ-CONTROL THRU 1900-EXIT.
           PERFORM 3800-BEGIN-JOURNAL-BATCH THRU 3800-EXIT.
           PERFORM 3000-SCAN-FILE THRU 3000-EXIT.
           PERFORM 3500-CHECK-TAIL THRU 3500-EXIT.
           PERFORM 3600-CHECK-COUNT-INDEX THRU 3600-EXIT.
           PERFORM 3850-COMMIT-JOURNAL-BATCH THRU 3850-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           INITIALIZE WS-CIX-TABLE.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PRIMARPT OPEN FAILED, STATUS = "
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
      *  1500-READ-PARM-CARD - LOOK FOR AN AUDPARM CARD.  ABSENT OR   *
      *  EMPTY MEANS THE DEFAULTS -- CHECK-ONLY, SAMPLE EVERY 1000TH  *
      *  FLAG.  A CARD THAT IS PRESENT BUT BAD ENDS THE JOB RATHER    *
      *  THAN AUDITING (OR WORSE, REPAIRING) WITH GARBAGE CONTROLS.   *
      *****************************************************************
       1500-READ-PARM-CARD.
           EXIT.
      *
      *****************************************************************
      *  1700-CHECK-AUTHORITY - REPAIR REWRITES AND DELETES PRIMEDAT  *
      *  BLOCKS, SO THE SUBMITTING USER ID MUST HOLD AN ACTIVE        *
      *  AUTHMAST GRANT FOR PRIMAUDT R.  NO GRANT, A REVOKED ONE, OR  *
      *  NO AUTHMAST TO LOOK IN ALL MEAN THE SAME THING -- THE RUN IS *
      *  REFUSED BEFORE A SINGLE BLOCK IS READ, WITH RC 12 AND A      *
      *  REFUSAL ROW ON PRIMELOG.  THE CHECK-ONLY AUDIT CHANGES       *
      *  NOTHING AND IS NOT GUARDED.                                  *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           IF NOT WS-FUNCTION-REPAIR
               GO TO 1700-EXIT.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               GO TO 1700-REFUSE.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMAUDT" TO AUT-PROGRAM.
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
           DISPLAY "PRIMAUDT: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMAUDT " WS-FUNCTION-SW
               " - RUN REFUSED".
           MOVE "REFUSED - NOT AUTHORIZED" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1900-READ-CONTROL - THE KEY-ZERO CONTROL RECORD IS THE       *
      *  YARDSTICK THE WHOLE AUDIT MEASURES AGAINST.  WITHOUT IT      *
      *  THERE IS NOTHING TO RECONCILE, SO ITS ABSENCE (ON A FILE     *
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-HIGH-N
           END-READ.
           IF WS-HIGH-N LESS THAN 3
               MOVE 0 TO WS-LAST-BLOCK
           ELSE
               COMPUTE WS-LAST-BLOCK = (WS-HIGH-N - 1) / 2000 + 1.
           MOVE "PRIMEDAT INTEGRITY AUDIT" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "HIGH-WATER MARK ON FILE" TO STAT-LABEL.
           MOVE WS-HIGH-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "DATA BLOCKS EXPECTED" TO STAT-LABEL.
           MOVE WS-LAST-BLOCK TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "SPOT-CHECK SAMPLE INTERVAL" TO STAT-LABEL.
           MOVE WS-SAMPLE-INTERVAL TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-SCAN-FILE - WALK EVERY DATA BLOCK IN KEY ORDER.         *
      *  WS-EXPECT TRACKS THE NEXT BLOCK NUMBER THAT OUGHT TO BE ON   *
      *  THE FILE, SO A GAP BETWEEN IT AND THE KEY JUST READ IS A RUN *
      *  OF MISSING BLOCKS.                                           *
      *****************************************************************
       3000-SCAN-FILE.
           MOVE 1 TO PDR-KEY.
                   SET WS-PRIMEDAT-EOF TO TRUE
               NOT AT END
                   MOVE PDR-KEY TO WS-CUR-KEY
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       3010-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-AUDIT-ONE - CLASSIFY THE BLOCK JUST READ.  A BLOCK      *
      *  WHOLLY ABOVE THE HIGH-WATER MARK IS AN ORPHAN.  A BLOCK THAT *
      *  BELONGS HAS EVERY SLOT CHECKED IN STORAGE (3150), IS         *
      *  REWRITTEN ONCE IF REPAIR MODE CHANGED ANY OF THEM, AND ONLY  *
      *  THEN ARE THE MISSING BLOCKS BEFORE IT FILLED IN -- 3200      *
      *  BUILDS EACH ONE IN THE SAME RECORD AREA, SO THE BLOCK IN     *
      *  HAND MUST BE FINISHED WITH FIRST (AND ITS Y FLAGS COUNTED    *
      *  FOR THE INDEX CHECK BY 3700).                                *
      *****************************************************************
       3100-AUDIT-ONE.
           IF WS-CUR-KEY GREATER THAN WS-LAST-BLOCK
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE "BLOCK ABOVE HIGH-WATER MARK" TO STAT-LABEL
               MOVE WS-CUR-KEY TO STAT-VALUE
               PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT
               PERFORM 3300-REPAIR-DELETE THRU 3300-EXIT
               GO TO 3100-NEXT.
           MOVE 'N' TO WS-BLOCK-CHANGED-SW.
           PERFORM 3150-AUDIT-SLOT THRU 3150-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT GREATER THAN 1000.
           IF WS-BLOCK-CHANGED
               PERFORM 3400-REPAIR-REWRITE THRU 3400-EXIT.
           PERFORM 3700-TALLY-BLOCK THRU 3700-EXIT.
           PERFORM 3200-FILL-GAP THRU 3200-EXIT
               UNTIL WS-EXPECT NOT LESS THAN WS-CUR-KEY.
           ADD 1 WS-CUR-KEY GIVING WS-EXPECT.
      *****************************************************************
      *  3100-NEXT - REPAIR WRITES AND DELETES DISTURB THE SEQUENTIAL *
      *  READ POSITION, SO IN REPAIR MODE IT IS RE-ESTABLISHED        *
           EXIT.
      *
      *****************************************************************
      *  3150-AUDIT-SLOT - ONE CANDIDATE OF THE BLOCK IN HAND.  THE   *
      *  NUMBER 1 AND ANYTHING ABOVE THE HIGH-WATER MARK MUST CARRY   *
      *  N; BELOW THE MARK THE FLAG MUST BE Y OR N AND IS FED TO THE  *
      *  SPOT-CHECK SAMPLER.  REPAIRS ARE MADE IN THE RECORD AREA AND *
      *  GO OUT WITH THE ONE REWRITE IN 3100.                         *
      *****************************************************************
       3150-AUDIT-SLOT.
           COMPUTE WS-CUR-CAND = (WS-CUR-KEY - 1) * 2000
               + WS-SLOT * 2 - 1.
           MOVE PDR-FLAG (WS-SLOT) TO WS-CUR-FLAG.
           IF WS-CUR-CAND LESS THAN 3
               IF WS-CUR-FLAG NOT EQUAL TO 'N'
                   ADD 1 TO WS-BAD-KEY-COUNT
                   MOVE "OUT-OF-DOMAIN FLAG AT" TO STAT-LABEL
                   MOVE WS-CUR-CAND TO STAT-VALUE
                   PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT
                   PERFORM 3350-REPAIR-CLEAR THRU 3350-EXIT
               END-IF
               GO TO 3150-EXIT.
           IF WS-CUR-CAND GREATER THAN WS-HIGH-N
               IF WS-CUR-FLAG NOT EQUAL TO 'N'
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE "FLAG ABOVE HIGH-WATER MARK" TO STAT-LABEL
                   MOVE WS-CUR-CAND TO STAT-VALUE
                   PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT
                   PERFORM 3350-REPAIR-CLEAR THRU 3350-EXIT
               END-IF
               GO TO 3150-EXIT.
           ADD 1 TO WS-CANDIDATES-CHECKED.
           IF WS-CUR-FLAG NOT EQUAL TO 'Y' AND NOT EQUAL TO 'N'
               ADD 1 TO WS-BAD-FLAG-COUNT
               MOVE "FLAG NOT Y OR N AT" TO STAT-LABEL
               MOVE WS-CUR-CAND TO STAT-VALUE
               PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT
               PERFORM 3450-REPAIR-FLAG THRU 3450-EXIT
               GO TO 3150-EXIT.
           ADD 1 TO WS-SAMPLE-COUNTER.
           IF WS-SAMPLE-COUNTER NOT LESS THAN WS-SAMPLE-INTERVAL
               MOVE 0 TO WS-SAMPLE-COUNTER
               PERFORM 3250-SPOT-CHECK THRU 3250-EXIT.
       3150-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-FILL-GAP - ONE BLOCK THAT SHOULD BE ON THE FILE BUT IS  *
      *  NOT.  IN REPAIR MODE IT IS REBUILT FROM SCRATCH BY TRIAL     *
      *  DIVISION -- EVERY CANDIDATE FROM 3 UP TO THE HIGH-WATER      *
      *  MARK, N EVERYWHERE ELSE -- AND WRITTEN BACK.  LEFT MISSING   *
      *  IN CHECK MODE IT COUNTS AS ALL N, AS PRIMES WOULD READ IT.   *
      *****************************************************************
       3200-FILL-GAP.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE "MISSING BLOCK" TO STAT-LABEL.
           MOVE WS-EXPECT TO STAT-VALUE.
           PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT.
           IF WS-FUNCTION-REPAIR
               MOVE SPACES TO PRIME-DAT-REC
               MOVE WS-EXPECT TO PDR-KEY
               MOVE ZERO TO PDR-HIGH-N
               MOVE ALL 'N' TO PDR-FLAGS
               PERFORM 3210-REBUILD-SLOT THRU 3210-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT GREATER THAN 1000
               WRITE PRIME-DAT-REC
                   INVALID KEY
                       REWRITE PRIME-DAT-REC
               END-WRITE
               PERFORM 3820-JOURNAL-BLOCK THRU 3820-EXIT
               PERFORM 3700-TALLY-BLOCK THRU 3700-EXIT
               ADD 1 TO WS-REPAIR-COUNT.
           ADD 1 TO WS-EXPECT.
       3200-EXIT.
           EXIT.
      *
       3210-REBUILD-SLOT.
           COMPUTE TD-N = (WS-EXPECT - 1) * 2000 + WS-SLOT * 2 - 1.
           IF TD-N LESS THAN 3 OR TD-N GREATER THAN WS-HIGH-N
               GO TO 3210-EXIT.
           PERFORM 6000-TRIAL-DIVIDE THRU 6000-EXIT.
           MOVE WS-TD-PRIME-SW TO PDR-FLAG (WS-SLOT).
       3210-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3250-SPOT-CHECK - VERIFY THE CURRENT CANDIDATE'S FLAG BY     *
      *  INDEPENDENT TRIAL DIVISION.  A MISMATCH IS EXACTLY THE       *
      *  SILENT POISON THIS UTILITY EXISTS TO CATCH -- ONE CORRUPTED  *
      *  REWRITE WOULD OTHERWISE FEED EVERY FUTURE CACHED ANSWER.     *
      *****************************************************************
       3250-SPOT-CHECK.
           ADD 1 TO WS-SAMPLED-COUNT.
           MOVE WS-CUR-CAND TO TD-N.
           PERFORM 6000-TRIAL-DIVIDE THRU 6000-EXIT.
           IF WS-TD-PRIME-SW NOT EQUAL TO WS-CUR-FLAG
               ADD 1 TO WS-WRONG-FLAG-COUNT
               MOVE "WRONG FLAG AT" TO STAT-LABEL
               MOVE WS-CUR-CAND TO STAT-VALUE
               PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT
               PERFORM 3450-REPAIR-FLAG THRU 3450-EXIT.
       3250-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3300-REPAIR-DELETE - IN REPAIR MODE, DROP A BLOCK THAT DOES  *
      *  NOT BELONG ON THE FILE AT ALL.  THIS IS ALSO HOW THE FILE    *
      *  IS COMPACTED BACK TO ITS PROPER DOMAIN AFTER DAMAGE.         *
      *****************************************************************
       3300-REPAIR-DELETE.
           IF WS-FUNCTION-REPAIR
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 3830-JOURNAL-DELETE THRU 3830-EXIT
               ADD 1 TO WS-REPAIR-COUNT.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3350-REPAIR-CLEAR - IN REPAIR MODE, RESET A SLOT THAT MUST   *
      *  NOT CARRY A FLAG (THE NUMBER 1, OR ABOVE THE HIGH-WATER      *
      *  MARK) BACK TO N.                                             *
      *****************************************************************
       3350-REPAIR-CLEAR.
           IF WS-FUNCTION-REPAIR
               MOVE 'N' TO PDR-FLAG (WS-SLOT)
               SET WS-BLOCK-CHANGED TO TRUE
               ADD 1 TO WS-REPAIR-COUNT.
       3350-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3400-REPAIR-REWRITE - PUT THE BLOCK IN HAND BACK ON THE FILE *
      *  WITH EVERY SLOT REPAIR 3150 MADE TO IT.                      *
      *****************************************************************
       3400-REPAIR-REWRITE.
           MOVE WS-CUR-KEY TO PDR-KEY.
           REWRITE PRIME-DAT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 3820-JOURNAL-BLOCK THRU 3820-EXIT.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3450-REPAIR-FLAG - IN REPAIR MODE, PUT THE TRIAL-DIVISION    *
      *  VERDICT ON THE CURRENT SLOT.  6000 HAS ALREADY RUN FOR THE   *
      *  WRONG-FLAG CASE; FOR A FLAG THAT IS NOT Y OR N AT ALL IT IS  *
      *  RUN HERE FIRST.                                              *
      *****************************************************************
       3450-REPAIR-FLAG.
           IF WS-FUNCTION-REPAIR
               MOVE WS-CUR-CAND TO TD-N
               PERFORM 6000-TRIAL-DIVIDE THRU 6000-EXIT
               MOVE WS-TD-PRIME-SW TO PDR-FLAG (WS-SLOT)
               SET WS-BLOCK-CHANGED TO TRUE
               ADD 1 TO WS-REPAIR-COUNT.
       3450-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3500-CHECK-TAIL - THE FILE RAN OUT BEFORE THE HIGH-WATER     *
      *  MARK DID.  EVERY BLOCK STILL OWED IS MISSING, AND IN REPAIR  *
      *  MODE 3200 REBUILDS EACH ONE.                                 *
      *****************************************************************
       3500-CHECK-TAIL.
           PERFORM 3200-FILL-GAP THRU 3200-EXIT
               UNTIL WS-EXPECT GREATER THAN WS-LAST-BLOCK.
       3500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3600-CHECK-COUNT-INDEX - RUN THE CUMULATIVE COUNT UP THROUGH *
      *  EVERY PRIMCIDX ENTRY THE HIGH-WATER MARK COVERS AND COMPARE  *
      *  EACH WITH THE FILE.  A MISSING OR WRONG ENTRY IS DAMAGE; IN  *
      *  REPAIR MODE IT IS WRITTEN WITH THE COUNT FROM THE FLAGS,     *
      *  AND A MISSING PRIMCIDX IS CREATED.  IN CHECK MODE A MISSING  *
      *  PRIMCIDX LEAVES EVERY ENTRY MISSING.  ENTRIES ABOVE THE MARK *
      *  ARE NOT LOOKED AT -- PRIMES NEVER TRUSTS THEM AND OVERWRITES *
      *  THEM AS THE MARK ADVANCES.                                   *
      *****************************************************************
       3600-CHECK-COUNT-INDEX.
           DIVIDE WS-HIGH-N BY WS-CIX-INTERVAL GIVING WS-CIX-TOP.
           IF WS-CIX-TOP EQUAL TO ZERO
               GO TO 3600-EXIT.
           IF WS-FUNCTION-REPAIR
               OPEN I-O COUNT-INDEX-FILE
               IF WS-CIX-STATUS = "35"
                   OPEN OUTPUT COUNT-INDEX-FILE
                   CLOSE COUNT-INDEX-FILE
                   OPEN I-O COUNT-INDEX-FILE
               END-IF
           ELSE
               OPEN INPUT COUNT-INDEX-FILE.
           IF WS-CIX-STATUS = "00"
               SET WS-CIX-OPEN TO TRUE
           ELSE
               DISPLAY "PRIMCIDX OPEN FAILED, STATUS = "
                   WS-CIX-STATUS
               MOVE "PRIMCIDX NOT AVAILABLE" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE 1 TO WS-CIX-RUNNING.
           PERFORM 3610-CHECK-ENTRY THRU 3610-EXIT
               VARYING WS-CIX-ENTRY FROM 1 BY 1
               UNTIL WS-CIX-ENTRY GREATER THAN WS-CIX-TOP.
           IF WS-CIX-OPEN
               CLOSE COUNT-INDEX-FILE.
       3600-EXIT.
           EXIT.
      *
       3610-CHECK-ENTRY.
           ADD WS-CIX-ACTUAL (WS-CIX-ENTRY) TO WS-CIX-RUNNING.
           ADD 1 TO WS-INDEX-CHECKED.
           COMPUTE WS-CIX-LIMIT = WS-CIX-ENTRY * WS-CIX-INTERVAL.
           MOVE 'N' TO WS-CIX-FOUND-SW.
           IF WS-CIX-OPEN
               MOVE WS-CIX-ENTRY TO WS-CIX-KEY
               READ COUNT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CIX-FOUND TO TRUE
               END-READ.
           IF WS-CIX-FOUND
               IF CIX-LIMIT NUMERIC AND CIX-COUNT NUMERIC
                   IF CIX-LIMIT EQUAL TO WS-CIX-LIMIT
                      AND CIX-COUNT EQUAL TO WS-CIX-RUNNING
                       GO TO 3610-EXIT.
           ADD 1 TO WS-INDEX-BAD-COUNT.
           MOVE "COUNT INDEX WRONG AT" TO STAT-LABEL.
           MOVE WS-CIX-LIMIT TO STAT-VALUE.
           PERFORM 4800-WRITE-DETAIL-LINE THRU 4800-EXIT.
           IF NOT WS-FUNCTION-REPAIR OR NOT WS-CIX-OPEN
               GO TO 3610-EXIT.
           MOVE SPACES TO COUNT-INDEX-REC.
           MOVE WS-CIX-LIMIT TO CIX-LIMIT.
           MOVE WS-CIX-RUNNING TO CIX-COUNT.
           IF WS-CIX-FOUND
               REWRITE COUNT-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE COUNT-INDEX-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE.
           ADD 1 TO WS-REPAIR-COUNT.
       3610-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3700-TALLY-BLOCK - ADD THE Y FLAGS OF THE BLOCK IN THE       *
      *  RECORD AREA TO ITS COUNT INDEX ENTRY'S TOTAL FOR 3600.       *
      *****************************************************************
       3700-TALLY-BLOCK.
           SUBTRACT 1 FROM PDR-KEY GIVING WS-CIX-BLOCK-NO.
           DIVIDE WS-CIX-BLOCKS INTO WS-CIX-BLOCK-NO.
           ADD 1 TO WS-CIX-BLOCK-NO.
           IF WS-CIX-BLOCK-NO GREATER THAN 999
               GO TO 3700-EXIT.
           MOVE WS-CIX-BLOCK-NO TO WS-CIX-ENTRY.
           MOVE 0 TO WS-CIX-TALLY.
           INSPECT PDR-FLAGS TALLYING WS-CIX-TALLY FOR ALL 'Y'.
           ADD WS-CIX-TALLY TO WS-CIX-ACTUAL (WS-CIX-ENTRY).
       3700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3800-BEGIN-JOURNAL-BATCH - A REPAIR RUN IS ONE PRIMJRNL      *
      *  BATCH, THE SAME AS AN EXTENSION SIEVE IN PRIMES: A BEGIN     *
      *  RECORD NOW, AN AFTER-IMAGE OF EVERY BLOCK 3200 OR 3400 PUTS  *
      *  BACK AND A DELETE RECORD FOR EVERY BLOCK 3300 DROPS AS THEY  *
      *  HAPPEN, AND A COMMIT ONCE THE SCAN IS DONE (3850), SO A      *
      *  FORWARD RECOVERY REPLAYS THE REPAIRS ALONG WITH THE SIEVES.  *
      *  A REPAIR THAT CANNOT BE JOURNALED IS NOT MADE -- A JOURNAL   *
      *  THAT CANNOT BE OPENED ENDS THE RUN WITH RC 16 BEFORE THE     *
      *  SCAN.  THE CHECK-ONLY AUDIT CHANGES NOTHING AND WRITES NO    *
      *  BATCH.                                                       *
      *****************************************************************
       3800-BEGIN-JOURNAL-BATCH.
           IF NOT WS-FUNCTION-REPAIR
               GO TO 3800-EXIT.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL OPEN FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE "PRIMJRNL COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           SET WS-JRN-OPEN TO TRUE.
           PERFORM 3860-STAMP-JOURNAL-REC THRU 3860-EXIT.
           SET JRN-BEGIN-REC TO TRUE.
           MOVE WS-HIGH-N TO JRN-BGN-MARK.
           MOVE 0 TO JRN-BGN-N.
           MOVE WS-FUNCTION-SW TO JRN-BGN-FUNCTION.
           MOVE 'N' TO JRN-BGN-RESUMED.
           PERFORM 3870-WRITE-JOURNAL-REC THRU 3870-EXIT.
       3800-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3820-JOURNAL-BLOCK - AFTER-IMAGE OF THE BLOCK IN THE RECORD  *
      *  AREA, JUST WRITTEN OR REWRITTEN BY A REPAIR.                 *
      *****************************************************************
       3820-JOURNAL-BLOCK.
           PERFORM 3860-STAMP-JOURNAL-REC THRU 3860-EXIT.
           SET JRN-BLOCK-REC TO TRUE.
           MOVE PDR-KEY TO JRN-BLK-KEY.
           MOVE PDR-HIGH-N TO JRN-BLK-HIGH-N.
           MOVE PDR-FLAGS TO JRN-BLK-FLAGS.
           PERFORM 3870-WRITE-JOURNAL-REC THRU 3870-EXIT.
       3820-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3830-JOURNAL-DELETE - THE BLOCK WS-CUR-KEY HAS JUST BEEN     *
      *  DELETED BY A REPAIR.                                         *
      *****************************************************************
       3830-JOURNAL-DELETE.
           PERFORM 3860-STAMP-JOURNAL-REC THRU 3860-EXIT.
           SET JRN-DELETE-REC TO TRUE.
           MOVE WS-CUR-KEY TO JRN-BLK-KEY.
           PERFORM 3870-WRITE-JOURNAL-REC THRU 3870-EXIT.
       3830-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3850-COMMIT-JOURNAL-BATCH - CLOSE THE REPAIR BATCH WITH ITS  *
      *  COMMIT RECORD.  A REPAIR NEVER MOVES THE HIGH-WATER MARK, SO *
      *  THE MARK BEFORE AND AFTER ARE THE SAME.  A RUN KILLED BEFORE *
      *  GETTING HERE LEAVES THE BATCH WITHOUT A COMMIT, AND PRIMRCVR *
      *  SKIPS IT -- THE NEXT PRIMAUDT R RUN FINDS AND MAKES THE SAME *
      *  REPAIRS.                                                     *
      *****************************************************************
       3850-COMMIT-JOURNAL-BATCH.
           IF NOT WS-JRN-OPEN
               GO TO 3850-EXIT.
           PERFORM 3860-STAMP-JOURNAL-REC THRU 3860-EXIT.
           SET JRN-COMMIT-REC TO TRUE.
           SET JRN-CMT-COMPLETE TO TRUE.
           MOVE WS-HIGH-N TO JRN-CMT-MARK-BEFORE.
           MOVE WS-HIGH-N TO JRN-CMT-MARK-AFTER.
           MOVE WS-JRN-RECORDS TO JRN-CMT-COUNT.
           MOVE WS-JRN-HASH TO JRN-CMT-HASH.
           PERFORM 3870-WRITE-JOURNAL-REC THRU 3870-EXIT.
           CLOSE JOURNAL-FILE.
           MOVE 'N' TO WS-JRN-OPEN-SW.
       3850-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3860-STAMP-JOURNAL-REC - CLEAR THE STAGING RECORD AND STAMP  *
      *  IT WITH THIS RUN'S BATCH ID.  A PRIMAUDT RUN IS ALWAYS BATCH *
      *  1.                                                           *
      *****************************************************************
       3860-STAMP-JOURNAL-REC.
           MOVE SPACES TO WS-JRN-LINE.
           MOVE "PRIMAUDT" TO JRN-PROGRAM.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           COMPUTE JRN-RUN-TIME = WS-START-HH * 10000
               + WS-START-MN * 100 + WS-START-SS.
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE 1 TO JRN-BATCH-NO.
       3860-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3870-WRITE-JOURNAL-REC - PUT THE STAGED RECORD ON PRIMJRNL,  *
      *  COUNTING EACH BLOCK IMAGE AND DELETE INTO THE BATCH'S RECORD *
      *  COUNT AND KEY HASH.  A FAILED WRITE ENDS THE RUN WITH RC 16  *
      *  AND NO COMMIT.                                               *
      *****************************************************************
       3870-WRITE-JOURNAL-REC.
           IF JRN-BLOCK-REC OR JRN-DELETE-REC
               ADD 1 TO WS-JRN-RECORDS
               ADD JRN-BLK-KEY TO WS-JRN-HASH.
           MOVE WS-JRN-LINE TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL WRITE FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE "PRIMJRNL WRITE FAILED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       3870-EXIT.
           EXIT.
      *
      *****************************************************************
       5000-WRITE-SUMMARY.
           COMPUTE WS-TOTAL-DAMAGE = WS-ORPHAN-COUNT
               + WS-BAD-KEY-COUNT + WS-MISSING-COUNT
               + WS-WRONG-FLAG-COUNT + WS-BAD-FLAG-COUNT
               + WS-INDEX-BAD-COUNT.
           MOVE "AUDIT SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "DATA BLOCKS READ" TO STAT-LABEL.
           MOVE WS-RECORDS-READ TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "CANDIDATES CHECKED" TO STAT-LABEL.
           MOVE WS-CANDIDATES-CHECKED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "ORPHAN BLOCKS OR FLAGS" TO STAT-LABEL.
           MOVE WS-ORPHAN-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "OUT-OF-DOMAIN FLAGS" TO STAT-LABEL.
           MOVE WS-BAD-KEY-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "MISSING BLOCKS" TO STAT-LABEL.
           MOVE WS-MISSING-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "FLAGS SPOT-CHECKED" TO STAT-LABEL.
           MOVE "FLAGS NOT Y OR N" TO STAT-LABEL.
           MOVE WS-BAD-FLAG-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "INDEX ENTRIES CHECKED" TO STAT-LABEL.
           MOVE WS-INDEX-CHECKED TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "INDEX ENTRIES WRONG" TO STAT-LABEL.
           MOVE WS-INDEX-BAD-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "TOTAL DISCREPANCIES" TO STAT-LABEL.
           MOVE WS-TOTAL-DAMAGE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-REPAIR
               MOVE "REPAIRS APPLIED" TO STAT-LABEL
               MOVE WS-REPAIR-COUNT TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "CHANGES JOURNALED ON PRIMJRNL" TO STAT-LABEL
               MOVE WS-JRN-RECORDS TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMAUDT: " WS-TOTAL-DAMAGE " DISCREPANCIES, "
               WS-REPAIR-COUNT " REPAIRS".
           MULTIPLY TD-D BY TD-D GIVING TD-D2.
       6010-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE REFUSAL ROW ON PRIMELOG: MODE     *
      *  "O", STATUS "R", THE REFUSED FUNCTION IN AUD-OP-MODE, ZERO N *
      *  AND COUNTS, THE SUBMITTER'S USER ID, AND "REFUSED PRIMAUDT"  *
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
           MOVE "REFUSED PRIMAUDT" TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           CLOSE PRIME-DAT.
           CLOSE AUDIT-REPORT.
           IF WS-JRN-OPEN
               CLOSE JOURNAL-FILE.
       8000-EXIT.
           EXIT.
      *
