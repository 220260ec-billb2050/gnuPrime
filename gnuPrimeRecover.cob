       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMRCVR.
       AUTHOR. BILL BLASINGIM.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      *    PROGRAM:  PRIMRCVR - PRIMEDAT FORWARD RECOVERY
      *
      *    A PRIMBKUP GENERATION ONLY TAKES PRIMEDAT BACK TO THE
      *    NIGHT IT WAS UNLOADED -- RELOADING MONDAY'S PRIMBKP1 ON
      *    A THURSDAY THROWS AWAY EVERY EXTENSION SIEVE RUN SINCE.
      *    EVERY CHANGE PRIMES AND PRIMAUDT MAKE TO PRIMEDAT IS NOW
      *    ALSO WRITTEN TO THE PRIMJRNL CHANGE JOURNAL (SEE JRNREC)
      *    IN BATCHES, ONE PER SIEVE OR REPAIR RUN, EACH STAMPED
      *    WITH THE RUN THAT MADE IT AND CLOSED BY A COMMIT RECORD,
      *    AND EVERY GOOD UNLOAD LEAVES A BACKUP MARKER THERE.
      *    THIS UTILITY ROLLS A RELOADED GENERATION FORWARD:
      *      - THE GENERATION'S H HEADER (RCVPARM CARD, SEE
      *        RCVCARD) NAMES THE BACKUP MARKER TO START AFTER --
      *        SAME BUSINESS DATE, START TIME, USER AND MARK;
      *      - PASS ONE READS THE JOURNAL AND SORTS OUT EVERY
      *        BATCH AFTER THE MARKER.  A BATCH WHOSE COMMIT
      *        CARRIES THE RIGHT RECORD COUNT AND KEY HASH IS
      *        APPLIED; ONE WITH NO COMMIT WAS LEFT INCOMPLETE BY
      *        A KILLED JOB AND IS SKIPPED; A SUSPENDED SIEVE
      *        CHANGED NOTHING THE MARK VOUCHES FOR AND IS PASSED
      *        OVER.  A COMMIT WITH THE WRONG TOTALS, OR ONE THAT
      *        STARTS FROM A MARK THE FILE HAS NOT REACHED (A
      *        HOLE IN THE JOURNAL), STOPS THE RECOVERY THERE --
      *        NOTHING COMMITTED AFTER IT IS APPLIED;
      *      - FUNCTION F (PASS TWO) APPLIES THE BLOCK IMAGES AND
      *        DELETES OF THE ACCEPTED BATCHES TO PRIMEDAT IN
      *        JOURNAL ORDER, THEN VOIDS ANY PENDING PRIMCKPT
      *        CHECKPOINT, SINCE THE BLOCKS IT WAS COUNTING ON
      *        BELONGED TO A BATCH THAT NEVER COMMITTED.  FUNCTION
      *        L (THE DEFAULT) ONLY LISTS WHAT F WOULD DO.
      *    F REWRITES THE LIVE FILE, SO IT IS GUARDED: THE
      *    SUBMITTING USER ID MUST HOLD AN ACTIVE GRANT FOR
      *    PRIMRCVR F ON THE AUTHMAST AUTHORIZATION FILE (SEE
      *    AUTREC).  F ALSO INSISTS THE FILE STILL CARRIES THE
      *    GENERATION'S OWN HIGH-WATER MARK -- RUN PRIMBKUP L
      *    FIRST, AND RELOAD AGAIN BEFORE ANY RERUN.  PRIMCIDX IS
      *    NOT JOURNALED; REBUILD IT WITH PRIMAUDT R AFTERWARDS.
      *    THE CONTROL REPORT GOES TO RCVRPT AND THE RETURN CODE
      *    TELLS THE SCHEDULER WHAT HAPPENED:
      *        0 - EVERY BATCH SINCE THE BACKUP APPLIED (OR, FOR
      *            L, APPLICABLE)
      *        4 - AS 0, BUT INCOMPLETE BATCHES WERE SKIPPED
      *        8 - RECOVERY STOPPED SHORT (BAD TOTALS OR A HOLE IN
      *            THE JOURNAL), OR THE MARK DID NOT COME OUT AS
      *            PROJECTED, OR A JOURNALED BLOCK COULD NOT BE
      *            WRITTEN OR DELETED, OR PRIMCKPT COULD NOT BE
      *            CHECKED (RECOVERY STOPPED SHORT OR NEEDS
      *            ATTENTION) --
      *            DO NOT RELEASE PRIMEDAT
      *       12 - FUNCTION F REFUSED, USER NOT AUTHORIZED (OR NO
      *            AUTHMAST TO CHECK AGAINST)
      *       16 - RECOVERY COULD NOT RUN (OPEN FAILURE, BAD
      *            PARAMETER CARD, ABSENT GENERATION, NO MATCHING
      *            BACKUP MARKER, PRIMEDAT NOT RELOADED)
      *
      *    ---------------------------------------------------------
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 WB   ORIGINAL VERSION.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO PRIMJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL BACKUP-GEN1
               ASSIGN TO PRIMBKP1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN1-STATUS.
           SELECT OPTIONAL BACKUP-GEN2
               ASSIGN TO PRIMBKP2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN2-STATUS.
           SELECT OPTIONAL BACKUP-GEN3
               ASSIGN TO PRIMBKP3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN3-STATUS.
           SELECT PRIME-DAT
               ASSIGN TO PRIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDR-KEY
               FILE STATUS IS WS-PRIMEDAT-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO PRIMCKPT
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RECOVERY-REPORT
               ASSIGN TO RCVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO RCVPARM
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
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC                     PIC X(1056).
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
       FD  PRIME-DAT
           LABEL RECORDS ARE STANDARD.
       01  PRIME-DAT-REC.
           COPY PRMDAT.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-REC.
           COPY CHKPTREC.
       FD  RECOVERY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-REPORT-REC             PIC X(80).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-REC.
           COPY RCVCARD.
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
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-STAT-LINE, WS-AUDIT-LINE, WS-BKP-LINE AND WS-JRN-LINE -   *
      *  THE SAME WORKING-STORAGE STAGING RECORDS THE OTHER UTILITIES *
      *  USE, FOR THE SAME REASON: A FILE SECTION BUFFER'S FILLERS    *
      *  ARE NOT INITIALIZED AT RUN START.  THE BACKUP AND JOURNAL    *
      *  RECORDS ARE READ INTO THEM.                                  *
      *****************************************************************
       01  WS-STAT-LINE.
           COPY STATREC.
       01  WS-AUDIT-LINE.
           COPY AUDREC.
       01  WS-BKP-LINE.
           COPY BKPREC.
       01  WS-JRN-LINE.
           COPY JRNREC.
       77  WS-JRNL-STATUS              PIC X(02).
       77  WS-GEN1-STATUS              PIC X(02).
       77  WS-GEN2-STATUS              PIC X(02).
       77  WS-GEN3-STATUS              PIC X(02).
       77  WS-GEN-STATUS               PIC X(02).
       77  WS-PRIMEDAT-STATUS          PIC X(02).
       77  WS-CKPT-STATUS              PIC X(02).
       77  WS-CKPT-KEY                 PIC 9(04) COMP VALUE 1.
       77  WS-REPORT-STATUS            PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-FUNCTION-SW              PIC X(01) VALUE 'L'.
           88  WS-FUNCTION-LIST            VALUE 'L'.
           88  WS-FUNCTION-FORWARD         VALUE 'F'.
       77  WS-GENERATION               PIC 9(01) VALUE 1.
       77  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-JRN-EOF                  VALUE 'Y'.
       77  WS-DAT-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-DAT-OPEN                 VALUE 'Y'.
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
      *  AUTHORIZATION CHECK AND LOG ROW - THE AUTHMAST LOOKUP FOR    *
      *  FUNCTION F, AND WHAT GOES IN AUD-NOTE ON THE PRIMELOG ROW: A *
      *  REFUSAL, OR THE RECOVERY ITSELF.                             *
      *****************************************************************
       77  WS-AUTH-STATUS              PIC X(02).
       77  WS-AUDIT-STATUS             PIC X(02).
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED               VALUE 'Y'.
       77  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  WS-REFUSED                  VALUE 'Y'.
       01  WS-REASON                   PIC X(16).
      *****************************************************************
      *  THE BACKUP BEING ROLLED FORWARD - ITS HEADER FIELDS, WHICH A *
      *  PRIMBKUP BACKUP MARKER MUST MATCH, AND THE JOURNAL RECORD    *
      *  NUMBER OF THE LAST MARKER THAT DID.  ONLY THE RECORDS AFTER  *
      *  IT ARE RECOVERED.                                            *
      *****************************************************************
       77  WS-BKP-DATE                 PIC 9(08) VALUE 0.
       77  WS-BKP-TIME                 PIC 9(06) VALUE 0.
       77  WS-BKP-USER                 PIC X(08) VALUE SPACES.
       77  WS-BKP-MARK                 PIC 9(08) VALUE 0.
       77  WS-MARKER-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-MARKER-FOUND             VALUE 'Y'.
       77  WS-MARKER-RECNO             PIC 9(09) COMP VALUE 0.
       77  WS-JRN-RECNO                PIC 9(09) COMP VALUE 0.
      *****************************************************************
      *  HIGH-WATER MARKS AND TOTALS.  WS-PROJECTED-MARK FOLLOWS THE  *
      *  MARK THROUGH THE ACCEPTED BATCHES IN PASS ONE; AFTER PASS    *
      *  TWO THE MARK ACTUALLY ON PRIMEDAT MUST AGREE WITH IT.  ONCE  *
      *  A BATCH STOPS THE RECOVERY (WS-STOPPED), EVERY LATER COMMIT  *
      *  IS LEFT UNAPPLIED.                                           *
      *****************************************************************
       77  WS-MARK-BEFORE              PIC 9(08) VALUE 0.
       77  WS-MARK-AFTER               PIC 9(08) VALUE 0.
       77  WS-PROJECTED-MARK           PIC 9(08) VALUE 0.
       77  WS-STOPPED-SW               PIC X(01) VALUE 'N'.
           88  WS-STOPPED                  VALUE 'Y'.
       77  WS-ATTENTION-SW             PIC X(01) VALUE 'N'.
           88  WS-ATTENTION                VALUE 'Y'.
       77  WS-JRN-READ-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-BAD-REC-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-APPLY-BATCHES            PIC 9(08) COMP VALUE 0.
       77  WS-SUSPENDED-COUNT          PIC 9(08) COMP VALUE 0.
       77  WS-INCOMPLETE-COUNT         PIC 9(08) COMP VALUE 0.
       77  WS-GAP-COUNT                PIC 9(08) COMP VALUE 0.
       77  WS-BAD-TOTAL-COUNT          PIC 9(08) COMP VALUE 0.
       77  WS-BLOCKS-WRITTEN           PIC 9(09) COMP VALUE 0.
       77  WS-BLOCKS-DELETED           PIC 9(09) COMP VALUE 0.
      *****************************************************************
      *  THE BATCH TABLE - ONE ENTRY PER JOURNAL BATCH SINCE THE      *
      *  BACKUP MARKER, IN THE ORDER THEY WERE FIRST SEEN, WITH THE   *
      *  COUNT AND KEY HASH OF ITS D AND X RECORDS AS READ, FOR       *
      *  CHECKING AGAINST ITS COMMIT.  BAT-STATE IS SPACE WHILE THE   *
      *  BATCH IS OPEN, THEN A (APPLY), S (SUSPENDED), V (BAD TOTALS) *
      *  OR G (AFTER A GAP); A BATCH STILL OPEN AT END OF JOURNAL     *
      *  BECOMES O (INCOMPLETE).  WS-BAT-IX IS THE ENTRY FOR THE      *
      *  RECORD IN HAND (ZERO WHEN THERE IS NONE) AND IS KEPT FROM    *
      *  RECORD TO RECORD, SO THE SEARCH ONLY RUNS WHEN THE BATCH     *
      *  CHANGES.  2000 BATCHES IS MONTHS OF NIGHTLY TRANIN RUNS      *
      *  BETWEEN BACKUPS.                                             *
      *****************************************************************
       77  WS-BAT-MAX                  PIC 9(04) COMP VALUE 2000.
       77  WS-BAT-COUNT                PIC 9(04) COMP VALUE 0.
       77  WS-BAT-IX                   PIC 9(04) COMP VALUE 0.
       77  WS-BAT-SUB                  PIC 9(04) COMP.
       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY            OCCURS 2000 TIMES.
               10  BAT-ID.
                   15  BAT-PROGRAM     PIC X(08).
                   15  BAT-RUN-DATE    PIC 9(08).
                   15  BAT-RUN-TIME    PIC 9(06).
                   15  BAT-USER-ID     PIC X(08).
                   15  BAT-NO          PIC 9(04).
               10  BAT-STATE           PIC X(01).
               10  BAT-FUNCTION        PIC X(01).
               10  BAT-MARK-BEFORE     PIC 9(08).
               10  BAT-MARK-AFTER      PIC 9(08).
               10  BAT-RECORDS         PIC 9(09) COMP.
               10  BAT-HASH            PIC 9(15) COMP.
      *****************************************************************
      *  THE BATCH LISTING - A COLUMN HEADING, THEN ONE LINE PER      *
      *  BATCH IN JOURNAL ORDER: THE RUN THAT WROTE IT, THE MARK      *
      *  BEFORE AND AFTER, THE NUMBER OF BLOCK RECORDS IT CARRIES AND *
      *  WHAT BECAME OF IT.                                           *
      *****************************************************************
       01  WS-BAT-HEADING.
           05  FILLER                  PIC X(11) VALUE "  PROGRAM".
           05  FILLER                  PIC X(09) VALUE "DATE".
           05  FILLER                  PIC X(07) VALUE "TIME".
           05  FILLER                  PIC X(09) VALUE "USER".
           05  FILLER                  PIC X(05) VALUE "BTCH".
           05  FILLER                  PIC X(09) VALUE "  BEFORE".
           05  FILLER                  PIC X(09) VALUE "   AFTER".
           05  FILLER                  PIC X(08) VALUE "   RECS".
           05  FILLER                  PIC X(13) VALUE "VERDICT".
       01  WS-BAT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-RUN-TIME             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-BATCH-NO             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MARK-BEFORE          PIC Z(7)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MARK-AFTER           PIC Z(7)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-RECORDS              PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-VERDICT              PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT.
           PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT.
           PERFORM 2000-READ-BACKUP-HEADER THRU 2000-EXIT.
           PERFORM 2500-OPEN-PRIMEDAT THRU 2500-EXIT.
           PERFORM 3000-SCAN-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-APPLY-JOURNAL THRU 4000-EXIT.
           PERFORM 4800-VOID-CHECKPOINT THRU 4800-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           IF WS-FUNCTION-FORWARD
               MOVE "PRIMRCVR F" TO WS-REASON
               PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT RECOVERY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RCVRPT OPEN FAILED, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           MOVE "PRIMEDAT FORWARD RECOVERY" TO STAT-LABEL.
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
      *  1500-READ-PARM-CARD - LOOK FOR AN RCVPARM CARD.  ABSENT OR   *
      *  EMPTY MEANS THE DEFAULT -- LIST WHAT A RECOVERY FROM         *
      *  GENERATION 1 WOULD DO, CHANGING NOTHING.  A CARD THAT IS     *
      *  PRESENT BUT BAD ENDS THE JOB RATHER THAN ROLLING THE WRONG   *
      *  GENERATION FORWARD.                                          *
      *****************************************************************
       1500-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "RCVPARM OPEN FAILED, STATUS = " WS-PARM-STATUS
               GO TO 1500-REPORT.
           READ PARM-FILE
               AT END
                   GO TO 1500-CLOSE-PARM
           END-READ.
           IF RCV-FUNCTION EQUAL TO 'F'
               SET WS-FUNCTION-FORWARD TO TRUE
           ELSE
               IF RCV-FUNCTION EQUAL TO 'L' OR EQUAL TO SPACE
                   SET WS-FUNCTION-LIST TO TRUE
               ELSE
                   DISPLAY "RCVPARM FUNCTION MUST BE L OR F - JOB ENDED"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   STOP RUN.
           IF RCV-GENERATION EQUAL TO SPACE
               MOVE 1 TO WS-GENERATION
           ELSE
           IF RCV-GENERATION EQUAL TO '1' OR EQUAL TO '2'
            OR EQUAL TO '3'
               MOVE RCV-GENERATION TO WS-GENERATION
           ELSE
               DISPLAY "RCVPARM GENERATION MUST BE 1, 2 OR 3"
                   " - JOB ENDED"
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
       1500-CLOSE-PARM.
           CLOSE PARM-FILE.
       1500-REPORT.
           IF WS-FUNCTION-FORWARD
               MOVE "FORWARD RECOVERY OF GENERATION" TO STAT-LABEL
           ELSE
               MOVE "LIST ONLY, FOR GENERATION" TO STAT-LABEL.
           MOVE WS-GENERATION TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1700-CHECK-AUTHORITY - F REWRITES THE LIVE PRIMEDAT, SO THE  *
      *  SUBMITTING USER ID MUST HOLD AN ACTIVE AUTHMAST GRANT FOR    *
      *  PRIMRCVR F.  NO GRANT, A REVOKED ONE, OR NO AUTHMAST TO LOOK *
      *  IN ALL MEAN THE SAME THING -- THE RUN IS REFUSED BEFORE THE  *
      *  JOURNAL OR PRIMEDAT IS OPENED, WITH RC 12 AND A REFUSAL ROW  *
      *  ON PRIMELOG.  THE LISTING CHANGES NOTHING AND IS NOT         *
      *  GUARDED.                                                     *
      *****************************************************************
       1700-CHECK-AUTHORITY.
           IF NOT WS-FUNCTION-FORWARD
               GO TO 1700-EXIT.
           OPEN INPUT AUTH-MAST.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTHMAST OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
               GO TO 1700-REFUSE.
           MOVE WS-OPERATOR-ID TO AUT-USER-ID.
           MOVE "PRIMRCVR" TO AUT-PROGRAM.
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
           DISPLAY "PRIMRCVR: USER " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR PRIMRCVR " WS-FUNCTION-SW
               " - RUN REFUSED".
           MOVE "REFUSED - NOT AUTHORIZED" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           SET WS-REFUSED TO TRUE.
           MOVE "REFUSED PRIMRCVR" TO WS-REASON.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2000-READ-BACKUP-HEADER - OPEN THE CHOSEN GENERATION AND     *
      *  TAKE ITS H HEADER: BUSINESS DATE, START TIME, USER AND       *
      *  HIGH-WATER MARK ARE WHAT THE BACKUP MARKER ON THE JOURNAL    *
      *  HAS TO MATCH.  THE SELECTS ARE OPTIONAL, AS IN PRIMBKUP, SO  *
      *  AN ABSENT GENERATION OPENS WITH STATUS 05 AND IS REFUSED     *
      *  HERE.  A FILE WITHOUT THE HEADER, OR A GENERATION UNLOADED   *
      *  BEFORE THE HEADER CARRIED ITS START TIME, HAS NO MARKER TO   *
      *  FIND AND IS REFUSED THE SAME WAY.  ONLY THE HEADER IS READ   *
      *  -- PRIMBKUP HAS ALREADY PROVED THE REST WHEN IT RELOADED IT. *
      *****************************************************************
       2000-READ-BACKUP-HEADER.
           IF WS-GENERATION EQUAL TO 1
               OPEN INPUT BACKUP-GEN1
               MOVE WS-GEN1-STATUS TO WS-GEN-STATUS
           ELSE
           IF WS-GENERATION EQUAL TO 2
               OPEN INPUT BACKUP-GEN2
               MOVE WS-GEN2-STATUS TO WS-GEN-STATUS
           ELSE
               OPEN INPUT BACKUP-GEN3
               MOVE WS-GEN3-STATUS TO WS-GEN-STATUS.
           IF WS-GEN-STATUS = "05"
               DISPLAY "BACKUP GENERATION " WS-GENERATION
                   " ABSENT - JOB ENDED, PRIMEDAT UNTOUCHED"
               MOVE "GENERATION ABSENT" TO STAT-LABEL
               GO TO 2000-REFUSE.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "BACKUP GENERATION " WS-GENERATION
                   " OPEN FAILED, STATUS = " WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE SPACES TO WS-BKP-LINE.
           IF WS-GENERATION EQUAL TO 1
               READ BACKUP-GEN1 INTO WS-BKP-LINE
                   AT END
                       CONTINUE
               END-READ
           ELSE
           IF WS-GENERATION EQUAL TO 2
               READ BACKUP-GEN2 INTO WS-BKP-LINE
                   AT END
                       CONTINUE
               END-READ
           ELSE
               READ BACKUP-GEN3 INTO WS-BKP-LINE
                   AT END
                       CONTINUE
               END-READ.
           IF NOT BKP-HEADER-REC OR NOT BKP-HDR-BLOCK-LAYOUT
               DISPLAY "BACKUP GENERATION " WS-GENERATION
                   " HAS NO USABLE HEADER - JOB ENDED,"
                   " PRIMEDAT UNTOUCHED"
               MOVE "GENERATION NOT A BACKUP" TO STAT-LABEL
               GO TO 2000-REFUSE.
           IF BKP-HDR-START-TIME NOT NUMERIC
               DISPLAY "BACKUP GENERATION " WS-GENERATION
                   " PREDATES PRIMJRNL - JOB ENDED,"
                   " PRIMEDAT UNTOUCHED"
               MOVE "GENERATION PREDATES PRIMJRNL" TO STAT-LABEL
               GO TO 2000-REFUSE.
           MOVE BKP-HDR-RUN-DATE TO WS-BKP-DATE.
           MOVE BKP-HDR-START-TIME TO WS-BKP-TIME.
           MOVE BKP-HDR-USER-ID TO WS-BKP-USER.
           MOVE BKP-HDR-HIGH-N TO WS-BKP-MARK.
           PERFORM 2100-CLOSE-GENERATION THRU 2100-EXIT.
           MOVE "BACKUP TAKEN ON" TO STAT-LABEL.
           MOVE WS-BKP-DATE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BACKUP TAKEN AT" TO STAT-LABEL.
           MOVE WS-BKP-TIME TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "HIGH-WATER MARK IN BACKUP" TO STAT-LABEL.
           MOVE WS-BKP-MARK TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           GO TO 2000-EXIT.
       2000-REFUSE.
           MOVE WS-GENERATION TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           PERFORM 2100-CLOSE-GENERATION THRU 2100-EXIT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       2000-EXIT.
           EXIT.
      *
       2100-CLOSE-GENERATION.
           IF WS-GENERATION EQUAL TO 1
               CLOSE BACKUP-GEN1
           ELSE
           IF WS-GENERATION EQUAL TO 2
               CLOSE BACKUP-GEN2
           ELSE
               CLOSE BACKUP-GEN3.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2500-OPEN-PRIMEDAT - FUNCTION F ONLY.  THE FILE MUST STILL   *
      *  CARRY THE HIGH-WATER MARK OF THE GENERATION BEING ROLLED     *
      *  FORWARD, I.E. PRIMBKUP L HAS JUST RELOADED IT AND NOTHING    *
      *  HAS RUN SINCE.  ANY OTHER MARK MEANS THE RELOAD WAS NOT      *
      *  DONE, WAS DONE FROM ANOTHER GENERATION, OR THE FILE HAS      *
      *  ALREADY BEEN ROLLED FORWARD -- APPLYING THE JOURNAL ON TOP   *
      *  OF THAT WOULD MIX TWO HISTORIES, SO THE RUN ENDS RC 16 WITH  *
      *  THE FILE UNTOUCHED.  A LISTING STARTS FROM THE BACKUP'S OWN  *
      *  MARK AND NEVER OPENS THE FILE.                               *
      *****************************************************************
       2500-OPEN-PRIMEDAT.
           MOVE WS-BKP-MARK TO WS-MARK-BEFORE.
           MOVE WS-BKP-MARK TO WS-PROJECTED-MARK.
           IF NOT WS-FUNCTION-FORWARD
               GO TO 2500-EXIT.
           OPEN I-O PRIME-DAT.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT OPEN FAILED, STATUS = "
                   WS-PRIMEDAT-STATUS
               MOVE "PRIMEDAT COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-DAT-OPEN TO TRUE.
           PERFORM 2600-READ-MARK THRU 2600-EXIT.
           MOVE "HIGH-WATER MARK ON PRIMEDAT" TO STAT-LABEL.
           MOVE WS-MARK-AFTER TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-MARK-AFTER NOT EQUAL TO WS-BKP-MARK
               DISPLAY "PRIMRCVR: PRIMEDAT MARK " WS-MARK-AFTER
                   " IS NOT THE GENERATION'S " WS-BKP-MARK
                   " - RELOAD WITH PRIMBKUP L FIRST - JOB ENDED"
               MOVE "NOT RELOADED - NOTHING APPLIED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      *  2600-READ-MARK - THE PDR-HIGH-N ON THE KEY-ZERO CONTROL      *
      *  RECORD, INTO WS-MARK-AFTER.  NO CONTROL RECORD READS AS      *
      *  ZERO, THE SAME AS IN PRIMES.                                 *
      *****************************************************************
       2600-READ-MARK.
           MOVE 0 TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
                   MOVE 0 TO WS-MARK-AFTER
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-MARK-AFTER
           END-READ.
       2600-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3000-SCAN-JOURNAL - PASS ONE.  READ THE WHOLE JOURNAL, FIND  *
      *  THE LAST BACKUP MARKER MATCHING THE GENERATION'S HEADER, AND *
      *  SORT OUT EVERY BATCH AFTER IT (3100).  NO MARKER MEANS THIS  *
      *  GENERATION'S UNLOAD NEVER REACHED THE JOURNAL, OR THE        *
      *  JOURNAL HAS BEEN REPLACED SINCE -- EITHER WAY THERE IS NO    *
      *  KNOWING WHICH BATCHES THE BACKUP ALREADY HOLDS, SO NOTHING   *
      *  IS APPLIED AND THE RUN ENDS RC 16.                           *
      *****************************************************************
       3000-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL OPEN FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE "PRIMJRNL COULD NOT BE OPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
           PERFORM 3100-SCAN-ONE THRU 3100-EXIT
               UNTIL WS-JRN-EOF.
           CLOSE JOURNAL-FILE.
           MOVE WS-JRN-RECNO TO WS-JRN-READ-COUNT.
           MOVE "JOURNAL RECORDS READ" TO STAT-LABEL.
           MOVE WS-JRN-READ-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF NOT WS-MARKER-FOUND
               DISPLAY "PRIMRCVR: NO BACKUP MARKER ON PRIMJRNL FOR "
                   "GENERATION " WS-GENERATION " - JOB ENDED"
               MOVE "NO BACKUP MARKER ON PRIMJRNL" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE "BACKUP MARKER AT RECORD" TO STAT-LABEL.
           MOVE WS-MARKER-RECNO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
       3000-EXIT.
           EXIT.
      *
       3010-READ-JOURNAL.
           READ JOURNAL-FILE INTO WS-JRN-LINE
               AT END
                   SET WS-JRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRN-RECNO
           END-READ.
       3010-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3100-SCAN-ONE - ONE JOURNAL RECORD OF PASS ONE.  A MATCHING  *
      *  BACKUP MARKER STARTS THE RECOVERY OVER FROM THAT POINT;      *
      *  NOTHING BEFORE THE MARKER MATTERS.  AFTER IT, A BEGIN RECORD *
      *  OPENS A BATCH, EACH BLOCK IMAGE OR DELETE ADDS TO ITS COUNT  *
      *  AND KEY HASH, AND THE COMMIT CLOSES IT (3300).  A RECORD OF  *
      *  NO KNOWN TYPE, OR A BLOCK RECORD WITH A GARBLED KEY, IS      *
      *  COUNTED AS UNUSABLE -- ITS BATCH'S TOTALS WILL NOT AGREE     *
      *  WITH THE COMMIT, AND THAT IS WHERE IT IS CAUGHT.             *
      *****************************************************************
       3100-SCAN-ONE.
           IF JRN-BACKUP-REC
               PERFORM 3150-CHECK-MARKER THRU 3150-EXIT
               GO TO 3100-NEXT.
           IF NOT WS-MARKER-FOUND
               GO TO 3100-NEXT.
           IF NOT JRN-BEGIN-REC AND NOT JRN-BLOCK-REC
            AND NOT JRN-DELETE-REC AND NOT JRN-COMMIT-REC
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO 3100-NEXT.
           IF (JRN-BLOCK-REC OR JRN-DELETE-REC)
            AND JRN-BLK-KEY NOT NUMERIC
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO 3100-NEXT.
           PERFORM 3200-FIND-BATCH THRU 3200-EXIT.
           IF WS-BAT-IX EQUAL TO ZERO
               PERFORM 3250-ADD-BATCH THRU 3250-EXIT.
           IF BAT-STATE (WS-BAT-IX) NOT EQUAL TO SPACE
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO 3100-NEXT.
           IF JRN-BEGIN-REC
               MOVE JRN-BGN-MARK TO BAT-MARK-BEFORE (WS-BAT-IX)
               MOVE JRN-BGN-MARK TO BAT-MARK-AFTER (WS-BAT-IX)
               MOVE JRN-BGN-FUNCTION TO BAT-FUNCTION (WS-BAT-IX)
           ELSE
           IF JRN-COMMIT-REC
               PERFORM 3300-COMMIT-BATCH THRU 3300-EXIT
           ELSE
               ADD 1 TO BAT-RECORDS (WS-BAT-IX)
               ADD JRN-BLK-KEY TO BAT-HASH (WS-BAT-IX).
       3100-NEXT.
           PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3150-CHECK-MARKER - A PRIMBKUP BACKUP MARKER WITH THE SAME   *
      *  DATE, START TIME, USER AND MARK AS THE GENERATION'S HEADER.  *
      *  EVERYTHING SEEN SO FAR IS ALREADY IN THE BACKUP, SO THE      *
      *  BATCH TABLE AND TOTALS START AGAIN FROM HERE.  A MARKER FOR  *
      *  ANY OTHER BACKUP IS PASSED OVER.                             *
      *****************************************************************
       3150-CHECK-MARKER.
           IF JRN-PROGRAM NOT EQUAL TO "PRIMBKUP"
            OR JRN-RUN-DATE NOT EQUAL TO WS-BKP-DATE
            OR JRN-RUN-TIME NOT EQUAL TO WS-BKP-TIME
            OR JRN-USER-ID NOT EQUAL TO WS-BKP-USER
            OR JRN-BKP-MARK NOT EQUAL TO WS-BKP-MARK
               GO TO 3150-EXIT.
           SET WS-MARKER-FOUND TO TRUE.
           MOVE WS-JRN-RECNO TO WS-MARKER-RECNO.
           MOVE 0 TO WS-BAT-COUNT.
           MOVE 0 TO WS-BAT-IX.
           MOVE 0 TO WS-BAD-REC-COUNT.
           MOVE 'N' TO WS-STOPPED-SW.
           MOVE WS-BKP-MARK TO WS-PROJECTED-MARK.
       3150-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3200-FIND-BATCH - POINT WS-BAT-IX AT THE TABLE ENTRY FOR THE *
      *  BATCH ID ON THE RECORD IN HAND, OR ZERO WHEN THERE IS NONE.  *
      *  CONSECUTIVE RECORDS ALMOST ALWAYS BELONG TO THE SAME BATCH,  *
      *  SO THE ENTRY LAST FOUND IS TRIED FIRST.                      *
      *****************************************************************
       3200-FIND-BATCH.
           IF WS-BAT-IX NOT EQUAL TO ZERO
               IF BAT-ID (WS-BAT-IX) EQUAL TO JRN-BATCH-ID
                   GO TO 3200-EXIT.
           MOVE 0 TO WS-BAT-IX.
           PERFORM 3210-MATCH-BATCH THRU 3210-EXIT
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB GREATER THAN WS-BAT-COUNT
                  OR WS-BAT-IX NOT EQUAL TO ZERO.
       3200-EXIT.
           EXIT.
      *
       3210-MATCH-BATCH.
           IF BAT-ID (WS-BAT-SUB) EQUAL TO JRN-BATCH-ID
               MOVE WS-BAT-SUB TO WS-BAT-IX.
       3210-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3250-ADD-BATCH - FIRST SIGHT OF A BATCH: A NEW, OPEN TABLE   *
      *  ENTRY.  MORE BATCHES SINCE THE BACKUP THAN THE TABLE HOLDS   *
      *  ENDS THE RUN RC 16 BEFORE ANYTHING IS APPLIED -- TAKE A      *
      *  FRESH BACKUP MORE OFTEN.                                     *
      *****************************************************************
       3250-ADD-BATCH.
           IF WS-BAT-COUNT NOT LESS THAN WS-BAT-MAX
               DISPLAY "PRIMRCVR: MORE THAN " WS-BAT-MAX
                   " BATCHES SINCE THE BACKUP - JOB ENDED"
               MOVE "TOO MANY BATCHES SINCE BACKUP" TO STAT-LABEL
               MOVE WS-BAT-MAX TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           ADD 1 TO WS-BAT-COUNT.
           MOVE WS-BAT-COUNT TO WS-BAT-IX.
           MOVE JRN-BATCH-ID TO BAT-ID (WS-BAT-IX).
           MOVE SPACE TO BAT-STATE (WS-BAT-IX).
           MOVE SPACE TO BAT-FUNCTION (WS-BAT-IX).
           MOVE 0 TO BAT-MARK-BEFORE (WS-BAT-IX).
           MOVE 0 TO BAT-MARK-AFTER (WS-BAT-IX).
           MOVE 0 TO BAT-RECORDS (WS-BAT-IX).
           MOVE 0 TO BAT-HASH (WS-BAT-IX).
       3250-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3300-COMMIT-BATCH - THE BATCH'S COMMIT RECORD DECIDES ITS    *
      *  FATE, IN JOURNAL ORDER.  ONCE THE RECOVERY HAS STOPPED,      *
      *  NOTHING COMMITTED LATER IS APPLIED.  TOTALS THAT DISAGREE    *
      *  WITH WHAT WAS READ MEAN LOST OR DAMAGED RECORDS, AND STOP    *
      *  IT.  A SUSPENDED SIEVE MOVED NO MARK AND CARRIES NO IMAGES.  *
      *  A COMPLETE BATCH THAT STARTED FROM A MARK ABOVE THE ONE THE  *
      *  FILE WILL HAVE REACHED BY THEN NEEDS SOME BATCH THE JOURNAL  *
      *  DOES NOT HOLD, AND STOPS IT TOO.  ANY OTHER COMPLETE BATCH   *
      *  IS APPLIED, CARRYING THE MARK WITH IT.                       *
      *****************************************************************
       3300-COMMIT-BATCH.
           MOVE JRN-CMT-MARK-BEFORE TO BAT-MARK-BEFORE (WS-BAT-IX).
           MOVE JRN-CMT-MARK-AFTER TO BAT-MARK-AFTER (WS-BAT-IX).
           IF WS-STOPPED
               MOVE 'G' TO BAT-STATE (WS-BAT-IX)
               GO TO 3300-EXIT.
           IF JRN-CMT-COUNT NOT EQUAL TO BAT-RECORDS (WS-BAT-IX)
            OR JRN-CMT-HASH NOT EQUAL TO BAT-HASH (WS-BAT-IX)
               MOVE 'V' TO BAT-STATE (WS-BAT-IX)
               SET WS-STOPPED TO TRUE
               GO TO 3300-EXIT.
           IF JRN-CMT-SUSPENDED
               MOVE 'S' TO BAT-STATE (WS-BAT-IX)
               GO TO 3300-EXIT.
           IF JRN-CMT-MARK-BEFORE GREATER THAN WS-PROJECTED-MARK
               MOVE 'G' TO BAT-STATE (WS-BAT-IX)
               SET WS-STOPPED TO TRUE
               GO TO 3300-EXIT.
           MOVE 'A' TO BAT-STATE (WS-BAT-IX).
           ADD 1 TO WS-APPLY-BATCHES.
           IF JRN-CMT-MARK-AFTER GREATER THAN WS-PROJECTED-MARK
               MOVE JRN-CMT-MARK-AFTER TO WS-PROJECTED-MARK.
       3300-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4000-APPLY-JOURNAL - PASS TWO, FUNCTION F ONLY.  READ THE    *
      *  JOURNAL AGAIN AND, PAST THE BACKUP MARKER, PUT EVERY BLOCK   *
      *  IMAGE OF AN ACCEPTED BATCH BACK ON PRIMEDAT AND CARRY OUT    *
      *  EVERY DELETE, IN THE ORDER THEY WERE JOURNALED.  THE LAST    *
      *  IMAGE OF EACH SIEVE BATCH IS ITS KEY-ZERO CONTROL RECORD, SO *
      *  THE MARK MOVES WITH THE FLAGS.  THE MARK THEN ON FILE MUST   *
      *  BE THE ONE PASS ONE PROJECTED; IF NOT, THE REPORT SAYS SO    *
      *  AND THE RUN ENDS RC 8.                                       *
      *****************************************************************
       4000-APPLY-JOURNAL.
           MOVE WS-PROJECTED-MARK TO WS-MARK-AFTER.
           IF NOT WS-FUNCTION-FORWARD
               GO TO 4000-EXIT.
           IF WS-APPLY-BATCHES EQUAL TO ZERO
               GO TO 4000-CHECK-MARK.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL REOPEN FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE "PRIMJRNL COULD NOT BE REOPENED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           MOVE 'N' TO WS-JRN-EOF-SW.
           MOVE 0 TO WS-JRN-RECNO.
           MOVE 0 TO WS-BAT-IX.
           PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
           PERFORM 4100-APPLY-ONE THRU 4100-EXIT
               UNTIL WS-JRN-EOF.
           CLOSE JOURNAL-FILE.
       4000-CHECK-MARK.
           PERFORM 2600-READ-MARK THRU 2600-EXIT.
           IF WS-MARK-AFTER NOT EQUAL TO WS-PROJECTED-MARK
               DISPLAY "PRIMRCVR: MARK ON PRIMEDAT " WS-MARK-AFTER
                   " IS NOT THE " WS-PROJECTED-MARK " PROJECTED"
               MOVE "MARK NOT AS PROJECTED" TO STAT-LABEL
               MOVE WS-PROJECTED-MARK TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               SET WS-ATTENTION TO TRUE.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4100-APPLY-ONE - ONE JOURNAL RECORD OF PASS TWO.  ONLY THE   *
      *  BLOCK IMAGES AND DELETES PAST THE BACKUP MARKER THAT BELONG  *
      *  TO A BATCH PASS ONE ACCEPTED ARE APPLIED.  AN IMAGE REPLACES *
      *  WHATEVER THE BLOCK HOLDS, OR ADDS IT; A DELETE OF A BLOCK    *
      *  ALREADY GONE IS NO ERROR.  ANY OTHER FAILURE LEAVES A BLOCK  *
      *  OF THE RECOVERED FILE WRONG, SO IT IS REPORTED, NOT COUNTED, *
      *  AND THE RUN ENDS RC 8.                                       *
      *****************************************************************
       4100-APPLY-ONE.
           IF WS-JRN-RECNO NOT GREATER THAN WS-MARKER-RECNO
               GO TO 4100-NEXT.
           IF NOT JRN-BLOCK-REC AND NOT JRN-DELETE-REC
               GO TO 4100-NEXT.
           IF JRN-BLK-KEY NOT NUMERIC
               GO TO 4100-NEXT.
           PERFORM 3200-FIND-BATCH THRU 3200-EXIT.
           IF WS-BAT-IX EQUAL TO ZERO
               GO TO 4100-NEXT.
           IF BAT-STATE (WS-BAT-IX) NOT EQUAL TO 'A'
               GO TO 4100-NEXT.
           IF JRN-DELETE-REC
               MOVE JRN-BLK-KEY TO PDR-KEY
               DELETE PRIME-DAT
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-PRIMEDAT-STATUS NOT = "00" AND NOT = "23"
                   DISPLAY "PRIMEDAT DELETE FAILED, BLOCK " PDR-KEY
                       ", STATUS = " WS-PRIMEDAT-STATUS
                   MOVE "BLOCK NOT DELETED" TO STAT-LABEL
                   GO TO 4100-FAILED
               END-IF
               ADD 1 TO WS-BLOCKS-DELETED
               GO TO 4100-NEXT.
           MOVE SPACES TO PRIME-DAT-REC.
           MOVE JRN-BLK-KEY TO PDR-KEY.
           MOVE JRN-BLK-HIGH-N TO PDR-HIGH-N.
           MOVE JRN-BLK-FLAGS TO PDR-FLAGS.
           WRITE PRIME-DAT-REC
               INVALID KEY
                   REWRITE PRIME-DAT-REC
           END-WRITE.
           IF WS-PRIMEDAT-STATUS NOT = "00"
               DISPLAY "PRIMEDAT WRITE FAILED, BLOCK " PDR-KEY
                   ", STATUS = " WS-PRIMEDAT-STATUS
               MOVE "BLOCK NOT APPLIED" TO STAT-LABEL
               GO TO 4100-FAILED.
           ADD 1 TO WS-BLOCKS-WRITTEN.
           GO TO 4100-NEXT.
       4100-FAILED.
           MOVE JRN-BLK-KEY TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           SET WS-ATTENTION TO TRUE.
       4100-NEXT.
           PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4700-LIST-BATCH - ONE LINE OF THE BATCH LISTING FOR ENTRY    *
      *  WS-BAT-SUB, COUNTED UNDER ITS VERDICT.  A BATCH STILL OPEN   *
      *  AT END OF JOURNAL WAS LEFT INCOMPLETE BY A KILLED JOB AND IS *
      *  MARKED SO HERE.                                              *
      *****************************************************************
       4700-LIST-BATCH.
           IF BAT-STATE (WS-BAT-SUB) EQUAL TO SPACE
               MOVE 'O' TO BAT-STATE (WS-BAT-SUB).
           MOVE BAT-PROGRAM (WS-BAT-SUB) TO BL-PROGRAM.
           MOVE BAT-RUN-DATE (WS-BAT-SUB) TO BL-RUN-DATE.
           MOVE BAT-RUN-TIME (WS-BAT-SUB) TO BL-RUN-TIME.
           MOVE BAT-USER-ID (WS-BAT-SUB) TO BL-USER-ID.
           MOVE BAT-NO (WS-BAT-SUB) TO BL-BATCH-NO.
           MOVE BAT-MARK-BEFORE (WS-BAT-SUB) TO BL-MARK-BEFORE.
           MOVE BAT-MARK-AFTER (WS-BAT-SUB) TO BL-MARK-AFTER.
           MOVE BAT-RECORDS (WS-BAT-SUB) TO BL-RECORDS.
           IF BAT-STATE (WS-BAT-SUB) EQUAL TO 'A'
               IF WS-FUNCTION-FORWARD
                   MOVE "APPLIED" TO BL-VERDICT
               ELSE
                   MOVE "TO APPLY" TO BL-VERDICT
               END-IF
           ELSE
           IF BAT-STATE (WS-BAT-SUB) EQUAL TO 'S'
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE "SUSPENDED" TO BL-VERDICT
           ELSE
           IF BAT-STATE (WS-BAT-SUB) EQUAL TO 'V'
               ADD 1 TO WS-BAD-TOTAL-COUNT
               MOVE "BAD TOTALS" TO BL-VERDICT
           ELSE
           IF BAT-STATE (WS-BAT-SUB) EQUAL TO 'G'
               ADD 1 TO WS-GAP-COUNT
               MOVE "NOT APPLD" TO BL-VERDICT
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE "INCOMPLETE" TO BL-VERDICT.
           MOVE WS-BAT-LINE TO RECOVERY-REPORT-REC.
           WRITE RECOVERY-REPORT-REC.
       4700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4800-VOID-CHECKPOINT - FUNCTION F ONLY.  A PENDING PRIMCKPT  *
      *  CHECKPOINT BELONGS TO A SIEVE WHOSE BLOCKS WERE NEVER        *
      *  COMMITTED TO THE JOURNAL, SO THEY ARE NOT IN THE RECOVERED   *
      *  FILE AND A RESUME WOULD SKIP FLAGS THAT WERE NEVER SET.  IT  *
      *  IS VOIDED THE WAY PRIMOPER V DOES IT, AND THE NEXT SIEVE FOR *
      *  THAT N STARTS FRESH.  NO PRIMCKPT AT ALL IS NOTHING TO DO;   *
      *  ONE THAT CANNOT BE OPENED IS REPORTED AND ENDS THE RUN RC 8. *
      *****************************************************************
       4800-VOID-CHECKPOINT.
           IF NOT WS-FUNCTION-FORWARD
               GO TO 4800-EXIT.
           OPEN I-O CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "35"
               GO TO 4800-EXIT.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "PRIMCKPT OPEN FAILED, STATUS = "
                   WS-CKPT-STATUS
               MOVE "PRIMCKPT COULD NOT BE CHECKED" TO STAT-LABEL
               MOVE ZERO TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               SET WS-ATTENTION TO TRUE
               GO TO 4800-EXIT.
           MOVE 1 TO WS-CKPT-KEY.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CLOSE CHECKPOINT-FILE
                   GO TO 4800-EXIT
           END-READ.
           IF CKPT-N EQUAL TO ZERO
               CLOSE CHECKPOINT-FILE
               GO TO 4800-EXIT.
           DISPLAY "PRIMRCVR: CHECKPOINT FOR N = " CKPT-N
               " VOIDED BY THE RECOVERY".
           MOVE "CHECKPOINT VOIDED FOR N" TO STAT-LABEL.
           MOVE CKPT-N TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE 0 TO CKPT-N.
           MOVE 0 TO CKPT-I.
           MOVE 0 TO CKPT-SQRTN.
           REWRITE CHECKPOINT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE CHECKPOINT-FILE.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-REPORT-LINE.
           MOVE WS-STAT-LINE TO RECOVERY-REPORT-REC.
           WRITE RECOVERY-REPORT-REC.
       4900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5000-WRITE-SUMMARY - THE BATCH LISTING, THEN THE CONTROL     *
      *  TOTALS AND THE HIGH-WATER MARK BEFORE AND AFTER.  FOR A      *
      *  LISTING THE MARK AFTER IS THE ONE F WOULD LEAVE.             *
      *****************************************************************
       5000-WRITE-SUMMARY.
           MOVE "BATCHES SINCE THE BACKUP" TO STAT-LABEL.
           MOVE WS-BAT-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-BAT-COUNT GREATER THAN ZERO
               MOVE WS-BAT-HEADING TO RECOVERY-REPORT-REC
               WRITE RECOVERY-REPORT-REC
               PERFORM 4700-LIST-BATCH THRU 4700-EXIT
                   VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB GREATER THAN WS-BAT-COUNT.
           MOVE "RECOVERY SUMMARY" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-FORWARD
               MOVE "BATCHES APPLIED" TO STAT-LABEL
           ELSE
               MOVE "BATCHES TO APPLY" TO STAT-LABEL.
           MOVE WS-APPLY-BATCHES TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "SUSPENDED BATCHES (NO CHANGE)" TO STAT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "INCOMPLETE BATCHES SKIPPED" TO STAT-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BATCHES WITH BAD TOTALS" TO STAT-LABEL.
           MOVE WS-BAD-TOTAL-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "BATCHES NOT APPLIED AFTER STOP" TO STAT-LABEL.
           MOVE WS-GAP-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "UNUSABLE JOURNAL RECORDS" TO STAT-LABEL.
           MOVE WS-BAD-REC-COUNT TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-FUNCTION-FORWARD
               MOVE "BLOCKS WRITTEN" TO STAT-LABEL
               MOVE WS-BLOCKS-WRITTEN TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE "BLOCKS DELETED" TO STAT-LABEL
               MOVE WS-BLOCKS-DELETED TO STAT-VALUE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "HIGH-WATER MARK BEFORE" TO STAT-LABEL.
           MOVE WS-MARK-BEFORE TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           MOVE "HIGH-WATER MARK AFTER" TO STAT-LABEL.
           MOVE WS-MARK-AFTER TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           IF WS-STOPPED OR WS-ATTENTION
               MOVE "RECOVERY STOPPED - HOLD FILE" TO STAT-LABEL
           ELSE
           IF WS-FUNCTION-FORWARD
               MOVE "REBUILD PRIMCIDX: PRIMAUDT R" TO STAT-LABEL
           ELSE
               MOVE "RECOVERY CAN PROCEED" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
           DISPLAY "PRIMRCVR: " WS-APPLY-BATCHES " BATCHES, MARK "
               WS-MARK-BEFORE " TO " WS-MARK-AFTER.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  7000-WRITE-AUDIT-LOG - ONE OPERATOR-ACTION ROW ON PRIMELOG,  *
      *  MODE "O": A FORWARD RECOVERY CARRIES THE NEW HIGH-WATER MARK *
      *  IN AUD-N AND "PRIMRCVR F" IN AUD-NOTE; A REFUSED RUN'S ROW   *
      *  CARRIES STATUS "R", THE REFUSED FUNCTION IN AUD-OP-MODE AND  *
      *  "REFUSED PRIMRCVR".  SAME OPEN-EXTEND-OR-CREATE PATTERN AS   *
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
           MOVE 0 TO AUD-PRIME-COUNT.
           MOVE 0 TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           IF WS-REFUSED
               MOVE 0 TO AUD-N
               MOVE WS-FUNCTION-SW TO AUD-OP-MODE
               MOVE 'R' TO AUD-STATUS
           ELSE
               MOVE WS-MARK-AFTER TO AUD-N
               MOVE SPACE TO AUD-OP-MODE
               MOVE SPACE TO AUD-STATUS.
           MOVE SPACES TO AUD-DEPT.
           MOVE WS-REASON TO AUD-NOTE.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           IF WS-DAT-OPEN
               CLOSE PRIME-DAT
               MOVE 'N' TO WS-DAT-OPEN-SW.
           CLOSE RECOVERY-REPORT.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  8100-SET-RETURN-CODE - 0 EVERYTHING SINCE THE BACKUP         *
      *  RECOVERED (OR RECOVERABLE), 4 INCOMPLETE BATCHES SKIPPED, 8  *
      *  THE RECOVERY STOPPED SHORT OR NEEDS ATTENTION, SO THE        *
      *  SCHEDULER CAN HOLD PRIMEDAT.                                 *
      *****************************************************************
       8100-SET-RETURN-CODE.
           IF WS-STOPPED OR WS-ATTENTION
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-INCOMPLETE-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE.
       8100-EXIT.
           EXIT.
