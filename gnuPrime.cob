      *                    CLOSES TRANIN AND STOPS, INSTEAD OF
      *                    CLOSING TEN NEVER-OPENED FILES AND
      *                    REWRITING A PRIMLOCK IT NEVER OPENED.
      *    2026-10-05 WB   PRIMEDAT IS NOW BLOCK-PACKED -- ONE RECORD
      *                    PER 1000 ODD CANDIDATES INSTEAD OF ONE PER
      *                    CANDIDATE (SEE PRMDAT).  THE SIEVE AND THE
      *                    LISTING, RANGE, COUNT, NTH AND ANALYTIC
      *                    WALKS ALL GO THROUGH THE 3800 BLOCK
      *                    BUFFER, SO A BLOCK IS READ ONCE AND A
      *                    CHANGED BLOCK WRITTEN ONCE INSTEAD OF A
      *                    READ OR WRITE PER CANDIDATE.  THE FLAG-
      *                    SETTING PASS NOW CHECKPOINTS AT BLOCK
      *                    BOUNDARIES, AND THE CROSS-OUT PASS WRITES
      *                    ITS BLOCK BACK BEFORE EACH CHECKPOINT, SO
      *                    A RESUME NEVER TRUSTS FLAGS THAT ONLY
      *                    EVER LIVED IN THE BUFFER.  EXISTING FILES
      *                    ARE CARRIED OVER BY THE ONE-TIME PRIMCONV
      *                    CONVERSION.
      *    2026-10-06 WB   ADDED THE PRIMCIDX CUMULATIVE PRIME-COUNT
      *                    INDEX -- THE RUNNING COUNT AT EVERY
      *                    100,000, EXTENDED BY 3980 WHENEVER 3950
      *                    ADVANCES THE HIGH-WATER MARK.  MODE C AND
      *                    MODE N NOW JUMP TO THE NEAREST ENTRY AND
      *                    WALK ONLY THE SHORT STRETCH PAST IT, AND
      *                    MODE R USES IT TO REPORT HOW MANY PRIMES
      *                    LIE BELOW THE WINDOW.  AN INDEX THAT CANNOT
      *                    BE OPENED OR HAS A HOLE ONLY SLOWS THE
      *                    INQUIRY DOWN, IT NEVER CHANGES THE ANSWER.
      *    2026-10-08 WB   A TRANIN LINE'S TRAN-TICKET (THE REQMAST
      *                    INTAKE TICKET IT WAS BUILT FROM) IS NOW
      *                    CARRIED ONTO ITS PRIMELOG ROW IN
      *                    AUD-TICKET FOR THE PRIMREQS POST-RUN STEP.
      *    2026-10-09 WB   FOR THE PRIMBAL NIGHTLY BALANCING: THE LOG
      *                    ROW NOW CARRIES THE OPERATING MODE
      *                    (AUD-OP-MODE) AND MARKS A REQUEST TURNED
      *                    AWAY BUSY WITH AUD-STATUS "B"; RUNSTAT NOW
      *                    CARRIES THE RUN START TIME, THE NUMBER OF
      *                    REQUESTS PROCESSED AND WHETHER A CARRYOVER
      *                    WAS RESUMED.
      *    2026-10-12 WB   THE RUN DATE IS NOW THE BUSINESS DATE FROM
      *                    THE CYCCTL CYCLE CONTROL RECORD (SYSTEM
      *                    DATE ONLY WHEN THERE IS NONE), SO A BATCH
      *                    RUNNING PAST MIDNIGHT STAMPS ONE DATE; A
      *                    TRANIN BATCH SUBMITTED AFTER THE CYCLE IS
      *                    CLOSED IS REFUSED WITH RC 16; AND ELAPSED
      *                    TIME ACROSS MIDNIGHT IS NO LONGER ZEROED.
      *    2026-10-13 WB   EVERY PRIMRPT, PRIMSTAT (AND PRMSTATA/B/C)
      *                    AND PRIMANAL REPORT IS NOW ALSO FILED, LINE
      *                    BY LINE, IN THE RPTREPO REPORT REPOSITORY
      *                    UNDER ITS BUSINESS DATE, DEPARTMENT, MODE
      *                    AND N, SO PRIMRPRT CAN REPRINT A LOST COPY
      *                    WITHOUT A SECOND SIEVE OR A SECOND BILL.
      *    2026-10-15 WB   EVERY EXTENSION SIEVE NOW WRITES ITS CHANGES
      *                    TO THE PRIMJRNL CHANGE JOURNAL AS ONE BATCH
      *                    -- A BEGIN RECORD, AN AFTER-IMAGE OF EVERY
      *                    BLOCK FROM THE OLD MARK UP TO N AND OF THE
      *                    KEY-ZERO CONTROL RECORD, THEN A COMMIT --
      *                    WITH THE COMMIT ON THE JOURNAL BEFORE THE
      *                    NEW MARK GOES ON PRIMEDAT, SO PRIMRCVR CAN
      *                    ROLL A RELOADED BACKUP FORWARD.
      *    2026-10-15 WB   A PRIMEDAT BLOCK THAT CANNOT BE WRITTEN BACK
      *                    NOW ENDS THE RUN RC 16 INSTEAD OF LETTING
      *                    THE MARK AND THE JOURNAL COMMIT PASS IT.
      *    ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT COUNT-INDEX-FILE
               ASSIGN TO PRIMCIDX
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CIX-KEY
               FILE STATUS IS WS-CIX-STATUS.
           SELECT CYCLE-FILE
               ASSIGN TO CYCCTL
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-KEY
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPORT-REPO
               ASSIGN TO RPTREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPO-KEY
               FILE STATUS IS WS-RPO-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO PRIMJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMES-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-STAT-REC                    PIC X(80).
       FD  COUNT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNT-INDEX-REC.
           COPY CIXREC.
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-REC.
           COPY CYCREC.
       FD  REPORT-REPO
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REPO-REC.
           COPY RPOREC.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC                     PIC X(1056).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *  WS-AUDIT-LINE IS BUILT UP HERE, NOT DIRECTLY IN AUDIT-REC --  *
      *****************************************************************
       01  WS-RST-LINE.
           COPY RSTREC.
      *****************************************************************
      *  WS-JRN-LINE IS THE SAME KIND OF WORKING-STORAGE STAGING     *
      *  RECORD AS WS-AUDIT-LINE ABOVE, REUSED FOR EACH PRIMJRNL     *
      *  CHANGE JOURNAL RECORD.                                      *
      *****************************************************************
       01  WS-JRN-LINE.
           COPY JRNREC.
       77  WS-PRIMES-OUT-STATUS        PIC X(02).
       77  WS-STATS-STATUS             PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-CUTOFF-TOD                PIC 9(06).
       77  WS-REQ-START-TOD             PIC 9(06).
       77  WS-NOW-TOD                   PIC 9(06).
       77  WS-RUN-START-TOD             PIC 9(06) VALUE 0.
       77  WS-RUN-REQUESTS              PIC 9(05) COMP VALUE 0.
       77  WS-REQ-BUSY-SW               PIC X(01) VALUE 'N'.
           88  WS-REQ-BUSY                  VALUE 'Y'.
       77  WS-DEADLINE-CYCLE            PIC 9(04) COMP VALUE 0.
       77  WS-CUTOFF-OK-SW              PIC X(01).
           88  WS-CUTOFF-OK                 VALUE 'Y'.
       77  WS-TWIN-COUNT                PIC 9(08) COMP VALUE 0.
       77  WS-DENSITY                   PIC 9(05)V999.
       77  WS-HIGH-N                    PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  PRIMEDAT BLOCK BUFFER -- THE PRIME-DAT RECORD AREA HOLDS ONE *
      *  1000-CANDIDATE BLOCK AT A TIME (SEE PRMDAT).  3800 TURNS THE *
      *  CANDIDATE IN WS-PDR-CAND INTO ITS BLOCK AND SLOT AND BRINGS  *
      *  THE BLOCK IN ONLY WHEN IT IS NOT ALREADY THE ONE IN HAND; A  *
      *  CHANGED BLOCK GOES BACK OUT (3830) ONLY WHEN ANOTHER BLOCK   *
      *  IS NEEDED OR A CHECKPOINT IS ABOUT TO BE TAKEN.  WS-CUR-     *
      *  BLOCK OF ZERO MEANS NO DATA BLOCK IS IN THE RECORD AREA.     *
      *  THE ANALYTIC LOOKUPS AT 2P+1 AND 2**K-1 GO THROUGH A PROBE   *
      *  COPY (3910) SO THEY DO NOT KEEP PULLING THE WALK'S BLOCK     *
      *  OUT FROM UNDER IT.                                           *
      *****************************************************************
       77  WS-PDR-CAND                  PIC 9(09) COMP.
       77  WS-BLK-WORK                  PIC 9(09) COMP.
       77  WS-BLK-NO                    PIC 9(08) COMP.
       77  WS-BLK-SLOT                  PIC 9(04) COMP.
       77  WS-CUR-BLOCK                 PIC 9(08) COMP VALUE 0.
       77  WS-BLOCK-DIRTY-SW            PIC X(01) VALUE 'N'.
           88  WS-BLOCK-DIRTY               VALUE 'Y'.
       77  WS-BLOCK-ON-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-BLOCK-ON-FILE             VALUE 'Y'.
       77  WS-PROBE-BLOCK               PIC 9(08) COMP VALUE 0.
       01  WS-PROBE-FLAGS.
           05  WS-PROBE-FLAG            PIC X(01) OCCURS 1000 TIMES.
      *****************************************************************
      *  PRIMCIDX PRIME-COUNT INDEX WORKING STORAGE -- ENTRY E HOLDS  *
      *  THE COUNT OF PRIMES UP TO E * WS-CIX-INTERVAL (SEE CIXREC).  *
      *  THE INTERVAL MUST STAY A WHOLE NUMBER OF 2000-NUMBER BLOCKS  *
      *  (WS-CIX-BLOCKS OF THEM) SO AN ENTRY IS A TALLY OF WHOLE      *
      *  BLOCKS.  WS-CIX-OPEN OFF MEANS THE INDEX COULD NOT BE OPENED *
      *  AND EVERY INQUIRY WALKS FROM 3 AS IT ALWAYS DID.             *
      *****************************************************************
       77  WS-CIX-STATUS                PIC X(02).
       77  WS-CIX-KEY                   PIC 9(04) COMP VALUE 1.
       77  WS-CIX-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CIX-OPEN                  VALUE 'Y'.
       77  WS-CIX-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-CIX-FOUND                 VALUE 'Y'.
       77  WS-CIX-INTERVAL              PIC 9(08) COMP VALUE 100000.
       77  WS-CIX-BLOCKS                PIC 9(04) COMP VALUE 50.
       77  WS-CIX-TOP                   PIC 9(04) COMP.
       77  WS-CIX-ENTRY                 PIC 9(04) COMP.
       77  WS-CIX-RUNNING               PIC 9(08) COMP.
       77  WS-CIX-LIMIT                 PIC 9(08) COMP.
       77  WS-CIX-CAND                  PIC 9(09) COMP.
       77  WS-CIX-BLK                   PIC 9(08) COMP.
       77  WS-CIX-LAST-BLK              PIC 9(08) COMP.
       77  WS-CIX-TALLY                 PIC 9(04) COMP.
       77  WS-CIX-ANSWER                PIC 9(08) COMP.
       77  WS-RANGE-BELOW               PIC 9(08) COMP VALUE 0.
      *****************************************************************
      *  CYCCTL BUSINESS-DATE CYCLE CONTROL (SEE CYCREC).  WS-RUN-    *
      *  DATE IS THE BUSINESS DATE WHEN THE CYCLE RECORD IS THERE,    *
      *  THE SYSTEM DATE WHEN IT IS NOT.  WS-RUN-DAY STAYS ON THE     *
      *  SYSTEM CLOCK -- IT ONLY AGES A STALE PRIMLOCK.               *
      *****************************************************************
       77  WS-CYCLE-STATUS              PIC X(02).
       77  WS-CYCLE-KEY                 PIC 9(04) COMP VALUE 1.
       77  WS-CYCLE-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-CYCLE-FOUND               VALUE 'Y'.
       77  WS-CYCLE-STATE-SW            PIC X(01) VALUE SPACE.
           88  WS-CYCLE-CLOSED              VALUE 'C'.
      *****************************************************************
      *  RPTREPO REPORT REPOSITORY WORKING STORAGE (SEE RPOREC).  ONE *
      *  ENTRY PER REPORT TYPE -- R PRIMRPT, S PRIMSTAT, A PRIMANAL   *
      *  -- FOR THE REQUEST IN HAND: STATE SPACE UNTIL ITS FIRST LINE *
      *  IS FILED, "F" WHILE FILING, "X" ONCE FILING HAS STOPPED.     *
      *  WS-RPO-OPEN OFF MEANS NOTHING IS FILED AT ALL.               *
      *****************************************************************
       77  WS-RPO-STATUS                PIC X(02).
       77  WS-RPO-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-RPO-OPEN                  VALUE 'Y'.
       77  WS-RPO-FREE-SW               PIC X(01).
           88  WS-RPO-FREE                  VALUE 'Y'.
       77  WS-RPO-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-RPO-TRAILER               VALUE 'Y'.
       77  WS-RPO-TX                    PIC 9(04) COMP.
       77  WS-RPO-KIND                  PIC X(01).
       01  WS-RPO-LINE-TEXT             PIC X(132).
       01  WS-RPO-TYPE-VALUES           PIC X(03) VALUE "RSA".
       01  WS-RPO-TYPE-TABLE REDEFINES WS-RPO-TYPE-VALUES.
           05  WS-RPO-TYPE-CODE         PIC X(01) OCCURS 3.
       01  WS-RPO-TABLE.
           05  WS-RPO-ENTRY             OCCURS 3.
               10  WS-RPO-STATE         PIC X(01).
               10  WS-RPO-ENTRY-KEY     PIC X(30).
               10  WS-RPO-LINES         PIC 9(06).
      *****************************************************************
      *  PRIMJRNL CHANGE JOURNAL WORKING STORAGE (SEE JRNREC).  ONE   *
      *  BATCH PER EXTENSION SIEVE, NUMBERED WITHIN THE RUN.  WS-JRN- *
      *  LOW-BLK IS THE LOWEST BLOCK THE BATCH HAS PUT BACK ON THE    *
      *  FILE (3830), SO THE COMMIT IMAGES EVERYTHING IT TOUCHED.     *
      *  WS-JRN-RECORDS AND WS-JRN-HASH ARE THE COUNT AND KEY HASH OF *
      *  THE BATCH'S D RECORDS, CARRIED ON ITS COMMIT.                *
      *****************************************************************
       77  WS-JRNL-STATUS               PIC X(02).
       77  WS-JRN-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                  VALUE 'Y'.
       77  WS-JRN-BATCH                 PIC 9(04) COMP VALUE 0.
       77  WS-JRN-RECORDS               PIC 9(09) COMP VALUE 0.
       77  WS-JRN-HASH                  PIC 9(15) COMP VALUE 0.
       77  WS-JRN-LOW-BLK               PIC 9(08) COMP VALUE 99999999.
       77  WS-JRN-BLK                   PIC 9(08) COMP.
       77  WS-JRN-TOP-BLK               PIC 9(08) COMP.
       77  WS-OPERATOR-ID                PIC X(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
       0000-MAINLINE.
           PERFORM 1020-IDENTIFY-RUN THRU 1020-EXIT.
           PERFORM 1600-OPEN-TRANSACTION-FILE THRU 1600-EXIT.
           IF WS-TRANSACTION-MODE AND WS-CYCLE-CLOSED
               PERFORM 1035-REFUSE-CLOSED-CYCLE THRU 1035-EXIT.
           IF NOT WS-TRANSACTION-MODE
               PERFORM 1500-READ-PARM-CARD THRU 1500-EXIT
               IF WS-INTERACTIVE-MODE
           MOVE 1 TO K.
           MOVE 0 TO WS-MAX-GAP.
           MOVE 0 TO WS-TWIN-COUNT.
           MOVE 'N' TO WS-REQ-BUSY-SW.
           MOVE SPACES TO WS-RPO-TABLE.
           ACCEPT WS-START-TIME FROM TIME.
           COMPUTE WS-REQ-START-TOD = WS-START-HH * 10000
               + WS-START-MN * 100 + WS-START-SS.
      *****************************************************************
       0100-PROCESS-REQUEST.
           PERFORM 0050-RESET-COUNTERS THRU 0050-EXIT.
           ADD 1 TO WS-RUN-REQUESTS.
           IF WS-MODE-FACTOR
               PERFORM 6000-FACTOR-NUMBER THRU 6000-EXIT
           ELSE
                           " NEEDS THE FILE TO ITSELF, RETRY LATER"
                       MOVE 0 TO K
                       MOVE 12 TO RETURN-CODE
                       SET WS-REQ-BUSY TO TRUE
                       GO TO 0100-EXIT
                   END-IF
                   PERFORM 1970-READ-CHECKPOINT THRU 1970-EXIT
                   PERFORM 3700-BEGIN-JOURNAL-BATCH THRU 3700-EXIT
                   IF WS-CKPT-FOUND AND CKPT-N EQUAL TO N
                       MOVE CKPT-SQRTN TO SQRTN
                       MOVE CKPT-I TO I
                       DISPLAY "CUTOFF " WS-CUTOFF-HHMM
                           " REACHED - SIEVE FOR N =" WS-N-DISPLAY
                           " SUSPENDED, CHECKPOINT TAKEN"
                       PERFORM 3740-SUSPEND-JOURNAL-BATCH THRU 3740-EXIT
                       MOVE 0 TO K
                       MOVE 4 TO RETURN-CODE
                       GO TO 0100-EXIT
                   END-IF
                   PERFORM 3950-UPDATE-HIGH-WATER THRU 3950-EXIT
                   PERFORM 3980-EXTEND-COUNT-INDEX THRU 3980-EXIT
                   MOVE N TO WS-HIGH-N
                   IF CKPT-N EQUAL TO N
                       PERFORM 1980-CLEAR-CHECKPOINT THRU 1980-EXIT
                   END-IF
           EXIT.
      *
      *****************************************************************
      *  1020-IDENTIFY-RUN - CAPTURE THE RUN DATE (THE BUSINESS DATE  *
      *  FROM CYCCTL, AND THE SYSTEM'S JULIAN DAY) AND THE OPERATOR'S *
      *  USER ID ONCE, FIRST THING, BEFORE ANY OTHER FILE IS TOUCHED. *
      *  EVERY LATER CONSUMER -- THE LOCK STAMP, THE AUDIT ROW, THE   *
      *  REPORT HEADINGS, EVEN THE BAD-PARM ABORT PATH THAT NEVER     *
      *  CLAIMS THE LOCK AT ALL -- READS THESE FIELDS INSTEAD OF      *
      *  ACCEPTING ITS OWN COPY.                                      *
      *****************************************************************
       1020-IDENTIFY-RUN.
           PERFORM 1030-READ-BUSINESS-DATE THRU 1030-EXIT.
           ACCEPT WS-RUN-DAY FROM DAY YYYYDDD.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           ACCEPT WS-START-TIME FROM TIME.
           COMPUTE WS-RUN-START-TOD = WS-START-HH * 10000
               + WS-START-MN * 100 + WS-START-SS.
       1020-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1030-READ-BUSINESS-DATE - THE RUN IS STAMPED WITH THE        *
      *  CYCLE'S BUSINESS DATE, NOT THE CALENDAR, SO A BATCH THAT     *
      *  RUNS PAST MIDNIGHT (OR RESUMES THE NEXT NIGHT UNDER THE SAME *
      *  CYCLE) LOGS EVERY ROW UNDER ONE DATE.  A SITE WITHOUT CYCCTL,*
      *  OR A RECORD THAT CANNOT BE READ, FALLS BACK TO THE SYSTEM    *
      *  DATE AS BEFORE.  THE FILE IS ONLY READ, AND CLOSED AT ONCE.  *
      *****************************************************************
       1030-READ-BUSINESS-DATE.
           MOVE 'N' TO WS-CYCLE-FOUND-SW.
           MOVE SPACE TO WS-CYCLE-STATE-SW.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS NOT = "00"
               GO TO 1030-SYSTEM-DATE.
           MOVE 1 TO WS-CYCLE-KEY.
           READ CYCLE-FILE
               INVALID KEY
                   MOVE ZERO TO CYC-BUS-DATE
           END-READ.
           IF CYC-BUS-DATE NUMERIC AND CYC-BUS-DATE NOT EQUAL TO ZERO
               MOVE CYC-BUS-DATE TO WS-RUN-DATE
               MOVE CYC-STATE TO WS-CYCLE-STATE-SW
               SET WS-CYCLE-FOUND TO TRUE.
           CLOSE CYCLE-FILE.
           IF WS-CYCLE-FOUND
               GO TO 1030-EXIT.
       1030-SYSTEM-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "CYCCTL NOT AVAILABLE - SYSTEM DATE USED AS "
               "BUSINESS DATE".
       1030-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1035-REFUSE-CLOSED-CYCLE - A TRANIN BATCH ARRIVING AFTER THE *
      *  NIGHT'S CYCLE HAS BEEN CLOSED IS A RESUBMISSION OF A DECK    *
      *  THAT HAS ALREADY RUN, AND RUNNING IT AGAIN WOULD DOUBLE-POST *
      *  ITS LISTINGS AND ITS BILLING.  IT IS TURNED AWAY HERE,       *
      *  BEFORE THE LOCK IS CLAIMED OR ANY OUTPUT FILE IS OPENED,     *
      *  WITH RC 16 AND A RUNSTAT RECORD BUT NO PRIMELOG ROW -- NO    *
      *  REQUEST WAS PROCESSED.  LIKE 1590, THE ONLY FILE OPEN HERE   *
      *  IS TRANIN.  THE DECK RUNS ONCE PRIMCYCL OPENS THE NEXT CYCLE.*
      *****************************************************************
       1035-REFUSE-CLOSED-CYCLE.
           DISPLAY "BUSINESS DATE " WS-RUN-DATE
               " CYCLE IS CLOSED - TRANIN NOT PROCESSED".
           MOVE 16 TO RETURN-CODE.
           PERFORM 7900-WRITE-RUN-STATUS THRU 7900-EXIT.
           CLOSE TRANS-FILE.
           STOP RUN.
       1035-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1040-SET-LOCK-TIER - DECIDE WHICH PRIMLOCK TIER THIS RUN     *
      *  NEEDS, NOW THAT THE MODE IS KNOWN.  ANYTHING THAT MAY WRITE  *
      *  PRIMEDAT OR PRIMCKPT -- A SIEVING OR LISTING MODE, OR ANY    *
               PERFORM 7900-WRITE-RUN-STATUS THRU 7900-EXIT
               STOP RUN.
           SET WS-CKPT-OPEN TO TRUE.
           PERFORM 1080-OPEN-COUNT-INDEX THRU 1080-EXIT.
           PERFORM 1085-OPEN-REPORT-REPO THRU 1085-EXIT.
           MOVE 1 TO I.
           MOVE 1 TO K.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1080-OPEN-COUNT-INDEX - THE PRIMCIDX INDEX IS A SHORT-CUT,   *
      *  NOT A SOURCE OF TRUTH, SO UNLIKE THE FILES ABOVE A FAILED    *
      *  OPEN DOES NOT END THE RUN.  IT IS ANNOUNCED, THE INDEX IS    *
      *  LEFT ALONE, AND EVERY INQUIRY WALKS FROM 3 AS BEFORE.  A     *
      *  FIRST RUN FINDS NO FILE (STATUS 35) AND CREATES IT EMPTY.    *
      *****************************************************************
       1080-OPEN-COUNT-INDEX.
           OPEN I-O COUNT-INDEX-FILE.
           IF WS-CIX-STATUS = "35"
               OPEN OUTPUT COUNT-INDEX-FILE
               CLOSE COUNT-INDEX-FILE
               OPEN I-O COUNT-INDEX-FILE
           END-IF.
           IF WS-CIX-STATUS NOT = "00"
               DISPLAY "PRIMCIDX OPEN FAILED, STATUS = "
                   WS-CIX-STATUS " - INQUIRIES WILL WALK FROM 3"
               GO TO 1080-EXIT.
           SET WS-CIX-OPEN TO TRUE.
       1080-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1085-OPEN-REPORT-REPO - RPTREPO IS A CONVENIENCE COPY OF THE *
      *  REPORTS, SO LIKE PRIMCIDX A FAILED OPEN IS ANNOUNCED AND THE *
      *  RUN GOES ON WITHOUT FILING.  A SHARED-TIER INQUIRY (MODES N, *
      *  C AND F) WRITES NO REPORT TO FILE AND NEVER OPENS IT, SO THE *
      *  REPOSITORY IS ONLY EVER UPDATED UNDER THE EXCLUSIVE LOCK.    *
      *****************************************************************
       1085-OPEN-REPORT-REPO.
           IF WS-LOCK-SHARED
               GO TO 1085-EXIT.
           OPEN I-O REPORT-REPO.
           IF WS-RPO-STATUS = "35"
               OPEN OUTPUT REPORT-REPO
               CLOSE REPORT-REPO
               OPEN I-O REPORT-REPO
           END-IF.
           IF WS-RPO-STATUS NOT = "00"
               DISPLAY "RPTREPO OPEN FAILED, STATUS = "
                   WS-RPO-STATUS " - REPORTS WILL NOT BE FILED"
               GO TO 1085-EXIT.
           SET WS-RPO-OPEN TO TRUE.
       1085-EXIT.
           EXIT.
      *
      *****************************************************************
      *  1050-CLAIM-RUN-LOCK - NOTHING ELSE STOPS TWO PRIMES JOBS     *
      *  FROM OPENING PRIMEDAT AND PRIMCKPT I-O AT ONCE AND           *
      *  INTERLEAVING THEIR WRITES, SO THE FIRST THING A RUN DOES --  *
      *****************************************************************
       1590-ABORT-PARM-CARD.
           MOVE 0 TO K.
           ADD 1 TO WS-RUN-REQUESTS.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
           MOVE 16 TO RETURN-CODE.
      *  HOLDS THE HIGHEST N ANY PAST RUN HAS FULLY SIEVED.  A        *
      *  REQUEST AT OR BELOW THAT MARK IS ALREADY ON FILE AND NEEDS   *
      *  NO SIEVING AT ALL -- 4000-PRINT-PRIMES JUST READS IT BACK.   *
      *  THE CONTROL RECORD COMES INTO THE SAME RECORD AREA THE       *
      *  BLOCK BUFFER USES, SO ANY CHANGED BLOCK GOES OUT FIRST AND   *
      *  THE BUFFER IS MARKED EMPTY AFTERWARDS.                       *
      *****************************************************************
       1900-READ-HIGH-WATER.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           MOVE 0 TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
               NOT INVALID KEY
                   MOVE PDR-HIGH-N TO WS-HIGH-N
           END-READ.
           MOVE 0 TO WS-CUR-BLOCK.
       1900-EXIT.
           EXIT.
      *
      *  ONLY THE STRETCH THE FILE HAS NEVER COVERED IS INITIALIZED.   *
      *  ON A LARGE N THIS PASS IS ITSELF LONG ENOUGH TO NEED A        *
      *  RESTART POINT, SO 3110-INIT-ONE CHECKPOINTS IT THE SAME WAY   *
      *  3210-CHECK-NUMBER CHECKPOINTS THE SIEVE LOOP BELOW -- ONCE    *
      *  PER PRIMEDAT BLOCK, AS EACH FINISHED BLOCK IS WRITTEN.  A RUN *
      *  THAT RESUMES PARTWAY THROUGH THIS PASS COMES BACK VIA 3105    *
      *  RATHER THAN HERE, SINCE I MUST NOT BE RESET.                  *
      *****************************************************************
       3105-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3110-INIT-ONE - FLAG ONE CANDIDATE IN THE BUFFERED BLOCK.    *
      *  ONLY WHEN THE BLOCK IS FULL (ITS LAST SLOT JUST SET) OR THE  *
      *  PASS HAS REACHED N DOES THE BLOCK GO OUT, AND ONLY THEN IS   *
      *  THE CHECKPOINT TAKEN AND THE CLOCK LOOKED AT -- SO CKPT-I    *
      *  ALWAYS NAMES THE FIRST CANDIDATE OF A BLOCK NOT YET WRITTEN, *
      *  AND A RESUME CANNOT SKIP FLAGS THAT NEVER REACHED THE FILE.  *
      *****************************************************************
       3110-INIT-ONE.
           MOVE I TO WS-PDR-CAND.
           PERFORM 3800-LOCATE-BLOCK THRU 3800-EXIT.
           MOVE 'Y' TO PDR-FLAG (WS-BLK-SLOT).
           SET WS-BLOCK-DIRTY TO TRUE.
           ADD 2 TO I.
           IF WS-BLK-SLOT LESS THAN 1000 AND I NOT GREATER N
               GO TO 3110-EXIT.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           PERFORM 3960-WRITE-CHECKPOINT THRU 3960-EXIT.
           PERFORM 3970-CHECK-DEADLINE THRU 3970-EXIT.
       3110-EXIT.
      *  3200-SIEVE - I ARRIVES HERE ALREADY SET, EITHER TO 3 FOR A   *
      *  FRESH PASS OR TO A CHECKPOINTED VALUE WHEN 0000-MAINLINE IS  *
      *  RESUMING A PASS AN EARLIER RUN LEFT UNFINISHED (SEE 1970).   *
      *  WHATEVER BLOCK IS STILL IN THE BUFFER AT THE END -- FINISHED *
      *  OR CUT OFF AT THE DEADLINE -- IS WRITTEN BEFORE LEAVING.     *
      *****************************************************************
       3200-SIEVE.
           PERFORM 3210-CHECK-NUMBER THRU 3210-EXIT
               UNTIL I GREATER SQRTN OR EQUAL SQRTN
                  OR WS-DEADLINE-REACHED.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
       3200-EXIT.
           EXIT.
      *
           IF WS-DEADLINE-REACHED
               GO TO 3210-EXIT.
           ADD 2 TO I.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           PERFORM 3960-WRITE-CHECKPOINT THRU 3960-EXIT.
           PERFORM 3970-CHECK-DEADLINE THRU 3970-EXIT.
       3210-EXIT.
      *  IN HERE -- EVERY THOUSANDTH MULTIPLE, NOT EVERY ONE, TO      *
      *  KEEP THE CLOCK CALLS OFF THE HOT PATH.  A PASS CUT SHORT IS  *
      *  SIMPLY REDONE FROM I*I ON RESUME; RE-CROSSING IS HARMLESS.   *
      *  THE BLOCK IS ONLY MARKED CHANGED WHEN THE FLAG ACTUALLY      *
      *  CHANGES, SO RE-CROSSING THE ALREADY-SIEVED STRETCH BELOW     *
      *  THE HIGH-WATER MARK COSTS READS BUT NO REWRITES.             *
      *****************************************************************
       3230-CROSS-OUT.
           MOVE PRODUCT TO WS-PDR-CAND.
           PERFORM 3800-LOCATE-BLOCK THRU 3800-EXIT.
           IF NOT PDR-NOT-PRIME (WS-BLK-SLOT)
               MOVE 'N' TO PDR-FLAG (WS-BLK-SLOT)
               SET WS-BLOCK-DIRTY TO TRUE.
           ADD J TO PRODUCT.
           ADD 1 TO WS-DEADLINE-CYCLE.
           IF WS-DEADLINE-CYCLE NOT LESS THAN 1000
           EXIT.
      *
      *****************************************************************
      *  3700-BEGIN-JOURNAL-BATCH - OPEN A PRIMJRNL BATCH FOR THE     *
      *  EXTENSION SIEVE ABOUT TO RUN, BEFORE ANY BLOCK IS TOUCHED,   *
      *  AND WRITE ITS BEGIN RECORD: THE MARK THE FILE CARRIES NOW,   *
      *  THE N BEING SIEVED, THE OPERATING MODE, AND WHETHER THE      *
      *  SIEVE IS RESUMING FROM PRIMCKPT.  THE JOURNAL IS EXTENDED,   *
      *  OR CREATED ON THE FIRST RUN, THE SAME WAY 7000 TREATS        *
      *  PRIMELOG.  A SIEVE THAT CANNOT BE JOURNALED IS NOT RUN -- A  *
      *  JOURNAL THAT CANNOT BE OPENED ENDS THE RUN WITH RC 16, SO NO *
      *  CHANGE EVER REACHES PRIMEDAT THAT A FORWARD RECOVERY COULD   *
      *  NOT REPLAY.                                                  *
      *****************************************************************
       3700-BEGIN-JOURNAL-BATCH.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL OPEN FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
           SET WS-JRN-OPEN TO TRUE.
           ADD 1 TO WS-JRN-BATCH.
           MOVE 0 TO WS-JRN-RECORDS.
           MOVE 0 TO WS-JRN-HASH.
           MOVE 99999999 TO WS-JRN-LOW-BLK.
           PERFORM 3760-STAMP-JOURNAL-REC THRU 3760-EXIT.
           SET JRN-BEGIN-REC TO TRUE.
           MOVE WS-HIGH-N TO JRN-BGN-MARK.
           MOVE N TO JRN-BGN-N.
           MOVE WS-OP-MODE-SW TO JRN-BGN-FUNCTION.
           IF WS-CKPT-FOUND AND CKPT-N EQUAL TO N
               MOVE 'Y' TO JRN-BGN-RESUMED
           ELSE
               MOVE 'N' TO JRN-BGN-RESUMED
           END-IF.
           PERFORM 3770-WRITE-JOURNAL-REC THRU 3770-EXIT.
       3700-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3720-COMMIT-JOURNAL-BATCH - CALLED FROM 3950 ONCE THE SIEVE  *
      *  IS WHOLLY ON THE FILE AND BEFORE THE NEW MARK IS WRITTEN.    *
      *  EVERY BLOCK FROM THE LOWER OF THE FIRST BLOCK ABOVE THE OLD  *
      *  MARK AND THE LOWEST BLOCK THIS BATCH PUT BACK, UP TO THE     *
      *  BLOCK HOLDING N, GOES ON THE JOURNAL AS IT NOW STANDS, THEN  *
      *  THE KEY-ZERO CONTROL RECORD AS 3950 IS ABOUT TO WRITE IT,    *
      *  THEN THE COMMIT.  IMAGING AT COMMIT RATHER THAN ON EVERY     *
      *  FLUSH WRITES EACH BLOCK ONCE INSTEAD OF ONCE PER SIEVING     *
      *  PRIME, AND STARTING AT THE OLD MARK PICKS UP THE BLOCKS AN   *
      *  EARLIER, SUSPENDED OR KILLED PASS OVER THE SAME N LEFT       *
      *  BEHIND.  THE COMMIT IS ON THE JOURNAL BEFORE THE MARK IS ON  *
      *  PRIMEDAT, SO A JOB KILLED BETWEEN THE TWO LEAVES A COMMITTED *
      *  BATCH WHOSE REPLAY ONLY FINISHES WHAT THE SIEVE ALREADY DID. *
      *****************************************************************
       3720-COMMIT-JOURNAL-BATCH.
           DIVIDE WS-HIGH-N BY 2000 GIVING WS-JRN-BLK.
           ADD 1 TO WS-JRN-BLK.
           IF WS-JRN-LOW-BLK LESS THAN WS-JRN-BLK
               MOVE WS-JRN-LOW-BLK TO WS-JRN-BLK.
           SUBTRACT 1 FROM N GIVING WS-JRN-TOP-BLK.
           DIVIDE WS-JRN-TOP-BLK BY 2000 GIVING WS-JRN-TOP-BLK.
           ADD 1 TO WS-JRN-TOP-BLK.
           PERFORM 3730-IMAGE-BLOCK THRU 3730-EXIT
               UNTIL WS-JRN-BLK GREATER THAN WS-JRN-TOP-BLK.
           PERFORM 3760-STAMP-JOURNAL-REC THRU 3760-EXIT.
           SET JRN-BLOCK-REC TO TRUE.
           MOVE 0 TO JRN-BLK-KEY.
           MOVE N TO JRN-BLK-HIGH-N.
           MOVE SPACES TO JRN-BLK-FLAGS.
           PERFORM 3770-WRITE-JOURNAL-REC THRU 3770-EXIT.
           PERFORM 3760-STAMP-JOURNAL-REC THRU 3760-EXIT.
           SET JRN-COMMIT-REC TO TRUE.
           SET JRN-CMT-COMPLETE TO TRUE.
           MOVE WS-HIGH-N TO JRN-CMT-MARK-BEFORE.
           MOVE N TO JRN-CMT-MARK-AFTER.
           MOVE WS-JRN-RECORDS TO JRN-CMT-COUNT.
           MOVE WS-JRN-HASH TO JRN-CMT-HASH.
           PERFORM 3770-WRITE-JOURNAL-REC THRU 3770-EXIT.
           PERFORM 3790-CLOSE-JOURNAL THRU 3790-EXIT.
       3720-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3730-IMAGE-BLOCK - ONE BLOCK OF THE COMMIT'S SWEEP ONTO THE  *
      *  JOURNAL AS A D RECORD.  A BLOCK NOT ON FILE (NOTHING WAS     *
      *  EVER SET IN IT) HAS NOTHING TO REPLAY AND IS PASSED OVER.    *
      *****************************************************************
       3730-IMAGE-BLOCK.
           MOVE WS-JRN-BLK TO PDR-KEY.
           ADD 1 TO WS-JRN-BLK.
           READ PRIME-DAT
               INVALID KEY
                   GO TO 3730-EXIT
           END-READ.
           PERFORM 3760-STAMP-JOURNAL-REC THRU 3760-EXIT.
           SET JRN-BLOCK-REC TO TRUE.
           MOVE PDR-KEY TO JRN-BLK-KEY.
           MOVE PDR-HIGH-N TO JRN-BLK-HIGH-N.
           MOVE PDR-FLAGS TO JRN-BLK-FLAGS.
           PERFORM 3770-WRITE-JOURNAL-REC THRU 3770-EXIT.
       3730-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3740-SUSPEND-JOURNAL-BATCH - THE SIEVE WAS CUT OFF AT THE    *
      *  DEADLINE.  THE MARK DOES NOT MOVE, SO THE BATCH IS CLOSED    *
      *  WITH A SUSPENDED COMMIT THAT CARRIES NO IMAGES; THE BLOCKS   *
      *  IT DID PUT BACK ARE IMAGED BY WHICHEVER LATER BATCH FINISHES *
      *  THE SAME N, SINCE THAT BATCH IMAGES FROM THE OLD MARK UP.    *
      *****************************************************************
       3740-SUSPEND-JOURNAL-BATCH.
           PERFORM 3760-STAMP-JOURNAL-REC THRU 3760-EXIT.
           SET JRN-COMMIT-REC TO TRUE.
           SET JRN-CMT-SUSPENDED TO TRUE.
           MOVE WS-HIGH-N TO JRN-CMT-MARK-BEFORE.
           MOVE WS-HIGH-N TO JRN-CMT-MARK-AFTER.
           MOVE WS-JRN-RECORDS TO JRN-CMT-COUNT.
           MOVE WS-JRN-HASH TO JRN-CMT-HASH.
           PERFORM 3770-WRITE-JOURNAL-REC THRU 3770-EXIT.
           PERFORM 3790-CLOSE-JOURNAL THRU 3790-EXIT.
       3740-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3760-STAMP-JOURNAL-REC - CLEAR THE STAGING RECORD AND STAMP  *
      *  IT WITH THIS RUN'S BATCH ID: PROGRAM, BUSINESS DATE, RUN     *
      *  START TIME, USER ID AND THE BATCH NUMBER WITHIN THE RUN.     *
      *****************************************************************
       3760-STAMP-JOURNAL-REC.
           MOVE SPACES TO WS-JRN-LINE.
           MOVE "PRIMES" TO JRN-PROGRAM.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-START-TOD TO JRN-RUN-TIME.
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE WS-JRN-BATCH TO JRN-BATCH-NO.
       3760-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3770-WRITE-JOURNAL-REC - PUT THE STAGED RECORD ON PRIMJRNL,  *
      *  COUNTING EACH BLOCK IMAGE INTO THE BATCH'S RECORD COUNT AND  *
      *  KEY HASH.  A FAILED WRITE ENDS THE RUN WITH RC 16 -- EVERY   *
      *  CALLER WRITES BEFORE THE MARK MOVES, SO THE FILE IS NEVER    *
      *  LEFT AHEAD OF ITS JOURNAL.                                   *
      *****************************************************************
       3770-WRITE-JOURNAL-REC.
           IF JRN-BLOCK-REC
               ADD 1 TO WS-JRN-RECORDS
               ADD JRN-BLK-KEY TO WS-JRN-HASH.
           MOVE WS-JRN-LINE TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PRIMJRNL WRITE FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               STOP RUN.
       3770-EXIT.
           EXIT.
      *
       3790-CLOSE-JOURNAL.
           CLOSE JOURNAL-FILE.
           MOVE 'N' TO WS-JRN-OPEN-SW.
       3790-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3800-LOCATE-BLOCK - WORK OUT WHICH PRIMEDAT BLOCK AND SLOT   *
      *  HOLD THE ODD CANDIDATE IN WS-PDR-CAND (SEE PRMDAT FOR THE    *
      *  ARITHMETIC) AND MAKE SURE THAT BLOCK IS THE ONE IN THE       *
      *  RECORD AREA.  A WALK UP THE FILE THEREFORE READS EACH BLOCK  *
      *  ONCE, ON ITS FIRST CANDIDATE, AND EVERY OTHER LOOKUP IN THE  *
      *  BLOCK IS A SUBSCRIPT.                                        *
      *****************************************************************
       3800-LOCATE-BLOCK.
           PERFORM 3805-COMPUTE-SLOT THRU 3805-EXIT.
           IF WS-BLK-NO NOT EQUAL TO WS-CUR-BLOCK
               PERFORM 3810-FETCH-BLOCK THRU 3810-EXIT.
       3800-EXIT.
           EXIT.
      *
       3805-COMPUTE-SLOT.
           SUBTRACT 1 FROM WS-PDR-CAND GIVING WS-BLK-WORK.
           DIVIDE WS-BLK-WORK BY 2000 GIVING WS-BLK-NO
               REMAINDER WS-BLK-WORK.
           ADD 1 TO WS-BLK-NO.
           DIVIDE WS-BLK-WORK BY 2 GIVING WS-BLK-SLOT.
           ADD 1 TO WS-BLK-SLOT.
       3805-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3810-FETCH-BLOCK - BRING BLOCK WS-BLK-NO INTO THE RECORD     *
      *  AREA, WRITING THE OUTGOING BLOCK FIRST IF IT WAS CHANGED.  A *
      *  BLOCK NOT YET ON FILE COMES UP AS ALL N -- THE SAME ANSWER A *
      *  MISSING CANDIDATE KEY ALWAYS GAVE -- AND IS ONLY WRITTEN IF  *
      *  SOMETHING IS ACTUALLY SET IN IT.                             *
      *****************************************************************
       3810-FETCH-BLOCK.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           MOVE WS-BLK-NO TO PDR-KEY.
           READ PRIME-DAT
               INVALID KEY
                   MOVE SPACES TO PRIME-DAT-REC
                   MOVE WS-BLK-NO TO PDR-KEY
                   MOVE 0 TO PDR-HIGH-N
                   MOVE ALL 'N' TO PDR-FLAGS
                   MOVE 'N' TO WS-BLOCK-ON-FILE-SW
               NOT INVALID KEY
                   SET WS-BLOCK-ON-FILE TO TRUE
           END-READ.
           MOVE WS-BLK-NO TO WS-CUR-BLOCK.
       3810-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3830-FLUSH-BLOCK - PUT A CHANGED BLOCK BACK ON PRIMEDAT.     *
      *  CALLED WHENEVER THE BUFFER IS ABOUT TO BE REUSED, BEFORE     *
      *  EVERY CHECKPOINT, AND ON THE WAY OUT, SO NOTHING THE SIEVE   *
      *  HAS SET IS EVER LEFT ONLY IN STORAGE.  A BLOCK THAT CANNOT   *
      *  BE WRITTEN ENDS THE RUN RC 16 BEFORE THE MARK OR THE JOURNAL *
      *  COMMIT CAN MOVE PAST IT; THE SWITCH IS CLEARED FIRST SO THE  *
      *  FLUSH IN 8000-TERMINATE DOES NOT TRY IT AGAIN.               *
      *****************************************************************
       3830-FLUSH-BLOCK.
           IF NOT WS-BLOCK-DIRTY
               GO TO 3830-EXIT.
           IF WS-BLOCK-ON-FILE
               REWRITE PRIME-DAT-REC
                   INVALID KEY
                       DISPLAY "PRIMEDAT REWRITE FAILED, BLOCK "
                           PDR-KEY
                       MOVE 'N' TO WS-BLOCK-DIRTY-SW
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8000-TERMINATE THRU 8000-EXIT
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE PRIME-DAT-REC
                   INVALID KEY
                       DISPLAY "PRIMEDAT WRITE FAILED, BLOCK "
                           PDR-KEY
                       MOVE 'N' TO WS-BLOCK-DIRTY-SW
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8000-TERMINATE THRU 8000-EXIT
                       STOP RUN
               END-WRITE
               SET WS-BLOCK-ON-FILE TO TRUE
           END-IF.
           IF PDR-KEY LESS THAN WS-JRN-LOW-BLK
               MOVE PDR-KEY TO WS-JRN-LOW-BLK.
           MOVE 'N' TO WS-BLOCK-DIRTY-SW.
       3830-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3900-READ-FLAG - LOOK UP THE PRIMEDAT FLAG FOR CANDIDATE I   *
      *  AND LOAD IT INTO WS-FLAG-SW, SO THE SIEVE LOOPS ABOVE        *
      *  CAN TEST WS-CURRENT-IS-PRIME THE WAY THEY USED TO TEST       *
      *  ISPRIME (I) DIRECTLY.  A CANDIDATE WITH NO BLOCK ON FILE     *
      *  (NOT YET SIEVED) READS AS NOT PRIME.                         *
      *****************************************************************
       3900-READ-FLAG.
           MOVE I TO WS-PDR-CAND.
           PERFORM 3800-LOCATE-BLOCK THRU 3800-EXIT.
           MOVE PDR-FLAG (WS-BLK-SLOT) TO WS-FLAG-SW.
       3900-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3910-PROBE-FLAG - LOOK UP THE FLAG FOR WS-PDR-CAND INTO      *
      *  WS-ANAL-Q-FLAG THROUGH THE PROBE COPY, FOR THE ANALYTIC      *
      *  LOOKUPS THAT JUMP AHEAD OF THE WALK.  ONLY A MISS ON THE     *
      *  PROBE COPY TOUCHES THE FILE; THE WALK THEN RE-READS ITS OWN  *
      *  BLOCK ONCE, NOT AFTER EVERY LOOKUP.  READ PATHS ONLY -- THE  *
      *  COPY IS NEVER WRITTEN BACK.                                  *
      *****************************************************************
       3910-PROBE-FLAG.
           PERFORM 3805-COMPUTE-SLOT THRU 3805-EXIT.
           IF WS-BLK-NO NOT EQUAL TO WS-PROBE-BLOCK
               IF WS-BLK-NO NOT EQUAL TO WS-CUR-BLOCK
                   PERFORM 3810-FETCH-BLOCK THRU 3810-EXIT
               END-IF
               MOVE PDR-FLAGS TO WS-PROBE-FLAGS
               MOVE WS-BLK-NO TO WS-PROBE-BLOCK
           END-IF.
           MOVE WS-PROBE-FLAG (WS-BLK-SLOT) TO WS-ANAL-Q-FLAG.
       3910-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3950-UPDATE-HIGH-WATER - AFTER A FRESH SIEVE, ADVANCE THE    *
      *  PRIMEDAT KEY-ZERO CONTROL RECORD TO THE N JUST SIEVED SO A   *
      *  LATER REQUEST AT OR BELOW IT CAN SKIP SIEVING ENTIRELY.      *
      *  THE LAST CHANGED BLOCK GOES OUT FIRST -- THE MARK MUST NEVER *
      *  CLAIM FLAGS THAT ARE NOT YET ON THE FILE -- AND THE JOURNAL  *
      *  BATCH IS COMMITTED BEFORE THE MARK MOVES (SEE 3720).         *
      *****************************************************************
       3950-UPDATE-HIGH-WATER.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           PERFORM 3720-COMMIT-JOURNAL-BATCH THRU 3720-EXIT.
           MOVE SPACES TO PRIME-DAT-REC.
           MOVE 0 TO WS-CUR-BLOCK.
           MOVE 0 TO PDR-KEY.
           MOVE N TO PDR-HIGH-N.
           WRITE PRIME-DAT-REC
               INVALID KEY
                   REWRITE PRIME-DAT-REC
           END-IF.
       3970-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3980-EXTEND-COUNT-INDEX - THE HIGH-WATER MARK HAS JUST MOVED *
      *  FROM WS-HIGH-N UP TO N.  ADD A PRIMCIDX ENTRY FOR EVERY      *
      *  INTERVAL BOUNDARY NOW COVERED THAT WAS NOT BEFORE, CARRYING  *
      *  THE RUNNING COUNT FORWARD FROM THE HIGHEST ENTRY ALREADY ON  *
      *  FILE.  CALLED BEFORE WS-HIGH-N IS MOVED UP, SO 3990 STILL    *
      *  DISTRUSTS ANY LEFTOVER ENTRY ABOVE THE OLD MARK AND IT IS    *
      *  SIMPLY WRITTEN OVER.  EACH NEW ENTRY IS A TALLY OF THE Y     *
      *  FLAGS IN ITS WS-CIX-BLOCKS WHOLE PRIMEDAT BLOCKS.            *
      *****************************************************************
       3980-EXTEND-COUNT-INDEX.
           IF NOT WS-CIX-OPEN
               GO TO 3980-EXIT.
           DIVIDE N BY WS-CIX-INTERVAL GIVING WS-CIX-TOP.
           IF WS-CIX-TOP EQUAL TO ZERO
               GO TO 3980-EXIT.
           DIVIDE WS-HIGH-N BY WS-CIX-INTERVAL GIVING WS-CIX-ENTRY.
           PERFORM 3982-FIND-BASE THRU 3982-EXIT.
           PERFORM 3984-BUILD-ENTRY THRU 3984-EXIT
               UNTIL WS-CIX-ENTRY NOT LESS THAN WS-CIX-TOP.
       3980-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3982-FIND-BASE - STEP DOWN FROM ENTRY WS-CIX-ENTRY TO THE    *
      *  HIGHEST ENTRY 3990 WILL TRUST AND LEAVE ITS COUNT IN         *
      *  WS-CIX-RUNNING.  NOTHING USABLE LEAVES WS-CIX-ENTRY AT ZERO  *
      *  AND THE RUNNING COUNT AT 1 -- THE PRIME 2, WHICH HAS NO FLAG *
      *  OF ITS OWN.                                                  *
      *****************************************************************
       3982-FIND-BASE.
           MOVE 1 TO WS-CIX-RUNNING.
           MOVE 'N' TO WS-CIX-FOUND-SW.
           IF NOT WS-CIX-OPEN
               MOVE 0 TO WS-CIX-ENTRY
               GO TO 3982-EXIT.
           PERFORM 3983-TRY-BASE THRU 3983-EXIT
               UNTIL WS-CIX-FOUND OR WS-CIX-ENTRY EQUAL TO ZERO.
           IF WS-CIX-FOUND
               MOVE CIX-COUNT TO WS-CIX-RUNNING.
       3982-EXIT.
           EXIT.
      *
       3983-TRY-BASE.
           MOVE WS-CIX-ENTRY TO WS-CIX-KEY.
           PERFORM 3990-READ-INDEX-ENTRY THRU 3990-EXIT.
           IF NOT WS-CIX-FOUND
               SUBTRACT 1 FROM WS-CIX-ENTRY.
       3983-EXIT.
           EXIT.
      *
       3984-BUILD-ENTRY.
           ADD 1 TO WS-CIX-ENTRY.
           COMPUTE WS-CIX-BLK = (WS-CIX-ENTRY - 1) * WS-CIX-BLOCKS + 1.
           COMPUTE WS-CIX-LAST-BLK = WS-CIX-ENTRY * WS-CIX-BLOCKS.
           PERFORM 3986-TALLY-BLOCK THRU 3986-EXIT
               UNTIL WS-CIX-BLK GREATER WS-CIX-LAST-BLK.
           MOVE SPACES TO COUNT-INDEX-REC.
           COMPUTE CIX-LIMIT = WS-CIX-ENTRY * WS-CIX-INTERVAL.
           MOVE WS-CIX-RUNNING TO CIX-COUNT.
           MOVE WS-CIX-ENTRY TO WS-CIX-KEY.
           WRITE COUNT-INDEX-REC
               INVALID KEY
                   REWRITE COUNT-INDEX-REC
                       INVALID KEY
                           DISPLAY "PRIMCIDX WRITE FAILED, ENTRY "
                               WS-CIX-ENTRY
                   END-REWRITE
           END-WRITE.
       3984-EXIT.
           EXIT.
      *
       3986-TALLY-BLOCK.
           COMPUTE WS-PDR-CAND = (WS-CIX-BLK - 1) * 2000 + 1.
           PERFORM 3800-LOCATE-BLOCK THRU 3800-EXIT.
           MOVE 0 TO WS-CIX-TALLY.
           INSPECT PDR-FLAGS TALLYING WS-CIX-TALLY FOR ALL 'Y'.
           ADD WS-CIX-TALLY TO WS-CIX-RUNNING.
           ADD 1 TO WS-CIX-BLK.
       3986-EXIT.
           EXIT.
      *
      *****************************************************************
      *  3990-READ-INDEX-ENTRY - READ PRIMCIDX ENTRY WS-CIX-KEY AND   *
      *  SET WS-CIX-FOUND ONLY IF IT CAN BE BELIEVED: ON FILE,        *
      *  NUMERIC, DESCRIBING THE BOUND ITS SLOT SAYS IT SHOULD, AND   *
      *  NOT ABOVE THE HIGH-WATER MARK IN WS-HIGH-N.                  *
      *****************************************************************
       3990-READ-INDEX-ENTRY.
           MOVE 'N' TO WS-CIX-FOUND-SW.
           IF NOT WS-CIX-OPEN OR WS-CIX-KEY EQUAL TO ZERO
               GO TO 3990-EXIT.
           READ COUNT-INDEX-FILE
               INVALID KEY
                   GO TO 3990-EXIT
           END-READ.
           IF WS-CIX-STATUS NOT = "00"
               GO TO 3990-EXIT.
           IF CIX-LIMIT NOT NUMERIC OR CIX-COUNT NOT NUMERIC
               GO TO 3990-EXIT.
           IF CIX-LIMIT NOT EQUAL TO WS-CIX-KEY * WS-CIX-INTERVAL
              OR CIX-LIMIT GREATER THAN WS-HIGH-N
               GO TO 3990-EXIT.
           SET WS-CIX-FOUND TO TRUE.
       3990-EXIT.
           EXIT.
      *
       4000-PRINT-PRIMES.
           MOVE BLANK-LINE TO OUT-LINE.
      *  FILE COSTS A FEW HUNDRED OUTPUT LINES INSTEAD OF MILLIONS.   *
      *  THE GAP AND TWIN FIGURES ARE KEPT WITHIN THE WINDOW ONLY --  *
      *  THE FIRST PRIME FOUND SETS THE BASELINE AND IS NOT MEASURED  *
      *  AGAINST ANYTHING OUTSIDE IT.  WHEN PRIMCIDX IS AVAILABLE THE *
      *  COUNT OF PRIMES BELOW THE WINDOW IS TAKEN FIRST (4250) FOR   *
      *  THE STATISTICS, AT THE COST OF UNDER ONE INTERVAL OF WALK.   *
      *****************************************************************
       4100-PRINT-RANGE.
           MOVE 0 TO WS-RANGE-BELOW.
           IF WS-CIX-OPEN AND WS-LOW-BOUND GREATER THAN 2
               SUBTRACT 1 FROM WS-LOW-BOUND GIVING WS-CIX-LIMIT
               PERFORM 4250-COUNT-UP-TO THRU 4250-EXIT
               MOVE K TO WS-RANGE-BELOW.
           MOVE BLANK-LINE TO OUT-LINE.
           MOVE 0 TO K.
           MOVE 1 TO J.
      *****************************************************************
      *  4200-COUNT-PRIMES - MODE C: HOW MANY PRIMES ARE THERE UP TO  *
      *  N.  THE SIEVE-IF-NEEDED PATH IN 0100 HAS ALREADY MADE SURE   *
      *  THE FILE COVERS N, SO 4250 STARTS FROM THE NEAREST PRIMCIDX  *
      *  ENTRY AND WALKS ONLY THE FLAGS PAST IT, AND A SINGLE ANSWER  *
      *  LINE GOES ON PRMOUT -- NO MULTI-MILLION-LINE LISTING TO      *
      *  COUNT BY HAND.                                               *
      *****************************************************************
       4200-COUNT-PRIMES.
           MOVE N TO WS-CIX-LIMIT.
           PERFORM 4250-COUNT-UP-TO THRU 4250-EXIT.
           MOVE SPACES TO WS-FACT-LINE.
           MOVE K TO WS-K-DISPLAY.
           MOVE N TO WS-N-DISPLAY.
           EXIT.
      *
      *****************************************************************
      *  4250-COUNT-UP-TO - LEAVE IN K THE NUMBER OF PRIMES UP TO AND *
      *  INCLUDING WS-CIX-LIMIT, WHICH THE CALLER HAS MADE SURE IS    *
      *  COVERED BY PRIMEDAT.  THE COUNT STARTS FROM THE HIGHEST      *
      *  PRIMCIDX ENTRY AT OR BELOW THE LIMIT (3982) AND ONLY THE     *
      *  CANDIDATES PAST THAT ENTRY ARE WALKED; WITH NO USABLE ENTRY  *
      *  THE WALK STARTS FROM 3 AS IT ALWAYS DID.                     *
      *****************************************************************
       4250-COUNT-UP-TO.
           MOVE 0 TO K.
           IF WS-CIX-LIMIT LESS THAN 2
               GO TO 4250-EXIT.
           DIVIDE WS-CIX-LIMIT BY WS-CIX-INTERVAL GIVING WS-CIX-ENTRY.
           PERFORM 3982-FIND-BASE THRU 3982-EXIT.
           MOVE WS-CIX-RUNNING TO K.
           COMPUTE I = WS-CIX-ENTRY * WS-CIX-INTERVAL + 1.
           IF I LESS THAN 3
               MOVE 3 TO I.
           PERFORM 4210-COUNT-ONE THRU 4210-EXIT
               UNTIL I GREATER WS-CIX-LIMIT.
       4250-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4300-FIND-NTH-PRIME - MODE N: WHAT IS THE N-TH PRIME.        *
      *  ANSWERED FROM THE PRIMEDAT CACHE ALONE -- THERE IS NO WAY TO *
      *  KNOW IN ADVANCE HOW FAR A SIEVE WOULD HAVE TO RUN FOR A      *
               END-IF
           END-IF.
           MOVE 3 TO I.
           IF WS-QUERY-ANSWER EQUAL TO ZERO
               PERFORM 4350-NTH-INDEX-BASE THRU 4350-EXIT.
           PERFORM 4310-NTH-ONE THRU 4310-EXIT
               UNTIL I GREATER WS-HIGH-N
                  OR WS-QUERY-ANSWER GREATER THAN ZERO.
           EXIT.
      *
      *****************************************************************
      *  4350-NTH-INDEX-BASE - SKIP THE 4310 WALK FORWARD OVER EVERY  *
      *  PRIMCIDX ENTRY WHOSE COUNT IS STILL SHORT OF THE TARGET      *
      *  ORDINAL, LEAVING K AT THAT ENTRY'S COUNT AND I AT THE FIRST  *
      *  CANDIDATE PAST IT.  THE FIRST MISSING OR UNTRUSTED ENTRY     *
      *  ENDS THE SKIP -- THE WALK FROM THERE IS SLOWER, NOT WRONG.   *
      *****************************************************************
       4350-NTH-INDEX-BASE.
           MOVE 1 TO WS-CIX-KEY.
           PERFORM 3990-READ-INDEX-ENTRY THRU 3990-EXIT.
           PERFORM 4355-NTH-TAKE-ENTRY THRU 4355-EXIT
               UNTIL NOT WS-CIX-FOUND.
       4350-EXIT.
           EXIT.
      *
       4355-NTH-TAKE-ENTRY.
           IF CIX-COUNT NOT LESS THAN WS-QUERY-TARGET
               MOVE 'N' TO WS-CIX-FOUND-SW
               GO TO 4355-EXIT.
           MOVE CIX-COUNT TO K.
           COMPUTE I = CIX-LIMIT + 1.
           ADD 1 TO WS-CIX-KEY.
           PERFORM 3990-READ-INDEX-ENTRY THRU 3990-EXIT.
       4355-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4400-ANALYTIC-REPORT - MODE A: SWEEP THE PRIMEDAT FLAGS UP   *
      *  TO N AND WRITE THE CLASSIFIED SPECIAL-PRIMES REPORT THE      *
      *  RESEARCH GROUP ASKS FOR MONTHLY -- THE ACTUAL TWIN PAIRS     *
           MOVE ZERO TO STAT-VALUE.
           PERFORM 4490-WRITE-ANAL-STAT THRU 4490-EXIT.
           PERFORM 1900-READ-HIGH-WATER THRU 1900-EXIT.
           MOVE 0 TO WS-PROBE-BLOCK.
           IF N NOT LESS THAN 2
               MOVE 2 TO I
               PERFORM 4438-CHECK-SOPHIE THRU 4438-EXIT.
           IF WS-ANAL-Q GREATER THAN WS-HIGH-N
               ADD 1 TO WS-ANAL-SG-SKIPPED
               GO TO 4438-EXIT.
           MOVE WS-ANAL-Q TO WS-PDR-CAND.
           PERFORM 3910-PROBE-FLAG THRU 3910-EXIT.
           IF WS-ANAL-Q-FLAG EQUAL TO 'Y'
               ADD 1 TO WS-ANAL-SG-COUNT
               MOVE SPACES TO WS-ANAL-LINE
           EXIT.
      *
       4445-MERSENNE-ONE.
           MOVE WS-MER-M TO WS-PDR-CAND.
           PERFORM 3910-PROBE-FLAG THRU 3910-EXIT.
           IF WS-ANAL-Q-FLAG EQUAL TO 'Y'
               ADD 1 TO WS-ANAL-MER-COUNT
               MOVE SPACES TO WS-ANAL-LINE
       4490-WRITE-ANAL-STAT.
           MOVE WS-STAT-LINE TO ANALYTIC-REC.
           WRITE ANALYTIC-REC.
           MOVE ANALYTIC-REC TO WS-RPO-LINE-TEXT.
           MOVE 3 TO WS-RPO-TX.
           PERFORM 5950-FILE-REPORT-LINE THRU 5950-EXIT.
       4490-EXIT.
           EXIT.
      *
       4495-WRITE-ANAL-LINE.
           MOVE WS-ANAL-LINE TO ANALYTIC-REC.
           WRITE ANALYTIC-REC.
           MOVE ANALYTIC-REC TO WS-RPO-LINE-TEXT.
           MOVE 3 TO WS-RPO-TX.
           PERFORM 5950-FILE-REPORT-LINE THRU 5950-EXIT.
       4495-EXIT.
           EXIT.
      *
               PERFORM 4750-RPT-NEW-PAGE THRU 4750-EXIT.
           WRITE PRINT-REPORT-REC.
           ADD 1 TO WS-RPT-LINES.
           MOVE 'D' TO WS-RPO-KIND.
           PERFORM 4755-RPT-FILE-LINE THRU 4755-EXIT.
       4710-EXIT.
           EXIT.
      *
           MOVE 0 TO WS-RPT-LINES.
           MOVE WS-RPT-HEAD1 TO PRINT-REPORT-REC.
           WRITE PRINT-REPORT-REC.
           MOVE 'H' TO WS-RPO-KIND.
           PERFORM 4755-RPT-FILE-LINE THRU 4755-EXIT.
           MOVE WS-RPT-HEAD2 TO PRINT-REPORT-REC.
           WRITE PRINT-REPORT-REC.
           MOVE 'D' TO WS-RPO-KIND.
           PERFORM 4755-RPT-FILE-LINE THRU 4755-EXIT.
           MOVE WS-RPT-BLANK TO PRINT-REPORT-REC.
           WRITE PRINT-REPORT-REC.
           PERFORM 4755-RPT-FILE-LINE THRU 4755-EXIT.
           MOVE 3 TO WS-RPT-LINES.
       4750-EXIT.
           EXIT.
      *
       4755-RPT-FILE-LINE.
           MOVE PRINT-REPORT-REC TO WS-RPO-LINE-TEXT.
           MOVE 1 TO WS-RPO-TX.
           PERFORM 5950-FILE-REPORT-LINE THRU 5950-EXIT.
       4755-EXIT.
           EXIT.
      *
      *****************************************************************
      *  4600-WRITE-EXT-HEADER - OPEN ONE REQUEST'S BLOCK ON THE      *
      *  5100-WRITE-RANGE-STATS - MODE R COUNTERPART OF 5000.  THE    *
      *  FIGURES DESCRIBE THE WINDOW ALONE: COUNT, TWINS AND LARGEST  *
      *  GAP AS ACCUMULATED BY 4110, AND DENSITY PER 1,000 OVER THE   *
      *  NUMBERS THE WINDOW ACTUALLY SPANS.  THE PRIMES-BELOW LINE    *
      *  (FROM PRIMCIDX, SEE 4100) GIVES THE WINDOW ITS ORDINALS.     *
      *****************************************************************
       5100-WRITE-RANGE-STATS.
           COMPUTE WS-RANGE-SPAN = N - WS-LOW-BOUND + 1.
           MOVE "PRIME COUNT IN RANGE" TO STAT-LABEL.
           MOVE K TO STAT-VALUE.
           PERFORM 5905-WRITE-STAT-REC THRU 5905-EXIT.
           IF WS-CIX-OPEN
               MOVE "PRIMES BELOW RANGE" TO STAT-LABEL
               MOVE WS-RANGE-BELOW TO STAT-VALUE
               PERFORM 5905-WRITE-STAT-REC THRU 5905-EXIT.
           MOVE "TWIN PRIME PAIRS IN RANGE" TO STAT-LABEL.
           MOVE WS-TWIN-COUNT TO STAT-VALUE.
           PERFORM 5905-WRITE-STAT-REC THRU 5905-EXIT.
               WRITE STATS-OUT-REC.
           IF WS-DEPT-IX GREATER THAN ZERO
               ADD 1 TO WS-DEPT-LINES (WS-DEPT-IX).
           MOVE WS-STAT-LINE TO WS-RPO-LINE-TEXT.
           MOVE 2 TO WS-RPO-TX.
           PERFORM 5950-FILE-REPORT-LINE THRU 5950-EXIT.
       5905-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5950-FILE-REPORT-LINE - FILE ONE REPORT LINE, JUST WRITTEN,  *
      *  IN THE RPTREPO REPOSITORY UNDER THE CURRENT REQUEST'S ENTRY  *
      *  FOR REPORT TYPE WS-RPO-TX.  THE FIRST LINE OF A TYPE OPENS   *
      *  THE ENTRY (5955); ON A STATISTICS OR ANALYTIC REPORT THAT    *
      *  FIRST LINE IS THE TITLE AND IS FILED AS THE HEADING.  A      *
      *  FAILED WRITE STOPS FILING THAT REPORT, NEVER THE RUN -- THE  *
      *  REPORT ITSELF HAS ALREADY GONE OUT.                          *
      *****************************************************************
       5950-FILE-REPORT-LINE.
           IF NOT WS-RPO-OPEN
               GO TO 5950-EXIT.
           IF WS-RPO-STATE (WS-RPO-TX) EQUAL TO 'X'
               GO TO 5950-EXIT.
           IF WS-RPO-STATE (WS-RPO-TX) EQUAL TO SPACE
               PERFORM 5955-OPEN-REPO-ENTRY THRU 5955-EXIT
               IF WS-RPO-STATE (WS-RPO-TX) EQUAL TO 'X'
                   GO TO 5950-EXIT
               END-IF
               IF WS-RPO-TX NOT EQUAL TO 1
                   MOVE 'H' TO WS-RPO-KIND
               END-IF
           ELSE
               IF WS-RPO-TX NOT EQUAL TO 1
                   MOVE 'D' TO WS-RPO-KIND.
           ADD 1 TO WS-RPO-LINES (WS-RPO-TX).
           MOVE WS-RPO-ENTRY-KEY (WS-RPO-TX) TO RPO-KEY.
           MOVE WS-RPO-LINES (WS-RPO-TX) TO RPO-LINE.
           MOVE WS-RPO-KIND TO RPO-LINE-KIND.
           MOVE WS-RPO-LINE-TEXT TO RPO-TEXT.
           WRITE REPORT-REPO-REC
               INVALID KEY
                   DISPLAY "RPTREPO WRITE FAILED, STATUS = "
                       WS-RPO-STATUS " - REPORT NOT FILED IN FULL"
                   MOVE 'X' TO WS-RPO-STATE (WS-RPO-TX)
           END-WRITE.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *  5955-OPEN-REPO-ENTRY - KEY A NEW REPOSITORY ENTRY AND WRITE  *
      *  ITS HEADER RECORD (LINE ZERO).  THE SAME REPORT PRODUCED     *
      *  AGAIN THE SAME BUSINESS DAY TAKES THE NEXT FREE VERSION, SO  *
      *  AN EARLIER COPY IS NEVER OVERWRITTEN.                        *
      *****************************************************************
       5955-OPEN-REPO-ENTRY.
           MOVE 'X' TO WS-RPO-STATE (WS-RPO-TX).
           MOVE WS-RUN-DATE TO RPO-BUS-DATE.
           IF WS-RPO-TRAILER
               MOVE SPACES TO RPO-DEPT
               MOVE 'T' TO RPO-OP-MODE
               MOVE 0 TO RPO-N
           ELSE
               IF WS-TRANSACTION-MODE
                   MOVE TRAN-DEPT TO RPO-DEPT
               ELSE
                   MOVE WS-PARM-DEPT TO RPO-DEPT
               END-IF
               MOVE WS-OP-MODE-SW TO RPO-OP-MODE
               MOVE N TO RPO-N.
           MOVE WS-RPO-TYPE-CODE (WS-RPO-TX) TO RPO-TYPE.
           MOVE 0 TO RPO-LINE.
           MOVE 0 TO RPO-VERSION.
           MOVE 'N' TO WS-RPO-FREE-SW.
           PERFORM 5960-PROBE-VERSION THRU 5960-EXIT
               UNTIL WS-RPO-FREE OR RPO-VERSION EQUAL TO 99.
           IF NOT WS-RPO-FREE
               DISPLAY "RPTREPO ALREADY HOLDS 99 COPIES OF "
                   RPO-TYPE " REPORT FOR N = " RPO-N
                   " - THIS ONE NOT FILED"
               GO TO 5955-EXIT.
           MOVE '*' TO RPO-LINE-KIND.
           MOVE SPACES TO RPO-TEXT.
           IF WS-RPO-TX EQUAL TO 1
               MOVE "PRIMRPT" TO RPO-HDR-DDNAME
           ELSE
           IF WS-RPO-TX EQUAL TO 3
               MOVE "PRIMANAL" TO RPO-HDR-DDNAME
           ELSE
           IF WS-ROUTE-SLOT EQUAL TO 1
               MOVE "PRMSTATA" TO RPO-HDR-DDNAME
           ELSE
           IF WS-ROUTE-SLOT EQUAL TO 2
               MOVE "PRMSTATB" TO RPO-HDR-DDNAME
           ELSE
           IF WS-ROUTE-SLOT EQUAL TO 3
               MOVE "PRMSTATC" TO RPO-HDR-DDNAME
           ELSE
               MOVE "PRIMSTAT" TO RPO-HDR-DDNAME.
           MOVE WS-RUN-MODE-SW TO RPO-HDR-RUN-MODE.
           IF WS-MODE-RANGE AND NOT WS-RPO-TRAILER
               MOVE WS-LOW-BOUND TO RPO-HDR-LOW
           ELSE
               MOVE 0 TO RPO-HDR-LOW.
           MOVE WS-REQ-START-TOD TO RPO-HDR-TIME.
           MOVE WS-OPERATOR-ID TO RPO-HDR-USER.
           IF WS-TRANSACTION-MODE AND NOT WS-RPO-TRAILER
               MOVE TRAN-TICKET TO RPO-HDR-TICKET
           ELSE
               MOVE SPACES TO RPO-HDR-TICKET.
           WRITE REPORT-REPO-REC
               INVALID KEY
                   DISPLAY "RPTREPO WRITE FAILED, STATUS = "
                       WS-RPO-STATUS " - REPORT NOT FILED"
                   GO TO 5955-EXIT
           END-WRITE.
           MOVE 'F' TO WS-RPO-STATE (WS-RPO-TX).
           MOVE RPO-KEY TO WS-RPO-ENTRY-KEY (WS-RPO-TX).
           MOVE 0 TO WS-RPO-LINES (WS-RPO-TX).
       5955-EXIT.
           EXIT.
      *
       5960-PROBE-VERSION.
           ADD 1 TO RPO-VERSION.
           READ REPORT-REPO
               INVALID KEY
                   SET WS-RPO-FREE TO TRUE
           END-READ.
       5960-EXIT.
           EXIT.
      *
      *****************************************************************
      *  6000-FACTOR-NUMBER - MODE F ALTERNATIVE TO THE FULL LISTING. *
      *  ANSWERS WHETHER N IS PRIME AND, IF NOT, SHOWS ITS PRIME      *
      *  FACTORS, BY PLAIN TRIAL DIVISION FROM 2 UPWARD.  THE RESULT  *
      *  7000-WRITE-AUDIT-LOG - APPEND ONE LINE TO PRIMELOG SO THERE  *
      *  IS A PERMANENT RECORD OF WHO RAN PRIMES, WHEN, WHAT N WAS    *
      *  REQUESTED, HOW MANY PRIMES CAME BACK AND HOW LONG IT TOOK.   *
      *  AN END TIME EARLIER THAN THE START MEANS THE REQUEST RAN     *
      *  PAST MIDNIGHT, AND A DAY'S WORTH OF CENTISECONDS IS ADDED.   *
      *****************************************************************
       7000-WRITE-AUDIT-LOG.
           ACCEPT WS-END-TIME FROM TIME.
           COMPUTE WS-END-CS = WS-END-HH * 360000
               + WS-END-MN * 6000 + WS-END-SS * 100 + WS-END-HS.
           IF WS-END-CS < WS-START-CS
               COMPUTE WS-ELAPSED-CS = WS-END-CS + 8640000
                   - WS-START-CS
           ELSE
               SUBTRACT WS-START-CS FROM WS-END-CS
                   GIVING WS-ELAPSED-CS
                  WS-START-SS DELIMITED BY SIZE
               INTO AUD-TIMESTAMP.
           MOVE WS-RUN-MODE-SW TO AUD-MODE.
           MOVE WS-OP-MODE-SW TO AUD-OP-MODE.
           MOVE N TO AUD-N.
           MOVE K TO AUD-PRIME-COUNT.
           MOVE WS-ELAPSED-SEC TO AUD-ELAPSED-SECONDS.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           IF WS-TRANSACTION-MODE
               MOVE TRAN-DEPT TO AUD-DEPT
               MOVE TRAN-TICKET TO AUD-TICKET
           ELSE
               MOVE WS-PARM-DEPT TO AUD-DEPT
               MOVE SPACES TO AUD-TICKET.
           IF WS-DEADLINE-REACHED
               MOVE 'S' TO AUD-STATUS
           ELSE
               IF WS-REQ-BUSY
                   MOVE 'B' TO AUD-STATUS
               ELSE
                   MOVE SPACE TO AUD-STATUS.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       7500-WRITE-TRANSACTION-TRAILER.
           MOVE 0 TO WS-ROUTE-SLOT.
           MOVE 0 TO WS-DEPT-IX.
           MOVE SPACES TO WS-RPO-TABLE.
           SET WS-RPO-TRAILER TO TRUE.
           MOVE "BATCH DISTRIBUTION REPORT" TO STAT-LABEL.
           MOVE ZERO TO STAT-VALUE.
           PERFORM 5905-WRITE-STAT-REC THRU 5905-EXIT.
           MOVE RETURN-CODE TO RST-OUTCOME.
           MOVE WS-RUN-MODE-SW TO RST-RUN-MODE.
           MOVE WS-OP-MODE-SW TO RST-OP-MODE.
           MOVE WS-RUN-START-TOD TO RST-START-TIME.
           MOVE WS-RUN-REQUESTS TO RST-REQUESTS.
           IF WS-CARY-FOUND
               MOVE 'Y' TO RST-RESUMED
           ELSE
               MOVE 'N' TO RST-RESUMED.
           IF WS-TRANSACTION-MODE
               MOVE WS-TRANS-TOTAL-N TO RST-N
               MOVE WS-TRANS-TOTAL-PRIMES TO RST-PRIMES
               COMPUTE WS-END-CS = WS-END-HH * 360000
                   + WS-END-MN * 6000 + WS-END-SS * 100 + WS-END-HS
               IF WS-END-CS LESS THAN WS-START-CS
                   COMPUTE WS-ELAPSED-CS = WS-END-CS + 8640000
                       - WS-START-CS
               ELSE
                   SUBTRACT WS-START-CS FROM WS-END-CS
                       GIVING WS-ELAPSED-CS
           CLOSE EXTRACT-FILE.
           CLOSE PRINT-REPORT.
           CLOSE ANALYTIC-REPORT.
           PERFORM 3830-FLUSH-BLOCK THRU 3830-EXIT.
           CLOSE PRIME-DAT.
           CLOSE CHECKPOINT-FILE.
           IF WS-JRN-OPEN
               CLOSE JOURNAL-FILE.
           IF WS-CIX-OPEN
               CLOSE COUNT-INDEX-FILE.
           IF WS-RPO-OPEN
               CLOSE REPORT-REPO.
           CLOSE TRANS-FILE.
           IF WS-TRANSACTION-MODE
               CLOSE ROUTE-OUT-A
