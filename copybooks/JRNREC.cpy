      *****************************************************************
      *  JRNREC    - ONE RECORD OF THE PRIMJRNL PRIMEDAT CHANGE       *
      *              JOURNAL.  FIXED 1056-BYTE LAYOUT, WRITTEN        *
      *              STRICTLY IN SEQUENCE AND ONLY EVER APPENDED TO.  *
      *              EVERY RECORD CARRIES THE BATCH ID OF THE RUN     *
      *              THAT WROTE IT -- PROGRAM-ID, BUSINESS DATE,      *
      *              START TIME, USER ID AND A BATCH NUMBER WITHIN    *
      *              THE RUN -- AND ONE OF FIVE RECORD TYPES:         *
      *                B - BATCH BEGIN.  THE PDR-HIGH-N MARK THE      *
      *                    FILE CARRIED WHEN THE BATCH STARTED, THE   *
      *                    N BEING SIEVED (ZERO FOR A PRIMAUDT        *
      *                    REPAIR), THE FUNCTION OR OPERATING MODE,   *
      *                    AND Y IF THE SIEVE RESUMED FROM PRIMCKPT;  *
      *                D - BLOCK AFTER-IMAGE.  A PRIMEDAT BLOCK       *
      *                    EXACTLY AS THE BATCH LEFT IT (KEY,         *
      *                    HIGH-WATER FIELD, ALL 1000 FLAGS).  THE    *
      *                    LAST D OF A SIEVE BATCH IS ALWAYS THE      *
      *                    KEY-ZERO CONTROL RECORD CARRYING THE NEW   *
      *                    MARK;                                      *
      *                X - BLOCK DELETED (PRIMAUDT REPAIR OF AN       *
      *                    ORPHAN), KEY ONLY;                         *
      *                C - BATCH COMMIT.  COMPLETE OR SUSPENDED (A    *
      *                    SIEVE CUT OFF AT THE DEADLINE, WHICH       *
      *                    CARRIES NO IMAGES), THE MARK BEFORE AND    *
      *                    AFTER, AND THE COUNT OF D AND X RECORDS    *
      *                    IN THE BATCH WITH A HASH TOTAL OF THEIR    *
      *                    KEYS.  A BATCH WITH NO C RECORD WAS LEFT   *
      *                    INCOMPLETE BY A KILLED JOB;                *
      *                K - BACKUP MARKER.  WRITTEN BY PRIMBKUP AFTER  *
      *                    EACH GOOD UNLOAD, WITH THE MARK, COUNT     *
      *                    AND HASH OF THE NEW PRIMBKP1, SO PRIMRCVR  *
      *                    KNOWS WHERE IN THE JOURNAL A RELOADED      *
      *                    GENERATION STANDS.                         *
      *              PRIMRCVR APPLIES THE COMMITTED BATCHES AFTER     *
      *              THE MATCHING K RECORD ON TOP OF A RELOADED       *
      *              GENERATION.                                      *
      *****************************************************************
       05  JRN-REC-TYPE                PIC X(01).
           88  JRN-BEGIN-REC               VALUE 'B'.
           88  JRN-BLOCK-REC               VALUE 'D'.
           88  JRN-DELETE-REC              VALUE 'X'.
           88  JRN-COMMIT-REC              VALUE 'C'.
           88  JRN-BACKUP-REC              VALUE 'K'.
       05  JRN-BATCH-ID.
           10  JRN-PROGRAM             PIC X(08).
           10  JRN-RUN-DATE            PIC 9(08).
           10  JRN-RUN-TIME            PIC 9(06).
           10  JRN-USER-ID             PIC X(08).
           10  JRN-BATCH-NO            PIC 9(04).
       05  JRN-REC-DATA                PIC X(1021).
       05  JRN-BEGIN-DATA REDEFINES JRN-REC-DATA.
           10  JRN-BGN-MARK            PIC 9(08).
           10  JRN-BGN-N               PIC 9(08).
           10  JRN-BGN-FUNCTION        PIC X(01).
           10  JRN-BGN-RESUMED         PIC X(01).
           10  FILLER                  PIC X(1003).
       05  JRN-BLOCK-DATA REDEFINES JRN-REC-DATA.
           10  JRN-BLK-KEY             PIC 9(08).
           10  JRN-BLK-HIGH-N          PIC 9(08).
           10  JRN-BLK-FLAGS           PIC X(1000).
           10  FILLER                  PIC X(05).
       05  JRN-COMMIT-DATA REDEFINES JRN-REC-DATA.
           10  JRN-CMT-STATE           PIC X(01).
               88  JRN-CMT-COMPLETE        VALUE 'C'.
               88  JRN-CMT-SUSPENDED       VALUE 'S'.
           10  JRN-CMT-MARK-BEFORE     PIC 9(08).
           10  JRN-CMT-MARK-AFTER      PIC 9(08).
           10  JRN-CMT-COUNT           PIC 9(09).
           10  JRN-CMT-HASH            PIC 9(15).
           10  FILLER                  PIC X(980).
       05  JRN-BACKUP-DATA REDEFINES JRN-REC-DATA.
           10  JRN-BKP-MARK            PIC 9(08).
           10  JRN-BKP-COUNT           PIC 9(09).
           10  JRN-BKP-HASH            PIC 9(15).
           10  FILLER                  PIC X(989).
