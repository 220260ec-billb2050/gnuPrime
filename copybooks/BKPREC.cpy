      *****************************************************************
      *  BKPREC    - ONE RECORD OF THE PRIMBKUP FLAT SEQUENTIAL       *
      *              BACKUP OF PRIMEDAT.  FIXED 1024-BYTE LAYOUT, THE *
      *              SAME THREE-RECORD-TYPE SHAPE AS THE PRMEXTR      *
      *              INTERCHANGE EXTRACT (SEE EXTREC):                *
      *                H - ONE PER BACKUP, FIRST RECORD -- RUN DATE,  *
      *                    UNLOADING USER, THE PDR-HIGH-N MARK THE    *
      *                    FILE CARRIED WHEN IT WAS UNLOADED, THE     *
      *                    LAYOUT MARKER 'B' (BLOCK-PACKED PRIMEDAT)  *
      *                    AND THE UNLOAD'S START TIME.  DATE, TIME,  *
      *                    USER AND MARK TOGETHER MATCH THE BACKUP    *
      *                    MARKER PRIMBKUP LEAVES ON THE PRIMJRNL     *
      *                    CHANGE JOURNAL (SEE JRNREC).               *
      *                    A GENERATION WITHOUT THE MARKER WAS TAKEN  *
      *                    OF THE OLD ONE-CANDIDATE-PER-RECORD FILE   *
      *                    AND CANNOT BE RELOADED;                    *
      *                D - ONE PER PRIMEDAT BLOCK, IN KEY ORDER,      *
      *                    INCLUDING THE KEY-ZERO CONTROL RECORD,     *
      *                    CARRYING THE BLOCK NUMBER, THE HIGH-WATER  *
      *                    FIELD AND ALL 1000 Y/N FLAGS EXACTLY AS    *
      *                    THEY STOOD;                                *
      *                T - ONE PER BACKUP, LAST RECORD -- DETAIL      *
      *                    RECORD COUNT, A HASH TOTAL (THE ARITHMETIC *
      *                    SUM OF THE KEYS UNLOADED) AND THE COUNT OF *
      *                    Y FLAGS, SO A RELOAD CAN PROVE THE BACKUP  *
      *                    IS WHOLE BEFORE THE SHOP TRUSTS THE        *
      *                    REBUILT FILE.                              *
      *****************************************************************
       05  BKP-REC-TYPE                PIC X(01).
           88  BKP-HEADER-REC              VALUE 'H'.
           88  BKP-DETAIL-REC              VALUE 'D'.
           88  BKP-TRAILER-REC             VALUE 'T'.
       05  BKP-REC-DATA                PIC X(1023).
       05  BKP-HEADER-DATA REDEFINES BKP-REC-DATA.
           10  BKP-HDR-RUN-DATE        PIC 9(08).
           10  BKP-HDR-USER-ID         PIC X(08).
           10  BKP-HDR-HIGH-N          PIC 9(08).
           10  BKP-HDR-LAYOUT          PIC X(01).
               88  BKP-HDR-BLOCK-LAYOUT    VALUE 'B'.
           10  BKP-HDR-START-TIME      PIC 9(06).
           10  FILLER                  PIC X(992).
       05  BKP-DETAIL-DATA REDEFINES BKP-REC-DATA.
           10  BKP-DTL-KEY             PIC 9(08).
           10  BKP-DTL-HIGH-N          PIC 9(08).
           10  BKP-DTL-FLAGS           PIC X(1000).
           10  FILLER                  PIC X(07).
       05  BKP-TRAILER-DATA REDEFINES BKP-REC-DATA.
           10  BKP-TRL-COUNT           PIC 9(09).
           10  BKP-TRL-HASH            PIC 9(15).
           10  BKP-TRL-PRIMES          PIC 9(09).
           10  FILLER                  PIC X(990).
