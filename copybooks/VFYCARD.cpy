      *****************************************************************
      *  VFYCARD   - BATCH PARAMETER CARD (VFYPARM) FOR THE PRIMVRFY  *
      *              BULK PRIME-CLAIM VERIFICATION.  ONE CARD,        *
      *              COLUMNS ARE POSITIONAL, SAME CONVENTIONS AS THE  *
      *              OTHER PARAMETER CARDS.                           *
      *              VFC-DEPT IS THE DEPARTMENT THAT SUBMITTED THE    *
      *              VFYIN FILE.  IT IS REQUIRED -- THE RUN IS BILLED *
      *              TO IT THROUGH THE PRIMELOG ROW -- AND WHEN THE   *
      *              DEPTMAST MASTER IS ON HAND IT MUST BE AN ACTIVE  *
      *              DEPARTMENT ON IT.                                *
      *              VFC-FILE-ID IS FREE TEXT NAMING THE FILE AS THE  *
      *              DEPARTMENT SENT IT, PRINTED IN THE REPORT        *
      *              HEADING SO THE PAGE CAN BE MATCHED TO THE TAPE.  *
      *****************************************************************
       05  VFC-DEPT                    PIC X(04).
       05  VFC-FILE-ID                 PIC X(20).
       05  FILLER                      PIC X(56).
