      *****************************************************************
      *  AUTREC    - ONE RECORD OF THE AUTHMAST USER AUTHORIZATION    *
      *              MASTER.  ONE RECORD PER USER ID, PROGRAM AND     *
      *              FUNCTION THAT USER MAY RUN:                      *
      *                AUT-USER-ID -- THE OPERATING-SYSTEM USER ID    *
      *                THE JOB RUNS UNDER (THE SAME ID THE PRIMELOG   *
      *                ROWS CARRY IN AUD-USER-ID).                    *
      *                AUT-PROGRAM -- THE PROGRAM-ID, E.G. PRIMOPER.  *
      *                AUT-FUNCTION -- THE GUARDED FUNCTION LETTER:   *
      *                PRIMOPER R (FORCE-RELEASE PRIMLOCK) AND V      *
      *                (VOID PRIMCKPT), PRIMAUDT R (REPAIR PRIMEDAT), *
      *                PRIMBKUP L (ERASE AND RELOAD PRIMEDAT),        *
      *                PRIMRCVR F (FORWARD RECOVERY OF PRIMEDAT),     *
      *                PRIMDEPT D (DEACTIVATE A DEPARTMENT), PRIMAUTM *
      *                M (MAINTAIN THIS FILE).                        *
      *                AUT-STATUS -- "A" ACTIVE, "R" REVOKED.  A      *
      *                REVOKED GRANT STAYS ON FILE WITH WHO REVOKED   *
      *                IT AND WHEN, SO THE MONTHLY REPORT SHOWS THE   *
      *                HISTORY; A NEW GRANT REACTIVATES IT.           *
      *                AUT-GRANT-DATE, AUT-GRANTED-BY,                *
      *                AUT-REVOKE-DATE, AUT-REVOKED-BY -- BUSINESS    *
      *                DATE AND USER ID OF THE PRIMAUTM RUN THAT LAST *
      *                GRANTED OR REVOKED IT.                         *
      *                AUT-NOTE -- FREE TEXT FROM THE GRANTING CARD.  *
      *              PRIMAUTM IS THE ONLY WRITER OF THIS FILE.        *
      *****************************************************************
       05  AUT-KEY.
           10  AUT-USER-ID             PIC X(08).
           10  AUT-PROGRAM             PIC X(08).
           10  AUT-FUNCTION            PIC X(01).
       05  AUT-STATUS                  PIC X(01).
           88  AUT-ACTIVE                  VALUE 'A'.
           88  AUT-REVOKED                 VALUE 'R'.
       05  AUT-GRANT-DATE              PIC 9(08).
       05  AUT-GRANTED-BY              PIC X(08).
       05  AUT-REVOKE-DATE             PIC 9(08).
       05  AUT-REVOKED-BY              PIC X(08).
       05  AUT-NOTE                    PIC X(16).
       05  FILLER                      PIC X(14).
