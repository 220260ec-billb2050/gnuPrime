      *****************************************************************
      *  SUBREC    - ONE RECORD OF THE SUBMAST SUBSCRIBER MASTER,     *
      *              KEYED BY THE EIGHT-CHARACTER ID OF A DOWNSTREAM  *
      *              SYSTEM THAT TAKES THE PRIMFEED INCREMENTAL FEED. *
      *              SUB-ID GOES OUT AS THE USER ID ON THE FEED'S H   *
      *              RECORD, SO THE RECEIVER'S PRMACK ECHOES IT BACK. *
      *              SUB-FEED-SLOT IS THE SUBSCRIBER'S DELIVERY       *
      *              FILE -- 0 PRMFEED, 1-3 PRMFEEDA/B/C -- AND       *
      *              BELONGS TO AT MOST ONE ACTIVE SUBSCRIBER.        *
      *              SUB-ACK-HIGH IS THE SUBSCRIBER'S MARK: EVERY     *
      *              PRIME AT OR BELOW IT HAS BEEN SENT AND ACCEPTED, *
      *              SO THE NEXT FEED STARTS ABOVE IT.  ONLY PRIMRECN *
      *              RAISES IT, AND ONLY ON AN ACCEPTED               *
      *              ACKNOWLEDGMENT WHOSE TOTALS AGREE; A PRIMSUBM    *
      *              RESEND CARD MAY ONLY KEEP OR LOWER IT.           *
      *              SUB-XFER-STATE TRACKS THE LATEST TRANSFER:       *
      *                SPACE    - NOTHING OUTSTANDING;                *
      *                S SENT   - SUB-SENT-* DESCRIBE A BLOCK         *
      *                           AWAITING ITS ACKNOWLEDGMENT;        *
      *                           NOTHING MORE IS SENT UNTIL IT       *
      *                           COMES BACK;                         *
      *                R RESEND - REJECTED, OR ITS TOTALS             *
      *                           DISAGREED; THE NEXT FEED SENDS      *
      *                           EVERYTHING ABOVE THE MARK AGAIN.    *
      *              SUB-STATUS "I" KEEPS A RETIRED SUBSCRIBER ON     *
      *              FILE BUT STOPS ITS FEED.                         *
      *****************************************************************
       05  SUB-ID                      PIC X(08).
       05  SUB-STATUS                  PIC X(01).
           88  SUB-ACTIVE                  VALUE 'A'.
           88  SUB-INACTIVE                VALUE 'I'.
       05  SUB-FEED-SLOT               PIC 9(01).
       05  SUB-NAME                    PIC X(20).
       05  SUB-ACK-HIGH                PIC 9(08).
       05  SUB-ACK-DATE                PIC 9(08).
       05  SUB-XFER-STATE              PIC X(01).
           88  SUB-XFER-NONE               VALUE SPACE.
           88  SUB-XFER-SENT               VALUE 'S'.
           88  SUB-XFER-RESEND             VALUE 'R'.
       05  SUB-SENT-DATE               PIC 9(08).
       05  SUB-SENT-LOW                PIC 9(08).
       05  SUB-SENT-HIGH               PIC 9(08).
       05  SUB-SENT-COUNT              PIC 9(09).
       05  SUB-SENT-HASH               PIC 9(15).
       05  SUB-RESEND-COUNT            PIC 9(04).
       05  FILLER                      PIC X(12).
