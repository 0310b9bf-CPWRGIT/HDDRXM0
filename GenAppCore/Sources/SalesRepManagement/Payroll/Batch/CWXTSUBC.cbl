           88  COMM-TXN-SPLIT             VALUE 'S'.
       01  COMM-ADJ-SIGN        PIC S9(1).
       01  COMM-SPLIT-ANCHOR    PIC 9(6).
       01  COMM-CASE-NUMBER     PIC 9(8).
       01  COMM-ORIG-AMOUNT     PIC 9(6)V99.
       01  COMM-CURRENCY-CODE   PIC X(3).
       01  COMM-EXCH-RATE       PIC 9(3)V9(6).
      ***
      ***
      ***
                                 COMM-TOTAL, COMM-STATUS,
                                 COMM-TIER-SELECTED, COMM-ROLLUP-PART,
                                 COMM-TXN-TYPE, COMM-ADJ-SIGN,
                                 COMM-SPLIT-ANCHOR, COMM-CASE-NUMBER,
                                 COMM-ORIG-AMOUNT, COMM-CURRENCY-CODE,
                                 COMM-EXCH-RATE.
       0000-MAINLINE.

           MOVE ZERO TO COMM-ROLLUP-PART.
      *  ADJUSTMENT CALL THE CALLER SUPPLIES THE TYPE CODE AND THE     *
      *  SIGN OF THE DELTA, SO THE TRACE CARRIES THE SIGNED            *
      *  COMMISSION DELTA THAT WAS ACTUALLY APPLIED AND A CLAWBACK     *
      *  IS NEVER MISTAKEN FOR A PAID COMMISSION.  AN ADJUSTMENT       *
      *  GENERATED FROM A DISPUTE CASE ALSO CARRIES THE CASE NUMBER.   *
      *  SALES-AMOUNT ARRIVES ALREADY CONVERTED TO THE BASE CURRENCY;  *
      *  THE CALLER ALSO SUPPLIES THE AMOUNT AS BOOKED, ITS CURRENCY,  *
      *  AND THE RATE USED, SO THE TRACE SHOWS HOW IT WAS CONVERTED.   *
      ***
       6000-WRITE-AUDIT-REC.
           MOVE REP-NUMBER         TO AUD-REP-NUMBER.
           ELSE
               MOVE ZERO TO AUD-ADJ-COMM.
           MOVE COMM-SPLIT-ANCHOR  TO AUD-SPLIT-ANCHOR.
           MOVE COMM-CASE-NUMBER   TO AUD-CASE-NUMBER.
           MOVE COMM-ORIG-AMOUNT   TO AUD-ORIG-AMOUNT.
           MOVE COMM-CURRENCY-CODE TO AUD-CURRENCY-CODE.
           MOVE COMM-EXCH-RATE     TO AUD-EXCH-RATE.
           WRITE DSUBC-AUDIT-RECORD.
      ***
      ***
