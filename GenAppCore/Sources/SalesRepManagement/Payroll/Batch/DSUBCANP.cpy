      ******************************************************************
      *                                                                *
      *  DSUBCANP  --  SALES ANOMALY SCREEN TOLERANCE RECORD, INPUT    *
      *                TO CWXJSUBC.  ONE RECORD PER EMP-TYPE; A TYPE   *
      *                WITH NO RECORD IS NOT SCREENED, AND A ZERO      *
      *                TOLERANCE TURNS ITS TEST OFF.                   *
      *                                                                *
      *                ANP-TRAIL-PERIODS IS THE TRAILING WINDOW IN     *
      *                PAY PERIODS BEFORE THE ONE SCREENED (1 TO 24).  *
      *                                                                *
      *                SALES SPIKE -- THE PERIOD'S SALES (INCLUDING    *
      *                SPLIT SHARES) ARE FLAGGED WHEN AT LEAST         *
      *                ANP-SPIKE-MIN-SALES AND ABOVE ANP-SPIKE-PCT     *
      *                PERCENT OF THE AVERAGE OVER THE WINDOW'S        *
      *                ACTIVE PERIODS, GIVEN AT LEAST ANP-MIN-HISTORY  *
      *                ACTIVE PERIODS TO AVERAGE.                      *
      *                                                                *
      *                BAND LANDING -- A REGULAR SALE LANDS JUST OVER  *
      *                A BAND WHEN IT IS AT OR ABOVE A MONTHLY         *
      *                THRFILE LOW AMOUNT AND NOT MORE THAN            *
      *                ANP-BAND-MARGIN-PCT PERCENT ABOVE IT.  THE REP  *
      *                IS FLAGGED WHEN THIS PERIOD LANDS SO AND THE    *
      *                PERIODS THAT DID (THIS ONE INCLUDED) NUMBER AT  *
      *                LEAST ANP-BAND-HIT-COUNT.                       *
      *                                                                *
      *                RECURRING PARTNER / ADJUSTMENT -- THE REP IS    *
      *                FLAGGED WHEN THIS PERIOD CARRIES A SPLIT WITH   *
      *                THE SAME PARTNER, OR AN ADJUSTMENT, AND THE     *
      *                PERIODS THAT DID (THIS ONE INCLUDED) NUMBER AT  *
      *                LEAST ANP-PARTNER-COUNT OR ANP-ADJ-COUNT.       *
      *                A RETROACTIVE RATE ADJUSTMENT (TXN-ADJ-RETRO)   *
      *                RELEASED BY CWXVSUBC IS NOT AN ADJUSTMENT HERE. *
      *                                                                *
      ******************************************************************
       01  DSUBC-ANP-RECORD.
           05  ANP-EMP-TYPE            PIC X(01).
           05  ANP-TRAIL-PERIODS       PIC 9(02).
           05  ANP-MIN-HISTORY         PIC 9(02).
           05  ANP-SPIKE-PCT           PIC 9(04).
           05  ANP-SPIKE-MIN-SALES     PIC 9(07)V99.
           05  ANP-BAND-MARGIN-PCT     PIC 9(02)V9.
           05  ANP-BAND-HIT-COUNT      PIC 9(02).
           05  ANP-PARTNER-COUNT       PIC 9(02).
           05  ANP-ADJ-COUNT           PIC 9(02).
           05  FILLER                  PIC X(53).
