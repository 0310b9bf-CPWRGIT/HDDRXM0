      ******************************************************************
      *                                                                *
      *  DSUBCRTA  --  PENDING RETROACTIVE RATE ADJUSTMENT, WRITTEN    *
      *                BY CWXVSUBC FUNCTION C AND RELEASED BY          *
      *                FUNCTION R.  ONE RECORD PER REGULAR OR SPLIT    *
      *                AUDIT LINE WHOSE COMMISSION, REPRICED UNDER     *
      *                THE RATES AND BANDS NOW ON FILE FOR ITS PAY     *
      *                PERIOD, DIFFERS FROM WHAT WAS PAID.             *
      *                                                                *
      *                RTA-COMM-DIFF IS THE SIGNED COMMISSION          *
      *                DIFFERENCE (REPRICED LESS PAID) AND IS WHAT THE *
      *                APPROVAL TOTAL IS STRUCK ON.  RTA-SALES-DELTA   *
      *                IS THE SIGNED SALES DELTA THAT, PRICED BY       *
      *                CWXDSUBC AS A TYPE-A ADJUSTMENT UNDER TODAY'S   *
      *                MONTHLY BANDS AND RATES (TIER RTA-ADJ-TIER),    *
      *                PAYS RTA-ADJ-COMM -- THE DIFFERENCE TO THE      *
      *                CENT OR WITHIN A CENT OF IT.                    *
      *                                                                *
      *                RTA-REL-PERIOD IS ZERO UNTIL THE RECORD IS      *
      *                RELEASED, THEN CARRIES THE PAY PERIOD IT WAS    *
      *                RELEASED TO, SO IT IS NEVER RELEASED TWICE.     *
      *                                                                *
      ******************************************************************
       01  DSUBC-RTA-RECORD.
           05  RTA-REP-NUMBER          PIC 9(06).
           05  RTA-EMP-TYPE            PIC X(01).
           05  RTA-ORIG-PERIOD         PIC 9(06).
           05  RTA-COMM-MODE           PIC X(01).
           05  RTA-OLD-TIER            PIC 9(01).
           05  RTA-NEW-TIER            PIC 9(01).
           05  RTA-OLD-RATE            PIC SV999.
           05  RTA-NEW-RATE            PIC SV999.
           05  RTA-COMM-DIFF           PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RTA-SALES-DELTA         PIC S9(06)V99
                                       SIGN LEADING SEPARATE.
           05  RTA-ADJ-TIER            PIC 9(01).
           05  RTA-ADJ-COMM            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RTA-CALC-DATE           PIC 9(08).
           05  RTA-REL-PERIOD          PIC 9(06).
           05  RTA-REL-DATE            PIC 9(08).
           05  FILLER                  PIC X(06).
