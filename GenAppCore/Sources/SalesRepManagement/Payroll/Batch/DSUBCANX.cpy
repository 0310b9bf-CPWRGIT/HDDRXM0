      ******************************************************************
      *                                                                *
      *  DSUBCANX  --  SALES ANOMALY EXCEPTION RECORD, WRITTEN BY      *
      *                CWXJSUBC.  ONE RECORD PER REP PER REASON        *
      *                FLAGGED (AND PER PARTNER FOR A RECURRING        *
      *                SPLIT).  CWXDSUBC LOADS THE REPS FOR ITS PAY    *
      *                PERIOD AND ROUTES EVERY COMMISSION AND          *
      *                ADJUSTMENT FOR THEM TO THE SUSPENSE/HOLD FILE   *
      *                FOR APPROVAL, WHATEVER THE AMOUNT.              *
      *                                                                *
      *                ANX-CUR-AMOUNT IS THE AMOUNT SCREENED (THE      *
      *                PERIOD'S SALES FOR A SPIKE, THE REGULAR SALE    *
      *                FOR A BAND LANDING) AND ANX-BASIS-AMOUNT WHAT   *
      *                IT WAS MEASURED AGAINST (THE TRAILING AVERAGE,  *
      *                OR THE BAND LOW AMOUNT OF TIER ANX-TIER).       *
      *                ANX-HIT-COUNT IS THE NUMBER OF PERIODS COUNTED  *
      *                FOR A REPEATING REASON.                         *
      *                                                                *
      ******************************************************************
       01  DSUBC-ANX-RECORD.
           05  ANX-REP-NUMBER          PIC 9(06).
           05  ANX-EMP-TYPE            PIC X(01).
           05  ANX-PAY-PERIOD          PIC 9(06).
           05  ANX-REASON              PIC X(01).
               88  ANX-REASON-SPIKE             VALUE 'S'.
               88  ANX-REASON-BAND              VALUE 'B'.
               88  ANX-REASON-PARTNER           VALUE 'P'.
               88  ANX-REASON-ADJUST            VALUE 'A'.
           05  ANX-CUR-AMOUNT          PIC 9(07)V99.
           05  ANX-BASIS-AMOUNT        PIC 9(07)V99.
           05  ANX-HIT-COUNT           PIC 9(02).
           05  ANX-PARTNER-REP         PIC 9(06).
           05  ANX-TIER                PIC 9(01).
           05  FILLER                  PIC X(39).
