      ******************************************************************
      *                                                                *
      *  DSUBCQTA  --  SALES QUOTA MASTER RECORD.  KEYED FILE (KEY     *
      *                QTA-KEY, REP THEN PAY PERIOD) MAINTAINED BY     *
      *                CWXISUBC FUNCTION M, ONE RECORD PER REP PER     *
      *                MONTH THAT SALES MANAGEMENT HAS SET A QUOTA     *
      *                FOR.  CWXISUBC FUNCTION A REPORTS EACH REP'S    *
      *                SALES FOR THE PERIOD AGAINST IT.                *
      *                                                                *
      *                QTA-QUOTA-AMOUNT IS IN THE BASE CURRENCY, THE   *
      *                SAME AS THE SALES ON COMMOUT IT IS MEASURED     *
      *                AGAINST.  QTA-SET-BY IS THE REQUESTER OF THE    *
      *                LAST CHANGE, AND QTA-MAINT-DATE ITS RUN DATE.   *
      *                                                                *
      ******************************************************************
       01  DSUBC-QTA-RECORD.
           05  QTA-KEY.
               10  QTA-REP-NUMBER      PIC 9(06).
               10  QTA-PAY-PERIOD      PIC 9(06).
           05  QTA-QUOTA-AMOUNT        PIC 9(07)V99.
           05  QTA-SET-BY              PIC X(08).
           05  QTA-ADD-DATE            PIC 9(08).
           05  QTA-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(35).
