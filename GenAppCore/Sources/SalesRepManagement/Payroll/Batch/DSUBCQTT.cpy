      ******************************************************************
      *                                                                *
      *  DSUBCQTT  --  SALES QUOTA MAINTENANCE TRANSACTION, INPUT TO   *
      *                CWXISUBC FUNCTION M.  ACTION A ADDS A REP'S     *
      *                QUOTA FOR A PERIOD (THE MONTHLY LOAD FROM SALES *
      *                MANAGEMENT IS A FILE OF ADDS), ACTION C CHANGES *
      *                ONE ON FILE, AND ACTION D DELETES ONE.          *
      *                                                                *
      *                THE QUOTA IS KEYED AS NINE DIGITS WITH TWO      *
      *                IMPLIED DECIMALS, IN THE BASE CURRENCY; A       *
      *                DELETE NEEDS NONE.  QTT-REQUESTER NAMES WHO     *
      *                ASKED FOR THE CHANGE AND IS REQUIRED.           *
      *                                                                *
      ******************************************************************
       01  DSUBC-QTT-RECORD.
           05  QTT-ACTION              PIC X(01).
               88  QTT-ACTION-ADD               VALUE 'A'.
               88  QTT-ACTION-CHANGE            VALUE 'C'.
               88  QTT-ACTION-DELETE            VALUE 'D'.
           05  QTT-REP-NUMBER          PIC X(06).
           05  QTT-PAY-PERIOD          PIC X(06).
           05  QTT-PAY-PERIOD-R        REDEFINES QTT-PAY-PERIOD.
               10  QTT-PERIOD-YEAR         PIC 9(04).
               10  QTT-PERIOD-MONTH        PIC 9(02).
           05  QTT-QUOTA-AMOUNT        PIC X(09).
           05  QTT-QUOTA-AMOUNT-N      REDEFINES QTT-QUOTA-AMOUNT
                                       PIC 9(07)V99.
           05  QTT-REQUESTER           PIC X(08).
           05  FILLER                  PIC X(50).
