      ******************************************************************
      *                                                                *
      *  SUBCCONV  --  ARGUMENT AREA FOR THE CWXZSUBC CURRENCY         *
      *                CONVERSION ROUTINE.  THE CALLER SETS THE        *
      *                CURRENCY CODE, THE PAY PERIOD, AND THE LOCAL    *
      *                AMOUNT; CWXZSUBC RETURNS THE BASE AMOUNT        *
      *                (ROUNDED TO THE CENT), THE RATE USED, AND A     *
      *                STATUS.  A BLANK CODE IS THE BASE CURRENCY.     *
      *                ON A BAD STATUS THE BASE AMOUNT AND RATE ARE    *
      *                ZERO.  A BASE AMOUNT OVER 999,999.99 WILL NOT   *
      *                FIT THE TRANSACTION AND AUDIT AMOUNT FIELDS     *
      *                AND IS RETURNED AS TOO LARGE.                   *
      *                                                                *
      ******************************************************************
       01  SUBC-CONV-AREA.
           05  CNV-CURRENCY-CODE       PIC X(03).
           05  CNV-PAY-PERIOD          PIC 9(06).
           05  CNV-LOCAL-AMOUNT        PIC S9(07)V99 COMP-3.
           05  CNV-BASE-AMOUNT         PIC S9(07)V99 COMP-3.
           05  CNV-EXCH-RATE           PIC 9(03)V9(06) COMP-3.
           05  CNV-STATUS              PIC X(01).
               88  CNV-STATUS-OK                VALUE '0'.
               88  CNV-CURRENCY-UNKNOWN         VALUE '1'.
               88  CNV-NO-RATE                  VALUE '2'.
               88  CNV-AMOUNT-TOO-LARGE         VALUE '3'.
