      *                ONE CO-SOLD SALE TIES BACK TO THE SAME          *
      *                ORIGINATING TRANSACTION.                        *
      *                                                                *
      *                AUD-CASE-NUMBER CARRIES THE DISPUTE CASE        *
      *                NUMBER OF AN ADJUSTMENT GENERATED FROM AN       *
      *                APPROVED DISPUTE (CWXUSUBC), SO THE TRACE TIES  *
      *                BACK TO THE CASE; IT IS ZERO ON EVERY OTHER     *
      *                LINE.                                           *
      *                                                                *
      *                THE SALES AND COMMISSION FIELDS ARE ALWAYS IN   *
      *                THE BASE CURRENCY.  AUD-ORIG-AMOUNT CARRIES THE *
      *                SALES FIGURE AS BOOKED, IN AUD-CURRENCY-CODE,   *
      *                AND AUD-EXCH-RATE THE RATE (BASE UNITS PER ONE  *
      *                UNIT OF THAT CURRENCY) IT WAS CONVERTED AT, SO  *
      *                AUD-SALES-AMOUNT IS AUD-ORIG-AMOUNT TIMES       *
      *                AUD-EXCH-RATE, ROUNDED TO THE CENT.  A BASE     *
      *                CURRENCY LINE CARRIES USD AND RATE 1.           *
      *                BONUS LINES, AND LINES WRITTEN BEFORE THE       *
      *                CURRENCY FIELDS EXISTED, LEAVE THE CODE BLANK.  *
      *                                                                *
      ******************************************************************
       01  DSUBC-AUDIT-RECORD.
           05  AUD-REP-NUMBER          PIC 9(06).
           05  AUD-ADJ-COMM            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  AUD-SPLIT-ANCHOR        PIC 9(06).
           05  AUD-CASE-NUMBER         PIC 9(08).
           05  AUD-ORIG-AMOUNT         PIC 9(06)V99.
           05  AUD-CURRENCY-CODE       PIC X(03).
           05  AUD-EXCH-RATE           PIC 9(03)V9(06).
