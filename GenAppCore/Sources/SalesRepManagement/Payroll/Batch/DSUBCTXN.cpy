      *                BACK TO THE SAME SALE.  A REP MAY HAVE SPLIT    *
      *                RECORDS ALONGSIDE ITS REGULAR RECORD.           *
      *                                                                *
      *                AN ADJUSTMENT GENERATED FROM AN APPROVED        *
      *                COMMISSION DISPUTE (CWXUSUBC) CARRIES THE       *
      *                DISPUTE CASE NUMBER IN TXN-CASE-NUMBER, WHICH   *
      *                THE DRIVER PASSES THROUGH TO THE AUDIT TRACE.   *
      *                ANY OTHER TRANSACTION LEAVES IT BLANK OR ZERO.  *
      *                                                                *
      *                TXN-CURRENCY-CODE IS THE CURRENCY THE SALES,    *
      *                TEAM SALES, AND ADJUSTMENT AMOUNTS ARE BOOKED   *
      *                IN.  BLANK OR USD IS THE BASE CURRENCY; ANY     *
      *                OTHER CODE MUST BE ON THE EXCHANGE RATE FILE    *
      *                (FXRATE) WITH A RATE IN EFFECT FOR THE PAY      *
      *                PERIOD, AND IS CONVERTED TO BASE BY CWXZSUBC    *
      *                BEFORE THE AMOUNT IS TIERED.  THE YTD SEED      *
      *                FIELDS ARE ALWAYS IN THE BASE CURRENCY.         *
      *                                                                *
      *                TXN-ADJ-ORIGIN IS R ON AN ADJUSTMENT RELEASED   *
      *                BY THE CWXVSUBC RETROACTIVE RATE RECALCULATION. *
      *                ITS SALES DELTA IS ONLY THE AMOUNT THAT PRICES  *
      *                BACK TO A COMMISSION DIFFERENCE, NOT SALES, SO  *
      *                IT IS KEPT OUT OF THE YTD SALES AND OUT OF      *
      *                QUOTA ATTAINMENT.  IT IS BLANK ON ANY OTHER     *
      *                TRANSACTION.                                    *
      *                                                                *
      ******************************************************************
       01  DSUBC-TXN-RECORD.
           05  TXN-REP-NUMBER          PIC 9(06).
           05  TXN-ORIG-PERIOD         PIC 9(06).
           05  TXN-PARTNER-REP         PIC 9(06).
           05  TXN-SPLIT-PCT           PIC 9(03).
           05  TXN-CASE-NUMBER         PIC 9(08).
           05  TXN-CURRENCY-CODE       PIC X(03).
           05  TXN-ADJ-ORIGIN          PIC X(01).
               88  TXN-ADJ-RETRO                VALUE 'R'.
           05  FILLER                  PIC X(02).
