      ******************************************************************
      *                                                                *
      *  DSUBCFXR  --  EXCHANGE RATE RECORD (FXRATE).  ONE RECORD PER  *
      *                CURRENCY PER EFFECTIVE DATE.  FXR-RATE IS THE   *
      *                NUMBER OF BASE CURRENCY (USD) UNITS ONE UNIT OF *
      *                THE CURRENCY BUYS.                              *
      *                                                                *
      *                A PAY PERIOD CONVERTS AT THE LATEST RATE WHOSE  *
      *                EFFECTIVE DATE FALLS ON OR BEFORE THE LAST DAY  *
      *                OF THE PERIOD, SO NEXT MONTH'S RATES CAN BE     *
      *                STAGED AHEAD OF TIME AND A RERUN OF A PERIOD    *
      *                ALWAYS CONVERTS AT THE SAME RATE.  A CURRENCY   *
      *                WITH NO RECORD AT ALL IS UNKNOWN; ONE WHOSE     *
      *                RECORDS ARE ALL LATER THAN THE PERIOD HAS NO    *
      *                RATE FOR IT.  THE BASE CURRENCY NEEDS NO        *
      *                RECORD.                                         *
      *                                                                *
      ******************************************************************
       01  DSUBC-FXR-RECORD.
           05  FXR-CURRENCY-CODE       PIC X(03).
           05  FXR-EFFECTIVE-DATE      PIC 9(08).
           05  FXR-RATE                PIC 9(03)V9(06).
           05  FXR-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(40).
