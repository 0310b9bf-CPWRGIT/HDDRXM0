      *                 REPORTS THE REP AS PREVIOUSLY PAID INSTEAD    *
      *                 OF CUTTING A SECOND EXTRACT RECORD AND A      *
      *                 SECOND AUDIT LINE.                            *
      *  OCT 2026  DPF  ZERO THE NEW DISPUTE CASE NUMBER ON THE       *
      *                 BONUS AUDIT LINE.                             *
      *  OCT 2026  DPF  ZERO THE NEW ORIGINAL AMOUNT AND EXCHANGE     *
      *                 RATE, AND BLANK THE CURRENCY CODE, ON THE     *
      *                 BONUS AUDIT LINE -- A BONUS IS NEVER BOOKED   *
      *                 IN ANOTHER CURRENCY.                          *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           MOVE 'B'                           TO AUD-TYPE-CODE.
           MOVE ZERO                          TO AUD-ADJ-COMM.
           MOVE ZERO                          TO AUD-SPLIT-ANCHOR.
           MOVE ZERO                          TO AUD-CASE-NUMBER.
           MOVE ZERO                          TO AUD-ORIG-AMOUNT.
           MOVE SPACES                        TO AUD-CURRENCY-CODE.
           MOVE ZERO                          TO AUD-EXCH-RATE.
           WRITE DSUBC-AUDIT-RECORD.
       3300-EXIT.
           EXIT.
