      *                 COMMISSION OUTPUT RECORD AND COULD FEED THE  *
      *                 WRONG RATE DETAIL TO A ZERO-SALES RECORD ON  *
      *                 A REPRINT AFTER THE QUARTERLY BONUS RUN.     *
      *  OCT 2026  DPF  A SALE OR ADJUSTMENT BOOKED IN ANOTHER        *
      *                 CURRENCY PRINTS A CONVERSION LINE FROM ITS    *
      *                 AUDIT TRACE: THE AMOUNT AS BOOKED, THE        *
      *                 CURRENCY, AND THE RATE IT WAS CONVERTED TO    *
      *                 BASE AT.                                      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               10  STM-AUD-RATE        PIC SV999    COMP-3.
               10  STM-AUD-TEAM-SALES  PIC 9(06)V99 COMP-3.
               10  STM-AUD-ROLLUP-RATE PIC SV999    COMP-3.
               10  STM-AUD-ORIG-AMT    PIC 9(06)V99 COMP-3.
               10  STM-AUD-CURRENCY    PIC X(03).
               10  STM-AUD-EXCH-RATE   PIC 9(03)V9(06) COMP-3.
               10  STM-AUD-USED-SW     PIC X(01).
                   88  STM-AUD-USED            VALUE 'Y'.
      ***
           05  RPT-ADJ-AMOUNT      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(13)   VALUE '  COMMISSION '.
           05  RPT-ADJ-COMM        PIC ZZZ,ZZ9.99-.
       01  RPT-CONV-LINE.
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'BOOKED AS '.
           05  RPT-CONV-AMOUNT     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CONV-CURRENCY   PIC X(03).
           05  FILLER              PIC X(09)   VALUE ' AT RATE '.
           05  RPT-CONV-RATE       PIC ZZ9.999999.
           05  FILLER              PIC X(09)   VALUE ' USD PER '.
           05  RPT-CONV-PER-CURRENCY PIC X(03).
      ***
      ***
      ***
               TO STM-AUD-TEAM-SALES(STM-AUD-SUB).
           MOVE AUD-TEAM-ROLLUP-RATE
               TO STM-AUD-ROLLUP-RATE(STM-AUD-SUB).
           IF AUD-CURRENCY-CODE EQUAL SPACES
             OR AUD-ORIG-AMOUNT NOT NUMERIC
             OR AUD-EXCH-RATE NOT NUMERIC
               MOVE SPACES TO STM-AUD-CURRENCY(STM-AUD-SUB)
               MOVE ZERO   TO STM-AUD-ORIG-AMT(STM-AUD-SUB)
               MOVE ZERO   TO STM-AUD-EXCH-RATE(STM-AUD-SUB)
           ELSE
               MOVE AUD-CURRENCY-CODE
                   TO STM-AUD-CURRENCY(STM-AUD-SUB)
               MOVE AUD-ORIG-AMOUNT
                   TO STM-AUD-ORIG-AMT(STM-AUD-SUB)
               MOVE AUD-EXCH-RATE
                   TO STM-AUD-EXCH-RATE(STM-AUD-SUB)
           END-IF.
           MOVE 'N' TO STM-AUD-USED-SW(STM-AUD-SUB).
       1100-EXIT.
           EXIT.
           MOVE 'SALES AMOUNT'       TO RPT-AMT-LABEL.
           MOVE OUT-SALES-AMOUNT     TO RPT-AMT-VALUE.
           WRITE RPT-LINE FROM RPT-AMT-LINE.
           PERFORM 2450-PRINT-CONVERSION THRU 2450-EXIT.
           MOVE OUT-TIER-SELECTED    TO RPT-TIER-VALUE.
           WRITE RPT-LINE FROM RPT-TIER-LINE.
           IF STM-AUD-FOUND-SUB > ZERO
      ***
      ***
      *****************************************************************
      *  2450-PRINT-CONVERSION  --  WHEN THE MATCHED AUDIT TRACE WAS   *
      *                     BOOKED IN A CURRENCY OTHER THAN BASE,      *
      *                     PRINT THE AMOUNT AS BOOKED, THE CURRENCY,  *
      *                     AND THE RATE, SO THE REP CAN SEE EXACTLY   *
      *                     HOW THE SALE WAS CONVERTED                 *
      *****************************************************************
       2450-PRINT-CONVERSION.
           IF STM-AUD-FOUND-SUB EQUAL ZERO
               GO TO 2450-EXIT.
           IF STM-AUD-CURRENCY(STM-AUD-FOUND-SUB) EQUAL SPACES
             OR STM-AUD-CURRENCY(STM-AUD-FOUND-SUB) EQUAL 'USD'
               GO TO 2450-EXIT.
           MOVE STM-AUD-ORIG-AMT(STM-AUD-FOUND-SUB)
               TO RPT-CONV-AMOUNT.
           MOVE STM-AUD-CURRENCY(STM-AUD-FOUND-SUB)
               TO RPT-CONV-CURRENCY.
           MOVE STM-AUD-EXCH-RATE(STM-AUD-FOUND-SUB)
               TO RPT-CONV-RATE.
           MOVE STM-AUD-CURRENCY(STM-AUD-FOUND-SUB)
               TO RPT-CONV-PER-CURRENCY.
           WRITE RPT-LINE FROM RPT-CONV-LINE.
       2450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-PRINT-ADJUSTMENT  --  PRINT ONE ADJUSTMENT LINE          *
      *****************************************************************
       2500-PRINT-ADJUSTMENT.
               COMPUTE RPT-ADJ-AMOUNT = ZERO - OUT-SALES-AMOUNT.
           MOVE OUT-ADJ-COMM     TO RPT-ADJ-COMM.
           WRITE RPT-LINE FROM RPT-ADJ-LINE.
           PERFORM 2450-PRINT-CONVERSION THRU 2450-EXIT.
           ADD OUT-ADJ-COMM TO STM-REP-TOTAL.
           ADD OUT-ADJ-COMM TO STM-RUN-ADJ-TOTAL.
       2500-EXIT.
