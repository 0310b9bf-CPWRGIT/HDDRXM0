      *                 ADJUSTMENT DELTA (AUD-ADJ-COMM) INTO THE      *
      *                 INQUIRY TOTAL SO A CLAWBACK NO LONGER READS   *
      *                 AS A PAID COMMISSION.                         *
      *  OCT 2026  DPF  PRINT THE DISPUTE CASE NUMBER ON AN           *
      *                 ADJUSTMENT GENERATED FROM A DISPUTE CASE      *
      *                 (CWXUSUBC), SO THE HISTORY SHOWS WHICH CASE   *
      *                 EACH CORRECTION SETTLED.                      *
      *  OCT 2026  DPF  PRINT THE SALES AMOUNT AS BOOKED, ITS         *
      *                 CURRENCY, AND THE EXCHANGE RATE IT WAS        *
      *                 CONVERTED TO BASE AT, WHEN THE AUDIT LINE     *
      *                 CARRIES A CURRENCY.                           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  FILLER              PIC X(15)   VALUE 'YTD SALES'.
           05  FILLER              PIC X(14)   VALUE 'TEAM SALES'.
           05  FILLER              PIC X(07)   VALUE 'ROLLUP'.
           05  FILLER              PIC X(08)   VALUE 'CASE'.
           05  FILLER              PIC X(13)   VALUE '   BOOKED AMT'.
           05  FILLER              PIC X(05)   VALUE ' CUR'.
           05  FILLER              PIC X(11)   VALUE '  EXCH RATE'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-PERIOD      PIC 9(06).
           05  RPT-DTL-TEAM-SALES  PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-ROLLUP      PIC .999.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-CASE        PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-ORIG-AMT    PIC ZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-CURRENCY    PIC X(03).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-EXCH-RATE   PIC ZZ9.999999 BLANK WHEN ZERO.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           MOVE AUD-YTD-SALES          TO RPT-DTL-YTD-SALES.
           MOVE AUD-TEAM-SALES-AMOUNT  TO RPT-DTL-TEAM-SALES.
           MOVE AUD-TEAM-ROLLUP-RATE   TO RPT-DTL-ROLLUP.
           IF AUD-CASE-NUMBER NUMERIC
             AND AUD-CASE-NUMBER > ZERO
               MOVE AUD-CASE-NUMBER    TO RPT-DTL-CASE
           ELSE
               MOVE SPACES             TO RPT-DTL-CASE
           END-IF.
           IF AUD-CURRENCY-CODE EQUAL SPACES
             OR AUD-ORIG-AMOUNT NOT NUMERIC
             OR AUD-EXCH-RATE NOT NUMERIC
               MOVE ZERO               TO RPT-DTL-ORIG-AMT
               MOVE SPACES             TO RPT-DTL-CURRENCY
               MOVE ZERO               TO RPT-DTL-EXCH-RATE
           ELSE
               MOVE AUD-ORIG-AMOUNT    TO RPT-DTL-ORIG-AMT
               MOVE AUD-CURRENCY-CODE  TO RPT-DTL-CURRENCY
               MOVE AUD-EXCH-RATE      TO RPT-DTL-EXCH-RATE
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2000-NEXT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
