      *                 THE SIMULATION CAN PRICE A THRESHOLD CHANGE:  *
      *                 EACH TRANSACTION IS TIERED UNDER BOTH BAND    *
      *                 SETS AND PRICED UNDER ITS OWN SIDE'S RATES.   *
      *  OCT 2026  DPF  AMOUNTS BOOKED IN ANOTHER CURRENCY ARE        *
      *                 CONVERTED TO BASE THROUGH CWXZSUBC (FXRATE)   *
      *                 AT THE RATES IN EFFECT FOR THE RUN MONTH      *
      *                 BEFORE THEY ARE TIERED, AS THE DRIVER DOES.   *
      *                 A TRANSACTION THAT WILL NOT CONVERT IS        *
      *                 SKIPPED.                                      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WIF-PT-EOF-SW           PIC X(01)   VALUE 'N'.
           88  WIF-PT-EOF                      VALUE 'Y'.
      ***
      ***      CURRENCY CONVERSION.  AMOUNTS ARE CONVERTED AT THE
      ***      RATES IN EFFECT FOR THE RUN MONTH, THE SAME AS-OF
      ***      RULE THE COMMISSION RATES LOAD UNDER HERE.
      ***
       77  WIF-CNV-PERIOD          PIC 9(06)   VALUE ZERO.
       77  WIF-TEAM-AMOUNT         PIC 9(06)V99.
           COPY SUBCCONV.
      ***
      ***      CURRENT RATE TABLES AND TIER RANGES, SHARED WITH
      ***      CWXTSUBC VIA SUBCRNGS.
      ***
           PERFORM 6500-SEED-PROPOSED-BANDS THRU 6500-EXIT.
           PERFORM 7000-LOAD-PROPOSED-RATES THRU 7000-EXIT.
           PERFORM 7500-LOAD-PROPOSED-BANDS THRU 7500-EXIT.
           MOVE SUBC-RUN-DATE(1:6) TO WIF-CNV-PERIOD.
           OPEN INPUT  SALES-TXN-FILE.
           OPEN OUTPUT WIF-RPT-FILE.
           MOVE SUBC-RUN-DATE TO RPT-HDG-1-DATE.
                   MOVE TXN-SALES-AMOUNT TO WIF-BASE-AMOUNT
               END-IF
           END-IF.
           MOVE TXN-CURRENCY-CODE TO CNV-CURRENCY-CODE.
           MOVE WIF-CNV-PERIOD    TO CNV-PAY-PERIOD.
           MOVE WIF-BASE-AMOUNT   TO CNV-LOCAL-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF NOT CNV-STATUS-OK
               ADD 1 TO WIF-SKIP-COUNT
               GO TO 2000-NEXT.
           MOVE CNV-BASE-AMOUNT   TO WIF-BASE-AMOUNT.
           IF TXN-EMP-TYPE EQUAL 'S'
               MOVE 1 TO WIF-TYPE-SUB
           ELSE
      *****************************************************************
      *  2600-ACCUM-ROLLUP  --  PRICE THE TEAM LEAD ROLLUP UNDER BOTH  *
      *                     ROLLUP RATES INTO THE T TIER-0 BUCKET.     *
      *                     THE KEYED TEAM SALES FIGURE IS USED,       *
      *                     CONVERTED TO BASE, AS THE SIMULATION RUNS  *
      *                     ON THE RAW FILE                            *
      *****************************************************************
       2600-ACCUM-ROLLUP.
           MOVE TXN-TEAM-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF NOT CNV-STATUS-OK
               GO TO 2600-EXIT.
           MOVE CNV-BASE-AMOUNT TO WIF-TEAM-AMOUNT.
           COMPUTE WIF-CUR-COMM =
               WIF-TEAM-AMOUNT * TEAM-ROLLUP-RATE.
           COMPUTE WIF-PROP-COMM = WIF-TEAM-AMOUNT
               * WIF-PROP-RATE(3, 1).
           ADD WIF-CUR-COMM  TO WIF-IMP-CUR-COMM(3, 1).
           ADD WIF-PROP-COMM TO WIF-IMP-PROP-COMM(3, 1).
