      *    14  SPLIT PARTNER INVALID OR NOT ON THE MASTER              *
      *    15  SPLIT PERCENTAGE INVALID (MUST BE 1-99)                 *
      *    16  SPLIT PERCENTAGES FOR THE SALE DO NOT TOTAL 100         *
      *    17  CURRENCY CODE NOT ON THE EXCHANGE RATE FILE             *
      *    18  NO EXCHANGE RATE IN EFFECT FOR THE PAY PERIOD           *
      *    19  AMOUNT TOO LARGE ONCE CONVERTED TO BASE CURRENCY        *
      *  THE SEQUENCE AND DUPLICATE EDITS PROTECT THE DRIVER'S         *
      *  CHECKPOINT/RESTART SKIP LOGIC, WHICH EXPECTS THE FILE IN      *
      *  ASCENDING REP-NUMBER ORDER.  A REP MAY HAVE ONE REGULAR      *
      *                 THE ERROR FILE.  A RERUN OF A PERIOD          *
      *                 ALREADY PAST EDITED LEAVES THE STATUS ALONE   *
      *                 WITH A CONSOLE WARNING.                       *
      *  OCT 2026  DPF  CURRENCY EDITS.  A TRANSACTION BOOKED IN A    *
      *                 CURRENCY OTHER THAN BASE MUST CONVERT         *
      *                 THROUGH CWXZSUBC AT THE RATE IN EFFECT FOR    *
      *                 THE PARM PERIOD: REASON 17 FOR A CODE NOT ON  *
      *                 THE EXCHANGE RATE FILE, 18 WHEN NO RATE IS    *
      *                 IN EFFECT YET, 19 WHEN THE CONVERTED AMOUNT   *
      *                 WILL NOT FIT.                                 *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               'SPLIT PCT INVALID'.
           05  FILLER              PIC X(25)   VALUE
               'SPLIT PCTS NOT 100'.
           05  FILLER              PIC X(25)   VALUE
               'UNKNOWN CURRENCY'.
           05  FILLER              PIC X(25)   VALUE
               'NO EXCHANGE RATE'.
           05  FILLER              PIC X(25)   VALUE
               'CONVERTED AMT TOO LARGE'.
       01  EDT-REASON-TABLE REDEFINES EDT-REASON-TEXTS.
           05  EDT-REASON-TEXT     PIC X(25)   OCCURS 19 TIMES.
      ***
      ***      CWXZSUBC CURRENCY CONVERSION ARGUMENTS
      ***
           COPY SUBCCONV.
      ***
      ***      EDIT REPORT AREAS
      ***
               PERFORM 2250-VALIDATE-REP-MASTER THRU 2250-EXIT.
           IF EDT-REC-OK AND TXN-TYPE-SPLIT
               PERFORM 2260-VALIDATE-SPLIT THRU 2260-EXIT.
           IF EDT-REC-OK
               PERFORM 2270-VALIDATE-CURRENCY THRU 2270-EXIT.
           IF EDT-REC-OK
               PERFORM 2300-VALIDATE-SEQUENCE THRU 2300-EXIT.
           IF EDT-REC-OK
      ***
      ***
      *****************************************************************
      *  2270-VALIDATE-CURRENCY  --  CURRENCY EDITS.  EVERY AMOUNT    *
      *                     THE DRIVER WILL PRICE MUST CONVERT TO     *
      *                     BASE AT THE RATE IN EFFECT FOR THE PARM   *
      *                     PAY PERIOD: THE ADJUSTMENT DELTA ON A     *
      *                     TYPE-A RECORD, OTHERWISE THE SALES AND    *
      *                     TEAM SALES AMOUNTS.  A BLANK OR USD CODE  *
      *                     ALWAYS CONVERTS.  RUN BEFORE THE          *
      *                     SEQUENCE EDIT SO A REJECT NEVER ADVANCES  *
      *                     THE PRIOR REP NUMBER                      *
      *****************************************************************
       2270-VALIDATE-CURRENCY.
           MOVE TXN-CURRENCY-CODE TO CNV-CURRENCY-CODE.
           MOVE EDT-PAY-PERIOD    TO CNV-PAY-PERIOD.
           IF TXN-TYPE-ADJUSTMENT
               MOVE TXN-ADJ-AMOUNT TO CNV-LOCAL-AMOUNT
               PERFORM 2280-CONVERT-AMOUNT THRU 2280-EXIT
               GO TO 2270-EXIT.
           MOVE TXN-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 2280-CONVERT-AMOUNT THRU 2280-EXIT.
           IF EDT-REC-BAD
               GO TO 2270-EXIT.
           MOVE TXN-TEAM-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 2280-CONVERT-AMOUNT THRU 2280-EXIT.
       2270-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2280-CONVERT-AMOUNT  --  CONVERT CNV-LOCAL-AMOUNT AND MAP A   *
      *                     BAD CONVERSION STATUS TO ITS REASON CODE   *
      *****************************************************************
       2280-CONVERT-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF CNV-STATUS-OK
               GO TO 2280-EXIT.
           SET EDT-REC-BAD TO TRUE.
           IF CNV-CURRENCY-UNKNOWN
               MOVE 17 TO EDT-REASON-CODE
               GO TO 2280-EXIT.
           IF CNV-NO-RATE
               MOVE 18 TO EDT-REASON-CODE
               GO TO 2280-EXIT.
           MOVE 19 TO EDT-REASON-CODE.
       2280-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-VALIDATE-SEQUENCE  --  DUPLICATE AND SEQUENCE EDITS.     *
      *                     ONLY REACHED ONCE THE REP NUMBER IS KNOWN  *
      *                     NUMERIC.  A REP MAY HAVE ONE REGULAR       *
