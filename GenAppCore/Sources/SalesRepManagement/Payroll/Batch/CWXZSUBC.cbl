       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXZSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  CURRENCY CONVERSION ROUTINE.  CALLED WITH THE SUBCCONV        *
      *  ARGUMENT AREA TO CONVERT ONE AMOUNT BOOKED IN A TRANSACTION'S *
      *  CURRENCY TO THE BASE CURRENCY (USD) AT THE RATE IN EFFECT     *
      *  FOR THE PAY PERIOD: THE LATEST EXCHANGE RATE RECORD (FXRATE,  *
      *  SEE DSUBCFXR) WHOSE EFFECTIVE DATE IS ON OR BEFORE THE LAST   *
      *  DAY OF THE PERIOD.  A BLANK OR USD CODE IS RETURNED AT RATE   *
      *  1 WITHOUT A LOOKUP.  THE BASE AMOUNT IS ROUNDED TO THE CENT.  *
      *                                                                *
      *  THE RATE FILE IS TABLED ON THE FIRST CALL AND HELD FOR THE    *
      *  REST OF THE STEP, THE WAY CWXTSUBC HOLDS ITS RATE TABLES, SO  *
      *  EVERY CALLER IN A STEP CONVERTS AGAINST THE SAME RATES.       *
      *  CALLED BY THE EDIT (CWXESUBC, CWXCSUBC), WHICH REJECTS ANY    *
      *  TRANSACTION THAT WILL NOT CONVERT, AND BY EVERY PROGRAM THAT  *
      *  PRICES OR TOTALS TRANSACTION AMOUNTS (CWXMSUBC, CWXJSUBC,     *
      *  CWXDSUBC, CWXWSUBC).                                          *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  OCT 2026  DPF  ORIGINAL PROGRAM.                              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE     ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL.
      ***
      ***
      ***
       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCFXR.
      ***
      ***
      ***
       WORKING-STORAGE SECTION.
       77  CVT-LOADED-SW           PIC X(01)   VALUE 'N'.
           88  CVT-LOADED                      VALUE 'Y'.
       77  CVT-FXR-EOF-SW          PIC X(01)   VALUE 'N'.
           88  CVT-FXR-EOF                     VALUE 'Y'.
       77  CVT-CODE-FOUND-SW       PIC X(01)   VALUE 'N'.
           88  CVT-CODE-FOUND                  VALUE 'Y'.
       77  CVT-BASE-CODE           PIC X(03)   VALUE 'USD'.
       77  CVT-CUTOFF-DATE         PIC 9(08)   VALUE ZERO.
       77  CVT-BEST-DATE           PIC 9(08)   VALUE ZERO.
       77  CVT-BEST-RATE           PIC 9(03)V9(06) COMP-3 VALUE ZERO.
       77  CVT-WORK-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  CVT-MAX-AMOUNT          PIC S9(07)V99 COMP-3
                                               VALUE 999999.99.
      ***
      ***      THE EXCHANGE RATE FILE, TABLED WHOLE ON THE FIRST CALL.
      ***
       77  CVT-FXR-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  CVT-FXR-SUB             PIC 9(04)   COMP.
       01  CVT-FXR-TABLE.
           05  CVT-FXR-ENTRY OCCURS 1000 TIMES.
               10  CVT-FXR-CODE        PIC X(03).
               10  CVT-FXR-DATE        PIC 9(08).
               10  CVT-FXR-RATE        PIC 9(03)V9(06) COMP-3.
      ***
      ***
      ***
       LINKAGE SECTION.
       COPY SUBCCONV.
      ***
      ***
      ***
       PROCEDURE DIVISION USING SUBC-CONV-AREA.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           IF NOT CVT-LOADED
               PERFORM 1000-LOAD-RATES THRU 1000-EXIT.
           PERFORM 2000-CONVERT THRU 2000-EXIT.
           GOBACK.
      ***
      ***
      *****************************************************************
      *  1000-LOAD-RATES  --  TABLE THE EXCHANGE RATE FILE             *
      *****************************************************************
       1000-LOAD-RATES.
           MOVE ZERO TO CVT-FXR-COUNT.
           OPEN INPUT FX-RATE-FILE.
           PERFORM 1100-READ-FXR-REC THRU 1100-EXIT
               UNTIL CVT-FXR-EOF.
           CLOSE FX-RATE-FILE.
           SET CVT-LOADED TO TRUE.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-READ-FXR-REC  --  TABLE ONE EXCHANGE RATE.  A RECORD     *
      *                     WITH A BLANK CODE, A BAD DATE, OR A BAD    *
      *                     OR ZERO RATE IS IGNORED WITH A CONSOLE     *
      *                     WARNING, AS ARE RECORDS PAST THE TABLE     *
      *                     LIMIT -- THE EDIT THEN REJECTS WHAT CANNOT *
      *                     CONVERT RATHER THAN PAYING IT WRONGLY      *
      *****************************************************************
       1100-READ-FXR-REC.
           READ FX-RATE-FILE
               AT END
                   SET CVT-FXR-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF FXR-CURRENCY-CODE EQUAL SPACES
             OR FXR-EFFECTIVE-DATE NOT NUMERIC
             OR FXR-RATE NOT NUMERIC
               DISPLAY 'CWXZSUBC - BAD EXCHANGE RATE IGNORED - '
                       FXR-CURRENCY-CODE ' ' FXR-EFFECTIVE-DATE
               GO TO 1100-EXIT.
           IF FXR-RATE EQUAL ZERO
               DISPLAY 'CWXZSUBC - BAD EXCHANGE RATE IGNORED - '
                       FXR-CURRENCY-CODE ' ' FXR-EFFECTIVE-DATE
               GO TO 1100-EXIT.
           IF CVT-FXR-COUNT NOT LESS THAN 1000
               DISPLAY 'CWXZSUBC - RATE TABLE FULL - DROPPED '
                       FXR-CURRENCY-CODE ' ' FXR-EFFECTIVE-DATE
               GO TO 1100-EXIT.
           ADD 1 TO CVT-FXR-COUNT.
           MOVE FXR-CURRENCY-CODE  TO CVT-FXR-CODE(CVT-FXR-COUNT).
           MOVE FXR-EFFECTIVE-DATE TO CVT-FXR-DATE(CVT-FXR-COUNT).
           MOVE FXR-RATE           TO CVT-FXR-RATE(CVT-FXR-COUNT).
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-CONVERT  --  FIND THE RATE IN EFFECT FOR THE PERIOD AND  *
      *                     CONVERT THE AMOUNT.  ANY DAY OF THE        *
      *                     PERIOD IS ON OR BEFORE DAY 31 OF ITS       *
      *                     MONTH, SO THAT IS THE CUT-OFF DATE         *
      *****************************************************************
       2000-CONVERT.
           MOVE ZERO TO CNV-BASE-AMOUNT.
           MOVE ZERO TO CNV-EXCH-RATE.
           IF CNV-CURRENCY-CODE EQUAL SPACES
             OR CNV-CURRENCY-CODE EQUAL CVT-BASE-CODE
               MOVE 1 TO CVT-BEST-RATE
               GO TO 2000-APPLY.
           COMPUTE CVT-CUTOFF-DATE = CNV-PAY-PERIOD * 100 + 31.
           MOVE 'N'  TO CVT-CODE-FOUND-SW.
           MOVE ZERO TO CVT-BEST-DATE.
           MOVE ZERO TO CVT-BEST-RATE.
           PERFORM 2100-TEST-RATE THRU 2100-EXIT
               VARYING CVT-FXR-SUB FROM 1 BY 1
               UNTIL CVT-FXR-SUB > CVT-FXR-COUNT.
           IF NOT CVT-CODE-FOUND
               SET CNV-CURRENCY-UNKNOWN TO TRUE
               GO TO 2000-EXIT.
           IF CVT-BEST-RATE EQUAL ZERO
               SET CNV-NO-RATE TO TRUE
               GO TO 2000-EXIT.
       2000-APPLY.
           COMPUTE CVT-WORK-AMOUNT ROUNDED =
               CNV-LOCAL-AMOUNT * CVT-BEST-RATE.
           IF CVT-WORK-AMOUNT > CVT-MAX-AMOUNT
             OR CVT-WORK-AMOUNT < ZERO - CVT-MAX-AMOUNT
               SET CNV-AMOUNT-TOO-LARGE TO TRUE
               GO TO 2000-EXIT.
           MOVE CVT-WORK-AMOUNT TO CNV-BASE-AMOUNT.
           MOVE CVT-BEST-RATE   TO CNV-EXCH-RATE.
           SET CNV-STATUS-OK TO TRUE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-TEST-RATE  --  FOLD ONE TABLED RATE INTO THE SELECTION:  *
      *                     ON OR BEFORE THE CUT-OFF, LATEST           *
      *                     EFFECTIVE DATE WINS                        *
      *****************************************************************
       2100-TEST-RATE.
           IF CVT-FXR-CODE(CVT-FXR-SUB) NOT EQUAL CNV-CURRENCY-CODE
               GO TO 2100-EXIT.
           SET CVT-CODE-FOUND TO TRUE.
           IF CVT-FXR-DATE(CVT-FXR-SUB) > CVT-CUTOFF-DATE
               GO TO 2100-EXIT.
           IF CVT-FXR-DATE(CVT-FXR-SUB) NOT LESS THAN CVT-BEST-DATE
               MOVE CVT-FXR-DATE(CVT-FXR-SUB) TO CVT-BEST-DATE
               MOVE CVT-FXR-RATE(CVT-FXR-SUB) TO CVT-BEST-RATE.
       2100-EXIT.
           EXIT.
