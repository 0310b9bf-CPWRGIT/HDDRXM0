      *  SUBMITTED.  THE STEP ENDS WITH RETURN CODE 4 WHEN ANY         *
      *  CROSS-REGION DUPLICATE WAS DIVERTED.                          *
      *                                                                *
      *  SALES ARE KEYED IN THE CURRENCY THEY WERE BOOKED IN           *
      *  (TXN-CURRENCY-CODE, BLANK MEANING BASE).  EACH REGION'S       *
      *  SALES ARE TOTALED BY CURRENCY IN THE LOCAL AMOUNTS KEYED AND  *
      *  AGAIN CONVERTED TO BASE THROUGH CWXZSUBC AT THE FXRATE RATES  *
      *  FOR THE PAY PERIOD.  A SALE THAT WILL NOT CONVERT (UNKNOWN    *
      *  CURRENCY OR NO RATE) IS COUNTED ON THE REPORT AND LEFT OUT    *
      *  OF THE BASE TOTAL -- THE EDIT WILL REJECT IT.  THE RECORDS    *
      *  THEMSELVES PASS THROUGH IN LOCAL CURRENCY, UNCHANGED.         *
      *                                                                *
      *  PARM IS THE PAY PERIOD BEING SUBMITTED (YYYYMM).              *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  SEP 2026  DPF  ORIGINAL PROGRAM.                              *
      *  OCT 2026  DPF  REGION TOTALS BY CURRENCY, IN LOCAL AND IN     *
      *                 BASE (CWXZSUBC, FXRATE).  PARM NOW CARRIES     *
      *                 THE PAY PERIOD FOR THE RATES.                  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  MRG-REG-SEEN-SW         PIC X(01)   VALUE 'N'.
           88  MRG-REG-SEEN                    VALUE 'Y'.
       77  MRG-REG-REGION          PIC 9(01)   VALUE ZERO.
       77  MRG-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  MRG-CUR-SUB             PIC 9(02)   COMP.
       77  MRG-CUR-FOUND-SUB       PIC 9(02)   COMP.
       77  MRG-CUR-CODE            PIC X(03).
       77  MRG-ALL-BASE-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  MRG-UNCONV-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      ONE STATE ENTRY PER REGIONAL INPUT: THE CURRENT
      ***      RECORD, ITS REP-NUMBER KEY (HIGH-VALUES AT END OF
      ***      FILE SO THE REGION DROPS OUT OF THE MERGE), AND THE
      ***      REGION'S INPUT COUNT AND KEYED SALES TOTALS FOR THE
      ***      BALANCING SECTION OF THE REPORT: IN BASE, AND BY
      ***      CURRENCY IN BOTH LOCAL AND BASE.  SALES IN A CURRENCY
      ***      PAST THE TENTH FOR ONE REGION ARE STILL IN THE
      ***      REGION'S BASE TOTAL BUT ARE COUNTED AS UNLISTED.
      ***
       01  MRG-REGION-TABLE.
           05  MRG-RGN-ENTRY OCCURS 4 TIMES.
               10  MRG-RGN-REC         PIC X(80).
               10  MRG-RGN-READ-COUNT  PIC 9(07)   COMP-3.
               10  MRG-RGN-SALES-TOTAL PIC 9(09)V99 COMP-3.
               10  MRG-RGN-UNCONV-COUNT PIC 9(07)  COMP-3.
               10  MRG-RGN-UNLIST-COUNT PIC 9(07)  COMP-3.
               10  MRG-RGN-CUR-COUNT   PIC 9(02)   COMP.
               10  MRG-RGN-CUR-ENTRY OCCURS 10 TIMES.
                   15  MRG-RGN-CUR-CODE    PIC X(03).
                   15  MRG-RGN-CUR-TXNS    PIC 9(07)   COMP-3.
                   15  MRG-RGN-CUR-LOCAL   PIC 9(09)V99 COMP-3.
                   15  MRG-RGN-CUR-BASE    PIC 9(09)V99 COMP-3.
      ***
      ***      INSPECTION COPY OF THE CURRENT RECORD IN THE
      ***      TRANSACTION LAYOUT.
      ***
       COPY DSUBCTXN.
      ***
      ***      CURRENCY CONVERSION ARGUMENT AREA (CWXZSUBC).
      ***
           COPY SUBCCONV.
      ***
      ***      CONSOLIDATION REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  RPT-RGN-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(15)   VALUE '  KEYED SALES  '.
           05  RPT-RGN-SALES       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(08)   VALUE '  (BASE)'.
       01  RPT-CURRENCY-LINE.
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  FILLER              PIC X(09)   VALUE 'CURRENCY '.
           05  RPT-CUR-CODE        PIC X(03).
           05  FILLER              PIC X(09)   VALUE '  COUNT  '.
           05  RPT-CUR-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09)   VALUE '  LOCAL  '.
           05  RPT-CUR-LOCAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(08)   VALUE '  BASE  '.
           05  RPT-CUR-BASE        PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-RGN-EXC-LINE.
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-EXC-LABEL       PIC X(38).
           05  RPT-EXC-COUNT       PIC ZZZ,ZZ9.
       01  RPT-ALL-BASE-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(40)   VALUE
               'ALL REGIONS  KEYED SALES (BASE)'.
           05  RPT-ALL-BASE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
      ***
      ***
      ***
       LINKAGE SECTION.
       01  MRG-PARM.
           05  MRG-PARM-LEN         PIC S9(4) COMP.
           05  MRG-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING MRG-PARM.
      ***
      ***
      *****************************************************************
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, OPEN ALL FILES, PRINT    *
      *                       THE HEADING, AND PRIME EVERY REGION'S    *
      *                       FIRST READ                               *
      *****************************************************************
       1000-INITIALIZE.
           IF MRG-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXMSUBC - INVALID PERIOD ' MRG-PARM-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE MRG-PARM-PERIOD TO MRG-PAY-PERIOD.
           OPEN INPUT  REGION-FILE-1.
           OPEN INPUT  REGION-FILE-2.
           OPEN INPUT  REGION-FILE-3.
           MOVE 'N'        TO MRG-RGN-EOF-SW(MRG-RGN-SUB).
           MOVE ZERO       TO MRG-RGN-READ-COUNT(MRG-RGN-SUB).
           MOVE ZERO       TO MRG-RGN-SALES-TOTAL(MRG-RGN-SUB).
           MOVE ZERO       TO MRG-RGN-UNCONV-COUNT(MRG-RGN-SUB).
           MOVE ZERO       TO MRG-RGN-UNLIST-COUNT(MRG-RGN-SUB).
           MOVE ZERO       TO MRG-RGN-CUR-COUNT(MRG-RGN-SUB).
           MOVE HIGH-VALUES TO MRG-RGN-KEY(MRG-RGN-SUB).
           MOVE MRG-RGN-SUB TO MRG-CUR-REGION.
           PERFORM 2100-READ-REGION THRU 2100-EXIT.
      *****************************************************************
      *  2170-ACCUM-REGION-SALES  --  FOLD THE JUST-READ RECORD'S      *
      *                     KEYED SALES AMOUNT INTO ITS REGION'S       *
      *                     TOTALS, LOCAL BY CURRENCY AND BASE.        *
      *                     ADJUSTMENTS AND NON-NUMERIC AMOUNTS ARE    *
      *                     COUNTED BUT NOT TOTALED.  A SALE THAT      *
      *                     WILL NOT CONVERT IS TOTALED IN LOCAL ONLY  *
      *****************************************************************
       2170-ACCUM-REGION-SALES.
           MOVE MRG-RGN-REC(MRG-CUR-REGION) TO DSUBC-TXN-RECORD.
           IF TXN-TYPE-ADJUSTMENT
               GO TO 2170-EXIT.
           IF TXN-SALES-AMOUNT NOT NUMERIC
               GO TO 2170-EXIT.
           MOVE TXN-CURRENCY-CODE TO MRG-CUR-CODE.
           IF MRG-CUR-CODE EQUAL SPACES
               MOVE 'USD' TO MRG-CUR-CODE.
           MOVE MRG-CUR-CODE     TO CNV-CURRENCY-CODE.
           MOVE MRG-PAY-PERIOD   TO CNV-PAY-PERIOD.
           MOVE TXN-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF CNV-STATUS-OK
               ADD CNV-BASE-AMOUNT
                   TO MRG-RGN-SALES-TOTAL(MRG-CUR-REGION)
           ELSE
               MOVE ZERO TO CNV-BASE-AMOUNT
               ADD 1 TO MRG-RGN-UNCONV-COUNT(MRG-CUR-REGION)
               ADD 1 TO MRG-UNCONV-COUNT.
           MOVE ZERO TO MRG-CUR-FOUND-SUB.
           PERFORM 2180-FIND-CURRENCY THRU 2180-EXIT
               VARYING MRG-CUR-SUB FROM 1 BY 1
               UNTIL MRG-CUR-SUB > MRG-RGN-CUR-COUNT(MRG-CUR-REGION).
           IF MRG-CUR-FOUND-SUB EQUAL ZERO
               IF MRG-RGN-CUR-COUNT(MRG-CUR-REGION) NOT LESS THAN 10
                   ADD 1 TO MRG-RGN-UNLIST-COUNT(MRG-CUR-REGION)
                   GO TO 2170-EXIT
               ELSE
                   ADD 1 TO MRG-RGN-CUR-COUNT(MRG-CUR-REGION)
                   MOVE MRG-RGN-CUR-COUNT(MRG-CUR-REGION)
                       TO MRG-CUR-FOUND-SUB
                   MOVE MRG-CUR-CODE TO MRG-RGN-CUR-CODE
                       (MRG-CUR-REGION, MRG-CUR-FOUND-SUB)
                   MOVE ZERO TO MRG-RGN-CUR-TXNS
                       (MRG-CUR-REGION, MRG-CUR-FOUND-SUB)
                   MOVE ZERO TO MRG-RGN-CUR-LOCAL
                       (MRG-CUR-REGION, MRG-CUR-FOUND-SUB)
                   MOVE ZERO TO MRG-RGN-CUR-BASE
                       (MRG-CUR-REGION, MRG-CUR-FOUND-SUB)
               END-IF
           END-IF.
           ADD 1 TO MRG-RGN-CUR-TXNS(MRG-CUR-REGION, MRG-CUR-FOUND-SUB).
           ADD TXN-SALES-AMOUNT
               TO MRG-RGN-CUR-LOCAL(MRG-CUR-REGION, MRG-CUR-FOUND-SUB).
           ADD CNV-BASE-AMOUNT
               TO MRG-RGN-CUR-BASE(MRG-CUR-REGION, MRG-CUR-FOUND-SUB).
       2170-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2180-FIND-CURRENCY  --  LOOK FOR THE SALE'S CURRENCY AMONG    *
      *                     THOSE ALREADY SEEN FOR ITS REGION          *
      *****************************************************************
       2180-FIND-CURRENCY.
           IF MRG-RGN-CUR-CODE(MRG-CUR-REGION, MRG-CUR-SUB)
                   EQUAL MRG-CUR-CODE
               MOVE MRG-CUR-SUB TO MRG-CUR-FOUND-SUB.
       2180-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-ROUTE-RECORD  --  WRITE THE WINNING RECORD TO THE        *
      *                     MERGED FILE, OR DIVERT IT TO THE           *
      *                     DUPLICATE FILE WHEN IT IS A SECOND         *
           PERFORM 9100-PRINT-REGION-LINE THRU 9100-EXIT
               VARYING MRG-RGN-SUB FROM 1 BY 1
               UNTIL MRG-RGN-SUB > 4.
           MOVE MRG-ALL-BASE-TOTAL      TO RPT-ALL-BASE.
           WRITE RPT-LINE FROM RPT-ALL-BASE-LINE.
           MOVE 'MERGED RECORDS'        TO RPT-CNT-LABEL.
           MOVE MRG-OUT-COUNT           TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CROSS-REGION DUPS'     TO RPT-CNT-LABEL.
           MOVE MRG-DUP-COUNT           TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'SALES NOT CONVERTED'   TO RPT-CNT-LABEL.
           MOVE MRG-UNCONV-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXMSUBC - MERGED     : ' MRG-OUT-COUNT.
           DISPLAY 'CWXMSUBC - DUPLICATES : ' MRG-DUP-COUNT.
           DISPLAY 'CWXMSUBC - UNCONVERTED: ' MRG-UNCONV-COUNT.
           CLOSE REGION-FILE-1.
           CLOSE REGION-FILE-2.
           CLOSE REGION-FILE-3.
      ***
      *****************************************************************
      *  9100-PRINT-REGION-LINE  --  PRINT ONE REGION'S INPUT COUNT    *
      *                     AND KEYED SALES TOTAL IN BASE, THEN ITS    *
      *                     SALES BY CURRENCY AND ANY IT COULD NOT     *
      *                     CONVERT OR LIST                            *
      *****************************************************************
       9100-PRINT-REGION-LINE.
           MOVE MRG-RGN-SUB                     TO RPT-RGN-NUMBER.
           MOVE MRG-RGN-READ-COUNT(MRG-RGN-SUB) TO RPT-RGN-COUNT.
           MOVE MRG-RGN-SALES-TOTAL(MRG-RGN-SUB) TO RPT-RGN-SALES.
           WRITE RPT-LINE FROM RPT-REGION-LINE.
           ADD MRG-RGN-SALES-TOTAL(MRG-RGN-SUB) TO MRG-ALL-BASE-TOTAL.
           PERFORM 9150-PRINT-CURRENCY-LINE THRU 9150-EXIT
               VARYING MRG-CUR-SUB FROM 1 BY 1
               UNTIL MRG-CUR-SUB > MRG-RGN-CUR-COUNT(MRG-RGN-SUB).
           IF MRG-RGN-UNCONV-COUNT(MRG-RGN-SUB) > ZERO
               MOVE 'SALES NOT CONVERTED (LOCAL ONLY)'
                   TO RPT-EXC-LABEL
               MOVE MRG-RGN-UNCONV-COUNT(MRG-RGN-SUB) TO RPT-EXC-COUNT
               WRITE RPT-LINE FROM RPT-RGN-EXC-LINE.
           IF MRG-RGN-UNLIST-COUNT(MRG-RGN-SUB) > ZERO
               MOVE 'SALES IN CURRENCIES NOT LISTED'
                   TO RPT-EXC-LABEL
               MOVE MRG-RGN-UNLIST-COUNT(MRG-RGN-SUB) TO RPT-EXC-COUNT
               WRITE RPT-LINE FROM RPT-RGN-EXC-LINE.
       9100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9150-PRINT-CURRENCY-LINE  --  PRINT ONE CURRENCY'S COUNT AND  *
      *                     SALES FOR THE REGION, IN LOCAL AND BASE    *
      *****************************************************************
       9150-PRINT-CURRENCY-LINE.
           MOVE MRG-RGN-CUR-CODE(MRG-RGN-SUB, MRG-CUR-SUB)
               TO RPT-CUR-CODE.
           MOVE MRG-RGN-CUR-TXNS(MRG-RGN-SUB, MRG-CUR-SUB)
               TO RPT-CUR-COUNT.
           MOVE MRG-RGN-CUR-LOCAL(MRG-RGN-SUB, MRG-CUR-SUB)
               TO RPT-CUR-LOCAL.
           MOVE MRG-RGN-CUR-BASE(MRG-RGN-SUB, MRG-CUR-SUB)
               TO RPT-CUR-BASE.
           WRITE RPT-LINE FROM RPT-CURRENCY-LINE.
       9150-EXIT.
           EXIT.
