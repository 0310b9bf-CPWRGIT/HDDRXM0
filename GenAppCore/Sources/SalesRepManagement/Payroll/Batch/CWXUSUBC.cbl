       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXUSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  COMMISSION DISPUTE CASE MAINTENANCE AND ADJUSTMENT RELEASE.   *
      *  KEEPS THE KEYED DISPUTE CASE FILE (DSPCASE, SEE DSUBCDCS) IN  *
      *  THREE STAGES:                                                 *
      *                                                                *
      *    - MAINTENANCE -- APPLIES THE CASE TRANSACTIONS (DSPTXN,     *
      *      SEE DSUBCDCT): ACTION A OPENS A NEW CASE, ACTION U        *
      *      OVERLAYS THE NON-BLANK FIELDS OF ONE ON FILE (ANALYST,    *
      *      STATUS, APPROVED SALES DELTA, AND SO ON).  A TRANSACTION  *
      *      THAT FAILS AN EDIT IS REJECTED AND PRINTED WITH ITS       *
      *      REASON; THE CASE IS LEFT AS IT WAS.                       *
      *    - RELEASE -- EVERY APPROVED CASE NOT YET RELEASED BECOMES   *
      *      ONE TYPE-A ADJUSTMENT TRANSACTION ON THE ADJUSTMENT FILE  *
      *      (DSPADJ): TXN-ORIG-PERIOD IS THE DISPUTED PERIOD, TXN-    *
      *      ADJ-AMOUNT THE SIGNED SALES DELTA, AND TXN-CASE-NUMBER    *
      *      THE CASE, WHICH CWXDSUBC CARRIES INTO THE AUDIT TRACE.    *
      *      THE CASE IS STAMPED WITH THE PARM PAY PERIOD SO IT IS     *
      *      RELEASED EXACTLY ONCE, AND IS CLOSED TO FURTHER UPDATE.   *
      *      THE JCL SORTS THE ADJUSTMENT FILE INTO REP SEQUENCE AND   *
      *      MERGES IT INTO THE NEXT PERIOD'S RAW TRANSACTION FILE     *
      *      AHEAD OF CWXESUBC, THE SAME WAY THE CWXCSUBC RECYCLE      *
      *      FILE IS MERGED, SO THE ADJUSTMENTS GO THROUGH THE FULL    *
      *      FRONT-END EDIT.                                           *
      *    - AGING -- EVERY OPEN CASE IS LISTED BY ANALYST WITH ITS    *
      *      DAYS OUTSTANDING, AND EACH ANALYST'S CASES ARE COUNTED    *
      *      INTO 0-30, 31-60, 61-90, AND OVER-90 DAY BANDS.           *
      *                                                                *
      *  PARM IS THE PAY PERIOD OF THE UPCOMING COMMISSION RUN         *
      *  (YYYYMM).  THE RUN IS REFUSED (RETURN CODE 12) WHEN THAT      *
      *  PERIOD IS ALREADY CALCULATED, SINCE ITS INPUT CAN NO LONGER   *
      *  TAKE THE ADJUSTMENTS.  THE STEP ENDS WITH RETURN CODE 4 WHEN  *
      *  ANY CASE TRANSACTION WAS REJECTED.                            *
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
           SELECT CASE-FILE        ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DCS-CASE-NUMBER.
           SELECT CASE-TXN-FILE    ASSIGN TO DSPTXN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-OUT-FILE     ASSIGN TO DSPADJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-RPT-FILE    ASSIGN TO DSPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REP-MASTER-FILE  ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS REP-REP-NUMBER.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUN-PAY-PERIOD.
      ***
      ***
      ***
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDCS.
       FD  CASE-TXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDCT.
       FD  ADJ-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJ-OUT-RECORD          PIC X(80).
       FD  CASE-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                PIC X(133).
       FD  REP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCREP.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRUN.
      ***
      ***
      ***
       WORKING-STORAGE SECTION.
       77  CAS-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  CAS-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  CAS-ACTION-DATE         PIC 9(08)   VALUE ZERO.
       77  CAS-OLD-STATUS          PIC X(01)   VALUE SPACE.
       77  CAS-TXN-EOF-SW          PIC X(01)   VALUE 'N'.
           88  CAS-TXN-EOF                     VALUE 'Y'.
       77  CAS-CASE-EOF-SW         PIC X(01)   VALUE 'N'.
           88  CAS-CASE-EOF                    VALUE 'Y'.
       77  CAS-CASE-FOUND-SW       PIC X(01)   VALUE 'N'.
           88  CAS-CASE-FOUND                  VALUE 'Y'.
       77  CAS-REP-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  CAS-REP-FOUND                   VALUE 'Y'.
       77  CAS-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  CAS-RUN-FOUND                   VALUE 'Y'.
       77  CAS-TXN-OK-SW           PIC X(01)   VALUE 'Y'.
           88  CAS-TXN-OK                      VALUE 'Y'.
           88  CAS-TXN-BAD                     VALUE 'N'.
       77  CAS-AGING-DONE-SW       PIC X(01)   VALUE 'N'.
           88  CAS-AGING-DONE                  VALUE 'Y'.
       77  CAS-REJECT-REASON       PIC X(30)   VALUE SPACES.
       77  CAS-TXN-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-ADDED-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-UPDATED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-REJECTED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-CASE-READ-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-RELEASED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-OPEN-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  CAS-RELEASED-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
      ***
      ***      DAY-NUMBER WORK AREAS.  8000-DAY-NUMBER TURNS THE
      ***      YYYYMMDD DATE IN CAS-DN-DATE INTO A RUNNING DAY COUNT
      ***      SO TWO DATES CAN BE SUBTRACTED FOR DAYS OUTSTANDING.
      ***
       01  CAS-DN-DATE             PIC 9(08)   VALUE ZERO.
       01  CAS-DN-DATE-R           REDEFINES CAS-DN-DATE.
           05  CAS-DN-YEAR             PIC 9(04).
           05  CAS-DN-MONTH            PIC 9(02).
           05  CAS-DN-DAY              PIC 9(02).
       77  CAS-DN-Y                PIC 9(05)   COMP-3.
       77  CAS-DN-M                PIC 9(03)   COMP-3.
       77  CAS-DN-Q4               PIC 9(05)   COMP-3.
       77  CAS-DN-Q100             PIC 9(05)   COMP-3.
       77  CAS-DN-Q400             PIC 9(05)   COMP-3.
       77  CAS-DN-QM               PIC 9(05)   COMP-3.
       77  CAS-DN-TEMP             PIC 9(05)   COMP-3.
       77  CAS-DN-RESULT           PIC 9(07)   COMP-3.
       77  CAS-RUN-DAYNO           PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      OPEN CASE TABLE -- EVERY OPEN CASE, TABLED DURING THE
      ***      RELEASE PASS WITH ITS DAYS OUTSTANDING AND AGE BAND
      ***      (1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = OVER 90), AND
      ***      PRINTED ONE ANALYST AT A TIME IN ANALYST SEQUENCE.
      ***
       77  CAS-OPN-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  CAS-OPN-SUB             PIC 9(04)   COMP.
       01  CAS-OPN-TABLE.
           05  CAS-OPN-ENTRY OCCURS 2000 TIMES.
               10  CAS-OPN-ANALYST     PIC X(08).
               10  CAS-OPN-CASE        PIC 9(08).
               10  CAS-OPN-REP         PIC 9(06).
               10  CAS-OPN-PERIOD      PIC 9(06).
               10  CAS-OPN-OPEN-DATE   PIC 9(08).
               10  CAS-OPN-DAYS        PIC 9(05)   COMP-3.
               10  CAS-OPN-BAND        PIC 9(01).
      ***
      ***      AGING TOTALS.  SLOTS 1-4 ARE THE AGE BANDS ABOVE.
      ***
       77  CAS-BAND-SUB            PIC 9(01)   COMP.
       77  CAS-LAST-ANALYST        PIC X(08)   VALUE LOW-VALUES.
       77  CAS-NEXT-ANALYST        PIC X(08)   VALUE HIGH-VALUES.
       77  CAS-ANL-CASES           PIC 9(05)   COMP-3 VALUE ZERO.
       01  CAS-ANL-BANDS.
           05  CAS-ANL-BAND-COUNT  PIC 9(05)   COMP-3 OCCURS 4 TIMES.
       01  CAS-ALL-BANDS.
           05  CAS-ALL-BAND-COUNT  PIC 9(05)   COMP-3 OCCURS 4 TIMES.
      ***
      ***      ADJUSTMENT TRANSACTION WORK AREA
      ***
       COPY DSUBCTXN.
      ***
      ***      DISPUTE CASE REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - COMMISSION DISPUTE CASES'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
       01  RPT-SECTION-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-SEC-TITLE       PIC X(50).
       01  RPT-MNT-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(05)   VALUE 'ACT'.
           05  FILLER              PIC X(10)   VALUE 'CASE NO'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(08)   VALUE 'STATUS'.
           05  FILLER              PIC X(30)   VALUE 'DISPOSITION'.
       01  RPT-MNT-LINE.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-ACTION      PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-MNT-CASE        PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-REP         PIC X(06).
           05  FILLER              PIC X(04)   VALUE SPACE.
           05  RPT-MNT-STATUS      PIC X(01).
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-MNT-DISP        PIC X(41).
       01  RPT-ADJ-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'CASE NO'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(06)   VALUE 'TYPE'.
           05  FILLER              PIC X(10)   VALUE 'PERIOD'.
           05  FILLER              PIC X(15)   VALUE 'SALES DELTA'.
           05  FILLER              PIC X(08)   VALUE 'ANALYST'.
       01  RPT-ADJ-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ADJ-CASE        PIC 9(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-ADJ-REP         PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-ADJ-EMP-TYPE    PIC X(01).
           05  FILLER              PIC X(04)   VALUE SPACE.
           05  RPT-ADJ-PERIOD      PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-ADJ-DELTA       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-ADJ-ANALYST     PIC X(08).
       01  RPT-AGE-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'ANALYST'.
           05  FILLER              PIC X(10)   VALUE 'CASE NO'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(08)   VALUE 'PERIOD'.
           05  FILLER              PIC X(10)   VALUE 'OPENED'.
           05  FILLER              PIC X(06)   VALUE 'DAYS'.
       01  RPT-AGE-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-AGE-ANALYST     PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-AGE-CASE        PIC 9(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-AGE-REP         PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-AGE-PERIOD      PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-AGE-OPENED      PIC 9(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-AGE-DAYS        PIC ZZZZ9.
       01  RPT-BAND-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-BND-LABEL       PIC X(12).
           05  RPT-BND-ANALYST     PIC X(08).
           05  FILLER              PIC X(06)   VALUE ' OPEN '.
           05  RPT-BND-CASES       PIC ZZZZ9.
           05  FILLER              PIC X(08)   VALUE '  0-30 '.
           05  RPT-BND-1           PIC ZZZZ9.
           05  FILLER              PIC X(08)   VALUE '  31-60 '.
           05  RPT-BND-2           PIC ZZZZ9.
           05  FILLER              PIC X(08)   VALUE '  61-90 '.
           05  RPT-BND-3           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE '  OVER 90 '.
           05  RPT-BND-4           PIC ZZZZ9.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           05  RPT-CNT-VALUE       PIC ZZZ,ZZ9.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-TOT-LABEL       PIC X(25).
           05  RPT-TOT-VALUE       PIC ZZ,ZZZ,ZZ9.99-.
      ***
      ***
      ***
       LINKAGE SECTION.
       01  CAS-PARM.
           05  CAS-PARM-LEN         PIC S9(4) COMP.
           05  CAS-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING CAS-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
               UNTIL CAS-TXN-EOF.
           PERFORM 3000-PASS-CASE-FILE THRU 3000-EXIT.
           PERFORM 4000-PRINT-AGING THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF CAS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE RUN, OPEN THE    *
      *                       FILES, PRINT THE HEADINGS, AND PRIME     *
      *                       THE TRANSACTION READ                     *
      *****************************************************************
       1000-INITIALIZE.
           IF CAS-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXUSUBC - INVALID PERIOD ' CAS-PARM-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE CAS-PARM-PERIOD TO CAS-PAY-PERIOD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           ACCEPT CAS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CAS-RUN-DATE TO CAS-DN-DATE.
           PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.
           MOVE CAS-DN-RESULT TO CAS-RUN-DAYNO.
           OPEN I-O    CASE-FILE.
           OPEN INPUT  CASE-TXN-FILE.
           OPEN INPUT  REP-MASTER-FILE.
           OPEN OUTPUT ADJ-OUT-FILE.
           OPEN OUTPUT CASE-RPT-FILE.
           MOVE CAS-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           WRITE RPT-LINE FROM RPT-HDG-1.
           MOVE 'CASE MAINTENANCE' TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-MNT-HDG.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PERIOD THE ADJUSTMENTS ARE    *
      *                     RELEASED TO MUST NOT YET BE CALCULATED.    *
      *                     A PERIOD NOT ON THE RUN-CONTROL FILE HAS   *
      *                     NOT BEEN EDITED YET AND IS ACCEPTED        *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO CAS-RUN-FOUND-SW.
           MOVE CAS-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CAS-RUN-FOUND TO TRUE.
           IF CAS-RUN-FOUND AND RUN-CALCULATED-OR-LATER
               DISPLAY 'CWXUSUBC - PERIOD ' CAS-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - ALREADY CALCULATED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           CLOSE RUN-CONTROL-FILE.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-PROCESS-TXN  --  APPLY ONE CASE TRANSACTION AND PRINT    *
      *                     ITS DISPOSITION                            *
      *****************************************************************
       2000-PROCESS-TXN.
           ADD 1 TO CAS-TXN-READ-COUNT.
           SET CAS-TXN-OK TO TRUE.
           MOVE SPACES TO CAS-REJECT-REASON.
           PERFORM 2600-EDIT-ACTION-DATE THRU 2600-EXIT.
           IF CAS-TXN-BAD
               GO TO 2000-PRINT.
           IF DCT-CASE-NUMBER NOT NUMERIC
             OR DCT-CASE-NUMBER EQUAL ZERO
               MOVE 'INVALID CASE NUMBER' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2000-PRINT.
           IF DCT-ACTION-ADD
               PERFORM 2200-ADD-CASE THRU 2200-EXIT
           ELSE
               IF DCT-ACTION-UPDATE
                   PERFORM 2300-UPDATE-CASE THRU 2300-EXIT
               ELSE
                   MOVE 'INVALID ACTION CODE' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
               END-IF
           END-IF.
       2000-PRINT.
           PERFORM 2700-PRINT-MAINT-LINE THRU 2700-EXIT.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-TXN  --  READ THE NEXT CASE TRANSACTION             *
      *****************************************************************
       2100-READ-TXN.
           READ CASE-TXN-FILE
               AT END
                   SET CAS-TXN-EOF TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-ADD-CASE  --  OPEN A NEW CASE.  THE CASE NUMBER MUST NOT *
      *                     BE ON FILE; A BLANK STATUS OPENS IT, AND   *
      *                     A CASE ADDED ALREADY DECIDED IS STAMPED    *
      *                     DECIDED ON THE ACTION DATE TOO             *
      *****************************************************************
       2200-ADD-CASE.
           PERFORM 2250-READ-CASE THRU 2250-EXIT.
           IF CAS-CASE-FOUND
               MOVE 'CASE ALREADY ON FILE' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2200-EXIT.
           MOVE SPACES          TO DSUBC-DCS-RECORD.
           MOVE DCT-CASE-NUMBER TO DCS-CASE-NUMBER.
           MOVE ZERO            TO DCS-REP-NUMBER.
           MOVE ZERO            TO DCS-DISP-PERIOD.
           MOVE ZERO            TO DCS-SALES-DELTA.
           MOVE ZERO            TO DCS-DECIDED-DATE.
           MOVE ZERO            TO DCS-GEN-PERIOD.
           MOVE 'O'             TO DCS-STATUS.
           PERFORM 2400-APPLY-FIELDS THRU 2400-EXIT.
           IF CAS-TXN-BAD
               GO TO 2200-EXIT.
           PERFORM 2500-EDIT-CASE THRU 2500-EXIT.
           IF CAS-TXN-BAD
               GO TO 2200-EXIT.
           MOVE CAS-ACTION-DATE TO DCS-OPEN-DATE.
           IF NOT DCS-STATUS-OPEN
               MOVE CAS-ACTION-DATE TO DCS-DECIDED-DATE.
           MOVE CAS-RUN-DATE    TO DCS-MAINT-DATE.
           WRITE DSUBC-DCS-RECORD
               INVALID KEY
                   MOVE 'CASE ALREADY ON FILE' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
                   GO TO 2200-EXIT.
           ADD 1 TO CAS-ADDED-COUNT.
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2250-READ-CASE  --  READ THE CASE NAMED ON THE TRANSACTION    *
      *****************************************************************
       2250-READ-CASE.
           MOVE 'N' TO CAS-CASE-FOUND-SW.
           MOVE DCT-CASE-NUMBER TO DCS-CASE-NUMBER.
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CAS-CASE-FOUND TO TRUE.
       2250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-UPDATE-CASE  --  OVERLAY THE TRANSACTION'S NON-BLANK     *
      *                     FIELDS ONTO A CASE ON FILE.  A CASE        *
      *                     ALREADY RELEASED AS AN ADJUSTMENT IS       *
      *                     CLOSED TO UPDATE.  A STATUS CHANGE TO A    *
      *                     DECISION STAMPS THE DECIDED DATE; A        *
      *                     REOPENED CASE HAS IT CLEARED               *
      *****************************************************************
       2300-UPDATE-CASE.
           PERFORM 2250-READ-CASE THRU 2250-EXIT.
           IF NOT CAS-CASE-FOUND
               MOVE 'CASE NOT ON FILE' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2300-EXIT.
           IF DCS-GEN-PERIOD > ZERO
               MOVE 'CASE ALREADY RELEASED' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2300-EXIT.
           MOVE DCS-STATUS TO CAS-OLD-STATUS.
           PERFORM 2400-APPLY-FIELDS THRU 2400-EXIT.
           IF CAS-TXN-BAD
               GO TO 2300-EXIT.
           PERFORM 2500-EDIT-CASE THRU 2500-EXIT.
           IF CAS-TXN-BAD
               GO TO 2300-EXIT.
           IF DCS-STATUS NOT EQUAL CAS-OLD-STATUS
               IF DCS-STATUS-OPEN
                   MOVE ZERO TO DCS-DECIDED-DATE
               ELSE
                   MOVE CAS-ACTION-DATE TO DCS-DECIDED-DATE
               END-IF
           END-IF.
           MOVE CAS-RUN-DATE TO DCS-MAINT-DATE.
           REWRITE DSUBC-DCS-RECORD
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
                   GO TO 2300-EXIT.
           ADD 1 TO CAS-UPDATED-COUNT.
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2400-APPLY-FIELDS  --  MOVE THE TRANSACTION'S NON-BLANK       *
      *                     FIELDS ONTO THE CASE RECORD.  A BLANK      *
      *                     FIELD KEEPS THE VALUE ON FILE; A NUMERIC   *
      *                     FIELD KEYED WITH NON-DIGITS IS REJECTED    *
      *****************************************************************
       2400-APPLY-FIELDS.
           IF DCT-REP-NUMBER NOT EQUAL SPACES
               IF DCT-REP-NUMBER NOT NUMERIC
                   MOVE 'INVALID REP NUMBER' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
                   GO TO 2400-EXIT
               END-IF
               MOVE DCT-REP-NUMBER TO DCS-REP-NUMBER
           END-IF.
           IF DCT-DISP-PERIOD NOT EQUAL SPACES
               IF DCT-DISP-PERIOD NOT NUMERIC
                   MOVE 'INVALID DISPUTED PERIOD' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
                   GO TO 2400-EXIT
               END-IF
               MOVE DCT-DISP-PERIOD TO DCS-DISP-PERIOD
           END-IF.
           IF DCT-SALES-DELTA NOT EQUAL SPACES
               IF DCT-SALES-DELTA-N NOT NUMERIC
                   MOVE 'INVALID SALES DELTA' TO CAS-REJECT-REASON
                   SET CAS-TXN-BAD TO TRUE
                   GO TO 2400-EXIT
               END-IF
               MOVE DCT-SALES-DELTA-N TO DCS-SALES-DELTA
           END-IF.
           IF DCT-EMP-TYPE NOT EQUAL SPACES
               MOVE DCT-EMP-TYPE TO DCS-EMP-TYPE.
           IF DCT-REASON NOT EQUAL SPACES
               MOVE DCT-REASON TO DCS-REASON.
           IF DCT-ANALYST NOT EQUAL SPACES
               MOVE DCT-ANALYST TO DCS-ANALYST.
           IF DCT-STATUS NOT EQUAL SPACES
               MOVE DCT-STATUS TO DCS-STATUS.
       2400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-EDIT-CASE  --  EDIT THE CASE AS IT WILL STAND ON FILE.   *
      *                     THE REP MUST BE ON THE SALES-REP MASTER,   *
      *                     THE DISPUTED PERIOD MUST FALL BEFORE THE   *
      *                     PARM PERIOD, AND AN APPROVED CASE MUST     *
      *                     CARRY A NONZERO SALES DELTA                *
      *****************************************************************
       2500-EDIT-CASE.
           IF DCS-REP-NUMBER EQUAL ZERO
               MOVE 'REP NUMBER MISSING' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           MOVE 'N' TO CAS-REP-FOUND-SW.
           MOVE DCS-REP-NUMBER TO REP-REP-NUMBER.
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CAS-REP-FOUND TO TRUE.
           IF NOT CAS-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF DCS-EMP-TYPE NOT EQUAL 'S' AND 'M' AND 'T'
               MOVE 'INVALID EMP-TYPE' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF DCS-DISP-PERIOD EQUAL ZERO
             OR DCS-DISP-PERIOD NOT LESS THAN CAS-PAY-PERIOD
               MOVE 'DISPUTED PERIOD NOT BEFORE RUN' TO
                   CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF DCS-REASON EQUAL SPACES
               MOVE 'DISPUTE REASON MISSING' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF DCS-ANALYST EQUAL SPACES
               MOVE 'ANALYST MISSING' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF NOT DCS-STATUS-OPEN AND NOT DCS-STATUS-APPROVED
             AND NOT DCS-STATUS-DENIED
               MOVE 'INVALID STATUS' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           IF DCS-STATUS-APPROVED AND DCS-SALES-DELTA EQUAL ZERO
               MOVE 'APPROVED WITH NO SALES DELTA' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2600-EDIT-ACTION-DATE  --  TAKE THE TRANSACTION'S ACTION      *
      *                     DATE, OR THE RUN DATE WHEN BLANK.  A DATE  *
      *                     THAT IS NOT A VALID YYYYMMDD, OR IS PAST   *
      *                     THE RUN DATE, IS REJECTED                  *
      *****************************************************************
       2600-EDIT-ACTION-DATE.
           IF DCT-ACTION-DATE EQUAL SPACES
               MOVE CAS-RUN-DATE TO CAS-ACTION-DATE
               GO TO 2600-EXIT.
           IF DCT-ACTION-DATE NOT NUMERIC
               MOVE 'INVALID ACTION DATE' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2600-EXIT.
           MOVE DCT-ACTION-DATE TO CAS-DN-DATE.
           IF CAS-DN-MONTH < 1 OR CAS-DN-MONTH > 12
             OR CAS-DN-DAY < 1 OR CAS-DN-DAY > 31
             OR CAS-DN-DATE > CAS-RUN-DATE
               MOVE 'INVALID ACTION DATE' TO CAS-REJECT-REASON
               SET CAS-TXN-BAD TO TRUE
               GO TO 2600-EXIT.
           MOVE CAS-DN-DATE TO CAS-ACTION-DATE.
       2600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2700-PRINT-MAINT-LINE  --  PRINT ONE TRANSACTION'S            *
      *                     DISPOSITION AND COUNT THE REJECTS          *
      *****************************************************************
       2700-PRINT-MAINT-LINE.
           MOVE DCT-ACTION      TO RPT-MNT-ACTION.
           MOVE DCT-CASE-NUMBER TO RPT-MNT-CASE.
           MOVE DCT-REP-NUMBER  TO RPT-MNT-REP.
           MOVE DCT-STATUS      TO RPT-MNT-STATUS.
           IF CAS-TXN-OK
               IF DCT-ACTION-ADD
                   MOVE 'ADDED'   TO RPT-MNT-DISP
               ELSE
                   MOVE 'UPDATED' TO RPT-MNT-DISP
               END-IF
               MOVE DCS-REP-NUMBER TO RPT-MNT-REP
               MOVE DCS-STATUS     TO RPT-MNT-STATUS
           ELSE
               ADD 1 TO CAS-REJECTED-COUNT
               MOVE SPACES TO RPT-MNT-DISP
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      CAS-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-MNT-DISP
           END-IF.
           WRITE RPT-LINE FROM RPT-MNT-LINE.
       2700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-PASS-CASE-FILE  --  PASS THE CASE FILE IN CASE-NUMBER    *
      *                     SEQUENCE, RELEASING EVERY APPROVED CASE    *
      *                     NOT YET RELEASED AND TABLING EVERY OPEN    *
      *                     CASE FOR THE AGING SECTION                 *
      *****************************************************************
       3000-PASS-CASE-FILE.
           MOVE 'ADJUSTMENTS RELEASED FROM APPROVED CASES'
               TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-ADJ-HDG.
           MOVE 'N' TO CAS-CASE-EOF-SW.
           MOVE ZERO TO DCS-CASE-NUMBER.
           START CASE-FILE KEY IS NOT LESS THAN DCS-CASE-NUMBER
               INVALID KEY
                   SET CAS-CASE-EOF TO TRUE.
           IF NOT CAS-CASE-EOF
               PERFORM 3100-READ-CASE THRU 3100-EXIT.
           PERFORM 3200-TEST-CASE THRU 3200-EXIT
               UNTIL CAS-CASE-EOF.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-READ-CASE  --  READ THE NEXT CASE IN KEY SEQUENCE        *
      *****************************************************************
       3100-READ-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                   SET CAS-CASE-EOF TO TRUE.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-TEST-CASE  --  DISPOSE OF ONE CASE ON THE RELEASE PASS   *
      *****************************************************************
       3200-TEST-CASE.
           ADD 1 TO CAS-CASE-READ-COUNT.
           IF DCS-STATUS-APPROVED AND DCS-GEN-PERIOD EQUAL ZERO
               PERFORM 3300-RELEASE-CASE THRU 3300-EXIT
           ELSE
               IF DCS-STATUS-OPEN
                   PERFORM 3400-TABLE-OPEN-CASE THRU 3400-EXIT
               END-IF
           END-IF.
           PERFORM 3100-READ-CASE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-RELEASE-CASE  --  WRITE THE APPROVED CASE AS A TYPE-A    *
      *                     ADJUSTMENT FOR THE DISPUTED PERIOD,        *
      *                     CARRYING THE CASE NUMBER, AND STAMP THE    *
      *                     CASE WITH THE PERIOD IT WAS RELEASED TO    *
      *****************************************************************
       3300-RELEASE-CASE.
           MOVE SPACES          TO DSUBC-TXN-RECORD.
           MOVE DCS-REP-NUMBER  TO TXN-REP-NUMBER.
           MOVE DCS-EMP-TYPE    TO TXN-EMP-TYPE.
           MOVE ZERO            TO TXN-SALES-AMOUNT.
           MOVE ZERO            TO TXN-TEAM-SALES-AMOUNT.
           MOVE ZERO            TO TXN-YTD-SALES-IN.
           MOVE ZERO            TO TXN-YTD-COMM-PAID-IN.
           MOVE 'A'             TO TXN-TYPE-CODE.
           MOVE DCS-SALES-DELTA TO TXN-ADJ-AMOUNT.
           MOVE DCS-DISP-PERIOD TO TXN-ORIG-PERIOD.
           MOVE ZERO            TO TXN-PARTNER-REP.
           MOVE ZERO            TO TXN-SPLIT-PCT.
           MOVE DCS-CASE-NUMBER TO TXN-CASE-NUMBER.
           WRITE ADJ-OUT-RECORD FROM DSUBC-TXN-RECORD.
           MOVE CAS-PAY-PERIOD  TO DCS-GEN-PERIOD.
           MOVE CAS-RUN-DATE    TO DCS-MAINT-DATE.
           REWRITE DSUBC-DCS-RECORD
               INVALID KEY
                   DISPLAY 'CWXUSUBC - REWRITE FAILED - CASE '
                           DCS-CASE-NUMBER.
           ADD 1 TO CAS-RELEASED-COUNT.
           ADD DCS-SALES-DELTA  TO CAS-RELEASED-TOTAL.
           MOVE DCS-CASE-NUMBER TO RPT-ADJ-CASE.
           MOVE DCS-REP-NUMBER  TO RPT-ADJ-REP.
           MOVE DCS-EMP-TYPE    TO RPT-ADJ-EMP-TYPE.
           MOVE DCS-DISP-PERIOD TO RPT-ADJ-PERIOD.
           MOVE DCS-SALES-DELTA TO RPT-ADJ-DELTA.
           MOVE DCS-ANALYST     TO RPT-ADJ-ANALYST.
           WRITE RPT-LINE FROM RPT-ADJ-LINE.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3400-TABLE-OPEN-CASE  --  TABLE ONE OPEN CASE WITH ITS DAYS   *
      *                     OUTSTANDING AND AGE BAND.  CASES PAST THE  *
      *                     TABLE LIMIT ARE COUNTED BUT NOT LISTED     *
      *****************************************************************
       3400-TABLE-OPEN-CASE.
           ADD 1 TO CAS-OPEN-COUNT.
           IF CAS-OPN-COUNT NOT LESS THAN 2000
               DISPLAY 'CWXUSUBC - OPEN CASE TABLE FULL - NOT AGED '
                       DCS-CASE-NUMBER
               GO TO 3400-EXIT.
           ADD 1 TO CAS-OPN-COUNT.
           MOVE CAS-OPN-COUNT   TO CAS-OPN-SUB.
           MOVE DCS-ANALYST     TO CAS-OPN-ANALYST(CAS-OPN-SUB).
           MOVE DCS-CASE-NUMBER TO CAS-OPN-CASE(CAS-OPN-SUB).
           MOVE DCS-REP-NUMBER  TO CAS-OPN-REP(CAS-OPN-SUB).
           MOVE DCS-DISP-PERIOD TO CAS-OPN-PERIOD(CAS-OPN-SUB).
           MOVE DCS-OPEN-DATE   TO CAS-OPN-OPEN-DATE(CAS-OPN-SUB).
           MOVE DCS-OPEN-DATE   TO CAS-DN-DATE.
           PERFORM 8000-DAY-NUMBER THRU 8000-EXIT.
           IF CAS-DN-RESULT > CAS-RUN-DAYNO
               MOVE ZERO TO CAS-OPN-DAYS(CAS-OPN-SUB)
           ELSE
               COMPUTE CAS-OPN-DAYS(CAS-OPN-SUB) =
                   CAS-RUN-DAYNO - CAS-DN-RESULT
           END-IF.
           IF CAS-OPN-DAYS(CAS-OPN-SUB) > 90
               MOVE 4 TO CAS-OPN-BAND(CAS-OPN-SUB)
           ELSE
               IF CAS-OPN-DAYS(CAS-OPN-SUB) > 60
                   MOVE 3 TO CAS-OPN-BAND(CAS-OPN-SUB)
               ELSE
                   IF CAS-OPN-DAYS(CAS-OPN-SUB) > 30
                       MOVE 2 TO CAS-OPN-BAND(CAS-OPN-SUB)
                   ELSE
                       MOVE 1 TO CAS-OPN-BAND(CAS-OPN-SUB)
                   END-IF
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-PRINT-AGING  --  LIST THE OPEN CASES ONE ANALYST AT A    *
      *                     TIME, IN ANALYST SEQUENCE, EACH FOLLOWED   *
      *                     BY THE ANALYST'S AGE-BAND COUNTS, THEN     *
      *                     THE BAND COUNTS FOR ALL ANALYSTS           *
      *****************************************************************
       4000-PRINT-AGING.
           MOVE 'OPEN CASE AGING BY ANALYST' TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-AGE-HDG.
           MOVE ZERO TO CAS-ALL-BAND-COUNT(1) CAS-ALL-BAND-COUNT(2)
                        CAS-ALL-BAND-COUNT(3) CAS-ALL-BAND-COUNT(4).
           MOVE LOW-VALUES TO CAS-LAST-ANALYST.
           MOVE 'N' TO CAS-AGING-DONE-SW.
           PERFORM 4100-NEXT-ANALYST THRU 4100-EXIT
               UNTIL CAS-AGING-DONE.
           MOVE 'ALL ANALYSTS' TO RPT-BND-LABEL.
           MOVE SPACES         TO RPT-BND-ANALYST.
           MOVE CAS-OPN-COUNT  TO RPT-BND-CASES.
           MOVE CAS-ALL-BAND-COUNT(1) TO RPT-BND-1.
           MOVE CAS-ALL-BAND-COUNT(2) TO RPT-BND-2.
           MOVE CAS-ALL-BAND-COUNT(3) TO RPT-BND-3.
           MOVE CAS-ALL-BAND-COUNT(4) TO RPT-BND-4.
           WRITE RPT-LINE FROM RPT-BAND-LINE.
       4000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4100-NEXT-ANALYST  --  FIND THE LOWEST ANALYST NOT YET        *
      *                     PRINTED, LIST THAT ANALYST'S OPEN CASES,   *
      *                     AND PRINT THE ANALYST'S BAND COUNTS        *
      *****************************************************************
       4100-NEXT-ANALYST.
           MOVE HIGH-VALUES TO CAS-NEXT-ANALYST.
           PERFORM 4150-LOW-ANALYST THRU 4150-EXIT
               VARYING CAS-OPN-SUB FROM 1 BY 1
               UNTIL CAS-OPN-SUB > CAS-OPN-COUNT.
           IF CAS-NEXT-ANALYST EQUAL HIGH-VALUES
               SET CAS-AGING-DONE TO TRUE
               GO TO 4100-EXIT.
           MOVE ZERO TO CAS-ANL-CASES.
           MOVE ZERO TO CAS-ANL-BAND-COUNT(1) CAS-ANL-BAND-COUNT(2)
                        CAS-ANL-BAND-COUNT(3) CAS-ANL-BAND-COUNT(4).
           PERFORM 4200-PRINT-OPEN-CASE THRU 4200-EXIT
               VARYING CAS-OPN-SUB FROM 1 BY 1
               UNTIL CAS-OPN-SUB > CAS-OPN-COUNT.
           MOVE 'ANALYST'        TO RPT-BND-LABEL.
           MOVE CAS-NEXT-ANALYST TO RPT-BND-ANALYST.
           MOVE CAS-ANL-CASES    TO RPT-BND-CASES.
           MOVE CAS-ANL-BAND-COUNT(1) TO RPT-BND-1.
           MOVE CAS-ANL-BAND-COUNT(2) TO RPT-BND-2.
           MOVE CAS-ANL-BAND-COUNT(3) TO RPT-BND-3.
           MOVE CAS-ANL-BAND-COUNT(4) TO RPT-BND-4.
           WRITE RPT-LINE FROM RPT-BAND-LINE.
           MOVE CAS-NEXT-ANALYST TO CAS-LAST-ANALYST.
       4100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4150-LOW-ANALYST  --  TEST ONE OPEN CASE'S ANALYST AS THE     *
      *                     NEXT ONE TO PRINT                          *
      *****************************************************************
       4150-LOW-ANALYST.
           IF CAS-OPN-ANALYST(CAS-OPN-SUB) > CAS-LAST-ANALYST
             AND CAS-OPN-ANALYST(CAS-OPN-SUB) < CAS-NEXT-ANALYST
               MOVE CAS-OPN-ANALYST(CAS-OPN-SUB) TO CAS-NEXT-ANALYST.
       4150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4200-PRINT-OPEN-CASE  --  PRINT ONE OPEN CASE WHEN IT BELONGS *
      *                     TO THE ANALYST BEING LISTED, AND COUNT IT  *
      *                     INTO ITS AGE BAND                          *
      *****************************************************************
       4200-PRINT-OPEN-CASE.
           IF CAS-OPN-ANALYST(CAS-OPN-SUB) NOT EQUAL CAS-NEXT-ANALYST
               GO TO 4200-EXIT.
           ADD 1 TO CAS-ANL-CASES.
           MOVE CAS-OPN-BAND(CAS-OPN-SUB) TO CAS-BAND-SUB.
           ADD 1 TO CAS-ANL-BAND-COUNT(CAS-BAND-SUB).
           ADD 1 TO CAS-ALL-BAND-COUNT(CAS-BAND-SUB).
           MOVE CAS-OPN-ANALYST(CAS-OPN-SUB)   TO RPT-AGE-ANALYST.
           MOVE CAS-OPN-CASE(CAS-OPN-SUB)      TO RPT-AGE-CASE.
           MOVE CAS-OPN-REP(CAS-OPN-SUB)       TO RPT-AGE-REP.
           MOVE CAS-OPN-PERIOD(CAS-OPN-SUB)    TO RPT-AGE-PERIOD.
           MOVE CAS-OPN-OPEN-DATE(CAS-OPN-SUB) TO RPT-AGE-OPENED.
           MOVE CAS-OPN-DAYS(CAS-OPN-SUB)      TO RPT-AGE-DAYS.
           WRITE RPT-LINE FROM RPT-AGE-LINE.
       4200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8000-DAY-NUMBER  --  CONVERT THE YYYYMMDD DATE IN CAS-DN-DATE *
      *                     TO A RUNNING DAY NUMBER IN CAS-DN-RESULT.  *
      *                     THE YEAR IS TAKEN TO START IN MARCH SO     *
      *                     THE LEAP DAY FALLS AT YEAR END; EACH       *
      *                     DIVISION TRUNCATES                         *
      *****************************************************************
       8000-DAY-NUMBER.
           MOVE CAS-DN-YEAR  TO CAS-DN-Y.
           MOVE CAS-DN-MONTH TO CAS-DN-M.
           IF CAS-DN-M < 3
               SUBTRACT 1 FROM CAS-DN-Y
               ADD 12 TO CAS-DN-M.
           DIVIDE CAS-DN-Y BY 4   GIVING CAS-DN-Q4.
           DIVIDE CAS-DN-Y BY 100 GIVING CAS-DN-Q100.
           DIVIDE CAS-DN-Y BY 400 GIVING CAS-DN-Q400.
           COMPUTE CAS-DN-TEMP = 153 * (CAS-DN-M - 3) + 2.
           DIVIDE CAS-DN-TEMP BY 5 GIVING CAS-DN-QM.
           COMPUTE CAS-DN-RESULT = 365 * CAS-DN-Y + CAS-DN-Q4
                                 - CAS-DN-Q100 + CAS-DN-Q400
                                 + CAS-DN-QM + CAS-DN-DAY.
       8000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  PRINT THE RUN COUNTS AND CLOSE FILES      *
      *****************************************************************
       9000-TERMINATE.
           MOVE 'TRANSACTIONS READ'     TO RPT-CNT-LABEL.
           MOVE CAS-TXN-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CASES ADDED'           TO RPT-CNT-LABEL.
           MOVE CAS-ADDED-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CASES UPDATED'         TO RPT-CNT-LABEL.
           MOVE CAS-UPDATED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-CNT-LABEL.
           MOVE CAS-REJECTED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CASES ON FILE'         TO RPT-CNT-LABEL.
           MOVE CAS-CASE-READ-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ADJUSTMENTS RELEASED'  TO RPT-CNT-LABEL.
           MOVE CAS-RELEASED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CASES STILL OPEN'      TO RPT-CNT-LABEL.
           MOVE CAS-OPEN-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'SALES DELTA RELEASED'  TO RPT-TOT-LABEL.
           MOVE CAS-RELEASED-TOTAL      TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY 'CWXUSUBC - ADDED     : ' CAS-ADDED-COUNT.
           DISPLAY 'CWXUSUBC - UPDATED   : ' CAS-UPDATED-COUNT.
           DISPLAY 'CWXUSUBC - REJECTED  : ' CAS-REJECTED-COUNT.
           DISPLAY 'CWXUSUBC - RELEASED  : ' CAS-RELEASED-COUNT.
           DISPLAY 'CWXUSUBC - OPEN      : ' CAS-OPEN-COUNT.
           CLOSE CASE-FILE.
           CLOSE CASE-TXN-FILE.
           CLOSE REP-MASTER-FILE.
           CLOSE ADJ-OUT-FILE.
           CLOSE CASE-RPT-FILE.
       9000-EXIT.
           EXIT.
