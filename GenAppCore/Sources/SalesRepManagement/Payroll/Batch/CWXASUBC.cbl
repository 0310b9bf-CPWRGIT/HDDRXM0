       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXASUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PAY-PERIOD BACKOUT OF A BAD COMMISSION RUN.  UNWINDS ONE      *
      *  PERIOD'S CWXDSUBC RUN (WRONG COMRATE OR THRFILE LOADED,       *
      *  WRONG SLSTXN GENERATION) SO THE PERIOD CAN BE RERUN:          *
      *                                                                *
      *    - EVERY YTD MASTER RECORD WHOSE LAST-PERIOD IS THE PERIOD   *
      *      IS PUT BACK FROM ITS PRIOR SALES AND COMMISSION FIELDS.   *
      *    - EVERY DRAW MASTER RECORD WHOSE LAST-PERIOD IS THE PERIOD  *
      *      IS PUT BACK FROM ITS PRIOR BALANCE.                       *
      *    - THE ACTIVE AUDIT FILE IS COPIED TO AUDOUT WITHOUT THE     *
      *      PERIOD'S RECORDS.                                         *
      *    - COMMOUT, PAYEXTR, HOLDFILE AND CHKPT ARE EMPTIED.         *
      *    - THE PERIOD IS SET BACK TO RATES CERTIFIED (R) ON THE      *
      *      RUN-CONTROL FILE.                                         *
      *                                                                *
      *  A BACKOUT REPORT LISTS EVERY REP RESTORED WITH ITS BEFORE     *
      *  AND AFTER VALUES.                                             *
      *                                                                *
      *  ONLY A CALCULATED PERIOD (OR ONE LEFT AT RATES CERTIFIED BY   *
      *  AN ABENDED RUN) CAN BE BACKED OUT.  ONCE THE PERIOD IS        *
      *  BALANCED OR LATER ITS EARNINGS HAVE GONE TO PAYROLL, AND THE  *
      *  BACKOUT IS REFUSED -- THOSE ARE CORRECTED WITH ADJUSTMENTS.   *
      *  A PERIOD STILL AT RATES CERTIFIED IS BACKED OUT ONLY WHEN     *
      *  THERE IS EVIDENCE ITS RUN GOT UNDER WAY -- A CHECKPOINT ON    *
      *  CHKPT, OR A YTD OR DRAW MASTER RECORD STAMPED WITH THE        *
      *  PERIOD.  WITHOUT IT THE RUN FILES MAY STILL HOLD THE PRIOR    *
      *  PERIOD'S UNRELEASED OUTPUT, AND NOTHING IS TOUCHED.           *
      *                                                                *
      *  LAST-PERIOD IS LEFT ON THE BACKED-OUT PERIOD.  THE PRIOR      *
      *  FIELDS NOW EQUAL THE CURRENT ONES, SO THE RERUN'S OWN         *
      *  BACK-UP OF A REP ALREADY STAMPED WITH THE PERIOD RESTORES     *
      *  THE SAME FIGURES, AND A SECOND BACKOUT OF THE SAME PERIOD     *
      *  CHANGES NOTHING.                                              *
      *                                                                *
      *  PARM IS THE PAY PERIOD BEING BACKED OUT (YYYYMM).             *
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
           SELECT YTD-MASTER-FILE  ASSIGN TO YTDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS YTDM-REP-NUMBER.
           SELECT DRAW-MASTER-FILE ASSIGN TO DRAWMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DRW-REP-NUMBER.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUN-PAY-PERIOD.
           SELECT AUDIT-FILE       ASSIGN TO COMAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-NEW-FILE   ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-OUT-FILE    ASSIGN TO COMMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CKPT-FILE        ASSIGN TO CHKPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKOUT-RPT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL.
      ***
      ***
      ***
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCYTD.
       FD  DRAW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDRW.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRUN.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCAUD.
       FD  AUDIT-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-NEW-RECORD        PIC X(100).
       FD  COMM-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COMM-OUT-RECORD         PIC X(80).
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-EXTRACT-RECORD      PIC X(80).
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD             PIC X(80).
       FD  CKPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CKPT-RECORD             PIC X(152).
       FD  BACKOUT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                PIC X(133).
      ***
      ***
      ***
       WORKING-STORAGE SECTION.
       77  BKO-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  BKO-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  BKO-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  BKO-RUN-FOUND                   VALUE 'Y'.
       77  BKO-EOF-SW              PIC X(01)   VALUE 'N'.
           88  BKO-END-OF-FILE                 VALUE 'Y'.
       77  BKO-RAN-SW              PIC X(01)   VALUE 'N'.
           88  BKO-PERIOD-RAN                  VALUE 'Y'.
       77  BKO-YTD-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-YTD-RESTORED        PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-DRW-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-DRW-RESTORED        PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-AUD-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-AUD-KEPT-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-AUD-STRIPPED        PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-COMMOUT-CLEARED     PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-PAYEXTR-CLEARED     PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-HOLD-CLEARED        PIC 9(07)   COMP-3 VALUE ZERO.
       77  BKO-CKPT-CLEARED        PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      BACKOUT REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(50)   VALUE
               'COMPUWARE CORPORATION - COMMISSION RUN BACKOUT'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
       01  RPT-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(10)   VALUE 'MASTER'.
           05  FILLER              PIC X(16)   VALUE 'FIELD'.
           05  FILLER              PIC X(15)   VALUE '   BEFORE'.
           05  FILLER              PIC X(15)   VALUE '   AFTER'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-REP-NUMBER  PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-MASTER      PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-FIELD       PIC X(14).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-BEFORE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-AFTER       PIC Z,ZZZ,ZZ9.99.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           05  RPT-CNT-VALUE       PIC ZZZ,ZZ9.
      ***
      ***
      ***
       LINKAGE SECTION.
       01  BKO-PARM.
           05  BKO-PARM-LEN         PIC S9(4) COMP.
           05  BKO-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING BKO-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-RESTORE-YTD THRU 2000-EXIT.
           PERFORM 3000-RESTORE-DRAW THRU 3000-EXIT.
           PERFORM 4000-STRIP-AUDIT THRU 4000-EXIT.
           PERFORM 5000-EMPTY-RUN-FILES THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE BACKOUT OFF THE  *
      *                       RUN-CONTROL FILE, AND PRINT THE REPORT   *
      *                       HEADINGS                                 *
      *****************************************************************
       1000-INITIALIZE.
           IF BKO-PARM-LEN < 6
             OR BKO-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXASUBC - PARM MUST BE THE PAY PERIOD YYYYMM'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE BKO-PARM-PERIOD TO BKO-PAY-PERIOD.
           ACCEPT BKO-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           OPEN OUTPUT BACKOUT-RPT-FILE.
           MOVE BKO-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-HDG-2.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PERIOD MUST BE ON THE         *
      *                     RUN-CONTROL FILE AND THE COMMISSION RUN    *
      *                     MUST HAVE BEEN ATTEMPTED (CALCULATED, OR   *
      *                     STILL RATES CERTIFIED AFTER AN ABEND).  A  *
      *                     PERIOD BALANCED OR LATER HAS GONE TO       *
      *                     PAYROLL AND IS REFUSED, AS IS A PERIOD AT  *
      *                     RATES CERTIFIED WITH NO SIGN ITS RUN       *
      *                     STARTED.  THE FILE STAYS OPEN SO CLEAN     *
      *                     END OF JOB CAN SET THE PERIOD BACK         *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           MOVE 'N' TO BKO-RUN-FOUND-SW.
           MOVE BKO-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BKO-RUN-FOUND TO TRUE.
           IF NOT BKO-RUN-FOUND
               DISPLAY 'CWXASUBC - PERIOD ' BKO-PAY-PERIOD
                       ' NOT ON RUN-CONTROL FILE - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF RUN-BALANCED-OR-LATER
               DISPLAY 'CWXASUBC - PERIOD ' BKO-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - ALREADY BALANCED, BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF NOT RUN-STATUS-CALCULATED
             AND NOT RUN-STATUS-RATES-CERT
               DISPLAY 'CWXASUBC - PERIOD ' BKO-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - NO COMMISSION RUN TO BACK OUT, REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF RUN-STATUS-CALCULATED
               GO TO 1500-EXIT.
           PERFORM 1600-CHECK-RUN-EVIDENCE THRU 1600-EXIT.
           IF NOT BKO-PERIOD-RAN
               DISPLAY 'CWXASUBC - PERIOD ' BKO-PAY-PERIOD
                       ' STATUS R - CHKPT EMPTY AND NO YTD OR DRAW'
                       ' RECORD STAMPED WITH THE PERIOD'
               DISPLAY 'CWXASUBC - NO SIGN THE PERIOD RAN, RUN FILES'
                       ' LEFT AS THEY ARE - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               STOP RUN.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1600-CHECK-RUN-EVIDENCE  --  A PERIOD LEFT AT RATES CERTIFIED *
      *                     MAY NEVER HAVE RUN, AND THEN COMMOUT,      *
      *                     PAYEXTR AND HOLDFILE STILL HOLD THE PRIOR  *
      *                     PERIOD'S OUTPUT.  THE RUN STARTED IF CHKPT *
      *                     HAS A CHECKPOINT OR ANY YTD OR DRAW MASTER *
      *                     RECORD IS STAMPED WITH THE PERIOD          *
      *****************************************************************
       1600-CHECK-RUN-EVIDENCE.
           MOVE 'N' TO BKO-RAN-SW.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET BKO-PERIOD-RAN TO TRUE.
           CLOSE CKPT-FILE.
           IF BKO-PERIOD-RAN
               GO TO 1600-EXIT.
           OPEN INPUT YTD-MASTER-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 2100-READ-YTD THRU 2100-EXIT.
           PERFORM 1650-TEST-YTD-STAMP THRU 1650-EXIT
               UNTIL BKO-END-OF-FILE
                  OR BKO-PERIOD-RAN.
           CLOSE YTD-MASTER-FILE.
           IF BKO-PERIOD-RAN
               GO TO 1600-EXIT.
           OPEN INPUT DRAW-MASTER-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 3100-READ-DRAW THRU 3100-EXIT.
           PERFORM 1700-TEST-DRAW-STAMP THRU 1700-EXIT
               UNTIL BKO-END-OF-FILE
                  OR BKO-PERIOD-RAN.
           CLOSE DRAW-MASTER-FILE.
       1600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1650-TEST-YTD-STAMP  --  TEST ONE YTD MASTER RECORD FOR THE   *
      *                     PERIOD'S STAMP                             *
      *****************************************************************
       1650-TEST-YTD-STAMP.
           IF YTDM-LAST-PERIOD EQUAL BKO-PAY-PERIOD
               SET BKO-PERIOD-RAN TO TRUE
               GO TO 1650-EXIT.
           PERFORM 2100-READ-YTD THRU 2100-EXIT.
       1650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1700-TEST-DRAW-STAMP  --  TEST ONE DRAW MASTER RECORD FOR THE *
      *                     PERIOD'S STAMP                             *
      *****************************************************************
       1700-TEST-DRAW-STAMP.
           IF DRW-LAST-PERIOD EQUAL BKO-PAY-PERIOD
               SET BKO-PERIOD-RAN TO TRUE
               GO TO 1700-EXIT.
           PERFORM 3100-READ-DRAW THRU 3100-EXIT.
       1700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-RESTORE-YTD  --  PASS THE YTD MASTER, PUTTING BACK EVERY *
      *                     REP THE PERIOD WAS APPLIED TO              *
      *****************************************************************
       2000-RESTORE-YTD.
           OPEN I-O YTD-MASTER-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 2100-READ-YTD THRU 2100-EXIT.
           PERFORM 2200-RESTORE-YTD-REP THRU 2200-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE YTD-MASTER-FILE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-YTD  --  READ THE NEXT YTD MASTER RECORD            *
      *****************************************************************
       2100-READ-YTD.
           READ YTD-MASTER-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-RESTORE-YTD-REP  --  A REP STAMPED WITH THE PERIOD GETS  *
      *                     ITS YTD BALANCES PUT BACK FROM THE PRIOR   *
      *                     FIELDS, WITH THE BEFORE AND AFTER VALUES   *
      *                     PRINTED                                    *
      *****************************************************************
       2200-RESTORE-YTD-REP.
           ADD 1 TO BKO-YTD-READ-COUNT.
           IF YTDM-LAST-PERIOD NOT EQUAL BKO-PAY-PERIOD
               GO TO 2200-READ-NEXT.
           ADD 1 TO BKO-YTD-RESTORED.
           MOVE YTDM-REP-NUMBER      TO RPT-DTL-REP-NUMBER.
           MOVE 'YTDMAST'            TO RPT-DTL-MASTER.
           MOVE 'YTD SALES'          TO RPT-DTL-FIELD.
           MOVE YTDM-YTD-SALES       TO RPT-DTL-BEFORE.
           MOVE YTDM-PRIOR-SALES     TO RPT-DTL-AFTER.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE 'YTD COMM PAID'      TO RPT-DTL-FIELD.
           MOVE YTDM-YTD-COMM-PAID   TO RPT-DTL-BEFORE.
           MOVE YTDM-PRIOR-COMM-PAID TO RPT-DTL-AFTER.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE YTDM-PRIOR-SALES     TO YTDM-YTD-SALES.
           MOVE YTDM-PRIOR-COMM-PAID TO YTDM-YTD-COMM-PAID.
           REWRITE DSUBC-YTDM-RECORD.
       2200-READ-NEXT.
           PERFORM 2100-READ-YTD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-RESTORE-DRAW  --  PASS THE DRAW MASTER, PUTTING BACK     *
      *                     EVERY REP WHOSE DRAW THE PERIOD MOVED      *
      *****************************************************************
       3000-RESTORE-DRAW.
           OPEN I-O DRAW-MASTER-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 3100-READ-DRAW THRU 3100-EXIT.
           PERFORM 3200-RESTORE-DRAW-REP THRU 3200-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE DRAW-MASTER-FILE.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-READ-DRAW  --  READ THE NEXT DRAW MASTER RECORD          *
      *****************************************************************
       3100-READ-DRAW.
           READ DRAW-MASTER-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-RESTORE-DRAW-REP  --  A REP STAMPED WITH THE PERIOD GETS *
      *                     ITS DRAW BALANCE PUT BACK FROM THE PRIOR   *
      *                     BALANCE, WITH THE BEFORE AND AFTER VALUES  *
      *                     PRINTED                                    *
      *****************************************************************
       3200-RESTORE-DRAW-REP.
           ADD 1 TO BKO-DRW-READ-COUNT.
           IF DRW-LAST-PERIOD NOT EQUAL BKO-PAY-PERIOD
               GO TO 3200-READ-NEXT.
           ADD 1 TO BKO-DRW-RESTORED.
           MOVE DRW-REP-NUMBER       TO RPT-DTL-REP-NUMBER.
           MOVE 'DRAWMAST'           TO RPT-DTL-MASTER.
           MOVE 'DRAW BALANCE'       TO RPT-DTL-FIELD.
           MOVE DRW-DRAW-BALANCE     TO RPT-DTL-BEFORE.
           MOVE DRW-PRIOR-BALANCE    TO RPT-DTL-AFTER.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE DRW-PRIOR-BALANCE    TO DRW-DRAW-BALANCE.
           REWRITE DSUBC-DRW-RECORD.
       3200-READ-NEXT.
           PERFORM 3100-READ-DRAW THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-STRIP-AUDIT  --  COPY THE ACTIVE AUDIT FILE TO AUDOUT,   *
      *                     DROPPING THE PERIOD'S RECORDS.  AUDOUT IS  *
      *                     SWAPPED IN AS THE ACTIVE AUDIT DATA SET    *
      *                     BEFORE THE RERUN, AS AFTER AN ARCHIVE      *
      *****************************************************************
       4000-STRIP-AUDIT.
           OPEN INPUT  AUDIT-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
           PERFORM 4200-COPY-AUDIT-REC THRU 4200-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-NEW-FILE.
       4000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4100-READ-AUDIT  --  READ THE NEXT AUDIT RECORD               *
      *****************************************************************
       4100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE.
       4100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4200-COPY-AUDIT-REC  --  KEEP EVERY AUDIT RECORD OUTSIDE THE  *
      *                     PERIOD BEING BACKED OUT                    *
      *****************************************************************
       4200-COPY-AUDIT-REC.
           ADD 1 TO BKO-AUD-READ-COUNT.
           IF AUD-PAY-PERIOD EQUAL BKO-PAY-PERIOD
               ADD 1 TO BKO-AUD-STRIPPED
           ELSE
               WRITE AUDIT-NEW-RECORD FROM DSUBC-AUDIT-RECORD
               ADD 1 TO BKO-AUD-KEPT-COUNT
           END-IF.
           PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-EMPTY-RUN-FILES  --  COUNT WHAT THE BAD RUN LEFT ON THE  *
      *                     COMMISSION OUTPUT, PAYROLL EXTRACT, HOLD   *
      *                     AND CHECKPOINT FILES, THEN REOPEN EACH     *
      *                     FOR OUTPUT TO EMPTY IT.  WITH THE          *
      *                     CHECKPOINT EMPTY, THE RERUN OPENS ITS      *
      *                     OUTPUTS FRESH                              *
      *****************************************************************
       5000-EMPTY-RUN-FILES.
           OPEN INPUT COMM-OUT-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 5100-COUNT-COMMOUT THRU 5100-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE COMM-OUT-FILE.
           OPEN OUTPUT COMM-OUT-FILE.
           CLOSE COMM-OUT-FILE.
           OPEN INPUT PAY-EXTRACT-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 5200-COUNT-PAYEXTR THRU 5200-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE PAY-EXTRACT-FILE.
           OPEN OUTPUT PAY-EXTRACT-FILE.
           CLOSE PAY-EXTRACT-FILE.
           OPEN INPUT HOLD-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 5300-COUNT-HOLD THRU 5300-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.
           CLOSE HOLD-FILE.
           OPEN INPUT CKPT-FILE.
           MOVE 'N' TO BKO-EOF-SW.
           PERFORM 5400-COUNT-CKPT THRU 5400-EXIT
               UNTIL BKO-END-OF-FILE.
           CLOSE CKPT-FILE.
           OPEN OUTPUT CKPT-FILE.
           CLOSE CKPT-FILE.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5100-COUNT-COMMOUT  --  COUNT ONE COMMISSION OUTPUT RECORD    *
      *****************************************************************
       5100-COUNT-COMMOUT.
           READ COMM-OUT-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO BKO-COMMOUT-CLEARED.
       5100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5200-COUNT-PAYEXTR  --  COUNT ONE PAYROLL EXTRACT RECORD      *
      *****************************************************************
       5200-COUNT-PAYEXTR.
           READ PAY-EXTRACT-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO BKO-PAYEXTR-CLEARED.
       5200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5300-COUNT-HOLD  --  COUNT ONE HOLD RECORD                    *
      *****************************************************************
       5300-COUNT-HOLD.
           READ HOLD-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO BKO-HOLD-CLEARED.
       5300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5400-COUNT-CKPT  --  COUNT ONE CHECKPOINT RECORD              *
      *****************************************************************
       5400-COUNT-CKPT.
           READ CKPT-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO BKO-CKPT-CLEARED.
       5400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  SET THE PERIOD BACK TO RATES CERTIFIED,   *
      *                      PRINT THE RUN COUNTS AND CLOSE FILES      *
      *****************************************************************
       9000-TERMINATE.
           MOVE 'R'            TO RUN-STATUS.
           MOVE BKO-RUN-DATE   TO RUN-UPDATE-DATE.
           MOVE 'CWXASUBC'     TO RUN-UPDATE-PGM.
           REWRITE DSUBC-RUN-RECORD.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'YTD MASTER RECORDS READ'   TO RPT-CNT-LABEL.
           MOVE BKO-YTD-READ-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'YTD MASTER REPS RESTORED'  TO RPT-CNT-LABEL.
           MOVE BKO-YTD-RESTORED            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'DRAW MASTER RECORDS READ'  TO RPT-CNT-LABEL.
           MOVE BKO-DRW-READ-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'DRAW MASTER REPS RESTORED' TO RPT-CNT-LABEL.
           MOVE BKO-DRW-RESTORED            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ'        TO RPT-CNT-LABEL.
           MOVE BKO-AUD-READ-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT RECORDS STRIPPED'    TO RPT-CNT-LABEL.
           MOVE BKO-AUD-STRIPPED            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT RECORDS KEPT'        TO RPT-CNT-LABEL.
           MOVE BKO-AUD-KEPT-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'COMMOUT RECORDS CLEARED'   TO RPT-CNT-LABEL.
           MOVE BKO-COMMOUT-CLEARED         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'PAYEXTR RECORDS CLEARED'   TO RPT-CNT-LABEL.
           MOVE BKO-PAYEXTR-CLEARED         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'HOLD RECORDS CLEARED'      TO RPT-CNT-LABEL.
           MOVE BKO-HOLD-CLEARED            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CHECKPOINTS CLEARED'       TO RPT-CNT-LABEL.
           MOVE BKO-CKPT-CLEARED            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXASUBC - PERIOD ' BKO-PAY-PERIOD
                   ' BACKED OUT TO STATUS R'.
           DISPLAY 'CWXASUBC - YTD REPS RESTORED  : ' BKO-YTD-RESTORED.
           DISPLAY 'CWXASUBC - DRAW REPS RESTORED : ' BKO-DRW-RESTORED.
           DISPLAY 'CWXASUBC - AUDIT RECS STRIPPED: ' BKO-AUD-STRIPPED.
           CLOSE BACKOUT-RPT-FILE.
       9000-EXIT.
           EXIT.
