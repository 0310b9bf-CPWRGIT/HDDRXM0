      *                 RUN, WHICH NEVER REACHED CALCULATED).  A      *
      *                 CLEAN END OF JOB ADVANCES THE PERIOD TO       *
      *                 CALCULATED.                                   *
      *  OCT 2026  DPF  AN ADJUSTMENT GENERATED FROM A COMMISSION     *
      *                 DISPUTE CASE (CWXUSUBC) PASSES ITS CASE       *
      *                 NUMBER TO CWXTSUBC, SO THE AUDIT TRACE TIES   *
      *                 BACK TO THE CASE.                             *
      *  OCT 2026  DPF  REPS FLAGGED FOR THE PERIOD BY THE CWXJSUBC   *
      *                 ANOMALY SCREEN (ANMEXC) HAVE EVERY            *
      *                 COMMISSION AND ADJUSTMENT ROUTED TO THE HOLD  *
      *                 FILE FOR APPROVAL, WHATEVER THE AMOUNT.       *
      *  OCT 2026  DPF  SALES, SPLIT SHARES, TEAM SALES, AND          *
      *                 ADJUSTMENT DELTAS BOOKED IN ANOTHER CURRENCY  *
      *                 ARE CONVERTED TO BASE THROUGH CWXZSUBC        *
      *                 (FXRATE) BEFORE THEY ARE TIERED.  THE AMOUNT  *
      *                 AS BOOKED, ITS CURRENCY, AND THE RATE GO TO   *
      *                 CWXTSUBC FOR THE AUDIT TRACE.  AN ITEM THAT   *
      *                 NO LONGER CONVERTS IS REJECTED WITH OUTPUT    *
      *                 STATUS 3.                                     *
      *  OCT 2026  DPF  AN ADJUSTMENT'S OUTPUT RECORD CARRIES THE     *
      *                 SIGN OF ITS SALES DELTA, FOR THE CWXISUBC     *
      *                 QUOTA ATTAINMENT REPORT.                      *
      *  OCT 2026  DPF  A RETROACTIVE RATE ADJUSTMENT (TXN-ADJ-RETRO) *
      *                 IS PAID AS ANY ADJUSTMENT, BUT ITS SALES      *
      *                 DELTA IS NOT FOLDED INTO THE YTD SALES AND    *
      *                 ITS OUTPUT RECORD IS MARKED R, SO IT IS NOT   *
      *                 COUNTED AS SALES FOR QUOTA ATTAINMENT.        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANOMALY-EXC-FILE ASSIGN TO ANMEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT REP-MASTER-FILE  ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCHLD.
       FD  ANOMALY-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCANX.
       FD  REP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCREP.
       77  DVR-SPLIT-ANCHOR        PIC 9(06)   VALUE ZERO.
       77  DVR-SPLIT-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      DISPUTE CASE NUMBER PASSED TO THE AUDIT TRACE.  ONLY
      ***      AN ADJUSTMENT GENERATED FROM A DISPUTE CASE CARRIES
      ***      ONE; IT IS ZERO FOR EVERYTHING ELSE.
      ***
       77  DVR-CASE-NUMBER         PIC 9(08)   VALUE ZERO.
      ***
      ***      CURRENCY CONVERSION AREAS.  EVERY AMOUNT IS CONVERTED
      ***      TO THE BASE CURRENCY THROUGH CWXZSUBC BEFORE IT IS
      ***      TIERED.  DVR-ORIG-AMOUNT IS THE AMOUNT PRICED, AS IT
      ***      WAS BOOKED; IT, ITS CURRENCY, AND THE RATE USED GO TO
      ***      THE AUDIT TRACE.  DVR-TEAM-KEYED IS THE KEYED TEAM
      ***      SALES FIGURE IN BASE, AND DVR-ADJ-SALES-S THE SIGNED
      ***      ADJUSTMENT DELTA IN BASE.
      ***
       77  DVR-ORIG-AMOUNT         PIC 9(06)V99 VALUE ZERO.
       77  DVR-CURRENCY-CODE       PIC X(03)   VALUE SPACES.
       77  DVR-EXCH-RATE           PIC 9(03)V9(06) VALUE ZERO.
       77  DVR-TEAM-KEYED          PIC 9(06)V99 VALUE ZERO.
       77  DVR-ADJ-SALES-S         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  DVR-CNV-BAD-SW          PIC X(01)   VALUE 'N'.
           88  DVR-CNV-BAD                     VALUE 'Y'.
       77  DVR-CNV-REJECT-COUNT    PIC 9(07)   COMP-3 VALUE ZERO.
           COPY SUBCCONV.
      ***
      ***      RUN-CONTROL GATE AREAS
      ***
       77  DVR-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
                   88  DVR-LIM-SET             VALUE 'Y'.
       77  DVR-LIM-SUB             PIC 9(01).
      ***
      ***      REPS FLAGGED FOR THIS PERIOD BY THE ANOMALY SCREEN.
      ***      THEIR ITEMS ARE HELD WHATEVER THE AMOUNT.
      ***
       77  DVR-ANX-EOF-SW          PIC X(01)   VALUE 'N'.
           88  DVR-ANX-EOF                     VALUE 'Y'.
       77  DVR-FLAG-HOLD-SW        PIC X(01)   VALUE 'N'.
           88  DVR-FLAG-HELD                   VALUE 'Y'.
       77  DVR-FLAG-HELD-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  DVR-FLAG-COUNT          PIC 9(04)   COMP VALUE ZERO.
       77  DVR-FLAG-SUB            PIC 9(04)   COMP.
       77  DVR-FLAG-KEY            PIC 9(06).
       77  DVR-FLAG-FOUND-SW       PIC X(01)   VALUE 'N'.
           88  DVR-FLAG-FOUND                  VALUE 'Y'.
       01  DVR-FLAG-TABLE.
           05  DVR-FLAG-REP OCCURS 500 TIMES PIC 9(06).
      ***
      ***      TEAM ROSTER AND TEAM SALES PRE-PASS AREAS.  THE ROSTER
      ***      MAPS EACH MEMBER REP TO A TEAM LEAD; THE PRE-PASS OVER
      ***      THE TRANSACTION FILE SUMS EACH TEAM'S MEMBER SALES SO
           PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
           PERFORM 1400-PRESCAN-TEAM-SALES THRU 1400-EXIT.
           PERFORM 1500-LOAD-HOLD-LIMITS THRU 1500-EXIT.
           PERFORM 1600-LOAD-ANOMALY-FLAGS THRU 1600-EXIT.
           OPEN INPUT  SALES-TXN-FILE.
           OPEN I-O    YTD-MASTER-FILE.
           OPEN I-O    DRAW-MASTER-FILE.
           IF DVR-REP-TERMED
               GO TO 1450-EXIT.
           IF TXN-TYPE-SPLIT
               COMPUTE DVR-ORIG-AMOUNT =
                   TXN-SALES-AMOUNT * TXN-SPLIT-PCT / 100
           ELSE
               MOVE TXN-SALES-AMOUNT TO DVR-ORIG-AMOUNT
           END-IF.
           MOVE DVR-ORIG-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 2060-CONVERT-AMOUNT THRU 2060-EXIT.
           IF DVR-CNV-BAD
               GO TO 1450-EXIT.
           MOVE CNV-BASE-AMOUNT TO DVR-SALES-USED.
           PERFORM 1470-ACCUM-MEMBER-SALES THRU 1470-EXIT
               VARYING DVR-ROS-SUB FROM 1 BY 1
               UNTIL DVR-ROS-SUB > DVR-ROSTER-COUNT.
      ***
      ***
      *****************************************************************
      *  1600-LOAD-ANOMALY-FLAGS  --  TABLE THE REPS THE ANOMALY       *
      *                     SCREEN FLAGGED FOR THIS PERIOD             *
      *****************************************************************
       1600-LOAD-ANOMALY-FLAGS.
           MOVE ZERO TO DVR-FLAG-COUNT.
           OPEN INPUT ANOMALY-EXC-FILE.
           PERFORM 1650-READ-ANX-REC THRU 1650-EXIT
               UNTIL DVR-ANX-EOF.
           CLOSE ANOMALY-EXC-FILE.
       1600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1650-READ-ANX-REC  --  TABLE ONE FLAGGED REP.  A REP FLAGGED  *
      *                     FOR SEVERAL REASONS IS TABLED ONCE; AN     *
      *                     EXCEPTION FOR ANOTHER PERIOD IS IGNORED    *
      *                     WITH A CONSOLE WARNING                     *
      *****************************************************************
       1650-READ-ANX-REC.
           READ ANOMALY-EXC-FILE
               AT END
                   SET DVR-ANX-EOF TO TRUE
                   GO TO 1650-EXIT.
           IF ANX-PAY-PERIOD NOT EQUAL DVR-PAY-PERIOD
               DISPLAY 'CWXDSUBC - ANOMALY FLAG FOR PERIOD '
                       ANX-PAY-PERIOD ' IGNORED - REP ' ANX-REP-NUMBER
               GO TO 1650-EXIT.
           MOVE ANX-REP-NUMBER TO DVR-FLAG-KEY.
           PERFORM 2920-FIND-FLAG THRU 2920-EXIT.
           IF DVR-FLAG-FOUND
               GO TO 1650-EXIT.
           IF DVR-FLAG-COUNT NOT LESS THAN 500
               DISPLAY 'CWXDSUBC - FLAG TABLE FULL - DROPPED '
                       ANX-REP-NUMBER
               GO TO 1650-EXIT.
           ADD 1 TO DVR-FLAG-COUNT.
           MOVE ANX-REP-NUMBER TO DVR-FLAG-REP(DVR-FLAG-COUNT).
       1650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-PROCESS-TXN  --  CALL CWXTSUBC FOR ONE REP AND WRITE     *
      *                        THE COMMISSION OUTPUT RECORD            *
      *****************************************************************
           MOVE ZERO                TO OUT-YTD-COMM-PAID.
           MOVE TXN-TYPE-CODE       TO OUT-TYPE-CODE.
           MOVE ZERO                TO OUT-ADJ-COMM.
           MOVE SPACE               TO OUT-ADJ-SALES-SIGN.
           MOVE ZERO                TO OUT-DRAW-DELTA.
           WRITE DSUBC-OUT-RECORD.
           MOVE TXN-REP-NUMBER      TO RPT-DTL-REP-NUMBER.
       2050-PROCESS-REGULAR.
           MOVE ZERO TO DVR-REP-COMM-TOTAL.
           IF TXN-TYPE-SPLIT
               COMPUTE DVR-ORIG-AMOUNT =
                   TXN-SALES-AMOUNT * TXN-SPLIT-PCT / 100
               MOVE TXN-PARTNER-REP TO DVR-SPLIT-ANCHOR
               ADD 1 TO DVR-SPLIT-COUNT
           ELSE
               MOVE TXN-SALES-AMOUNT TO DVR-ORIG-AMOUNT
               MOVE ZERO TO DVR-SPLIT-ANCHOR
           END-IF.
      *        THE SHARE IS TAKEN IN THE BOOKED CURRENCY AND THEN
      *        CONVERTED, SO THE TRACE'S ORIGINAL AMOUNT TIMES ITS
      *        RATE IS THE SALES FIGURE PRICED.
           MOVE DVR-ORIG-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 2060-CONVERT-AMOUNT THRU 2060-EXIT.
           MOVE CNV-BASE-AMOUNT TO DVR-SALES-USED.
           MOVE CNV-EXCH-RATE   TO DVR-EXCH-RATE.
           IF NOT DVR-CNV-BAD AND NOT TXN-TYPE-SPLIT
               MOVE TXN-TEAM-SALES-AMOUNT TO CNV-LOCAL-AMOUNT
               PERFORM 2060-CONVERT-AMOUNT THRU 2060-EXIT
               MOVE CNV-BASE-AMOUNT TO DVR-TEAM-KEYED
           END-IF.
           IF DVR-CNV-BAD
               PERFORM 2070-REJECT-CURRENCY THRU 2070-EXIT
               GO TO 2050-EXIT.
           PERFORM 2500-GET-YTD-MASTER THRU 2500-EXIT.
      *        A LEAD'S TEAM ROLLUP IS PAID ONCE, ON THE REGULAR
      *        TRANSACTION.  A SPLIT SHARE PASSES ZERO TEAM SALES
           END-IF.
           MOVE TXN-TYPE-CODE TO DVR-AUD-TYPE.
           MOVE +1 TO DVR-AUD-SIGN.
           MOVE ZERO TO DVR-CASE-NUMBER.
           CALL 'CWXTSUBC' USING TXN-EMP-TYPE,
                                 TXN-REP-NUMBER,
                                 DVR-PAY-PERIOD,
                                 DVR-ROLLUP-PART,
                                 DVR-AUD-TYPE,
                                 DVR-AUD-SIGN,
                                 DVR-SPLIT-ANCHOR,
                                 DVR-CASE-NUMBER,
                                 DVR-ORIG-AMOUNT,
                                 DVR-CURRENCY-CODE,
                                 DVR-EXCH-RATE.
           IF TXN-EMP-TYPE EQUAL 'T' AND DVR-LEAD-FOUND-SUB > ZERO
               MOVE DVR-ROLLUP-PART
                   TO DVR-LEAD-ROLLUP-COMM(DVR-LEAD-FOUND-SUB)
               PERFORM 2600-UPDATE-YTD-MASTER THRU 2600-EXIT
           END-IF.
           MOVE 'N' TO DVR-HOLD-SW.
           MOVE 'N' TO DVR-FLAG-HOLD-SW.
           IF DVR-STATUS-OK
               MOVE DVR-REP-COMM-TOTAL TO DVR-HOLD-CHECK
               PERFORM 2900-CHECK-HOLD-LIMIT THRU 2900-EXIT
           MOVE DVR-YTD-COMM-PAID   TO OUT-YTD-COMM-PAID.
           MOVE TXN-TYPE-CODE       TO OUT-TYPE-CODE.
           MOVE ZERO                TO OUT-ADJ-COMM.
           MOVE SPACE               TO OUT-ADJ-SALES-SIGN.
           MOVE ZERO                TO OUT-ORIG-PERIOD.
           MOVE DVR-DRAW-DELTA      TO OUT-DRAW-DELTA.
           WRITE DSUBC-OUT-RECORD.
      ***
      ***
      *****************************************************************
      *  2060-CONVERT-AMOUNT  --  CONVERT CNV-LOCAL-AMOUNT FROM THE    *
      *                     TRANSACTION'S CURRENCY TO BASE AT THE      *
      *                     RATE IN EFFECT FOR THE RUN'S PAY PERIOD.   *
      *                     THE CURRENCY IS NOTED FOR THE AUDIT TRACE  *
      *                     (USD WHEN KEYED BLANK).  THE EDIT HAS      *
      *                     ALREADY PROVED EVERY AMOUNT CONVERTS, SO   *
      *                     A FAILURE HERE MEANS THE RATE FILE         *
      *                     CHANGED SINCE THE EDIT RAN                 *
      *****************************************************************
       2060-CONVERT-AMOUNT.
           MOVE 'N' TO DVR-CNV-BAD-SW.
           MOVE TXN-CURRENCY-CODE TO CNV-CURRENCY-CODE.
           MOVE DVR-PAY-PERIOD    TO CNV-PAY-PERIOD.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF NOT CNV-STATUS-OK
               SET DVR-CNV-BAD TO TRUE.
           IF TXN-CURRENCY-CODE EQUAL SPACES
               MOVE 'USD' TO DVR-CURRENCY-CODE
           ELSE
               MOVE TXN-CURRENCY-CODE TO DVR-CURRENCY-CODE.
       2060-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2070-REJECT-CURRENCY  --  RECORD AN ITEM WHOSE AMOUNT WILL    *
      *                     NOT CONVERT TO BASE.  THE OUTPUT RECORD    *
      *                     CARRIES STATUS 3 AND NO MONEY, THE         *
      *                     REGISTER LINE READS NO RATE, AND THE ITEM  *
      *                     COUNTS AS A REJECT SO THE RUN STILL        *
      *                     CROSS-FOOTS.  NOTHING IS PRICED, SO NO     *
      *                     AUDIT, YTD, EXTRACT, OR HOLD RECORD IS CUT *
      *****************************************************************
       2070-REJECT-CURRENCY.
           ADD 1 TO DVR-REJECT-COUNT.
           ADD 1 TO DVR-CNV-REJECT-COUNT.
           DISPLAY 'CWXDSUBC - REJECTED REP ' TXN-REP-NUMBER
                   ' - CURRENCY ' TXN-CURRENCY-CODE
                   ' WILL NOT CONVERT FOR ' DVR-PAY-PERIOD.
           MOVE TXN-REP-NUMBER      TO OUT-REP-NUMBER.
           MOVE TXN-EMP-TYPE        TO OUT-EMP-TYPE.
           MOVE ZERO                TO OUT-SALES-AMOUNT.
           IF TXN-TYPE-ADJUSTMENT
               MOVE TXN-ORIG-PERIOD TO OUT-ORIG-PERIOD
           ELSE
               MOVE ZERO            TO OUT-ORIG-PERIOD
           END-IF.
           MOVE ZERO                TO OUT-COMM-TOTAL.
           SET OUT-STATUS-NO-CONVERT TO TRUE.
           MOVE ZERO                TO OUT-TEAM-SALES-AMOUNT.
           MOVE ZERO                TO OUT-TIER-SELECTED.
           MOVE ZERO                TO OUT-YTD-SALES.
           MOVE ZERO                TO OUT-YTD-COMM-PAID.
           MOVE TXN-TYPE-CODE       TO OUT-TYPE-CODE.
           MOVE ZERO                TO OUT-ADJ-COMM.
           MOVE SPACE               TO OUT-ADJ-SALES-SIGN.
           MOVE ZERO                TO OUT-DRAW-DELTA.
           WRITE DSUBC-OUT-RECORD.
           MOVE TXN-REP-NUMBER      TO RPT-DTL-REP-NUMBER.
           MOVE TXN-EMP-TYPE        TO RPT-DTL-EMP-TYPE.
           MOVE ZERO                TO RPT-DTL-SALES-AMT.
           MOVE ZERO                TO RPT-DTL-TIER.
           MOVE ZERO                TO RPT-DTL-COMM-TOTAL.
           MOVE 'NO RATE'           TO RPT-DTL-STATUS.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2070-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-TXN  --  READ THE NEXT SALES-REP TRANSACTION        *
      *****************************************************************
       2100-READ-TXN.
           IF DVR-STATUS-INVALID-TYPE
               MOVE 'REJECTED' TO RPT-DTL-STATUS
           ELSE
               IF DVR-FLAG-HELD
                   MOVE 'FLAGGED' TO RPT-DTL-STATUS
               ELSE
                   IF DVR-HELD
                       MOVE 'HELD' TO RPT-DTL-STATUS
                   ELSE
                       MOVE 'OK' TO RPT-DTL-STATUS
                   END-IF
               END-IF
               PERFORM 2250-ACCUM-TIER-TOTAL THRU 2250-EXIT
           END-IF.
      *****************************************************************
       2700-RESOLVE-TEAM-SALES.
           MOVE ZERO TO DVR-LEAD-FOUND-SUB.
           MOVE DVR-TEAM-KEYED TO DVR-TEAM-SALES-USED.
           IF TXN-EMP-TYPE NOT EQUAL 'T'
               GO TO 2700-EXIT.
           MOVE TXN-REP-NUMBER TO DVR-LEAD-ARG.
           MOVE DVR-LEAD-COMP-SALES(DVR-LEAD-FOUND-SUB)
               TO DVR-TEAM-SALES-USED.
           IF DVR-LEAD-COMP-SALES(DVR-LEAD-FOUND-SUB) NOT EQUAL
              DVR-TEAM-KEYED
               MOVE TXN-REP-NUMBER        TO RPT-TDF-LEAD
               MOVE DVR-TEAM-KEYED        TO RPT-TDF-KEYED
               MOVE DVR-LEAD-COMP-SALES(DVR-LEAD-FOUND-SUB)
                                          TO RPT-TDF-COMPUTED
               WRITE RPT-LINE FROM RPT-TEAM-DIFF-LINE.
      *                     THE REGISTER, AND GOES TO THE PAYROLL      *
      *                     EXTRACT AS AN ADJUSTMENT EARNINGS ENTRY.   *
      *                     THE CALL THROUGH CWXTSUBC WRITES THE SAME  *
      *                     AUDIT TRACE AS A REGULAR CALCULATION,      *
      *                     PLUS THE DISPUTE CASE NUMBER WHEN THE      *
      *                     ADJUSTMENT CAME FROM A DISPUTE CASE.       *
      *****************************************************************
       2800-PROCESS-ADJUSTMENT.
           MOVE ZERO TO DVR-REP-COMM-TOTAL.
           MOVE 'N'  TO DVR-ADJ-NEG-SW.
           IF TXN-ADJ-AMOUNT < ZERO
               SET DVR-ADJ-NEG TO TRUE
               COMPUTE DVR-ORIG-AMOUNT = ZERO - TXN-ADJ-AMOUNT
           ELSE
               MOVE TXN-ADJ-AMOUNT TO DVR-ORIG-AMOUNT
           END-IF.
           MOVE DVR-ORIG-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 2060-CONVERT-AMOUNT THRU 2060-EXIT.
           IF DVR-CNV-BAD
               PERFORM 2070-REJECT-CURRENCY THRU 2070-EXIT
               GO TO 2800-EXIT.
           MOVE CNV-BASE-AMOUNT TO DVR-ADJ-ABS.
           MOVE CNV-EXCH-RATE   TO DVR-EXCH-RATE.
           IF DVR-ADJ-NEG
               COMPUTE DVR-ADJ-SALES-S = ZERO - DVR-ADJ-ABS
           ELSE
               MOVE DVR-ADJ-ABS TO DVR-ADJ-SALES-S
           END-IF.
           PERFORM 2500-GET-YTD-MASTER THRU 2500-EXIT.
           MOVE ZERO TO DVR-TEAM-SALES-USED.
               MOVE +1 TO DVR-AUD-SIGN
           END-IF.
           MOVE ZERO TO DVR-SPLIT-ANCHOR.
           IF TXN-CASE-NUMBER NUMERIC
               MOVE TXN-CASE-NUMBER TO DVR-CASE-NUMBER
           ELSE
               MOVE ZERO TO DVR-CASE-NUMBER
           END-IF.
           CALL 'CWXTSUBC' USING TXN-EMP-TYPE,
                                 TXN-REP-NUMBER,
                                 DVR-PAY-PERIOD,
                                 DVR-ROLLUP-PART,
                                 DVR-AUD-TYPE,
                                 DVR-AUD-SIGN,
                                 DVR-SPLIT-ANCHOR,
                                 DVR-CASE-NUMBER,
                                 DVR-ORIG-AMOUNT,
                                 DVR-CURRENCY-CODE,
                                 DVR-EXCH-RATE.
           IF DVR-STATUS-INVALID-TYPE
               ADD 1 TO DVR-REJECT-COUNT
               DISPLAY 'CWXDSUBC - REJECTED REP ' TXN-REP-NUMBER
               ADD DVR-ADJ-DELTA TO RPT-ADJ-TOTAL
               ADD DVR-ADJ-DELTA TO RPT-GRAND-TOTAL
               MOVE 'N' TO DVR-HOLD-SW
               MOVE 'N' TO DVR-FLAG-HOLD-SW
               IF DVR-ADJ-DELTA < ZERO
                   COMPUTE DVR-HOLD-CHECK = ZERO - DVR-ADJ-DELTA
               ELSE
           MOVE DVR-YTD-COMM-PAID   TO OUT-YTD-COMM-PAID.
           MOVE TXN-TYPE-CODE       TO OUT-TYPE-CODE.
           MOVE DVR-ADJ-DELTA       TO OUT-ADJ-COMM.
           IF TXN-ADJ-RETRO
               MOVE 'R'             TO OUT-ADJ-SALES-SIGN
           ELSE
               IF DVR-ADJ-NEG
                   MOVE '-'         TO OUT-ADJ-SALES-SIGN
               ELSE
                   MOVE '+'         TO OUT-ADJ-SALES-SIGN
               END-IF
           END-IF.
           MOVE TXN-ORIG-PERIOD     TO OUT-ORIG-PERIOD.
           MOVE ZERO                TO OUT-DRAW-DELTA.
           WRITE DSUBC-OUT-RECORD.
           MOVE TXN-REP-NUMBER      TO RPT-ADJ-REP-NUMBER.
           MOVE TXN-EMP-TYPE        TO RPT-ADJ-EMP-TYPE.
           MOVE DVR-ADJ-SALES-S     TO RPT-ADJ-AMOUNT.
           MOVE DVR-TIER-SELECTED   TO RPT-ADJ-TIER.
           MOVE DVR-ADJ-DELTA       TO RPT-ADJ-DELTA.
           MOVE TXN-ORIG-PERIOD     TO RPT-ADJ-ORIG-PERIOD.
           IF DVR-STATUS-INVALID-TYPE
               MOVE 'REJECTED' TO RPT-ADJ-STATUS
           ELSE
               IF DVR-FLAG-HELD
                   MOVE 'FLAGGED'  TO RPT-ADJ-STATUS
               ELSE
                   IF DVR-HELD
                       MOVE 'HELD'     TO RPT-ADJ-STATUS
                   ELSE
                       MOVE 'ADJUST'   TO RPT-ADJ-STATUS
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-LINE FROM RPT-ADJ-DETAIL-LINE.
      *                     COMMISSION DELTA INTO THE YTD MASTER.  A   *
      *                     CLAWBACK LARGER THAN THE BALANCE ON HAND   *
      *                     FLOORS AT ZERO RATHER THAN WRAPPING THE    *
      *                     UNSIGNED MASTER FIELDS.  A RETROACTIVE     *
      *                     RATE ADJUSTMENT'S SALES DELTA IS NOT       *
      *                     SALES, SO ONLY ITS COMMISSION IS FOLDED    *
      *****************************************************************
       2850-UPDATE-YTD-FOR-ADJ.
           IF NOT TXN-ADJ-RETRO
               COMPUTE DVR-YTD-WORK-S = DVR-YTD-SALES + DVR-ADJ-SALES-S
               IF DVR-YTD-WORK-S < ZERO
                   MOVE ZERO TO DVR-YTD-WORK-S
               END-IF
               MOVE DVR-YTD-WORK-S TO DVR-YTD-SALES
           END-IF.
           COMPUTE DVR-YTD-WORK-S = DVR-YTD-COMM-PAID + DVR-ADJ-DELTA.
           IF DVR-YTD-WORK-S < ZERO
               MOVE ZERO TO DVR-YTD-WORK-S.
      *  2900-CHECK-HOLD-LIMIT  --  SET THE HELD SWITCH WHEN THE       *
      *                     AMOUNT IN DVR-HOLD-CHECK EXCEEDS THIS      *
      *                     EMP-TYPE'S HOLD THRESHOLD.  A TYPE WITH    *
      *                     NO LIMIT RECORD IS NEVER HELD ON AMOUNT.   *
      *                     AN ITEM WITHIN ITS LIMIT IS STILL HELD     *
      *                     WHEN THE ANOMALY SCREEN FLAGGED ITS REP    *
      *****************************************************************
       2900-CHECK-HOLD-LIMIT.
           IF TXN-EMP-TYPE EQUAL 'S'
           IF DVR-LIM-SET(DVR-LIM-SUB)
             AND DVR-HOLD-CHECK > DVR-LIM-THRESHOLD(DVR-LIM-SUB)
               SET DVR-HELD TO TRUE
               ADD 1 TO DVR-HELD-COUNT
               GO TO 2900-EXIT.
           MOVE TXN-REP-NUMBER TO DVR-FLAG-KEY.
           PERFORM 2920-FIND-FLAG THRU 2920-EXIT.
           IF DVR-FLAG-FOUND
               SET DVR-HELD TO TRUE
               SET DVR-FLAG-HELD TO TRUE
               ADD 1 TO DVR-HELD-COUNT
               ADD 1 TO DVR-FLAG-HELD-COUNT.
       2900-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2920-FIND-FLAG  --  LOOK DVR-FLAG-KEY UP IN THE FLAGGED-REP   *
      *                     TABLE                                      *
      *****************************************************************
       2920-FIND-FLAG.
           MOVE 'N' TO DVR-FLAG-FOUND-SW.
           PERFORM 2930-TEST-FLAG THRU 2930-EXIT
               VARYING DVR-FLAG-SUB FROM 1 BY 1
               UNTIL DVR-FLAG-SUB > DVR-FLAG-COUNT
                  OR DVR-FLAG-FOUND.
       2920-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2930-TEST-FLAG  --  TEST ONE FLAGGED-REP TABLE ENTRY          *
      *****************************************************************
       2930-TEST-FLAG.
           IF DVR-FLAG-REP(DVR-FLAG-SUB) EQUAL DVR-FLAG-KEY
               SET DVR-FLAG-FOUND TO TRUE.
       2930-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2950-WRITE-HOLD-REC  --  DIVERT THE CURRENT ITEM TO THE       *
      *                     SUSPENSE/HOLD FILE FOR SUPERVISOR          *
      *                     APPROVAL.  THE REP, PAY PERIOD, AND TIER   *
           SET HLD-STATUS-HELD     TO TRUE.
           MOVE ZERO               TO HLD-DECISION-DATE.
           MOVE SPACES             TO HLD-APPROVER.
           IF DVR-FLAG-HELD
               SET HLD-HOLD-FLAGGED    TO TRUE
           ELSE
               SET HLD-HOLD-OVER-LIMIT TO TRUE
           END-IF.
           IF TXN-TYPE-ADJUSTMENT
               SET HLD-EARN-ADJUSTMENT TO TRUE
               MOVE ZERO            TO HLD-COMM-TOTAL
           DISPLAY 'CWXDSUBC - REPS PROCESSED  : ' DVR-REP-COUNT.
           DISPLAY 'CWXDSUBC - REPS REJECTED   : ' DVR-REJECT-COUNT.
           DISPLAY 'CWXDSUBC - TERMED OF THOSE : ' DVR-TERMED-COUNT.
           DISPLAY 'CWXDSUBC - NO RATE OF THOSE: ' DVR-CNV-REJECT-COUNT.
           DISPLAY 'CWXDSUBC - ITEMS HELD      : ' DVR-HELD-COUNT.
           DISPLAY 'CWXDSUBC - HELD AS FLAGGED : ' DVR-FLAG-HELD-COUNT.
           DISPLAY 'CWXDSUBC - DRAW ITEMS      : ' DVR-DRAW-COUNT.
           DISPLAY 'CWXDSUBC - SPLIT SHARES    : ' DVR-SPLIT-COUNT.
           PERFORM 9100-PRINT-TIER-TOTALS THRU 9100-EXIT
