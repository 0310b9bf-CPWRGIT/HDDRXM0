       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXFSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  GENERAL LEDGER JOURNAL EXTRACT FOR HOLD DECISIONS AND         *
      *  QUARTERLY BONUSES.  CWXGSUBC ACCRUES THE FULL CHECKPOINT      *
      *  GRAND TOTAL, HELD ITEMS INCLUDED; THIS STEP POSTS WHAT        *
      *  HAPPENS TO THE MONEY AFTERWARDS:                              *
      *                                                                *
      *    - A HELD ITEM REJECTED IN CWXLSUBC IS NEVER PAID, SO ITS    *
      *      ACCRUAL IS REVERSED (FLAG R) AGAINST THE ORIGINAL         *
      *      PERIOD AND THE REP'S COST CENTER FROM THE MAP: A          *
      *      COMMISSION OR POSITIVE ADJUSTMENT DEBITS PAYABLE AND      *
      *      CREDITS EXPENSE, A HELD CLAWBACK THE OTHER WAY ROUND.     *
      *    - A RELEASED ITEM WAS ACCRUED WHEN IT WAS CALCULATED AND    *
      *      IS NOW SIMPLY PAID, SO IT POSTS NOTHING; IT IS COUNTED    *
      *      ON THE REPORT AS A MEMO.                                  *
      *    - A QUARTERLY BONUS FROM THE BONUS EXTRACT IS DEBITED TO    *
      *      BONUS EXPENSE BY COST CENTER AND CREDITED TO ACCRUED      *
      *      COMMISSIONS PAYABLE, AGAINST THE QUARTER-END PERIOD.      *
      *      ONLY BONUS RECORDS STAMPED WITH THE PARM PERIOD POST,     *
      *      SO AN OLD QUARTER'S EXTRACT IS NEVER BOOKED TWICE.        *
      *                                                                *
      *  THE BALANCING REPORT TIES THE REJECTED COUNT AND TOTAL TO     *
      *  THE CWXLSUBC RELEASE REPORT AND THE BONUS EXPENSE TO THE      *
      *  CWXPSUBC BONUS REGISTER TOTAL, KEYED ON THE CONTROL CARD      *
      *  FROM THOSE REPORTS.  ANY DIFFERENCE, OR A HOLD ITEM STILL     *
      *  PENDING, ENDS THE STEP WITH RETURN CODE 8 SO THE JOURNAL IS   *
      *  NEVER LOADED OFF AN UNPROVEN EXTRACT.                         *
      *                                                                *
      *  PARM IS THE PAY PERIOD (YYYYMM) WHOSE HOLD FILE IS BEING      *
      *  POSTED; IN A QUARTER-END MONTH IT IS ALSO THE BONUS PERIOD.   *
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
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT BONUS-EXTRACT-FILE ASSIGN TO BONEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT COST-CENTER-FILE ASSIGN TO CCMAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO GLCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-RPT-FILE      ASSIGN TO GLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUN-PAY-PERIOD.
      ***
      ***
      ***
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCHLD.
       FD  BONUS-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCPAY.
       FD  COST-CENTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCCCM.
      *
      *    CONTROL CARD -- THE FIGURES THE POSTINGS MUST TIE TO, KEYED
      *    FROM THE CWXLSUBC RELEASE REPORT (ITEMS REJECTED, REJECTED
      *    TOTAL) AND THE CWXPSUBC BONUS REGISTER (BONUS TOTAL).  WHEN
      *    CWXLSUBC WAS RUN MORE THAN ONCE FOR THE PERIOD, KEY THE SUM
      *    OF ITS RUNS.  KEY ZERO BONUS TOTAL OUTSIDE A QUARTER END.
      *
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-CARD-RECORD.
           05  CTL-REJECTED-COUNT      PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CTL-REJECTED-TOTAL      PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CTL-BONUS-TOTAL         PIC 9(09)V99.
           05  FILLER                  PIC X(48).
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCGLJ.
       FD  GL-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                PIC X(133).
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRUN.
      ***
      ***
      ***
       WORKING-STORAGE SECTION.
       77  GLR-HLD-EOF-SW          PIC X(01)   VALUE 'N'.
           88  GLR-HLD-EOF                     VALUE 'Y'.
       77  GLR-BON-EOF-SW          PIC X(01)   VALUE 'N'.
           88  GLR-BON-EOF                     VALUE 'Y'.
       77  GLR-CCM-EOF-SW          PIC X(01)   VALUE 'N'.
           88  GLR-CCM-EOF                     VALUE 'Y'.
       77  GLR-CTL-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  GLR-CTL-FOUND                   VALUE 'Y'.
       77  GLR-MISMATCH-SW         PIC X(01)   VALUE 'N'.
           88  GLR-OUT-OF-BALANCE              VALUE 'Y'.
       77  GLR-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  GLR-RUN-FOUND                   VALUE 'Y'.
       77  GLR-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  GLR-CURRENT-REP         PIC 9(06)   VALUE ZERO.
       77  GLR-HLD-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-HLD-OTHER-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-PENDING-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-RELEASED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-REJECTED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-BON-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-BON-POSTED-COUNT    PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-BON-OTHER-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-JRNL-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  GLR-UNMAPPED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      GL ACCOUNT CONSTANTS.  EXPENSE, PAYABLE, AND THE
      ***      UNASSIGNED COST CENTER ARE THE SAME AS CWXGSUBC SO A
      ***      REVERSAL LANDS ON THE ACCOUNTS THE ACCRUAL WENT TO;
      ***      BONUSES CARRY THEIR OWN EXPENSE ACCOUNT.
      ***
       77  GLR-EXPENSE-ACCT        PIC X(08)   VALUE '61100000'.
       77  GLR-BONUS-EXP-ACCT      PIC X(08)   VALUE '61150000'.
       77  GLR-PAYABLE-ACCT        PIC X(08)   VALUE '21500000'.
       77  GLR-SOURCE-CODE         PIC X(08)   VALUE 'COMMSN'.
       77  GLR-UNASSIGNED-CC       PIC X(08)   VALUE 'UNASSIGN'.
      ***
      ***      POSTING AND CONTROL TOTALS
      ***
       77  GLR-ITEM-AMOUNT         PIC S9(09)V99 COMP-3.
       77  GLR-ITEM-ABS            PIC 9(09)V99 COMP-3.
       77  GLR-ORIG-PERIOD         PIC 9(06).
       77  GLR-RELEASED-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  GLR-REJECTED-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  GLR-BONUS-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  GLR-CREDIT-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
      ***
      ***      COST-CENTER MAP AND BONUS ACCUMULATION TABLES
      ***
       77  GLR-MAP-COUNT           PIC 9(03)   COMP-3 VALUE ZERO.
       77  GLR-MAP-SUB             PIC 9(03)   COMP.
       77  GLR-MAP-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
       01  GLR-MAP-TABLE.
           05  GLR-MAP-ENTRY OCCURS 500 TIMES.
               10  GLR-MAP-REP         PIC 9(06).
               10  GLR-MAP-CC          PIC X(08).
       77  GLR-CC-COUNT            PIC 9(03)   COMP-3 VALUE ZERO.
       77  GLR-CC-SUB              PIC 9(03)   COMP.
       77  GLR-CC-FOUND-SUB        PIC 9(03)   COMP VALUE ZERO.
       77  GLR-CC-ARG              PIC X(08)   VALUE SPACES.
       01  GLR-CC-TABLE.
           05  GLR-CC-ENTRY OCCURS 100 TIMES.
               10  GLR-CC-CODE         PIC X(08).
               10  GLR-CC-AMOUNT       PIC S9(09)V99 COMP-3.
      ***
      ***      JOURNAL REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - GL HOLD AND BONUS JOURNAL'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
       01  RPT-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10)   VALUE 'COST CTR'.
           05  FILLER              PIC X(05)   VALUE 'DRCR'.
           05  FILLER              PIC X(16)   VALUE 'AMOUNT'.
           05  FILLER              PIC X(08)   VALUE 'PERIOD'.
           05  FILLER              PIC X(05)   VALUE 'REV'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-ACCOUNT     PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-CC          PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-DRCR        PIC X(02).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-PERIOD      PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-REV         PIC X(01).
           05  FILLER              PIC X(04)   VALUE SPACE.
           05  RPT-DTL-REP         PIC X(06).
       01  RPT-PENDING-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(16)   VALUE 'STILL PENDING - '.
           05  RPT-PND-REP         PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-PND-EARN-TYPE   PIC X(01).
           05  FILLER              PIC X(30)   VALUE
               '  -- SUSPENSE NOT CLEAR'.
       01  RPT-UNMAPPED-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(16)   VALUE 'NO COST CENTER -'.
           05  RPT-UNM-REP         PIC 9(06).
           05  FILLER              PIC X(26)   VALUE
               '  POSTED TO UNASSIGN'.
       01  RPT-CTL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CTL-LABEL       PIC X(28).
           05  RPT-CTL-THIS        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-CTL-CARD        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-CTL-STATUS      PIC X(14).
       01  RPT-CTLC-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CTLC-LABEL      PIC X(28).
           05  FILLER              PIC X(07)   VALUE SPACE.
           05  RPT-CTLC-THIS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09)   VALUE SPACE.
           05  RPT-CTLC-CARD       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-CTLC-STATUS     PIC X(14).
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
       01  GLR-PARM.
           05  GLR-PARM-LEN         PIC S9(4) COMP.
           05  GLR-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING GLR-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-POST-HOLD-REC THRU 2000-EXIT
               UNTIL GLR-HLD-EOF.
           PERFORM 4000-POST-BONUS-REC THRU 4000-EXIT
               UNTIL GLR-BON-EOF.
           PERFORM 5000-WRITE-BONUS-ENTRIES THRU 5000-EXIT.
           PERFORM 6000-PROVE-CONTROL-TOTALS THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF GLR-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  TABLE THE COST-CENTER MAP, READ THE      *
      *                       CONTROL CARD, OPEN FILES, PRINT THE      *
      *                       HEADINGS, AND PRIME THE READS            *
      *****************************************************************
       1000-INITIALIZE.
           MOVE GLR-PARM-PERIOD TO GLR-PAY-PERIOD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
      *        BUCKET 1 IS RESERVED FOR THE UNASSIGNED COST CENTER SO
      *        THE FULL-TABLE FALLBACK IN 4200 ALWAYS HAS SOMEWHERE
      *        TO POST.
           MOVE 1 TO GLR-CC-COUNT.
           MOVE GLR-UNASSIGNED-CC TO GLR-CC-CODE(1).
           MOVE ZERO              TO GLR-CC-AMOUNT(1).
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 1100-LOAD-CCM-REC THRU 1100-EXIT
               UNTIL GLR-CCM-EOF.
           CLOSE COST-CENTER-FILE.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET GLR-CTL-FOUND TO TRUE.
           CLOSE CONTROL-CARD-FILE.
           OPEN INPUT  HOLD-FILE.
           OPEN INPUT  BONUS-EXTRACT-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           OPEN OUTPUT GL-RPT-FILE.
           MOVE GLR-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-HDG-2.
           PERFORM 2100-READ-HOLD-REC THRU 2100-EXIT.
           PERFORM 4100-READ-BONUS-REC THRU 4100-EXIT.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-LOAD-CCM-REC  --  TABLE ONE REP-TO-COST-CENTER MAPPING.  *
      *                     RECORDS PAST THE TABLE LIMIT ARE DROPPED   *
      *                     WITH A CONSOLE WARNING; THOSE REPS THEN    *
      *                     POST TO THE UNASSIGNED COST CENTER         *
      *****************************************************************
       1100-LOAD-CCM-REC.
           READ COST-CENTER-FILE
               AT END
                   SET GLR-CCM-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF GLR-MAP-COUNT NOT LESS THAN 500
               DISPLAY 'CWXFSUBC - MAP TABLE FULL - DROPPED '
                       CCM-REP-NUMBER
               GO TO 1100-EXIT.
           ADD 1 TO GLR-MAP-COUNT.
           MOVE GLR-MAP-COUNT TO GLR-MAP-SUB.
           MOVE CCM-REP-NUMBER  TO GLR-MAP-REP(GLR-MAP-SUB).
           MOVE CCM-COST-CENTER TO GLR-MAP-CC(GLR-MAP-SUB).
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PARM PERIOD MUST BE AT        *
      *                     LEAST BALANCED -- CWXGSUBC HAS BOOKED THE  *
      *                     ACCRUAL BEING REVERSED AND THE HOLD FILE   *
      *                     HAS BEEN THROUGH CWXLSUBC                  *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO GLR-RUN-FOUND-SW.
           MOVE GLR-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GLR-RUN-FOUND TO TRUE.
           IF NOT GLR-RUN-FOUND
               DISPLAY 'CWXFSUBC - PERIOD ' GLR-PAY-PERIOD
                       ' NOT ON RUN-CONTROL FILE - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF NOT RUN-BALANCED-OR-LATER
               DISPLAY 'CWXFSUBC - PERIOD ' GLR-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - NOT BALANCED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           CLOSE RUN-CONTROL-FILE.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-POST-HOLD-REC  --  FOLD ONE DECIDED HOLD RECORD INTO THE *
      *                     JOURNAL.  A REJECTED ITEM POSTS ITS        *
      *                     REVERSING PAIR; A RELEASED ITEM IS         *
      *                     COUNTED ONLY; AN ITEM STILL HELD IS        *
      *                     LISTED AND MAKES THE EXTRACT UNPROVEN      *
      *****************************************************************
       2000-POST-HOLD-REC.
           ADD 1 TO GLR-HLD-READ-COUNT.
           IF HLD-PAY-PERIOD NOT EQUAL GLR-PAY-PERIOD
               ADD 1 TO GLR-HLD-OTHER-COUNT
               GO TO 2000-NEXT.
           IF HLD-EARN-ADJUSTMENT
               MOVE HLD-ADJ-AMOUNT  TO GLR-ITEM-AMOUNT
           ELSE
               MOVE HLD-COMM-TOTAL  TO GLR-ITEM-AMOUNT
           END-IF.
           IF HLD-STATUS-HELD
               ADD 1 TO GLR-PENDING-COUNT
               SET GLR-OUT-OF-BALANCE TO TRUE
               MOVE HLD-REP-NUMBER TO RPT-PND-REP
               MOVE HLD-EARN-TYPE  TO RPT-PND-EARN-TYPE
               WRITE RPT-LINE FROM RPT-PENDING-LINE
               GO TO 2000-NEXT.
           IF HLD-STATUS-RELEASED
               ADD 1 TO GLR-RELEASED-COUNT
               ADD GLR-ITEM-AMOUNT TO GLR-RELEASED-TOTAL
               GO TO 2000-NEXT.
           IF HLD-STATUS-REJECTED
               ADD 1 TO GLR-REJECTED-COUNT
               ADD GLR-ITEM-AMOUNT TO GLR-REJECTED-TOTAL
               PERFORM 2300-POST-REJECTION THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-HOLD-REC THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-HOLD-REC  --  READ THE NEXT UPDATED HOLD RECORD     *
      *****************************************************************
       2100-READ-HOLD-REC.
           READ HOLD-FILE
               AT END
                   SET GLR-HLD-EOF TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-POST-REJECTION  --  WRITE THE BALANCED REVERSING PAIR    *
      *                     FOR ONE REJECTED ITEM AGAINST ITS ORIGINAL *
      *                     PERIOD (THE ADJUSTMENT'S ORIGINAL PERIOD,  *
      *                     OR THE PERIOD A COMMISSION WAS HELD FROM). *
      *                     AN ACCRUED CHARGE IS UNWOUND BY DEBITING   *
      *                     PAYABLE AND CREDITING EXPENSE; A HELD      *
      *                     CLAWBACK BY DEBITING EXPENSE AND           *
      *                     CREDITING PAYABLE                          *
      *****************************************************************
       2300-POST-REJECTION.
           IF GLR-ITEM-AMOUNT EQUAL ZERO
               GO TO 2300-EXIT.
           MOVE HLD-REP-NUMBER TO GLR-CURRENT-REP.
           PERFORM 2400-FIND-COST-CENTER THRU 2400-EXIT.
           IF HLD-EARN-ADJUSTMENT AND HLD-ORIG-PERIOD > ZERO
               MOVE HLD-ORIG-PERIOD TO GLR-ORIG-PERIOD
           ELSE
               MOVE HLD-PAY-PERIOD  TO GLR-ORIG-PERIOD
           END-IF.
           IF GLR-ITEM-AMOUNT < ZERO
               COMPUTE GLR-ITEM-ABS = ZERO - GLR-ITEM-AMOUNT
           ELSE
               MOVE GLR-ITEM-AMOUNT TO GLR-ITEM-ABS
           END-IF.
           MOVE GLR-ITEM-ABS     TO GLJ-AMOUNT.
           MOVE GLR-ORIG-PERIOD  TO GLJ-PERIOD.
           MOVE 'R'              TO GLJ-REVERSAL-FLAG.
           IF GLR-ITEM-AMOUNT > ZERO
               MOVE GLR-PAYABLE-ACCT TO GLJ-ACCOUNT
               MOVE SPACES           TO GLJ-COST-CENTER
               MOVE 'DR'             TO GLJ-DR-CR
               PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT
               MOVE GLR-EXPENSE-ACCT TO GLJ-ACCOUNT
               MOVE GLR-CC-ARG       TO GLJ-COST-CENTER
               MOVE 'CR'             TO GLJ-DR-CR
               PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT
           ELSE
               MOVE GLR-EXPENSE-ACCT TO GLJ-ACCOUNT
               MOVE GLR-CC-ARG       TO GLJ-COST-CENTER
               MOVE 'DR'             TO GLJ-DR-CR
               PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT
               MOVE GLR-PAYABLE-ACCT TO GLJ-ACCOUNT
               MOVE SPACES           TO GLJ-COST-CENTER
               MOVE 'CR'             TO GLJ-DR-CR
               PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2400-FIND-COST-CENTER  --  LOOK GLR-CURRENT-REP UP IN THE     *
      *                     MAP.  LEAVES THE COST CENTER IN            *
      *                     GLR-CC-ARG, FALLING BACK TO UNASSIGNED     *
      *                     WITH A REPORT LINE WHEN THE REP HAS NO     *
      *                     MAPPING                                    *
      *****************************************************************
       2400-FIND-COST-CENTER.
           MOVE ZERO TO GLR-MAP-FOUND-SUB.
           PERFORM 2450-MATCH-MAP-REC THRU 2450-EXIT
               VARYING GLR-MAP-SUB FROM 1 BY 1
               UNTIL GLR-MAP-SUB > GLR-MAP-COUNT
                  OR GLR-MAP-FOUND-SUB > ZERO.
           IF GLR-MAP-FOUND-SUB > ZERO
               MOVE GLR-MAP-CC(GLR-MAP-FOUND-SUB) TO GLR-CC-ARG
           ELSE
               MOVE GLR-UNASSIGNED-CC TO GLR-CC-ARG
               ADD 1 TO GLR-UNMAPPED-COUNT
               MOVE GLR-CURRENT-REP TO RPT-UNM-REP
               WRITE RPT-LINE FROM RPT-UNMAPPED-LINE
           END-IF.
       2400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2450-MATCH-MAP-REC  --  TEST ONE MAP TABLE ENTRY              *
      *****************************************************************
       2450-MATCH-MAP-REC.
           IF GLR-MAP-REP(GLR-MAP-SUB) EQUAL GLR-CURRENT-REP
               MOVE GLR-MAP-SUB TO GLR-MAP-FOUND-SUB.
       2450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-WRITE-JOURNAL-REC  --  WRITE ONE JOURNAL RECORD AND      *
      *                     PRINT ITS REPORT LINE.  THE CALLER HAS     *
      *                     FILLED THE ACCOUNT, COST CENTER, SIDE,     *
      *                     AMOUNT, PERIOD, AND REVERSAL FLAG.  THE    *
      *                     REP PRINTS ON REVERSALS ONLY; THE BONUS    *
      *                     ENTRIES ARE COST-CENTER TOTALS             *
      *****************************************************************
       3000-WRITE-JOURNAL-REC.
           MOVE GLR-SOURCE-CODE TO GLJ-SOURCE.
           WRITE DSUBC-GLJ-RECORD.
           ADD 1 TO GLR-JRNL-COUNT.
           MOVE GLJ-ACCOUNT      TO RPT-DTL-ACCOUNT.
           MOVE GLJ-COST-CENTER  TO RPT-DTL-CC.
           MOVE GLJ-DR-CR        TO RPT-DTL-DRCR.
           MOVE GLJ-AMOUNT       TO RPT-DTL-AMOUNT.
           MOVE GLJ-PERIOD       TO RPT-DTL-PERIOD.
           MOVE GLJ-REVERSAL-FLAG TO RPT-DTL-REV.
           IF GLJ-REVERSING
               MOVE GLR-CURRENT-REP TO RPT-DTL-REP
           ELSE
               MOVE SPACES          TO RPT-DTL-REP
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-POST-BONUS-REC  --  ACCUMULATE ONE BONUS EXTRACT RECORD  *
      *                     INTO ITS REP'S COST-CENTER BUCKET.  ONLY   *
      *                     BONUS EARNINGS STAMPED WITH THE PARM       *
      *                     PERIOD POST                                *
      *****************************************************************
       4000-POST-BONUS-REC.
           ADD 1 TO GLR-BON-READ-COUNT.
           IF NOT PAY-EARN-BONUS
             OR PAY-PAY-PERIOD NOT EQUAL GLR-PAY-PERIOD
               ADD 1 TO GLR-BON-OTHER-COUNT
               GO TO 4000-NEXT.
           ADD 1 TO GLR-BON-POSTED-COUNT.
           MOVE PAY-REP-NUMBER TO GLR-CURRENT-REP.
           PERFORM 2400-FIND-COST-CENTER THRU 2400-EXIT.
           PERFORM 4200-ACCUM-COST-CENTER THRU 4200-EXIT.
       4000-NEXT.
           PERFORM 4100-READ-BONUS-REC THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4100-READ-BONUS-REC  --  READ THE NEXT BONUS EXTRACT RECORD   *
      *****************************************************************
       4100-READ-BONUS-REC.
           READ BONUS-EXTRACT-FILE
               AT END
                   SET GLR-BON-EOF TO TRUE.
       4100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4200-ACCUM-COST-CENTER  --  ADD THE BONUS INTO ITS COST       *
      *                     CENTER'S BUCKET, OPENING A NEW BUCKET FOR  *
      *                     A COST CENTER NOT YET SEEN                 *
      *****************************************************************
       4200-ACCUM-COST-CENTER.
           PERFORM 4500-FIND-CC-BUCKET THRU 4500-EXIT.
           IF GLR-CC-FOUND-SUB EQUAL ZERO
               IF GLR-CC-COUNT NOT LESS THAN 100
                   DISPLAY 'CWXFSUBC - CC TABLE FULL - POSTED TO '
                           GLR-UNASSIGNED-CC
                   MOVE GLR-UNASSIGNED-CC TO GLR-CC-ARG
                   PERFORM 4500-FIND-CC-BUCKET THRU 4500-EXIT
               END-IF
           END-IF.
           IF GLR-CC-FOUND-SUB EQUAL ZERO
               ADD 1 TO GLR-CC-COUNT
               MOVE GLR-CC-COUNT TO GLR-CC-SUB
               MOVE GLR-CC-ARG   TO GLR-CC-CODE(GLR-CC-SUB)
               MOVE ZERO         TO GLR-CC-AMOUNT(GLR-CC-SUB)
               MOVE GLR-CC-SUB   TO GLR-CC-FOUND-SUB
           END-IF.
           ADD PAY-COMM-TOTAL TO GLR-CC-AMOUNT(GLR-CC-FOUND-SUB).
           ADD PAY-COMM-TOTAL TO GLR-BONUS-TOTAL.
       4200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4500-FIND-CC-BUCKET  --  LOOK THE COST CENTER IN GLR-CC-ARG   *
      *                     UP IN THE ACCUMULATION TABLE.  RETURNS     *
      *                     ITS SUBSCRIPT, OR ZERO WHEN NOT TABLED     *
      *****************************************************************
       4500-FIND-CC-BUCKET.
           MOVE ZERO TO GLR-CC-FOUND-SUB.
           PERFORM 4550-MATCH-CC-BUCKET THRU 4550-EXIT
               VARYING GLR-CC-SUB FROM 1 BY 1
               UNTIL GLR-CC-SUB > GLR-CC-COUNT
                  OR GLR-CC-FOUND-SUB > ZERO.
       4500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4550-MATCH-CC-BUCKET  --  TEST ONE ACCUMULATION TABLE ENTRY   *
      *****************************************************************
       4550-MATCH-CC-BUCKET.
           IF GLR-CC-CODE(GLR-CC-SUB) EQUAL GLR-CC-ARG
               MOVE GLR-CC-SUB TO GLR-CC-FOUND-SUB.
       4550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-WRITE-BONUS-ENTRIES  --  WRITE THE BONUS ENTRY: ONE      *
      *                     BONUS EXPENSE DEBIT PER COST CENTER AND    *
      *                     ONE PAYABLE CREDIT FOR THE BONUS TOTAL     *
      *****************************************************************
       5000-WRITE-BONUS-ENTRIES.
           MOVE ZERO TO GLR-CREDIT-TOTAL.
           PERFORM 5100-WRITE-CC-DEBIT THRU 5100-EXIT
               VARYING GLR-CC-SUB FROM 1 BY 1
               UNTIL GLR-CC-SUB > GLR-CC-COUNT.
           IF GLR-CREDIT-TOTAL NOT EQUAL ZERO
               MOVE GLR-PAYABLE-ACCT TO GLJ-ACCOUNT
               MOVE SPACES           TO GLJ-COST-CENTER
               MOVE 'CR'             TO GLJ-DR-CR
               MOVE GLR-CREDIT-TOTAL TO GLJ-AMOUNT
               MOVE GLR-PAY-PERIOD   TO GLJ-PERIOD
               MOVE SPACE            TO GLJ-REVERSAL-FLAG
               PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5100-WRITE-CC-DEBIT  --  WRITE ONE COST CENTER'S BONUS        *
      *                     EXPENSE DEBIT                              *
      *****************************************************************
       5100-WRITE-CC-DEBIT.
           IF GLR-CC-AMOUNT(GLR-CC-SUB) EQUAL ZERO
               GO TO 5100-EXIT.
           MOVE GLR-BONUS-EXP-ACCT TO GLJ-ACCOUNT.
           MOVE GLR-CC-CODE(GLR-CC-SUB) TO GLJ-COST-CENTER.
           MOVE 'DR'             TO GLJ-DR-CR.
           MOVE GLR-CC-AMOUNT(GLR-CC-SUB) TO GLJ-AMOUNT.
           MOVE GLR-PAY-PERIOD   TO GLJ-PERIOD.
           MOVE SPACE            TO GLJ-REVERSAL-FLAG.
           PERFORM 3000-WRITE-JOURNAL-REC THRU 3000-EXIT.
           ADD GLR-CC-AMOUNT(GLR-CC-SUB) TO GLR-CREDIT-TOTAL.
       5100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6000-PROVE-CONTROL-TOTALS  --  TIE THE REJECTED REVERSALS TO  *
      *                     THE CWXLSUBC FIGURES AND THE BONUS EXPENSE *
      *                     TO THE CWXPSUBC REGISTER TOTAL FROM THE    *
      *                     CONTROL CARD.  A MISSING CARD OR ANY       *
      *                     DIFFERENCE IS AN OUT-OF-BALANCE EXTRACT    *
      *****************************************************************
       6000-PROVE-CONTROL-TOTALS.
           IF NOT GLR-CTL-FOUND
               SET GLR-OUT-OF-BALANCE TO TRUE
               MOVE ' NO CONTROL CARD - CANNOT PROVE JOURNAL'
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 6000-EXIT.
           MOVE 'REJECTED ITEMS VS CWXLSUBC' TO RPT-CTLC-LABEL.
           MOVE GLR-REJECTED-COUNT          TO RPT-CTLC-THIS.
           MOVE CTL-REJECTED-COUNT          TO RPT-CTLC-CARD.
           IF GLR-REJECTED-COUNT EQUAL CTL-REJECTED-COUNT
               MOVE 'IN BALANCE'     TO RPT-CTLC-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-CTLC-STATUS
               SET GLR-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE RPT-LINE FROM RPT-CTLC-LINE.
           MOVE 'REJECTED TOTAL VS CWXLSUBC' TO RPT-CTL-LABEL.
           MOVE GLR-REJECTED-TOTAL          TO RPT-CTL-THIS.
           MOVE CTL-REJECTED-TOTAL          TO RPT-CTL-CARD.
           IF GLR-REJECTED-TOTAL EQUAL CTL-REJECTED-TOTAL
               MOVE 'IN BALANCE'     TO RPT-CTL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-CTL-STATUS
               SET GLR-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE RPT-LINE FROM RPT-CTL-LINE.
           MOVE 'BONUS EXPENSE VS CWXPSUBC'  TO RPT-CTL-LABEL.
           MOVE GLR-BONUS-TOTAL             TO RPT-CTL-THIS.
           MOVE CTL-BONUS-TOTAL             TO RPT-CTL-CARD.
           IF GLR-BONUS-TOTAL EQUAL CTL-BONUS-TOTAL
               MOVE 'IN BALANCE'     TO RPT-CTL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-CTL-STATUS
               SET GLR-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE RPT-LINE FROM RPT-CTL-LINE.
       6000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  PRINT THE RUN COUNTS AND CLOSE FILES      *
      *****************************************************************
       9000-TERMINATE.
           MOVE 'HOLD RECORDS READ'     TO RPT-CNT-LABEL.
           MOVE GLR-HLD-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'HOLD - OTHER PERIOD'   TO RPT-CNT-LABEL.
           MOVE GLR-HLD-OTHER-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ITEMS REJECTED'        TO RPT-CNT-LABEL.
           MOVE GLR-REJECTED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ITEMS RELEASED (MEMO)' TO RPT-CNT-LABEL.
           MOVE GLR-RELEASED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ITEMS STILL PENDING'   TO RPT-CNT-LABEL.
           MOVE GLR-PENDING-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BONUS RECORDS READ'    TO RPT-CNT-LABEL.
           MOVE GLR-BON-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BONUS RECORDS POSTED'  TO RPT-CNT-LABEL.
           MOVE GLR-BON-POSTED-COUNT    TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BONUS - OTHER PERIOD'  TO RPT-CNT-LABEL.
           MOVE GLR-BON-OTHER-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'JOURNAL RECORDS'       TO RPT-CNT-LABEL.
           MOVE GLR-JRNL-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS WITHOUT MAPPING'  TO RPT-CNT-LABEL.
           MOVE GLR-UNMAPPED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RELEASED TOTAL (MEMO)' TO RPT-TOT-LABEL.
           MOVE GLR-RELEASED-TOTAL      TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY 'CWXFSUBC - JOURNAL RECORDS : ' GLR-JRNL-COUNT.
           DISPLAY 'CWXFSUBC - ITEMS REJECTED  : ' GLR-REJECTED-COUNT.
           DISPLAY 'CWXFSUBC - BONUSES POSTED  : ' GLR-BON-POSTED-COUNT.
           DISPLAY 'CWXFSUBC - ITEMS PENDING   : ' GLR-PENDING-COUNT.
           CLOSE HOLD-FILE.
           CLOSE BONUS-EXTRACT-FILE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE GL-RPT-FILE.
       9000-EXIT.
           EXIT.
