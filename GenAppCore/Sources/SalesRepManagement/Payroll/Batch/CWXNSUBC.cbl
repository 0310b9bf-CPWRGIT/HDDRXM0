       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXNSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  FINAL DRAW SETTLEMENT FOR TERMINATED REPS.  CWXDSUBC ONLY     *
      *  RECOVERS A DRAW OUT OF FUTURE COMMISSION, AND ONCE A REP IS   *
      *  TERMINATED IT NEVER TOUCHES THE REP'S DRAW RECORD AGAIN.      *
      *  THIS STEP SETTLES EVERY DRAW MASTER RECORD STILL CARRYING A   *
      *  BALANCE FOR A REP TERMINATED IN OR BEFORE THE PAY PERIOD,     *
      *  UNDER THE SETTLEMENT POLICY FOR THE REP'S EMP-TYPE (SEE       *
      *  DSUBCDSP):                                                    *
      *                                                                *
      *    - RECOVER (R) -- THE BALANCE IS TAKEN BACK OUT OF THE       *
      *      REP'S FINAL EARNINGS -- THE SIGNED NET OF THE PERIOD'S    *
      *      PAYROLL EXTRACT AND HOLD RELEASE EXTRACT TOGETHER -- AS   *
      *      A NEGATIVE DRAW ENTRY (EARN TYPE D) ON THE SETTLEMENT     *
      *      EXTRACT (SETEXTR), WHICH CWXXSUBC TRANSMITS WITH THE      *
      *      PERIOD'S OTHER EARNINGS.  THE RECOVERY NEVER EXCEEDS THE  *
      *      FINAL EARNINGS; ANY PART THEY CANNOT COVER IS WRITTEN     *
      *      OFF.  THE JOURNAL DEBITS ACCRUED COMMISSIONS PAYABLE AND  *
      *      CREDITS COMMISSION EXPENSE FOR THE AMOUNT RECOVERED.      *
      *    - WRITE OFF (W) -- THE WHOLE BALANCE IS WRITTEN OFF.  THE   *
      *      DRAW TOP-UPS WERE EXPENSED AS COMMISSION WHEN PAID, SO    *
      *      THE JOURNAL DEBITS DRAW WRITE-OFF AND CREDITS COMMISSION  *
      *      EXPENSE, BOTH ON THE REP'S COST CENTER.                   *
      *                                                                *
      *  EACH SETTLED DRAW RECORD HAS ITS BALANCES AND GUARANTEE       *
      *  ZEROED AND IS STAMPED WITH THE SETTLEMENT PERIOD, METHOD,     *
      *  AND AMOUNTS, SO A RERUN FINDS NOTHING LEFT TO SETTLE.  A REP  *
      *  WHOSE EMP-TYPE HAS NO POLICY, OR WHOSE EMP-TYPE CANNOT BE     *
      *  FOUND ON THE EXTRACTS, THE AUDIT FILE, OR THE SALES-REP       *
      *  MASTER, IS LEFT UNTOUCHED AND REPORTED AS STILL OPEN (RETURN  *
      *  CODE 4).                                                      *
      *                                                                *
      *  RUN AFTER THE PERIOD IS BALANCED (SO NO BACKOUT CAN FOLLOW)   *
      *  AND BEFORE THE PAYROLL TRANSMISSION.                          *
      *                                                                *
      *  PARM IS THE PAY PERIOD (YYYYMM).                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  OCT 2026  DPF  ORIGINAL PROGRAM.                              *
      *  OCT 2026  DPF  EMP-TYPE FALLS BACK TO REP-EMP-TYPE ON THE     *
      *                 MASTER.  RELEASED HOLDS (RELEXTR) COUNT IN THE *
      *                 FINAL EARNINGS THAT CAP A RECOVERY.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAW-MASTER-FILE ASSIGN TO DRAWMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DRW-REP-NUMBER.
           SELECT REP-MASTER-FILE  ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS REP-REP-NUMBER.
           SELECT POLICY-FILE      ASSIGN TO DRWPOL
               ORGANIZATION IS SEQUENTIAL.
           SELECT COST-CENTER-FILE ASSIGN TO CCMAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE       ASSIGN TO COMAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT REL-EXTRACT-FILE ASSIGN TO RELEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-EXTRACT-FILE ASSIGN TO SETEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-RPT-FILE  ASSIGN TO DSTRPT
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
       FD  DRAW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDRW.
       FD  REP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCREP.
       FD  POLICY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDSP.
       FD  COST-CENTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCCCM.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCAUD.
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-EXTRACT-RECORD      PIC X(80).
       FD  REL-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REL-EXTRACT-RECORD      PIC X(80).
       FD  SETTLE-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-EXTRACT-RECORD   PIC X(80).
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCGLJ.
       FD  SETTLE-RPT-FILE
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
       77  DST-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  DST-TERM-PERIOD         PIC 9(06)   VALUE ZERO.
       77  DST-CURRENT-REP         PIC 9(06)   VALUE ZERO.
       77  DST-EMP-TYPE-ARG        PIC X(01)   VALUE SPACE.
       77  DST-EOF-SW              PIC X(01)   VALUE 'N'.
           88  DST-END-OF-FILE                 VALUE 'Y'.
       77  DST-POL-EOF-SW          PIC X(01)   VALUE 'N'.
           88  DST-POL-EOF                     VALUE 'Y'.
       77  DST-CCM-EOF-SW          PIC X(01)   VALUE 'N'.
           88  DST-CCM-EOF                     VALUE 'Y'.
       77  DST-REP-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  DST-REP-FOUND                   VALUE 'Y'.
       77  DST-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  DST-RUN-FOUND                   VALUE 'Y'.
       77  DST-DRW-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  DST-SETTLED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  DST-OPEN-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  DST-UNMAPPED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  DST-JRNL-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  DST-EXTR-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      GL ACCOUNT CONSTANTS.  EXPENSE AND PAYABLE ARE THE
      ***      ACCOUNTS THE DRAW TOP-UPS WERE ACCRUED TO BY CWXGSUBC;
      ***      A WRITE-OFF IS RECLASSED TO DRAW WRITE-OFF.
      ***
       77  DST-EXPENSE-ACCT        PIC X(08)   VALUE '61100000'.
       77  DST-WRITE-OFF-ACCT      PIC X(08)   VALUE '61300000'.
       77  DST-PAYABLE-ACCT        PIC X(08)   VALUE '21500000'.
       77  DST-SOURCE-CODE         PIC X(08)   VALUE 'COMMSN'.
       77  DST-UNASSIGNED-CC       PIC X(08)   VALUE 'UNASSIGN'.
       77  DST-CC-ARG              PIC X(08)   VALUE SPACES.
      ***
      ***      SETTLEMENT AMOUNTS AND RUN TOTALS
      ***
       77  DST-RECOVER-AMT         PIC 9(07)V99 COMP-3.
       77  DST-WRITE-OFF-AMT       PIC 9(07)V99 COMP-3.
       77  DST-RECOVER-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  DST-WRITE-OFF-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  DST-OPEN-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
      ***
      ***      SETTLEMENT POLICY TABLE.  SLOTS 1/2/3 ARE EMP-TYPES
      ***      S/M/T, THE SAME CONVENTION AS THE HOLD LIMIT TABLE IN
      ***      CWXDSUBC.  A TYPE WITH NO POLICY IS NEVER SETTLED.
      ***
       77  DST-POL-SUB             PIC 9(01).
       01  DST-POLICY-TABLE.
           05  DST-POL-ENTRY OCCURS 3 TIMES.
               10  DST-POL-CODE        PIC X(01).
                   88  DST-POL-RECOVER         VALUE 'R'.
                   88  DST-POL-WRITE-OFF       VALUE 'W'.
      ***
      ***      REP-TO-COST-CENTER MAP
      ***
       77  DST-MAP-COUNT           PIC 9(03)   COMP-3 VALUE ZERO.
       77  DST-MAP-SUB             PIC 9(03)   COMP.
       77  DST-MAP-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
       01  DST-MAP-TABLE.
           05  DST-MAP-ENTRY OCCURS 500 TIMES.
               10  DST-MAP-REP         PIC 9(06).
               10  DST-MAP-CC          PIC X(08).
      ***
      ***      SETTLEMENT CANDIDATE TABLE -- ONE ENTRY PER DRAW
      ***      RECORD WITH AN UNSETTLED BALANCE WHOSE REP WAS
      ***      TERMINATED IN OR BEFORE THE PERIOD.  THE EMP-TYPE IS
      ***      TAKEN FROM THE SALES-REP MASTER, OVERRIDDEN BY THE
      ***      REP'S LATEST AUDIT RECORD AND THEN BY THE PERIOD'S
      ***      EXTRACTS; THE FINAL EARNINGS ARE THE REP'S SIGNED NET
      ***      ON THE PERIOD'S PAYROLL AND HOLD RELEASE EXTRACTS.
      ***
       77  DST-CAN-COUNT           PIC 9(03)   COMP-3 VALUE ZERO.
       77  DST-CAN-SUB             PIC 9(03)   COMP.
       77  DST-CAN-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
       01  DST-CAN-TABLE.
           05  DST-CAN-ENTRY OCCURS 500 TIMES.
               10  DST-CAN-REP         PIC 9(06).
               10  DST-CAN-TERM-PERIOD PIC 9(06).
               10  DST-CAN-EMP-TYPE    PIC X(01).
               10  DST-CAN-FINAL-NET   PIC S9(09)V99 COMP-3.
      ***
      ***      RECORD AREAS.  BOTH INPUT EXTRACTS ARE READ INTO THE
      ***      PAYROLL INTERFACE LAYOUT; THE SETTLEMENT EXTRACT IS
      ***      BUILT IN ITS OWN AREA.
      ***
           COPY DSUBCPAY.
       01  DST-SETTLE-RECORD.
           05  DST-SET-REP-NUMBER      PIC 9(06).
           05  DST-SET-PAY-PERIOD      PIC 9(06).
           05  DST-SET-EMP-TYPE        PIC X(01).
           05  DST-SET-COMM-TOTAL      PIC 9(07)V99.
           05  DST-SET-TIER-SELECTED   PIC 9(01).
           05  DST-SET-EARN-TYPE       PIC X(01).
           05  DST-SET-ADJ-AMOUNT      PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  DST-SET-ORIG-PERIOD     PIC 9(06).
           05  FILLER                  PIC X(40).
      ***
      ***      SETTLEMENT REGISTER REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - DRAW SETTLEMENT REGISTER'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
       01  RPT-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(06)   VALUE 'TYPE'.
           05  FILLER              PIC X(08)   VALUE 'TERMED'.
           05  FILLER              PIC X(15)   VALUE 'BALANCE'.
           05  FILLER              PIC X(15)   VALUE 'RECOVERED'.
           05  FILLER              PIC X(15)   VALUE 'WRITTEN OFF'.
           05  FILLER              PIC X(20)   VALUE 'STATUS'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-REP-NUMBER  PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-EMP-TYPE    PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-TERMED      PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-BALANCE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-RECOVERED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-WRITE-OFF   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-STATUS      PIC X(20).
       01  RPT-UNMAPPED-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(16)   VALUE 'NO COST CENTER -'.
           05  RPT-UNM-REP         PIC 9(06).
           05  FILLER              PIC X(26)   VALUE
               '  POSTED TO UNASSIGN'.
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
       01  DST-PARM.
           05  DST-PARM-LEN         PIC S9(4) COMP.
           05  DST-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING DST-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-CANDIDATES THRU 2000-EXIT.
           PERFORM 2400-GATHER-EARNINGS THRU 2400-EXIT.
           PERFORM 3000-SETTLE-DRAWS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE RUN, TABLE THE   *
      *                       POLICIES AND THE COST-CENTER MAP, AND    *
      *                       OPEN THE OUTPUTS                         *
      *****************************************************************
       1000-INITIALIZE.
           IF DST-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXNSUBC - INVALID PERIOD ' DST-PARM-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE DST-PARM-PERIOD TO DST-PAY-PERIOD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           MOVE SPACES TO DST-POLICY-TABLE.
           OPEN INPUT POLICY-FILE.
           PERFORM 1100-LOAD-POLICY-REC THRU 1100-EXIT
               UNTIL DST-POL-EOF.
           CLOSE POLICY-FILE.
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 1200-LOAD-CCM-REC THRU 1200-EXIT
               UNTIL DST-CCM-EOF.
           CLOSE COST-CENTER-FILE.
           OPEN INPUT  REP-MASTER-FILE.
           OPEN OUTPUT SETTLE-EXTRACT-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           OPEN OUTPUT SETTLE-RPT-FILE.
           MOVE DST-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-HDG-2.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-LOAD-POLICY-REC  --  TABLE ONE SETTLEMENT POLICY.        *
      *                     SLOTS 1/2/3 ARE S/M/T                      *
      *****************************************************************
       1100-LOAD-POLICY-REC.
           READ POLICY-FILE
               AT END
                   SET DST-POL-EOF TO TRUE
                   GO TO 1100-EXIT.
           MOVE DSP-EMP-TYPE TO DST-EMP-TYPE-ARG.
           PERFORM 1150-POLICY-SLOT THRU 1150-EXIT.
           IF DST-POL-SUB EQUAL ZERO
             OR (NOT DSP-POLICY-RECOVER AND NOT DSP-POLICY-WRITE-OFF)
               DISPLAY 'CWXNSUBC - BAD POLICY IGNORED - TYPE '
                       DSP-EMP-TYPE ' POLICY ' DSP-POLICY
               GO TO 1100-EXIT.
           MOVE DSP-POLICY TO DST-POL-CODE(DST-POL-SUB).
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1150-POLICY-SLOT  --  MAP THE EMP-TYPE IN DST-EMP-TYPE-ARG    *
      *                     TO ITS POLICY TABLE SLOT.  ZERO WHEN THE   *
      *                     TYPE IS UNKNOWN                            *
      *****************************************************************
       1150-POLICY-SLOT.
           MOVE ZERO TO DST-POL-SUB.
           IF DST-EMP-TYPE-ARG EQUAL 'S'
               MOVE 1 TO DST-POL-SUB
           ELSE
               IF DST-EMP-TYPE-ARG EQUAL 'M'
                   MOVE 2 TO DST-POL-SUB
               ELSE
                   IF DST-EMP-TYPE-ARG EQUAL 'T'
                       MOVE 3 TO DST-POL-SUB
                   END-IF
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1200-LOAD-CCM-REC  --  TABLE ONE REP-TO-COST-CENTER MAPPING.  *
      *                     RECORDS PAST THE TABLE LIMIT ARE DROPPED   *
      *                     WITH A CONSOLE WARNING; THOSE REPS THEN    *
      *                     POST TO THE UNASSIGNED COST CENTER         *
      *****************************************************************
       1200-LOAD-CCM-REC.
           READ COST-CENTER-FILE
               AT END
                   SET DST-CCM-EOF TO TRUE
                   GO TO 1200-EXIT.
           IF DST-MAP-COUNT NOT LESS THAN 500
               DISPLAY 'CWXNSUBC - MAP TABLE FULL - DROPPED '
                       CCM-REP-NUMBER
               GO TO 1200-EXIT.
           ADD 1 TO DST-MAP-COUNT.
           MOVE DST-MAP-COUNT TO DST-MAP-SUB.
           MOVE CCM-REP-NUMBER  TO DST-MAP-REP(DST-MAP-SUB).
           MOVE CCM-COST-CENTER TO DST-MAP-CC(DST-MAP-SUB).
       1200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PERIOD MUST BE BALANCED BUT   *
      *                     NOT CLOSED.  ONCE BALANCED THE PERIOD      *
      *                     CAN NO LONGER BE BACKED OUT, SO A          *
      *                     SETTLEMENT IS NEVER LEFT STAMPED ON A      *
      *                     DRAW RECORD THE BACKOUT HAS RESTORED       *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO DST-RUN-FOUND-SW.
           MOVE DST-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DST-RUN-FOUND TO TRUE.
           IF NOT DST-RUN-FOUND
               DISPLAY 'CWXNSUBC - PERIOD ' DST-PAY-PERIOD
                       ' NOT ON RUN-CONTROL FILE - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF NOT RUN-BALANCED-OR-LATER
               DISPLAY 'CWXNSUBC - PERIOD ' DST-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - NOT BALANCED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF RUN-STATUS-CLOSED
               DISPLAY 'CWXNSUBC - PERIOD ' DST-PAY-PERIOD
                       ' IS CLOSED - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           CLOSE RUN-CONTROL-FILE.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-FIND-CANDIDATES  --  PASS THE DRAW MASTER AND TABLE      *
      *                     EVERY UNSETTLED BALANCE BELONGING TO A     *
      *                     REP TERMINATED IN OR BEFORE THE PERIOD     *
      *****************************************************************
       2000-FIND-CANDIDATES.
           OPEN INPUT DRAW-MASTER-FILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 2100-READ-DRAW THRU 2100-EXIT.
           PERFORM 2200-TEST-DRAW-REC THRU 2200-EXIT
               UNTIL DST-END-OF-FILE.
           CLOSE DRAW-MASTER-FILE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-DRAW  --  READ THE NEXT DRAW MASTER RECORD          *
      *****************************************************************
       2100-READ-DRAW.
           READ DRAW-MASTER-FILE
               AT END
                   SET DST-END-OF-FILE TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-TEST-DRAW-REC  --  TABLE THE DRAW RECORD WHEN IT CARRIES *
      *                     A BALANCE, HAS NEVER BEEN SETTLED, AND     *
      *                     ITS REP IS TERMINATED ON THE MASTER WITH A *
      *                     TERMINATION PERIOD NOT AFTER THE PARM      *
      *                     PERIOD.  A FULL TABLE LEAVES THE REP FOR   *
      *                     THE NEXT RUN AND COUNTS IT AS OPEN         *
      *****************************************************************
       2200-TEST-DRAW-REC.
           ADD 1 TO DST-DRW-READ-COUNT.
           IF DRW-DRAW-BALANCE NOT > ZERO
               GO TO 2200-NEXT.
           IF DRW-SETTLE-PERIOD NUMERIC
             AND DRW-SETTLE-PERIOD > ZERO
               GO TO 2200-NEXT.
           MOVE 'N' TO DST-REP-FOUND-SW.
           MOVE DRW-REP-NUMBER TO REP-REP-NUMBER.
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DST-REP-FOUND TO TRUE.
           IF NOT DST-REP-FOUND
               GO TO 2200-NEXT.
           IF NOT REP-STATUS-TERMINATED
               GO TO 2200-NEXT.
           MOVE REP-TERM-DATE(1:6) TO DST-TERM-PERIOD.
           IF DST-TERM-PERIOD > DST-PAY-PERIOD
               GO TO 2200-NEXT.
           IF DST-CAN-COUNT NOT LESS THAN 500
               DISPLAY 'CWXNSUBC - CANDIDATE TABLE FULL - LEFT OPEN '
                       DRW-REP-NUMBER
               ADD 1 TO DST-OPEN-COUNT
               ADD DRW-DRAW-BALANCE TO DST-OPEN-TOTAL
               GO TO 2200-NEXT.
           ADD 1 TO DST-CAN-COUNT.
           MOVE DST-CAN-COUNT   TO DST-CAN-SUB.
           MOVE DRW-REP-NUMBER  TO DST-CAN-REP(DST-CAN-SUB).
           MOVE DST-TERM-PERIOD TO DST-CAN-TERM-PERIOD(DST-CAN-SUB).
           IF REP-EMP-TYPE-VALID
               MOVE REP-EMP-TYPE TO DST-CAN-EMP-TYPE(DST-CAN-SUB)
           ELSE
               MOVE SPACE        TO DST-CAN-EMP-TYPE(DST-CAN-SUB)
           END-IF.
           MOVE ZERO            TO DST-CAN-FINAL-NET(DST-CAN-SUB).
       2200-NEXT.
           PERFORM 2100-READ-DRAW THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2400-GATHER-EARNINGS  --  FILL IN EACH CANDIDATE'S EMP-TYPE   *
      *                     FROM THE AUDIT FILE, THEN ITS EMP-TYPE     *
      *                     AND FINAL NET EARNINGS FROM THE PERIOD'S   *
      *                     PAYROLL EXTRACT AND HOLD RELEASE EXTRACT.  *
      *                     A RELEASED HOLD IS PAID THIS PERIOD, AND A *
      *                     RELEASED CLAWBACK HAS ALREADY TAKEN BACK   *
      *                     WHAT IT COVERS, SO BOTH MOVE THE CAP       *
      *****************************************************************
       2400-GATHER-EARNINGS.
           IF DST-CAN-COUNT EQUAL ZERO
               GO TO 2400-EXIT.
           OPEN INPUT AUDIT-FILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 2450-READ-AUDIT THRU 2450-EXIT.
           PERFORM 2500-SCAN-AUDIT-REC THRU 2500-EXIT
               UNTIL DST-END-OF-FILE.
           CLOSE AUDIT-FILE.
           OPEN INPUT PAY-EXTRACT-FILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 2550-READ-PAY THRU 2550-EXIT.
           PERFORM 2600-SCAN-PAY-REC THRU 2600-EXIT
               UNTIL DST-END-OF-FILE.
           CLOSE PAY-EXTRACT-FILE.
           OPEN INPUT REL-EXTRACT-FILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 2560-READ-REL THRU 2560-EXIT.
           PERFORM 2620-SCAN-REL-REC THRU 2620-EXIT
               UNTIL DST-END-OF-FILE.
           CLOSE REL-EXTRACT-FILE.
       2400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2450-READ-AUDIT  --  READ THE NEXT AUDIT RECORD               *
      *****************************************************************
       2450-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET DST-END-OF-FILE TO TRUE.
       2450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-SCAN-AUDIT-REC  --  A CANDIDATE'S AUDIT RECORD SETS ITS  *
      *                     EMP-TYPE; THE FILE IS IN THE ORDER         *
      *                     WRITTEN, SO THE LATEST RECORD WINS         *
      *****************************************************************
       2500-SCAN-AUDIT-REC.
           MOVE AUD-REP-NUMBER TO DST-CURRENT-REP.
           PERFORM 2700-FIND-CANDIDATE THRU 2700-EXIT.
           IF DST-CAN-FOUND-SUB > ZERO
             AND AUD-EMP-TYPE NOT EQUAL SPACE
               MOVE AUD-EMP-TYPE TO DST-CAN-EMP-TYPE(DST-CAN-FOUND-SUB).
           PERFORM 2450-READ-AUDIT THRU 2450-EXIT.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2550-READ-PAY  --  READ THE NEXT PAYROLL EXTRACT RECORD       *
      *****************************************************************
       2550-READ-PAY.
           READ PAY-EXTRACT-FILE INTO DSUBC-PAY-RECORD
               AT END
                   SET DST-END-OF-FILE TO TRUE.
       2550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2560-READ-REL  --  READ THE NEXT HOLD RELEASE EXTRACT RECORD  *
      *****************************************************************
       2560-READ-REL.
           READ REL-EXTRACT-FILE INTO DSUBC-PAY-RECORD
               AT END
                   SET DST-END-OF-FILE TO TRUE.
       2560-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2600-SCAN-PAY-REC  --  APPLY ONE PAYROLL EXTRACT RECORD       *
      *****************************************************************
       2600-SCAN-PAY-REC.
           PERFORM 2650-APPLY-EARNINGS THRU 2650-EXIT.
           PERFORM 2550-READ-PAY THRU 2550-EXIT.
       2600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2620-SCAN-REL-REC  --  APPLY ONE HOLD RELEASE EXTRACT RECORD  *
      *****************************************************************
       2620-SCAN-REL-REC.
           PERFORM 2650-APPLY-EARNINGS THRU 2650-EXIT.
           PERFORM 2560-READ-REL THRU 2560-EXIT.
       2620-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2650-APPLY-EARNINGS  --  A CANDIDATE'S EXTRACT RECORD FOR THE *
      *                     PERIOD SETS ITS EMP-TYPE AND ADDS TO ITS   *
      *                     FINAL NET EARNINGS: THE COMMISSION TOTAL   *
      *                     FOR C AND B, THE SIGNED ADJUSTMENT AMOUNT  *
      *                     FOR A AND D                                *
      *****************************************************************
       2650-APPLY-EARNINGS.
           IF PAY-PAY-PERIOD NOT EQUAL DST-PAY-PERIOD
               GO TO 2650-EXIT.
           MOVE PAY-REP-NUMBER TO DST-CURRENT-REP.
           PERFORM 2700-FIND-CANDIDATE THRU 2700-EXIT.
           IF DST-CAN-FOUND-SUB EQUAL ZERO
               GO TO 2650-EXIT.
           MOVE PAY-EMP-TYPE TO DST-CAN-EMP-TYPE(DST-CAN-FOUND-SUB).
           IF PAY-EARN-ADJUSTMENT OR PAY-EARN-DRAW
               ADD PAY-ADJ-AMOUNT
                   TO DST-CAN-FINAL-NET(DST-CAN-FOUND-SUB)
           ELSE
               ADD PAY-COMM-TOTAL
                   TO DST-CAN-FINAL-NET(DST-CAN-FOUND-SUB)
           END-IF.
       2650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2700-FIND-CANDIDATE  --  LOOK DST-CURRENT-REP UP IN THE       *
      *                     CANDIDATE TABLE                            *
      *****************************************************************
       2700-FIND-CANDIDATE.
           MOVE ZERO TO DST-CAN-FOUND-SUB.
           PERFORM 2750-MATCH-CANDIDATE THRU 2750-EXIT
               VARYING DST-CAN-SUB FROM 1 BY 1
               UNTIL DST-CAN-SUB > DST-CAN-COUNT
                  OR DST-CAN-FOUND-SUB > ZERO.
       2700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2750-MATCH-CANDIDATE  --  TEST ONE CANDIDATE TABLE ENTRY      *
      *****************************************************************
       2750-MATCH-CANDIDATE.
           IF DST-CAN-REP(DST-CAN-SUB) EQUAL DST-CURRENT-REP
               MOVE DST-CAN-SUB TO DST-CAN-FOUND-SUB.
       2750-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-SETTLE-DRAWS  --  PASS THE DRAW MASTER AGAIN, SETTLING   *
      *                     AND REWRITING EVERY CANDIDATE'S RECORD     *
      *****************************************************************
       3000-SETTLE-DRAWS.
           IF DST-CAN-COUNT EQUAL ZERO
               GO TO 3000-EXIT.
           OPEN I-O DRAW-MASTER-FILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 2100-READ-DRAW THRU 2100-EXIT.
           PERFORM 3100-SETTLE-DRAW-REC THRU 3100-EXIT
               UNTIL DST-END-OF-FILE.
           CLOSE DRAW-MASTER-FILE.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-SETTLE-DRAW-REC  --  SETTLE ONE CANDIDATE UNDER ITS      *
      *                     EMP-TYPE'S POLICY.  NO EMP-TYPE, OR NO     *
      *                     POLICY FOR IT, LEAVES THE BALANCE OPEN.    *
      *                     EVERY CANDIDATE PRINTS ON THE REGISTER     *
      *****************************************************************
       3100-SETTLE-DRAW-REC.
           MOVE DRW-REP-NUMBER TO DST-CURRENT-REP.
           PERFORM 2700-FIND-CANDIDATE THRU 2700-EXIT.
           IF DST-CAN-FOUND-SUB EQUAL ZERO
               GO TO 3100-NEXT.
           MOVE DRW-REP-NUMBER   TO RPT-DTL-REP-NUMBER.
           MOVE DST-CAN-EMP-TYPE(DST-CAN-FOUND-SUB)
                                 TO RPT-DTL-EMP-TYPE.
           MOVE DST-CAN-TERM-PERIOD(DST-CAN-FOUND-SUB)
                                 TO RPT-DTL-TERMED.
           MOVE DRW-DRAW-BALANCE TO RPT-DTL-BALANCE.
           MOVE ZERO             TO RPT-DTL-RECOVERED.
           MOVE ZERO             TO RPT-DTL-WRITE-OFF.
           MOVE DST-CAN-EMP-TYPE(DST-CAN-FOUND-SUB)
                                 TO DST-EMP-TYPE-ARG.
           PERFORM 1150-POLICY-SLOT THRU 1150-EXIT.
           IF DST-POL-SUB EQUAL ZERO
               MOVE 'OPEN - NO EMP TYPE' TO RPT-DTL-STATUS
               PERFORM 3150-LEAVE-OPEN THRU 3150-EXIT
               GO TO 3100-NEXT.
           IF NOT DST-POL-RECOVER(DST-POL-SUB)
             AND NOT DST-POL-WRITE-OFF(DST-POL-SUB)
               MOVE 'OPEN - NO POLICY'   TO RPT-DTL-STATUS
               PERFORM 3150-LEAVE-OPEN THRU 3150-EXIT
               GO TO 3100-NEXT.
           PERFORM 3200-DECIDE-SETTLEMENT THRU 3200-EXIT.
           PERFORM 3600-FIND-COST-CENTER THRU 3600-EXIT.
           IF DST-RECOVER-AMT > ZERO
               PERFORM 3300-WRITE-RECOVERY THRU 3300-EXIT
               PERFORM 3400-POST-RECOVERY THRU 3400-EXIT.
           IF DST-WRITE-OFF-AMT > ZERO
               PERFORM 3500-POST-WRITE-OFF THRU 3500-EXIT.
           ADD 1 TO DST-SETTLED-COUNT.
           ADD DST-RECOVER-AMT   TO DST-RECOVER-TOTAL.
           ADD DST-WRITE-OFF-AMT TO DST-WRITE-OFF-TOTAL.
           MOVE DST-RECOVER-AMT   TO RPT-DTL-RECOVERED.
           MOVE DST-WRITE-OFF-AMT TO RPT-DTL-WRITE-OFF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE ZERO              TO DRW-GUAR-MINIMUM.
           MOVE ZERO              TO DRW-DRAW-BALANCE.
           MOVE ZERO              TO DRW-PRIOR-BALANCE.
           MOVE DST-PAY-PERIOD    TO DRW-SETTLE-PERIOD.
           MOVE DST-RECOVER-AMT   TO DRW-SETTLE-RECOV-AMT.
           MOVE DST-WRITE-OFF-AMT TO DRW-SETTLE-WOFF-AMT.
           REWRITE DSUBC-DRW-RECORD.
       3100-NEXT.
           PERFORM 2100-READ-DRAW THRU 2100-EXIT.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3150-LEAVE-OPEN  --  COUNT AND PRINT A CANDIDATE LEFT         *
      *                     UNSETTLED.  THE DRAW RECORD IS NOT         *
      *                     REWRITTEN                                  *
      *****************************************************************
       3150-LEAVE-OPEN.
           ADD 1 TO DST-OPEN-COUNT.
           ADD DRW-DRAW-BALANCE TO DST-OPEN-TOTAL.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       3150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-DECIDE-SETTLEMENT  --  SPLIT THE BALANCE INTO RECOVERED  *
      *                     AND WRITTEN OFF AND SET THE METHOD.  A     *
      *                     RECOVER POLICY TAKES BACK WHAT THE FINAL   *
      *                     NET EARNINGS COVER AND WRITES OFF THE      *
      *                     REST (METHOD P, OR W IF NOTHING COULD BE   *
      *                     RECOVERED)                                 *
      *****************************************************************
       3200-DECIDE-SETTLEMENT.
           MOVE ZERO TO DST-RECOVER-AMT.
           MOVE DRW-DRAW-BALANCE TO DST-WRITE-OFF-AMT.
           IF DST-POL-RECOVER(DST-POL-SUB)
             AND DST-CAN-FINAL-NET(DST-CAN-FOUND-SUB) > ZERO
               IF DST-CAN-FINAL-NET(DST-CAN-FOUND-SUB)
                    < DRW-DRAW-BALANCE
                   MOVE DST-CAN-FINAL-NET(DST-CAN-FOUND-SUB)
                       TO DST-RECOVER-AMT
               ELSE
                   MOVE DRW-DRAW-BALANCE TO DST-RECOVER-AMT
               END-IF
               SUBTRACT DST-RECOVER-AMT FROM DST-WRITE-OFF-AMT
           END-IF.
           IF DST-RECOVER-AMT EQUAL ZERO
               SET DRW-METHOD-WRITE-OFF TO TRUE
               MOVE 'WRITTEN OFF'       TO RPT-DTL-STATUS
           ELSE
               IF DST-WRITE-OFF-AMT EQUAL ZERO
                   SET DRW-METHOD-RECOVER TO TRUE
                   MOVE 'RECOVERED'       TO RPT-DTL-STATUS
               ELSE
                   SET DRW-METHOD-PARTIAL TO TRUE
                   MOVE 'PART RECOVERED'  TO RPT-DTL-STATUS
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-WRITE-RECOVERY  --  WRITE THE NEGATIVE DRAW ENTRY (EARN  *
      *                     TYPE D) FOR THE AMOUNT RECOVERED TO THE    *
      *                     SETTLEMENT EXTRACT.  THE SIGNED AMOUNT     *
      *                     RIDES IN THE ADJUSTMENT AMOUNT FIELD, AS   *
      *                     ON CWXDSUBC'S DRAW ENTRIES                 *
      *****************************************************************
       3300-WRITE-RECOVERY.
           MOVE SPACES           TO DST-SETTLE-RECORD.
           MOVE DRW-REP-NUMBER   TO DST-SET-REP-NUMBER.
           MOVE DST-PAY-PERIOD   TO DST-SET-PAY-PERIOD.
           MOVE DST-CAN-EMP-TYPE(DST-CAN-FOUND-SUB)
                                 TO DST-SET-EMP-TYPE.
           MOVE ZERO             TO DST-SET-COMM-TOTAL.
           MOVE ZERO             TO DST-SET-TIER-SELECTED.
           MOVE 'D'              TO DST-SET-EARN-TYPE.
           COMPUTE DST-SET-ADJ-AMOUNT = ZERO - DST-RECOVER-AMT.
           MOVE ZERO             TO DST-SET-ORIG-PERIOD.
           WRITE SETTLE-EXTRACT-RECORD FROM DST-SETTLE-RECORD.
           ADD 1 TO DST-EXTR-COUNT.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3400-POST-RECOVERY  --  THE RECOVERY REDUCES WHAT IS OWED     *
      *                     THE REP AND THE COMMISSION EXPENSE THE     *
      *                     TOP-UPS WERE CHARGED TO: DEBIT PAYABLE,    *
      *                     CREDIT EXPENSE ON THE REP'S COST CENTER    *
      *****************************************************************
       3400-POST-RECOVERY.
           MOVE DST-RECOVER-AMT  TO GLJ-AMOUNT.
           MOVE DST-PAYABLE-ACCT TO GLJ-ACCOUNT.
           MOVE SPACES           TO GLJ-COST-CENTER.
           MOVE 'DR'             TO GLJ-DR-CR.
           PERFORM 3700-WRITE-JOURNAL-REC THRU 3700-EXIT.
           MOVE DST-RECOVER-AMT  TO GLJ-AMOUNT.
           MOVE DST-EXPENSE-ACCT TO GLJ-ACCOUNT.
           MOVE DST-CC-ARG       TO GLJ-COST-CENTER.
           MOVE 'CR'             TO GLJ-DR-CR.
           PERFORM 3700-WRITE-JOURNAL-REC THRU 3700-EXIT.
       3400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3500-POST-WRITE-OFF  --  RECLASS THE UNRECOVERED BALANCE OUT  *
      *                     OF COMMISSION EXPENSE: DEBIT DRAW          *
      *                     WRITE-OFF, CREDIT EXPENSE, BOTH ON THE     *
      *                     REP'S COST CENTER                          *
      *****************************************************************
       3500-POST-WRITE-OFF.
           MOVE DST-WRITE-OFF-AMT  TO GLJ-AMOUNT.
           MOVE DST-WRITE-OFF-ACCT TO GLJ-ACCOUNT.
           MOVE DST-CC-ARG         TO GLJ-COST-CENTER.
           MOVE 'DR'               TO GLJ-DR-CR.
           PERFORM 3700-WRITE-JOURNAL-REC THRU 3700-EXIT.
           MOVE DST-WRITE-OFF-AMT  TO GLJ-AMOUNT.
           MOVE DST-EXPENSE-ACCT   TO GLJ-ACCOUNT.
           MOVE DST-CC-ARG         TO GLJ-COST-CENTER.
           MOVE 'CR'               TO GLJ-DR-CR.
           PERFORM 3700-WRITE-JOURNAL-REC THRU 3700-EXIT.
       3500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3600-FIND-COST-CENTER  --  LOOK THE REP UP IN THE MAP.        *
      *                     LEAVES THE COST CENTER IN DST-CC-ARG,      *
      *                     FALLING BACK TO UNASSIGNED WITH A REPORT   *
      *                     LINE WHEN THE REP HAS NO MAPPING           *
      *****************************************************************
       3600-FIND-COST-CENTER.
           MOVE ZERO TO DST-MAP-FOUND-SUB.
           PERFORM 3650-MATCH-MAP-REC THRU 3650-EXIT
               VARYING DST-MAP-SUB FROM 1 BY 1
               UNTIL DST-MAP-SUB > DST-MAP-COUNT
                  OR DST-MAP-FOUND-SUB > ZERO.
           IF DST-MAP-FOUND-SUB > ZERO
               MOVE DST-MAP-CC(DST-MAP-FOUND-SUB) TO DST-CC-ARG
           ELSE
               MOVE DST-UNASSIGNED-CC TO DST-CC-ARG
               ADD 1 TO DST-UNMAPPED-COUNT
               MOVE DST-CURRENT-REP TO RPT-UNM-REP
               WRITE RPT-LINE FROM RPT-UNMAPPED-LINE
           END-IF.
       3600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3650-MATCH-MAP-REC  --  TEST ONE MAP TABLE ENTRY              *
      *****************************************************************
       3650-MATCH-MAP-REC.
           IF DST-MAP-REP(DST-MAP-SUB) EQUAL DST-CURRENT-REP
               MOVE DST-MAP-SUB TO DST-MAP-FOUND-SUB.
       3650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3700-WRITE-JOURNAL-REC  --  WRITE ONE JOURNAL RECORD.  THE    *
      *                     CALLER HAS FILLED THE ACCOUNT, COST        *
      *                     CENTER, SIDE, AND AMOUNT; SETTLEMENTS      *
      *                     POST TO THE PARM PERIOD, NOT REVERSING     *
      *****************************************************************
       3700-WRITE-JOURNAL-REC.
           MOVE DST-PAY-PERIOD  TO GLJ-PERIOD.
           MOVE SPACE           TO GLJ-REVERSAL-FLAG.
           MOVE DST-SOURCE-CODE TO GLJ-SOURCE.
           WRITE DSUBC-GLJ-RECORD.
           ADD 1 TO DST-JRNL-COUNT.
       3700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  PRINT THE RUN COUNTS AND TOTALS AND       *
      *                      CLOSE FILES                               *
      *****************************************************************
       9000-TERMINATE.
           MOVE 'DRAW RECORDS READ'     TO RPT-CNT-LABEL.
           MOVE DST-DRW-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS SETTLED'          TO RPT-CNT-LABEL.
           MOVE DST-SETTLED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS STILL OPEN'       TO RPT-CNT-LABEL.
           MOVE DST-OPEN-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECOVERY ENTRIES'      TO RPT-CNT-LABEL.
           MOVE DST-EXTR-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'JOURNAL RECORDS'       TO RPT-CNT-LABEL.
           MOVE DST-JRNL-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS NOT COST-MAPPED'  TO RPT-CNT-LABEL.
           MOVE DST-UNMAPPED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TOTAL RECOVERED'       TO RPT-TOT-LABEL.
           MOVE DST-RECOVER-TOTAL       TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL WRITTEN OFF'     TO RPT-TOT-LABEL.
           MOVE DST-WRITE-OFF-TOTAL     TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL STILL OPEN'      TO RPT-TOT-LABEL.
           MOVE DST-OPEN-TOTAL          TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY 'CWXNSUBC - REPS SETTLED    : ' DST-SETTLED-COUNT.
           DISPLAY 'CWXNSUBC - REPS STILL OPEN : ' DST-OPEN-COUNT.
           DISPLAY 'CWXNSUBC - RECOVERED       : ' DST-RECOVER-TOTAL.
           DISPLAY 'CWXNSUBC - WRITTEN OFF     : ' DST-WRITE-OFF-TOTAL.
           IF DST-OPEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
           CLOSE REP-MASTER-FILE.
           CLOSE SETTLE-EXTRACT-FILE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE SETTLE-RPT-FILE.
       9000-EXIT.
           EXIT.
