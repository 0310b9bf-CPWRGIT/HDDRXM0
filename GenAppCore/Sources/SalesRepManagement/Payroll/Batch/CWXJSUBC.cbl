       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXJSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  REP-LEVEL SALES ANOMALY AND THRESHOLD-GAMING SCREEN.  RUNS    *
      *  BETWEEN THE CWXESUBC FRONT-END EDIT AND THE CWXDSUBC          *
      *  COMMISSION RUN, AGAINST THE PERIOD'S CLEAN TRANSACTION FILE   *
      *  (SLSTXN) AND THE AUDIT HISTORY (COMAUDIT AND AUDHIST, SORTED  *
      *  TOGETHER BY THE JCL INTO REP AND PERIOD SEQUENCE ON SCRAUD).  *
      *  EACH REP WITH A TRANSACTION THIS PERIOD IS SCREENED AGAINST   *
      *  ITS OWN TRAILING WINDOW OF PERIODS UNDER THE TOLERANCES FOR   *
      *  ITS EMP-TYPE (ANMPARM, SEE DSUBCANP) FOR:                     *
      *                                                                *
      *    S  SALES FAR ABOVE THE REP'S TRAILING AVERAGE;              *
      *    B  A REGULAR SALE LANDING JUST OVER A MONTHLY THRFILE       *
      *       BAND'S LOW AMOUNT, PERIOD AFTER PERIOD;                  *
      *    P  SPLITS WITH THE SAME PARTNER, PERIOD AFTER PERIOD;       *
      *    A  ADJUSTMENTS, PERIOD AFTER PERIOD (A RETROACTIVE RATE     *
      *       ADJUSTMENT RELEASED BY CWXVSUBC DOES NOT COUNT).         *
      *                                                                *
      *  A REPEATING REASON ONLY FLAGS WHEN THIS PERIOD REPEATS IT --  *
      *  THE FLAG HOLDS THIS PERIOD'S PAY.  BANDS ARE THE MONTHLY      *
      *  BANDS IN EFFECT ON THE RUN DATE, THE SAME ONES CWXTSUBC WILL  *
      *  TIER THIS PERIOD UNDER.  A SPLIT PARTNER IS THE ORIGINATING   *
      *  REP THE SHARE NAMES; WHEN A REP IS FLAGGED FOR ONE, THE       *
      *  ORIGINATOR IS FLAGGED TOO IF IT IS PAID THIS PERIOD, SINCE    *
      *  ITS OWN RECORDS NAME ONLY ITSELF.                             *
      *                                                                *
      *  EVERY FLAG GOES TO THE EXCEPTION FILE (ANMEXC, SEE DSUBCANX)  *
      *  AND THE SCREEN REPORT.  CWXDSUBC LOADS THE EXCEPTION FILE     *
      *  AND ROUTES THE FLAGGED REPS' COMMISSION TO THE HOLD FILE FOR  *
      *  APPROVAL WHATEVER THE AMOUNT.                                 *
      *                                                                *
      *  PARM IS THE PAY PERIOD BEING SCREENED (YYYYMM).  THE RUN IS   *
      *  REFUSED (RETURN CODE 12) UNLESS THE PERIOD HAS BEEN EDITED    *
      *  AND NOT YET CALCULATED.                                       *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  OCT 2026  DPF  ORIGINAL PROGRAM.                              *
      *  OCT 2026  DPF  THIS PERIOD'S SALES ARE CONVERTED TO BASE      *
      *                 THROUGH CWXZSUBC (FXRATE) BEFORE THEY ARE      *
      *                 SCREENED, SO THEY COMPARE WITH THE AUDIT       *
      *                 HISTORY AND THE BANDS, WHICH ARE IN BASE.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TXN-FILE   ASSIGN TO SLSTXN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCR-AUDIT-FILE   ASSIGN TO SCRAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANM-PARM-FILE    ASSIGN TO ANMPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT THR-FILE         ASSIGN TO THRFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANM-EXC-FILE     ASSIGN TO ANMEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCR-RPT-FILE     ASSIGN TO SCRRPT
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
       FD  SALES-TXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCTXN.
       FD  SCR-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCAUD.
       FD  ANM-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCANP.
       FD  THR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCTHR.
       FD  ANM-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCANX.
       FD  SCR-RPT-FILE
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
       77  SCR-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  SCR-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  SCR-TXN-EOF-SW          PIC X(01)   VALUE 'N'.
           88  SCR-TXN-EOF                     VALUE 'Y'.
       77  SCR-AUD-EOF-SW          PIC X(01)   VALUE 'N'.
           88  SCR-AUD-EOF                     VALUE 'Y'.
       77  SCR-PARM-EOF-SW         PIC X(01)   VALUE 'N'.
           88  SCR-PARM-EOF                    VALUE 'Y'.
       77  SCR-THR-EOF-SW          PIC X(01)   VALUE 'N'.
           88  SCR-THR-EOF                     VALUE 'Y'.
       77  SCR-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  SCR-RUN-FOUND                   VALUE 'Y'.
       77  SCR-TXN-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-AUD-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-REPS-SCREENED       PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-REPS-UNSCREENED     PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-REPS-FLAGGED        PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-SPIKE-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-BAND-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-PARTNER-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-ADJUST-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  SCR-EXC-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      MONTH NUMBERS.  A PAY PERIOD (YYYYMM) IS TURNED INTO A
      ***      RUNNING MONTH NUMBER SO THE TRAILING WINDOW CAN SPAN A
      ***      YEAR END.  AN AUDIT LINE'S SLOT IS HOW MANY PERIODS
      ***      BEFORE THE ONE SCREENED IT FALLS (1 = THE PERIOD JUST
      ***      BEFORE).
      ***
       01  SCR-MN-PERIOD           PIC 9(06)   VALUE ZERO.
       01  SCR-MN-PERIOD-R         REDEFINES SCR-MN-PERIOD.
           05  SCR-MN-YEAR             PIC 9(04).
           05  SCR-MN-MONTH            PIC 9(02).
       77  SCR-MN-RESULT           PIC 9(06)   COMP.
       77  SCR-CUR-MONTHNO         PIC 9(06)   COMP VALUE ZERO.
       77  SCR-AUD-MONTHNO         PIC 9(06)   COMP VALUE ZERO.
       77  SCR-AUD-SLOT            PIC S9(06)  COMP VALUE ZERO.
      ***
      ***      SEQUENCE CHECK KEYS
      ***
       77  SCR-LAST-TXN-REP        PIC 9(06)   VALUE ZERO.
       01  SCR-THIS-AUD-KEY.
           05  SCR-THIS-AUD-REP        PIC 9(06).
           05  SCR-THIS-AUD-PERIOD     PIC 9(06).
       01  SCR-LAST-AUD-KEY        PIC X(12)   VALUE LOW-VALUES.
      ***
      ***      TOLERANCES BY EMP-TYPE.  SLOTS 1/2/3 ARE S/M/T; A TYPE
      ***      WITH NO PARAMETER RECORD IS NOT SCREENED.
      ***
       77  SCR-TYPE-SUB            PIC 9(01)   VALUE ZERO.
       01  SCR-PRM-TABLE.
           05  SCR-PRM-ENTRY OCCURS 3 TIMES.
               10  SCR-PRM-SET-SW      PIC X(01).
                   88  SCR-PRM-SET             VALUE 'Y'.
               10  SCR-PRM-TRAIL       PIC 9(02).
               10  SCR-PRM-MIN-HIST    PIC 9(02).
               10  SCR-PRM-SPIKE-PCT   PIC 9(04).
               10  SCR-PRM-SPIKE-MIN   PIC 9(07)V99 COMP-3.
               10  SCR-PRM-MARGIN      PIC 9(02)V9.
               10  SCR-PRM-BAND-HITS   PIC 9(02).
               10  SCR-PRM-PTN-HITS    PIC 9(02).
               10  SCR-PRM-ADJ-HITS    PIC 9(02).
      ***
      ***      MONTHLY BAND LOW AMOUNTS IN EFFECT ON THE RUN DATE --
      ***      EFFECTIVE ON OR BEFORE IT, LATEST DATE WINS, AS
      ***      CWXTSUBC LOADS THEM.  SLOTS ARE TYPE, THEN TIER.
      ***
       01  SCR-BAND-TABLE.
           05  SCR-BAND-TYPE OCCURS 3 TIMES.
               10  SCR-BAND-ENTRY OCCURS 5 TIMES.
                   15  SCR-BAND-LOW        PIC 9(07)V99 COMP-3.
                   15  SCR-BAND-EFF-DATE   PIC 9(08).
       77  SCR-BAND-SUB            PIC 9(01).
       77  SCR-TEST-AMT            PIC 9(07)V99 COMP-3.
       77  SCR-TEST-UPPER          PIC 9(07)V99 COMP-3.
       77  SCR-HIT-TIER            PIC 9(01).
       77  SCR-HIT-LOW             PIC 9(07)V99 COMP-3.
       77  SCR-CUR-TIER            PIC 9(01).
       77  SCR-CUR-LOW             PIC 9(07)V99 COMP-3.
      ***
      ***      THE REP BEING SCREENED.  THE SLOT TABLE HOLDS ITS
      ***      TRAILING PERIODS FROM THE AUDIT HISTORY; THE PARTNER
      ***      TABLE COUNTS THE DISTINCT PERIODS EACH SPLIT PARTNER
      ***      APPEARS IN, THIS PERIOD INCLUDED.
      ***
       77  SCR-REP                 PIC 9(06)   VALUE ZERO.
       77  SCR-EMP-TYPE            PIC X(01)   VALUE SPACE.
       77  SCR-TRAIL               PIC 9(02)   VALUE ZERO.
       77  SCR-SHARE               PIC 9(07)V99 COMP-3.
       77  SCR-BASE-SALES          PIC 9(07)V99 COMP-3.
       77  SCR-SLOT-SUB            PIC 9(02)   COMP.
       77  SCR-ACTIVE-COUNT        PIC 9(02)   COMP-3.
       77  SCR-HIT-COUNT           PIC 9(02)   COMP-3.
       77  SCR-SALES-SUM           PIC 9(09)V99 COMP-3.
       77  SCR-AVERAGE             PIC 9(07)V99 COMP-3.
       77  SCR-SPIKE-LIMIT         PIC 9(09)V99 COMP-3.
           COPY SUBCCONV.
       01  SCR-REP-WORK.
           05  SCR-CUR-SALES           PIC 9(07)V99 COMP-3.
           05  SCR-CUR-REG-SALES       PIC 9(07)V99 COMP-3.
           05  SCR-CUR-ADJ-SW          PIC X(01).
               88  SCR-CUR-ADJ                 VALUE 'Y'.
           05  SCR-SLOT OCCURS 24 TIMES.
               10  SCR-SLOT-SALES      PIC 9(07)V99 COMP-3.
               10  SCR-SLOT-REG-SALES  PIC 9(07)V99 COMP-3.
               10  SCR-SLOT-ACTIVE-SW  PIC X(01).
                   88  SCR-SLOT-ACTIVE         VALUE 'Y'.
               10  SCR-SLOT-ADJ-SW     PIC X(01).
                   88  SCR-SLOT-ADJ            VALUE 'Y'.
           05  SCR-PTN-COUNT           PIC 9(02)   COMP-3.
           05  SCR-PTN-ENTRY OCCURS 50 TIMES.
               10  SCR-PTN-REP         PIC 9(06).
               10  SCR-PTN-PERIODS     PIC 9(02)   COMP-3.
               10  SCR-PTN-LAST-MONTH  PIC 9(06)   COMP.
               10  SCR-PTN-CUR-SW      PIC X(01).
                   88  SCR-PTN-CUR             VALUE 'Y'.
       77  SCR-PTN-SUB             PIC 9(02)   COMP.
       77  SCR-PTN-FOUND-SUB       PIC 9(02)   COMP.
       77  SCR-NOTE-PARTNER        PIC 9(06).
       77  SCR-NOTE-MONTHNO        PIC 9(06)   COMP.
      ***
      ***      REPS WITH A TRANSACTION THIS PERIOD, AND THE SPLIT
      ***      ORIGINATORS OF EVERY RECURRING PARTNER FLAGGED.  AN
      ***      ORIGINATOR ON THE REP TABLE NOT ALREADY FLAGGED IS
      ***      FLAGGED AT END OF RUN.
      ***
       77  SCR-REP-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  SCR-REP-SUB             PIC 9(04)   COMP.
       77  SCR-CUR-REP-SUB         PIC 9(04)   COMP VALUE ZERO.
       77  SCR-REP-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       01  SCR-REP-TABLE.
           05  SCR-REP-ENTRY OCCURS 3000 TIMES.
               10  SCR-TBL-REP         PIC 9(06).
               10  SCR-TBL-EMP-TYPE    PIC X(01).
               10  SCR-TBL-FLAG-SW     PIC X(01).
                   88  SCR-TBL-FLAGGED         VALUE 'Y'.
       77  SCR-ANC-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  SCR-ANC-SUB             PIC 9(04)   COMP.
       01  SCR-ANC-TABLE.
           05  SCR-ANC-ENTRY OCCURS 500 TIMES.
               10  SCR-ANC-REP         PIC 9(06).
               10  SCR-ANC-PARTNER     PIC 9(06).
               10  SCR-ANC-PERIODS     PIC 9(02).
      ***
      ***      SCREEN REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(50)   VALUE
               'COMPUWARE CORPORATION - SALES ANOMALY SCREEN'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
       01  RPT-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(05)   VALUE 'TYPE'.
           05  FILLER              PIC X(24)   VALUE 'REASON'.
           05  FILLER              PIC X(15)   VALUE 'AMOUNT'.
           05  FILLER              PIC X(15)   VALUE 'MEASURED VS'.
           05  FILLER              PIC X(09)   VALUE 'PERIODS'.
           05  FILLER              PIC X(09)   VALUE 'PARTNER'.
           05  FILLER              PIC X(04)   VALUE 'TIER'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-REP         PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-TYPE        PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-REASON      PIC X(22).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-BASIS       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-DTL-PERIODS     PIC Z9.
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-DTL-PARTNER     PIC 9(06).
           05  FILLER              PIC X(04)   VALUE SPACE.
           05  RPT-DTL-TIER        PIC 9(01).
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           05  RPT-CNT-VALUE       PIC ZZZ,ZZ9.
      ***
      ***
      ***
       LINKAGE SECTION.
       01  SCR-PARM.
           05  SCR-PARM-LEN         PIC S9(4) COMP.
           05  SCR-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING SCR-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REP THRU 2000-EXIT
               UNTIL SCR-TXN-EOF.
           PERFORM 6000-FLAG-ORIGINATORS THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE RUN, LOAD THE    *
      *                       TOLERANCES AND BANDS, OPEN THE FILES,    *
      *                       AND PRIME BOTH READS                     *
      *****************************************************************
       1000-INITIALIZE.
           IF SCR-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXJSUBC - INVALID PERIOD ' SCR-PARM-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE SCR-PARM-PERIOD TO SCR-PAY-PERIOD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           ACCEPT SCR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SCR-PAY-PERIOD TO SCR-MN-PERIOD.
           PERFORM 8000-MONTH-NUMBER THRU 8000-EXIT.
           MOVE SCR-MN-RESULT TO SCR-CUR-MONTHNO.
           PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT.
           PERFORM 1200-LOAD-BANDS THRU 1200-EXIT.
           OPEN INPUT  SALES-TXN-FILE.
           OPEN INPUT  SCR-AUDIT-FILE.
           OPEN OUTPUT ANM-EXC-FILE.
           OPEN OUTPUT SCR-RPT-FILE.
           MOVE SCR-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-HDG-2.
           PERFORM 2900-READ-TXN THRU 2900-EXIT.
           PERFORM 2950-READ-AUDIT THRU 2950-EXIT.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-LOAD-TOLERANCES  --  TABLE THE TOLERANCES BY EMP-TYPE    *
      *****************************************************************
       1100-LOAD-TOLERANCES.
           INITIALIZE SCR-PRM-TABLE.
           OPEN INPUT ANM-PARM-FILE.
           PERFORM 1150-READ-PARM-REC THRU 1150-EXIT
               UNTIL SCR-PARM-EOF.
           CLOSE ANM-PARM-FILE.
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1150-READ-PARM-REC  --  TABLE ONE TOLERANCE RECORD.  A BAD    *
      *                     RECORD IS IGNORED WITH A CONSOLE WARNING,  *
      *                     LEAVING ITS TYPE UNSCREENED; A WINDOW      *
      *                     OVER 24 PERIODS IS CUT TO 24               *
      *****************************************************************
       1150-READ-PARM-REC.
           READ ANM-PARM-FILE
               AT END
                   SET SCR-PARM-EOF TO TRUE
                   GO TO 1150-EXIT.
           IF ANP-TRAIL-PERIODS NOT NUMERIC
             OR ANP-MIN-HISTORY NOT NUMERIC
             OR ANP-SPIKE-PCT NOT NUMERIC
             OR ANP-SPIKE-MIN-SALES NOT NUMERIC
             OR ANP-BAND-MARGIN-PCT NOT NUMERIC
             OR ANP-BAND-HIT-COUNT NOT NUMERIC
             OR ANP-PARTNER-COUNT NOT NUMERIC
             OR ANP-ADJ-COUNT NOT NUMERIC
             OR ANP-TRAIL-PERIODS EQUAL ZERO
               DISPLAY 'CWXJSUBC - BAD TOLERANCE RECORD IGNORED - TYPE '
                       ANP-EMP-TYPE
               GO TO 1150-EXIT.
           IF ANP-EMP-TYPE EQUAL 'S'
               MOVE 1 TO SCR-TYPE-SUB
           ELSE
               IF ANP-EMP-TYPE EQUAL 'M'
                   MOVE 2 TO SCR-TYPE-SUB
               ELSE
                   IF ANP-EMP-TYPE EQUAL 'T'
                       MOVE 3 TO SCR-TYPE-SUB
                   ELSE
                       DISPLAY 'CWXJSUBC - BAD TOLERANCE RECORD '
                               'IGNORED - TYPE ' ANP-EMP-TYPE
                       GO TO 1150-EXIT
                   END-IF
               END-IF
           END-IF.
           SET SCR-PRM-SET(SCR-TYPE-SUB) TO TRUE.
           IF ANP-TRAIL-PERIODS > 24
               DISPLAY 'CWXJSUBC - WINDOW CUT TO 24 PERIODS - TYPE '
                       ANP-EMP-TYPE
               MOVE 24 TO SCR-PRM-TRAIL(SCR-TYPE-SUB)
           ELSE
               MOVE ANP-TRAIL-PERIODS TO SCR-PRM-TRAIL(SCR-TYPE-SUB)
           END-IF.
           MOVE ANP-MIN-HISTORY     TO SCR-PRM-MIN-HIST(SCR-TYPE-SUB).
           MOVE ANP-SPIKE-PCT       TO SCR-PRM-SPIKE-PCT(SCR-TYPE-SUB).
           MOVE ANP-SPIKE-MIN-SALES TO SCR-PRM-SPIKE-MIN(SCR-TYPE-SUB).
           MOVE ANP-BAND-MARGIN-PCT TO SCR-PRM-MARGIN(SCR-TYPE-SUB).
           MOVE ANP-BAND-HIT-COUNT  TO SCR-PRM-BAND-HITS(SCR-TYPE-SUB).
           MOVE ANP-PARTNER-COUNT   TO SCR-PRM-PTN-HITS(SCR-TYPE-SUB).
           MOVE ANP-ADJ-COUNT       TO SCR-PRM-ADJ-HITS(SCR-TYPE-SUB).
       1150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1200-LOAD-BANDS  --  TABLE THE MONTHLY BAND LOW AMOUNTS IN    *
      *                     EFFECT ON THE RUN DATE                     *
      *****************************************************************
       1200-LOAD-BANDS.
           INITIALIZE SCR-BAND-TABLE.
           OPEN INPUT THR-FILE.
           PERFORM 1250-READ-THR-REC THRU 1250-EXIT
               UNTIL SCR-THR-EOF.
           CLOSE THR-FILE.
       1200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1250-READ-THR-REC  --  FOLD ONE MONTHLY THRESHOLD RECORD INTO *
      *                     ITS SLOT: ON OR BEFORE THE RUN DATE,       *
      *                     LATEST EFFECTIVE DATE WINS                 *
      *****************************************************************
       1250-READ-THR-REC.
           READ THR-FILE
               AT END
                   SET SCR-THR-EOF TO TRUE
                   GO TO 1250-EXIT.
           IF NOT THR-MODE-MONTHLY OR NOT THR-TIER-VALID
               GO TO 1250-EXIT.
           IF THR-EFFECTIVE-DATE > SCR-RUN-DATE
               GO TO 1250-EXIT.
           IF THR-EMP-TYPE EQUAL 'S'
               MOVE 1 TO SCR-TYPE-SUB
           ELSE
               IF THR-EMP-TYPE EQUAL 'M'
                   MOVE 2 TO SCR-TYPE-SUB
               ELSE
                   IF THR-EMP-TYPE EQUAL 'T'
                       MOVE 3 TO SCR-TYPE-SUB
                   ELSE
                       GO TO 1250-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE THR-TIER-NO TO SCR-BAND-SUB.
           IF THR-EFFECTIVE-DATE NOT LESS THAN
               SCR-BAND-EFF-DATE(SCR-TYPE-SUB, SCR-BAND-SUB)
               MOVE THR-LOW-AMOUNT
                   TO SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB)
               MOVE THR-EFFECTIVE-DATE
                   TO SCR-BAND-EFF-DATE(SCR-TYPE-SUB, SCR-BAND-SUB).
       1250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PERIOD MUST HAVE BEEN EDITED  *
      *                     (IT IS ON THE RUN-CONTROL FILE) AND NOT    *
      *                     YET CALCULATED, OR THE FLAGS WOULD COME    *
      *                     TOO LATE TO HOLD ANYTHING                  *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO SCR-RUN-FOUND-SW.
           MOVE SCR-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SCR-RUN-FOUND TO TRUE.
           CLOSE RUN-CONTROL-FILE.
           IF NOT SCR-RUN-FOUND
               DISPLAY 'CWXJSUBC - PERIOD ' SCR-PAY-PERIOD
                       ' NOT ON RUN-CONTROL FILE - NOT YET EDITED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF RUN-CALCULATED-OR-LATER
               DISPLAY 'CWXJSUBC - PERIOD ' SCR-PAY-PERIOD
                       ' STATUS ' RUN-STATUS
                       ' - ALREADY CALCULATED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-PROCESS-REP  --  GATHER ONE REP'S TRANSACTIONS AND       *
      *                     AUDIT HISTORY, THEN SCREEN IT              *
      *****************************************************************
       2000-PROCESS-REP.
           MOVE TXN-REP-NUMBER TO SCR-REP.
           MOVE TXN-EMP-TYPE   TO SCR-EMP-TYPE.
           INITIALIZE SCR-REP-WORK.
           MOVE ZERO TO SCR-TRAIL.
           IF SCR-EMP-TYPE EQUAL 'S'
               MOVE 1 TO SCR-TYPE-SUB
           ELSE
               IF SCR-EMP-TYPE EQUAL 'M'
                   MOVE 2 TO SCR-TYPE-SUB
               ELSE
                   IF SCR-EMP-TYPE EQUAL 'T'
                       MOVE 3 TO SCR-TYPE-SUB
                   ELSE
                       MOVE 0 TO SCR-TYPE-SUB
                   END-IF
               END-IF
           END-IF.
           IF SCR-TYPE-SUB > ZERO
               IF SCR-PRM-SET(SCR-TYPE-SUB)
                   MOVE SCR-PRM-TRAIL(SCR-TYPE-SUB) TO SCR-TRAIL
               END-IF
           END-IF.
           PERFORM 2050-TABLE-REP THRU 2050-EXIT.
           PERFORM 2100-ACCUM-TXN THRU 2100-EXIT
               UNTIL SCR-TXN-EOF
                  OR TXN-REP-NUMBER NOT EQUAL SCR-REP.
           PERFORM 2300-ACCUM-AUDIT THRU 2300-EXIT
               UNTIL SCR-AUD-EOF
                  OR AUD-REP-NUMBER > SCR-REP.
           IF SCR-TRAIL EQUAL ZERO
               ADD 1 TO SCR-REPS-UNSCREENED
           ELSE
               ADD 1 TO SCR-REPS-SCREENED
               PERFORM 3000-SCREEN-REP THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2050-TABLE-REP  --  ADD THE REP TO THE TABLE OF REPS PAID     *
      *                     THIS PERIOD.  A FULL TABLE ONLY COSTS THE  *
      *                     ORIGINATOR FLAGGING AT END OF RUN          *
      *****************************************************************
       2050-TABLE-REP.
           IF SCR-REP-COUNT NOT LESS THAN 3000
               MOVE ZERO TO SCR-CUR-REP-SUB
               DISPLAY 'CWXJSUBC - REP TABLE FULL - NOT TABLED '
                       SCR-REP
               GO TO 2050-EXIT.
           ADD 1 TO SCR-REP-COUNT.
           MOVE SCR-REP-COUNT TO SCR-CUR-REP-SUB.
           MOVE SCR-REP       TO SCR-TBL-REP(SCR-CUR-REP-SUB).
           MOVE SCR-EMP-TYPE  TO SCR-TBL-EMP-TYPE(SCR-CUR-REP-SUB).
           MOVE 'N'           TO SCR-TBL-FLAG-SW(SCR-CUR-REP-SUB).
       2050-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-ACCUM-TXN  --  FOLD ONE OF THE REP'S TRANSACTIONS INTO   *
      *                     THIS PERIOD'S FIGURES.  A SPLIT COUNTS ITS *
      *                     SHARE, AS CWXDSUBC PRICES IT.  AMOUNTS ARE *
      *                     CONVERTED TO BASE AT THE PERIOD'S RATES;   *
      *                     ONE THAT WILL NOT CONVERT (THE EDIT HAS    *
      *                     ALREADY REJECTED ANY SUCH) COUNTS AS ZERO  *
      *****************************************************************
       2100-ACCUM-TXN.
           IF TXN-TYPE-ADJUSTMENT AND NOT TXN-ADJ-RETRO
               SET SCR-CUR-ADJ TO TRUE
               GO TO 2100-NEXT.
           IF TXN-TYPE-ADJUSTMENT
               GO TO 2100-NEXT.
           IF TXN-TYPE-SPLIT
               COMPUTE SCR-SHARE =
                   TXN-SALES-AMOUNT * TXN-SPLIT-PCT / 100
           ELSE
               MOVE TXN-SALES-AMOUNT TO SCR-SHARE.
           MOVE TXN-CURRENCY-CODE TO CNV-CURRENCY-CODE.
           MOVE SCR-PAY-PERIOD    TO CNV-PAY-PERIOD.
           MOVE SCR-SHARE         TO CNV-LOCAL-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF CNV-STATUS-OK
               MOVE CNV-BASE-AMOUNT TO SCR-BASE-SALES
           ELSE
               MOVE ZERO TO SCR-BASE-SALES.
           IF TXN-TYPE-SPLIT
               ADD SCR-BASE-SALES TO SCR-CUR-SALES
               IF TXN-PARTNER-REP NOT EQUAL SCR-REP
                   MOVE TXN-PARTNER-REP TO SCR-NOTE-PARTNER
                   MOVE SCR-CUR-MONTHNO TO SCR-NOTE-MONTHNO
                   PERFORM 2500-NOTE-PARTNER THRU 2500-EXIT
               END-IF
           ELSE
               ADD SCR-BASE-SALES TO SCR-CUR-SALES
               ADD SCR-BASE-SALES TO SCR-CUR-REG-SALES.
       2100-NEXT.
           PERFORM 2900-READ-TXN THRU 2900-EXIT.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-ACCUM-AUDIT  --  FOLD ONE AUDIT LINE INTO THE REP'S      *
      *                     TRAILING WINDOW.  LINES FOR REPS WITH NO   *
      *                     TRANSACTION THIS PERIOD, AND LINES OUTSIDE *
      *                     THE WINDOW, ARE PASSED OVER.  BONUS LINES  *
      *                     ARE NOT SALES AND ARE PASSED OVER TOO      *
      *****************************************************************
       2300-ACCUM-AUDIT.
           IF AUD-REP-NUMBER < SCR-REP
               GO TO 2300-NEXT.
           MOVE AUD-PAY-PERIOD TO SCR-MN-PERIOD.
           PERFORM 8000-MONTH-NUMBER THRU 8000-EXIT.
           MOVE SCR-MN-RESULT TO SCR-AUD-MONTHNO.
           COMPUTE SCR-AUD-SLOT = SCR-CUR-MONTHNO - SCR-AUD-MONTHNO.
           IF SCR-AUD-SLOT < 1 OR SCR-AUD-SLOT > SCR-TRAIL
               GO TO 2300-NEXT.
           MOVE SCR-AUD-SLOT TO SCR-SLOT-SUB.
           IF AUD-TYPE-ADJUSTMENT
               SET SCR-SLOT-ADJ(SCR-SLOT-SUB) TO TRUE
               GO TO 2300-NEXT.
           IF AUD-TYPE-REGULAR
               ADD AUD-SALES-AMOUNT TO SCR-SLOT-SALES(SCR-SLOT-SUB)
               ADD AUD-SALES-AMOUNT
                   TO SCR-SLOT-REG-SALES(SCR-SLOT-SUB)
               SET SCR-SLOT-ACTIVE(SCR-SLOT-SUB) TO TRUE
           ELSE
               IF AUD-TYPE-SPLIT
                   ADD AUD-SALES-AMOUNT
                       TO SCR-SLOT-SALES(SCR-SLOT-SUB)
                   SET SCR-SLOT-ACTIVE(SCR-SLOT-SUB) TO TRUE
                   IF AUD-SPLIT-ANCHOR NOT EQUAL SCR-REP
                       MOVE AUD-SPLIT-ANCHOR TO SCR-NOTE-PARTNER
                       MOVE SCR-AUD-MONTHNO  TO SCR-NOTE-MONTHNO
                       PERFORM 2500-NOTE-PARTNER THRU 2500-EXIT
                   END-IF
               END-IF
           END-IF.
       2300-NEXT.
           PERFORM 2950-READ-AUDIT THRU 2950-EXIT.
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-NOTE-PARTNER  --  COUNT A PERIOD FOR A SPLIT PARTNER,    *
      *                     ONCE PER DISTINCT PERIOD, AND MARK IT      *
      *                     WHEN THE PERIOD IS THE ONE SCREENED        *
      *****************************************************************
       2500-NOTE-PARTNER.
           MOVE ZERO TO SCR-PTN-FOUND-SUB.
           PERFORM 2550-FIND-PARTNER THRU 2550-EXIT
               VARYING SCR-PTN-SUB FROM 1 BY 1
               UNTIL SCR-PTN-SUB > SCR-PTN-COUNT
                  OR SCR-PTN-FOUND-SUB > ZERO.
           IF SCR-PTN-FOUND-SUB EQUAL ZERO
               IF SCR-PTN-COUNT NOT LESS THAN 50
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO SCR-PTN-COUNT
               MOVE SCR-PTN-COUNT    TO SCR-PTN-FOUND-SUB
               MOVE SCR-NOTE-PARTNER TO SCR-PTN-REP(SCR-PTN-FOUND-SUB)
               MOVE ZERO TO SCR-PTN-PERIODS(SCR-PTN-FOUND-SUB)
               MOVE ZERO TO SCR-PTN-LAST-MONTH(SCR-PTN-FOUND-SUB)
               MOVE 'N'  TO SCR-PTN-CUR-SW(SCR-PTN-FOUND-SUB)
           END-IF.
           IF SCR-PTN-LAST-MONTH(SCR-PTN-FOUND-SUB)
               NOT EQUAL SCR-NOTE-MONTHNO
               ADD 1 TO SCR-PTN-PERIODS(SCR-PTN-FOUND-SUB)
               MOVE SCR-NOTE-MONTHNO
                   TO SCR-PTN-LAST-MONTH(SCR-PTN-FOUND-SUB).
           IF SCR-NOTE-MONTHNO EQUAL SCR-CUR-MONTHNO
               SET SCR-PTN-CUR(SCR-PTN-FOUND-SUB) TO TRUE.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2550-FIND-PARTNER  --  TEST ONE PARTNER TABLE ENTRY           *
      *****************************************************************
       2550-FIND-PARTNER.
           IF SCR-PTN-REP(SCR-PTN-SUB) EQUAL SCR-NOTE-PARTNER
               MOVE SCR-PTN-SUB TO SCR-PTN-FOUND-SUB.
       2550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2900-READ-TXN  --  READ THE NEXT CLEAN TRANSACTION AND CHECK  *
      *                     ITS REP SEQUENCE                           *
      *****************************************************************
       2900-READ-TXN.
           READ SALES-TXN-FILE
               AT END
                   SET SCR-TXN-EOF TO TRUE
                   GO TO 2900-EXIT.
           ADD 1 TO SCR-TXN-COUNT.
           IF TXN-REP-NUMBER < SCR-LAST-TXN-REP
               DISPLAY 'CWXJSUBC - SLSTXN OUT OF SEQUENCE AT REP '
                       TXN-REP-NUMBER
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE TXN-REP-NUMBER TO SCR-LAST-TXN-REP.
       2900-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2950-READ-AUDIT  --  READ THE NEXT SORTED AUDIT RECORD AND    *
      *                     CHECK ITS REP AND PERIOD SEQUENCE          *
      *****************************************************************
       2950-READ-AUDIT.
           READ SCR-AUDIT-FILE
               AT END
                   SET SCR-AUD-EOF TO TRUE
                   GO TO 2950-EXIT.
           ADD 1 TO SCR-AUD-COUNT.
           MOVE AUD-REP-NUMBER TO SCR-THIS-AUD-REP.
           MOVE AUD-PAY-PERIOD TO SCR-THIS-AUD-PERIOD.
           IF SCR-THIS-AUD-KEY < SCR-LAST-AUD-KEY
               DISPLAY 'CWXJSUBC - SCRAUD OUT OF SEQUENCE AT REP '
                       AUD-REP-NUMBER ' PERIOD ' AUD-PAY-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE SCR-THIS-AUD-KEY TO SCR-LAST-AUD-KEY.
       2950-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-SCREEN-REP  --  RUN EVERY TEST ON THE REP                *
      *****************************************************************
       3000-SCREEN-REP.
           PERFORM 3100-SCREEN-SPIKE THRU 3100-EXIT.
           PERFORM 3200-SCREEN-BAND THRU 3200-EXIT.
           PERFORM 3300-SCREEN-PARTNER THRU 3300-EXIT.
           PERFORM 3400-SCREEN-ADJUST THRU 3400-EXIT.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-SCREEN-SPIKE  --  THIS PERIOD'S SALES AGAINST THE        *
      *                     AVERAGE OF THE WINDOW'S ACTIVE PERIODS     *
      *****************************************************************
       3100-SCREEN-SPIKE.
           IF SCR-PRM-SPIKE-PCT(SCR-TYPE-SUB) EQUAL ZERO
               GO TO 3100-EXIT.
           IF SCR-CUR-SALES < SCR-PRM-SPIKE-MIN(SCR-TYPE-SUB)
             OR SCR-CUR-SALES EQUAL ZERO
               GO TO 3100-EXIT.
           MOVE ZERO TO SCR-ACTIVE-COUNT.
           MOVE ZERO TO SCR-SALES-SUM.
           PERFORM 3150-SUM-SLOT THRU 3150-EXIT
               VARYING SCR-SLOT-SUB FROM 1 BY 1
               UNTIL SCR-SLOT-SUB > SCR-TRAIL.
           IF SCR-ACTIVE-COUNT EQUAL ZERO
             OR SCR-ACTIVE-COUNT < SCR-PRM-MIN-HIST(SCR-TYPE-SUB)
               GO TO 3100-EXIT.
           COMPUTE SCR-AVERAGE ROUNDED =
               SCR-SALES-SUM / SCR-ACTIVE-COUNT.
           COMPUTE SCR-SPIKE-LIMIT ROUNDED =
               SCR-AVERAGE * SCR-PRM-SPIKE-PCT(SCR-TYPE-SUB) / 100.
           IF SCR-CUR-SALES NOT GREATER THAN SCR-SPIKE-LIMIT
               GO TO 3100-EXIT.
           MOVE SPACES TO DSUBC-ANX-RECORD.
           SET ANX-REASON-SPIKE TO TRUE.
           MOVE SCR-CUR-SALES    TO ANX-CUR-AMOUNT.
           MOVE SCR-AVERAGE      TO ANX-BASIS-AMOUNT.
           MOVE SCR-ACTIVE-COUNT TO ANX-HIT-COUNT.
           MOVE ZERO             TO ANX-PARTNER-REP.
           MOVE ZERO             TO ANX-TIER.
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3150-SUM-SLOT  --  ADD ONE ACTIVE WINDOW PERIOD TO THE SUM    *
      *****************************************************************
       3150-SUM-SLOT.
           IF SCR-SLOT-ACTIVE(SCR-SLOT-SUB)
               ADD 1 TO SCR-ACTIVE-COUNT
               ADD SCR-SLOT-SALES(SCR-SLOT-SUB) TO SCR-SALES-SUM.
       3150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-SCREEN-BAND  --  THIS PERIOD'S REGULAR SALE JUST OVER A  *
      *                     BAND LOW AMOUNT, AND ENOUGH WINDOW PERIODS *
      *                     THAT LANDED THE SAME WAY                   *
      *****************************************************************
       3200-SCREEN-BAND.
           IF SCR-PRM-MARGIN(SCR-TYPE-SUB) EQUAL ZERO
             OR SCR-CUR-REG-SALES EQUAL ZERO
               GO TO 3200-EXIT.
           MOVE SCR-CUR-REG-SALES TO SCR-TEST-AMT.
           PERFORM 3250-TEST-JUST-OVER THRU 3250-EXIT.
           IF SCR-HIT-TIER EQUAL ZERO
               GO TO 3200-EXIT.
           MOVE SCR-HIT-TIER TO SCR-CUR-TIER.
           MOVE SCR-HIT-LOW  TO SCR-CUR-LOW.
           MOVE 1 TO SCR-HIT-COUNT.
           PERFORM 3270-COUNT-BAND-SLOT THRU 3270-EXIT
               VARYING SCR-SLOT-SUB FROM 1 BY 1
               UNTIL SCR-SLOT-SUB > SCR-TRAIL.
           IF SCR-HIT-COUNT < SCR-PRM-BAND-HITS(SCR-TYPE-SUB)
               GO TO 3200-EXIT.
           MOVE SPACES TO DSUBC-ANX-RECORD.
           SET ANX-REASON-BAND TO TRUE.
           MOVE SCR-CUR-REG-SALES TO ANX-CUR-AMOUNT.
           MOVE SCR-CUR-LOW       TO ANX-BASIS-AMOUNT.
           MOVE SCR-HIT-COUNT     TO ANX-HIT-COUNT.
           MOVE ZERO              TO ANX-PARTNER-REP.
           MOVE SCR-CUR-TIER      TO ANX-TIER.
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3250-TEST-JUST-OVER  --  FIND THE BAND (TIERS 2 TO 5) WHOSE   *
      *                     LOW AMOUNT SCR-TEST-AMT IS AT OR JUST      *
      *                     ABOVE, WITHIN THE TYPE'S MARGIN.  TIER 0   *
      *                     WHEN NONE                                  *
      *****************************************************************
       3250-TEST-JUST-OVER.
           MOVE ZERO TO SCR-HIT-TIER.
           MOVE ZERO TO SCR-HIT-LOW.
           PERFORM 3260-TEST-ONE-BAND THRU 3260-EXIT
               VARYING SCR-BAND-SUB FROM 2 BY 1
               UNTIL SCR-BAND-SUB > 5.
       3250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3260-TEST-ONE-BAND  --  TEST ONE BAND LOW AMOUNT              *
      *****************************************************************
       3260-TEST-ONE-BAND.
           IF SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB) EQUAL ZERO
               GO TO 3260-EXIT.
           COMPUTE SCR-TEST-UPPER =
               SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB)
             + SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB)
             * SCR-PRM-MARGIN(SCR-TYPE-SUB) / 100.
           IF SCR-TEST-AMT NOT LESS THAN
               SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB)
             AND SCR-TEST-AMT NOT GREATER THAN SCR-TEST-UPPER
               MOVE SCR-BAND-SUB TO SCR-HIT-TIER
               MOVE SCR-BAND-LOW(SCR-TYPE-SUB, SCR-BAND-SUB)
                   TO SCR-HIT-LOW.
       3260-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3270-COUNT-BAND-SLOT  --  COUNT ONE WINDOW PERIOD WHOSE       *
      *                     REGULAR SALE LANDED JUST OVER A BAND       *
      *****************************************************************
       3270-COUNT-BAND-SLOT.
           IF SCR-SLOT-REG-SALES(SCR-SLOT-SUB) EQUAL ZERO
               GO TO 3270-EXIT.
           MOVE SCR-SLOT-REG-SALES(SCR-SLOT-SUB) TO SCR-TEST-AMT.
           PERFORM 3250-TEST-JUST-OVER THRU 3250-EXIT.
           IF SCR-HIT-TIER > ZERO
               ADD 1 TO SCR-HIT-COUNT.
       3270-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-SCREEN-PARTNER  --  EVERY SPLIT PARTNER OF THIS PERIOD   *
      *                     THAT RECURS IN ENOUGH PERIODS              *
      *****************************************************************
       3300-SCREEN-PARTNER.
           IF SCR-PRM-PTN-HITS(SCR-TYPE-SUB) EQUAL ZERO
               GO TO 3300-EXIT.
           PERFORM 3350-TEST-PARTNER THRU 3350-EXIT
               VARYING SCR-PTN-SUB FROM 1 BY 1
               UNTIL SCR-PTN-SUB > SCR-PTN-COUNT.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3350-TEST-PARTNER  --  FLAG ONE RECURRING PARTNER AND NOTE    *
      *                     ITS ORIGINATOR FOR END OF RUN              *
      *****************************************************************
       3350-TEST-PARTNER.
           IF NOT SCR-PTN-CUR(SCR-PTN-SUB)
             OR SCR-PTN-PERIODS(SCR-PTN-SUB)
                < SCR-PRM-PTN-HITS(SCR-TYPE-SUB)
               GO TO 3350-EXIT.
           MOVE SPACES TO DSUBC-ANX-RECORD.
           SET ANX-REASON-PARTNER TO TRUE.
           MOVE ZERO                     TO ANX-CUR-AMOUNT.
           MOVE ZERO                     TO ANX-BASIS-AMOUNT.
           MOVE SCR-PTN-PERIODS(SCR-PTN-SUB) TO ANX-HIT-COUNT.
           MOVE SCR-PTN-REP(SCR-PTN-SUB) TO ANX-PARTNER-REP.
           MOVE ZERO                     TO ANX-TIER.
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
           IF SCR-ANC-COUNT NOT LESS THAN 500
               DISPLAY 'CWXJSUBC - ORIGINATOR TABLE FULL - NOT NOTED '
                       SCR-PTN-REP(SCR-PTN-SUB)
               GO TO 3350-EXIT.
           ADD 1 TO SCR-ANC-COUNT.
           MOVE SCR-ANC-COUNT TO SCR-ANC-SUB.
           MOVE SCR-PTN-REP(SCR-PTN-SUB) TO SCR-ANC-REP(SCR-ANC-SUB).
           MOVE SCR-REP                 TO SCR-ANC-PARTNER(SCR-ANC-SUB).
           MOVE SCR-PTN-PERIODS(SCR-PTN-SUB)
               TO SCR-ANC-PERIODS(SCR-ANC-SUB).
       3350-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3400-SCREEN-ADJUST  --  AN ADJUSTMENT THIS PERIOD, AND ENOUGH *
      *                     WINDOW PERIODS THAT CARRIED ONE            *
      *****************************************************************
       3400-SCREEN-ADJUST.
           IF SCR-PRM-ADJ-HITS(SCR-TYPE-SUB) EQUAL ZERO
             OR NOT SCR-CUR-ADJ
               GO TO 3400-EXIT.
           MOVE 1 TO SCR-HIT-COUNT.
           PERFORM 3450-COUNT-ADJ-SLOT THRU 3450-EXIT
               VARYING SCR-SLOT-SUB FROM 1 BY 1
               UNTIL SCR-SLOT-SUB > SCR-TRAIL.
           IF SCR-HIT-COUNT < SCR-PRM-ADJ-HITS(SCR-TYPE-SUB)
               GO TO 3400-EXIT.
           MOVE SPACES TO DSUBC-ANX-RECORD.
           SET ANX-REASON-ADJUST TO TRUE.
           MOVE ZERO          TO ANX-CUR-AMOUNT.
           MOVE ZERO          TO ANX-BASIS-AMOUNT.
           MOVE SCR-HIT-COUNT TO ANX-HIT-COUNT.
           MOVE ZERO          TO ANX-PARTNER-REP.
           MOVE ZERO          TO ANX-TIER.
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
       3400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3450-COUNT-ADJ-SLOT  --  COUNT ONE WINDOW PERIOD THAT         *
      *                     CARRIED AN ADJUSTMENT                      *
      *****************************************************************
       3450-COUNT-ADJ-SLOT.
           IF SCR-SLOT-ADJ(SCR-SLOT-SUB)
               ADD 1 TO SCR-HIT-COUNT.
       3450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-WRITE-EXCEPTION  --  WRITE AND PRINT ONE EXCEPTION FOR   *
      *                     SCR-REP, WITH THE REASON FIELDS ALREADY    *
      *                     SET, AND MARK THE REP FLAGGED              *
      *****************************************************************
       5000-WRITE-EXCEPTION.
           MOVE SCR-REP        TO ANX-REP-NUMBER.
           MOVE SCR-EMP-TYPE   TO ANX-EMP-TYPE.
           MOVE SCR-PAY-PERIOD TO ANX-PAY-PERIOD.
           WRITE DSUBC-ANX-RECORD.
           ADD 1 TO SCR-EXC-COUNT.
           IF ANX-REASON-SPIKE
               ADD 1 TO SCR-SPIKE-COUNT
               MOVE 'SALES OVER AVERAGE'   TO RPT-DTL-REASON
           ELSE
               IF ANX-REASON-BAND
                   ADD 1 TO SCR-BAND-COUNT
                   MOVE 'JUST OVER BAND LOW'   TO RPT-DTL-REASON
               ELSE
                   IF ANX-REASON-PARTNER
                       ADD 1 TO SCR-PARTNER-COUNT
                       MOVE 'RECURRING SPLIT PARTNER'
                           TO RPT-DTL-REASON
                   ELSE
                       ADD 1 TO SCR-ADJUST-COUNT
                       MOVE 'RECURRING ADJUSTMENT' TO RPT-DTL-REASON
                   END-IF
               END-IF
           END-IF.
           MOVE ANX-REP-NUMBER   TO RPT-DTL-REP.
           MOVE ANX-EMP-TYPE     TO RPT-DTL-TYPE.
           MOVE ANX-CUR-AMOUNT   TO RPT-DTL-AMOUNT.
           MOVE ANX-BASIS-AMOUNT TO RPT-DTL-BASIS.
           MOVE ANX-HIT-COUNT    TO RPT-DTL-PERIODS.
           MOVE ANX-PARTNER-REP  TO RPT-DTL-PARTNER.
           MOVE ANX-TIER         TO RPT-DTL-TIER.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           IF SCR-CUR-REP-SUB EQUAL ZERO
               ADD 1 TO SCR-REPS-FLAGGED
               GO TO 5000-EXIT.
           IF NOT SCR-TBL-FLAGGED(SCR-CUR-REP-SUB)
               ADD 1 TO SCR-REPS-FLAGGED
               SET SCR-TBL-FLAGGED(SCR-CUR-REP-SUB) TO TRUE.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6000-FLAG-ORIGINATORS  --  FLAG THE ORIGINATOR OF EVERY       *
      *                     RECURRING SPLIT PARTNERSHIP WHEN IT IS     *
      *                     PAID THIS PERIOD AND NOT ALREADY FLAGGED   *
      *****************************************************************
       6000-FLAG-ORIGINATORS.
           PERFORM 6100-FLAG-ONE-ORIGINATOR THRU 6100-EXIT
               VARYING SCR-ANC-SUB FROM 1 BY 1
               UNTIL SCR-ANC-SUB > SCR-ANC-COUNT.
       6000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6100-FLAG-ONE-ORIGINATOR  --  LOOK THE ORIGINATOR UP AMONG    *
      *                     THIS PERIOD'S REPS AND FLAG IT             *
      *****************************************************************
       6100-FLAG-ONE-ORIGINATOR.
           MOVE ZERO TO SCR-REP-FOUND-SUB.
           PERFORM 6150-FIND-REP THRU 6150-EXIT
               VARYING SCR-REP-SUB FROM 1 BY 1
               UNTIL SCR-REP-SUB > SCR-REP-COUNT
                  OR SCR-REP-FOUND-SUB > ZERO.
           IF SCR-REP-FOUND-SUB EQUAL ZERO
               GO TO 6100-EXIT.
           IF SCR-TBL-FLAGGED(SCR-REP-FOUND-SUB)
               GO TO 6100-EXIT.
           MOVE SCR-REP-FOUND-SUB TO SCR-CUR-REP-SUB.
           MOVE SCR-ANC-REP(SCR-ANC-SUB) TO SCR-REP.
           MOVE SCR-TBL-EMP-TYPE(SCR-REP-FOUND-SUB) TO SCR-EMP-TYPE.
           MOVE SPACES TO DSUBC-ANX-RECORD.
           SET ANX-REASON-PARTNER TO TRUE.
           MOVE ZERO                         TO ANX-CUR-AMOUNT.
           MOVE ZERO                         TO ANX-BASIS-AMOUNT.
           MOVE SCR-ANC-PERIODS(SCR-ANC-SUB) TO ANX-HIT-COUNT.
           MOVE SCR-ANC-PARTNER(SCR-ANC-SUB) TO ANX-PARTNER-REP.
           MOVE ZERO                         TO ANX-TIER.
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.
       6100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6150-FIND-REP  --  TEST ONE REP TABLE ENTRY                   *
      *****************************************************************
       6150-FIND-REP.
           IF SCR-TBL-REP(SCR-REP-SUB) EQUAL SCR-ANC-REP(SCR-ANC-SUB)
               MOVE SCR-REP-SUB TO SCR-REP-FOUND-SUB.
       6150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8000-MONTH-NUMBER  --  TURN THE PERIOD IN SCR-MN-PERIOD INTO  *
      *                     A RUNNING MONTH NUMBER IN SCR-MN-RESULT    *
      *****************************************************************
       8000-MONTH-NUMBER.
           COMPUTE SCR-MN-RESULT = SCR-MN-YEAR * 12 + SCR-MN-MONTH.
       8000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  PRINT THE RUN COUNTS AND CLOSE THE FILES  *
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TRANSACTIONS READ'     TO RPT-CNT-LABEL.
           MOVE SCR-TXN-COUNT           TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ'    TO RPT-CNT-LABEL.
           MOVE SCR-AUD-COUNT           TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS SCREENED'         TO RPT-CNT-LABEL.
           MOVE SCR-REPS-SCREENED       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS NOT SCREENED'     TO RPT-CNT-LABEL.
           MOVE SCR-REPS-UNSCREENED     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS FLAGGED'          TO RPT-CNT-LABEL.
           MOVE SCR-REPS-FLAGGED        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'SALES OVER AVERAGE'    TO RPT-CNT-LABEL.
           MOVE SCR-SPIKE-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'JUST OVER BAND LOW'    TO RPT-CNT-LABEL.
           MOVE SCR-BAND-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECURRING SPLIT PARTNER' TO RPT-CNT-LABEL.
           MOVE SCR-PARTNER-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECURRING ADJUSTMENT'  TO RPT-CNT-LABEL.
           MOVE SCR-ADJUST-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXJSUBC - REPS SCREENED : ' SCR-REPS-SCREENED.
           DISPLAY 'CWXJSUBC - REPS FLAGGED  : ' SCR-REPS-FLAGGED.
           DISPLAY 'CWXJSUBC - EXCEPTIONS    : ' SCR-EXC-COUNT.
           CLOSE SALES-TXN-FILE.
           CLOSE SCR-AUDIT-FILE.
           CLOSE ANM-EXC-FILE.
           CLOSE SCR-RPT-FILE.
       9000-EXIT.
           EXIT.
