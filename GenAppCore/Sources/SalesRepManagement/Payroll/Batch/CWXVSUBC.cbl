       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXVSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  RETROACTIVE RATE CHANGE RECALCULATION.  WHEN A RATE OR BAND   *
      *  CHANGE IS ADDED TO COMRATE OR THRFILE WITH AN EFFECTIVE DATE  *
      *  IN THE PAST, CWXTSUBC ONLY APPLIES IT FROM THE NEXT RUN ON.   *
      *  THIS PROGRAM PAYS (OR RECOVERS) THE DIFFERENCE FOR THE        *
      *  PERIODS ALREADY CLOSED, IN TWO FUNCTIONS:                     *
      *                                                                *
      *  FUNCTION C (CALCULATE) -- READS THE ACTIVE AND ARCHIVED       *
      *  AUDIT RECORDS (COMAUDIT AND AUDHIST, SORTED TOGETHER BY THE   *
      *  JCL INTO REP AND PERIOD SEQUENCE ON RTRAUD) FOR THE FROM/TO   *
      *  PERIOD RANGE AND REPRICES EVERY REGULAR AND SPLIT LINE UNDER  *
      *  THE RATES AND BANDS IN EFFECT FOR ITS PERIOD AS THE FILES     *
      *  STAND NOW -- EVERY COMRATE AND THRFILE RECORD EFFECTIVE ON    *
      *  OR BEFORE THE LAST DAY OF THE PERIOD, LATEST DATE WINS PER    *
      *  SLOT, THE SAME RULES CWXTSUBC APPLIES ON ITS RUN DATE.  THE   *
      *  REPRICING MIRRORS CWXTSUBC: MONTHLY LINES ARE TIERED AND      *
      *  PRICED ON THE AMOUNT PRICED AT THE TIME (THE REP'S SHARE FOR  *
      *  A SPLIT), WITH A TEAM LEAD'S ROLLUP REPRICED ON THE TEAM      *
      *  SALES; YEAR-TO-DATE LINES ARE TIERED ON THE YTD SALES AND     *
      *  REPRICED AS A TRUE-UP (SEE 4200).  ADJUSTMENT AND BONUS       *
      *  LINES ARE NOT REPRICED.  A LINE WHOSE REPRICED COMMISSION     *
      *  DIFFERS FROM AUD-COMM-TOTAL BECOMES A PENDING RETRO           *
      *  ADJUSTMENT (RTRPND, SEE DSUBCRTA), AND THE RETRO REPORT       *
      *  LISTS IT BY REP AND PERIOD WITH THE OLD AND NEW RATE AND THE  *
      *  COMMISSION DIFFERENCE, ENDING WITH THE RUN TOTAL TO BE        *
      *  APPROVED.  NOTHING IS RELEASED BY THIS FUNCTION.              *
      *                                                                *
      *  FUNCTION R (RELEASE) -- ONCE THE RUN TOTAL IS APPROVED, THE   *
      *  APPROVED TOTAL IS KEYED IN THE PARM.  THE RELEASE IS REFUSED  *
      *  UNLESS IT EQUALS THE COMMISSION DIFFERENCE TOTAL OF THE       *
      *  PENDING RECORDS NOT YET RELEASED; OTHERWISE EACH BECOMES A    *
      *  TYPE-A ADJUSTMENT TRANSACTION (RTRADJ) FOR THE PARM PAY       *
      *  PERIOD, CARRYING THE REPRICED PERIOD AS TXN-ORIG-PERIOD, AND  *
      *  IS STAMPED RELEASED SO IT IS NEVER RELEASED TWICE.  EACH IS   *
      *  MARKED AS A RETROACTIVE ADJUSTMENT (TXN-ADJ-RETRO), SO ITS    *
      *  SALES DELTA IS NOT TAKEN AS SALES.  THE JCL MERGES RTRADJ     *
      *  INTO THE NEXT PERIOD'S RAW TRANSACTION FILE THE SAME WAY THE  *
      *  CWXUSUBC DISPUTE ADJUSTMENTS ARE MERGED.                      *
      *                                                                *
      *  EVERY RELEASE IS KEPT ON THE RELEASE HISTORY (RTRHST), AND    *
      *  FUNCTION C READS IT BACK (SORTED BY THE JCL INTO REP AND      *
      *  ORIGINAL PERIOD SEQUENCE) SO THAT A PERIOD REPRICED AGAIN BY  *
      *  A LATER OR OVERLAPPING RUN IS NOT PAID TWICE: THE DIFFERENCES *
      *  ALREADY RELEASED FOR A REP, PERIOD, AND COMMISSION MODE ARE   *
      *  TAKEN OFF THE FIRST LINE OF THAT MODE REPRICED, SO ONLY WHAT  *
      *  IS STILL OWED (OR OVERPAID) BECOMES PENDING.  A LINE WHOSE    *
      *  DIFFERENCE WAS RELEASED IN FULL IS COUNTED AS ALREADY         *
      *  RELEASED AND NOT LISTED.                                      *
      *                                                                *
      *  AN ADJUSTMENT CARRIES A SALES DELTA, NOT A COMMISSION, AND    *
      *  CWXDSUBC PRICES IT THROUGH TODAY'S MONTHLY TIERS, SO THE      *
      *  COMMISSION DIFFERENCE IS TURNED INTO THE SALES DELTA THAT     *
      *  PRICES BACK TO IT: FOR EACH TIER IN TURN, THE DIFFERENCE      *
      *  OVER THAT TIER'S CURRENT RATE, TAKEN WHEN THE RESULT LANDS    *
      *  IN THAT SAME TIER.  A DIFFERENCE NO TIER CAN CARRY (OR TOO    *
      *  LARGE FOR ONE TRANSACTION) IS LISTED FOR MANUAL ADJUSTMENT    *
      *  AND LEFT OFF THE PENDING FILE.                                *
      *                                                                *
      *  A YEAR-TO-DATE LINE IN THE CURRENT CALENDAR YEAR IS LISTED    *
      *  AS A YTD TRUE-UP AND NOT ADJUSTED: THE NEXT YTD RUN TIERS     *
      *  AND PRICES THE WHOLE YEAR'S SALES UNDER THE RATES THEN IN     *
      *  EFFECT LESS WHAT WAS PAID, WHICH ALREADY PAYS IT.  ONLY A     *
      *  CLOSED YEAR'S YTD DIFFERENCES BECOME ADJUSTMENTS.             *
      *                                                                *
      *  PARM IS THE FUNCTION, THEN FOR C THE PERIOD RANGE AND FOR R   *
      *  THE PAY PERIOD AND THE APPROVED TOTAL (SIGN AND ELEVEN        *
      *  DIGITS, TWO OF THEM DECIMALS):                                *
      *     'Cfffffftttttt'   'Rpppppp+nnnnnnnnnnn'                    *
      *  FUNCTION C IS REFUSED (RETURN CODE 12) UNLESS THE TO PERIOD   *
      *  IS CLOSED, AND ENDS WITH RETURN CODE 4 WHEN A DIFFERENCE WAS  *
      *  LEFT FOR MANUAL ADJUSTMENT.  FUNCTION R IS REFUSED WHEN THE   *
      *  PAY PERIOD IS ALREADY CALCULATED, WHEN NOTHING IS PENDING,    *
      *  OR WHEN THE APPROVED TOTAL DOES NOT MATCH.                    *
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
           SELECT RTR-AUDIT-FILE   ASSIGN TO RTRAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE        ASSIGN TO COMRATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT THR-FILE         ASSIGN TO THRFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTR-PEND-FILE    ASSIGN TO RTRPND
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTR-ADJ-FILE     ASSIGN TO RTRADJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTR-HIST-FILE    ASSIGN TO RTRHST
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTR-RPT-FILE     ASSIGN TO RTRRPT
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
       FD  RTR-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCAUD.
       FD  RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRAT.
       FD  THR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCTHR.
       FD  RTR-PEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRTA.
       FD  RTR-ADJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RTR-ADJ-RECORD          PIC X(80).
       FD  RTR-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RTR-HIST-RECORD         PIC X(80).
       FD  RTR-RPT-FILE
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
       77  RTR-FUNC                PIC X(01)   VALUE SPACE.
           88  RTR-FUNC-CALC                   VALUE 'C'.
           88  RTR-FUNC-RELEASE                VALUE 'R'.
       77  RTR-FROM-PERIOD         PIC 9(06)   VALUE ZERO.
       77  RTR-TO-PERIOD           PIC 9(06)   VALUE ZERO.
       77  RTR-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  RTR-APPROVED-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-AUD-EOF-SW          PIC X(01)   VALUE 'N'.
           88  RTR-AUD-EOF                     VALUE 'Y'.
       77  RTR-PEND-EOF-SW         PIC X(01)   VALUE 'N'.
           88  RTR-PEND-EOF                    VALUE 'Y'.
       77  RTR-HST-EOF-SW          PIC X(01)   VALUE 'N'.
           88  RTR-HST-EOF                     VALUE 'Y'.
       77  RTR-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  RTR-RUN-FOUND                   VALUE 'Y'.
       77  RTR-CONVERTED-SW        PIC X(01)   VALUE 'N'.
           88  RTR-CONVERTED                   VALUE 'Y'.
       77  RTR-REP-PRINTED-SW      PIC X(01)   VALUE 'N'.
           88  RTR-REP-PRINTED                 VALUE 'Y'.
       77  RTR-YTD-LINE-SW         PIC X(01)   VALUE 'N'.
           88  RTR-YTD-LINE                    VALUE 'Y'.
       77  RTR-READ-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-SELECT-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-UNCHANGED-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-ADJUST-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-TRUEUP-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-MANUAL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-PENDING-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-RELEASED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-SETTLED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  RTR-ADJUST-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-ADJ-COMM-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-SALES-DELTA-TOTAL   PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-TRUEUP-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-MANUAL-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-PENDING-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-REP-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-PRIOR-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-PRIOR-REL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RTR-TYPE-SUB            PIC 9(01).
       77  RTR-TIER-SUB            PIC 9(01).
       77  RTR-TRY-TIER            PIC 9(01).
       77  RTR-NEW-TIER            PIC 9(01).
       77  RTR-NEW-RATE            PIC SV999.
       77  RTR-NEW-PERSONAL        PIC 9(07)V99 COMP-3.
       77  RTR-NEW-ROLLUP          PIC 9(07)V99 COMP-3.
       77  RTR-NEW-COMM            PIC S9(08)V99 COMP-3.
       77  RTR-COMM-DIFF           PIC S9(08)V99 COMP-3.
       77  RTR-ABS-DIFF            PIC 9(08)V99 COMP-3.
       77  RTR-NEW-AT-TIER         PIC 9(07)V99 COMP-3.
       77  RTR-OLD-AT-TIER         PIC 9(07)V99 COMP-3.
       77  RTR-YTD-CUM             PIC S9(08)V99 COMP-3.
       77  RTR-TRY-SALES           PIC 9(07)V99 COMP-3.
       77  RTR-TRY-COMM            PIC 9(07)V99 COMP-3.
       77  RTR-SALES-DELTA         PIC S9(06)V99 COMP-3.
       77  RTR-ADJ-COMM            PIC S9(07)V99 COMP-3.
       77  RTR-ADJ-TIER            PIC 9(01).
       77  RTR-ACTION              PIC X(12)   VALUE SPACES.
      ***
      ***      RUN DATE, AND THE AS-OF DATE A RATE SET IS BUILT FOR --
      ***      THE RUN DATE FOR THE CURRENT SET, THE LAST DAY OF THE
      ***      PAY PERIOD FOR A REPRICING SET.  DAY 31 SERVES FOR
      ***      EVERY MONTH, AS ONLY DATES WITHIN THE MONTH COMPARE
      ***      BELOW IT.
      ***
       01  RTR-RUN-DATE            PIC 9(08)   VALUE ZERO.
       01  RTR-RUN-DATE-R          REDEFINES RTR-RUN-DATE.
           05  RTR-RUN-YEAR            PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  RTR-ASOF-DATE           PIC 9(08)   VALUE ZERO.
       01  RTR-ASOF-DATE-R         REDEFINES RTR-ASOF-DATE.
           05  RTR-ASOF-PERIOD         PIC 9(06).
           05  RTR-ASOF-DAY            PIC 9(02).
       77  RTR-SET-PERIOD          PIC 9(06)   VALUE ZERO.
      ***
      ***      SEQUENCE AND CONTROL-BREAK KEYS.  RTRAUD MUST BE IN REP
      ***      AND PERIOD SEQUENCE, SO THE REP BREAK AND THE YTD
      ***      CARRY BELOW SEE A REP'S LINES TOGETHER, OLDEST FIRST.
      ***
       01  RTR-THIS-KEY.
           05  RTR-THIS-REP            PIC 9(06).
           05  RTR-THIS-PERIOD         PIC 9(06).
           05  RTR-THIS-PERIOD-R       REDEFINES RTR-THIS-PERIOD.
               10  RTR-THIS-YEAR           PIC 9(04).
               10  RTR-THIS-MONTH          PIC 9(02).
       01  RTR-LAST-KEY            PIC X(12)   VALUE LOW-VALUES.
       77  RTR-PREV-REP            PIC 9(06)   VALUE ZERO.
      ***
      ***      YTD CARRY -- THE CUMULATIVE YEAR-TO-DATE DIFFERENCE
      ***      ALREADY ACCOUNTED FOR ON THE REP'S EARLIER YTD LINES
      ***      OF THE SAME YEAR IN THIS RUN.
      ***
       77  RTR-YTD-REP             PIC 9(06)   VALUE ZERO.
       77  RTR-YTD-YEAR            PIC 9(04)   VALUE ZERO.
       77  RTR-YTD-PRIOR-CUM       PIC S9(08)V99 COMP-3 VALUE ZERO.
      ***
      ***      RELEASE HISTORY -- EVERY PENDING RECORD EVER RELEASED,
      ***      AS STAMPED (THE DSUBCRTA LAYOUT), IN REP AND ORIGINAL
      ***      PERIOD SEQUENCE.  ONLY THE KEY, THE COMMISSION MODE,
      ***      AND THE COMMISSION DIFFERENCE ARE NEEDED HERE.
      ***
       01  RTR-HST-WORK.
           05  RTR-HST-REP             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RTR-HST-PERIOD          PIC 9(06).
           05  RTR-HST-MODE            PIC X(01).
           05  FILLER                  PIC X(08).
           05  RTR-HST-COMM-DIFF       PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(48).
       01  RTR-HST-KEY.
           05  RTR-HST-KEY-REP         PIC 9(06).
           05  RTR-HST-KEY-PERIOD      PIC 9(06).
       01  RTR-HST-LAST-KEY        PIC X(12)   VALUE LOW-VALUES.
      ***
      ***      THE DIFFERENCE ALREADY RELEASED, BY COMMISSION MODE,
      ***      FOR THE REP AND PERIOD IN RTR-REL-KEY.  EACH IS TAKEN
      ***      OFF THE FIRST LINE OF ITS MODE REPRICED.
      ***
       01  RTR-REL-KEY             PIC X(12)   VALUE LOW-VALUES.
       77  RTR-REL-COUNT           PIC 9(02)   COMP-3 VALUE ZERO.
       77  RTR-REL-SUB             PIC 9(02)   COMP.
       77  RTR-REL-FOUND-SUB       PIC 9(02)   COMP.
       77  RTR-FIND-MODE           PIC X(01).
       01  RTR-REL-TABLE.
           05  RTR-REL-ENTRY OCCURS 10 TIMES.
               10  RTR-REL-MODE        PIC X(01).
               10  RTR-REL-AMOUNT      PIC S9(09)V99 COMP-3.
               10  RTR-REL-TAKEN-SW    PIC X(01).
                   88  RTR-REL-TAKEN               VALUE 'Y'.
      ***
      ***      COMRATE AND THRFILE AS THEY STAND NOW, TABLED WHOLE SO
      ***      THE RATE SET IN EFFECT FOR ANY PERIOD CAN BE REBUILT
      ***      INTO THE SUBCRNGS TABLES WITHOUT REREADING THE FILES.
      ***      THE THRESHOLD ENTRIES CARRY THEIR TYPE AND MODE SLOTS.
      ***
       77  RTR-RAT-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  RTR-RAT-SUB             PIC 9(04)   COMP.
       01  RTR-RATE-TABLE.
           05  RTR-RAT-ENTRY OCCURS 500 TIMES.
               10  RTR-RAT-TYPE        PIC X(01).
               10  RTR-RAT-TIER        PIC 9(01).
               10  RTR-RAT-VALUE       PIC SV999.
               10  RTR-RAT-EFF-DATE    PIC 9(08).
       77  RTR-THT-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  RTR-THT-SUB             PIC 9(04)   COMP.
       01  RTR-THR-TABLE.
           05  RTR-THT-ENTRY OCCURS 500 TIMES.
               10  RTR-THT-TYPE-SUB    PIC 9(01).
               10  RTR-THT-MODE-SUB    PIC 9(01).
               10  RTR-THT-TIER        PIC 9(01).
               10  RTR-THT-LOW         PIC 9(07)V99 COMP-3.
               10  RTR-THT-HIGH        PIC 9(07)V99 COMP-3.
               10  RTR-THT-EFF-DATE    PIC 9(08).
      ***
      ***      TODAY'S IN-EFFECT MONTHLY RATES AND BANDS, SAVED FROM
      ***      THE SET BUILT FOR THE RUN DATE.  CWXDSUBC PRICES THE
      ***      ADJUSTMENTS UNDER THESE, SO THE SALES DELTA IS SIZED
      ***      AGAINST THEM.  TYPE SLOTS ARE 1/2/3 = S/M/T.
      ***
       01  RTR-CUR-SET.
           05  RTR-CUR-TYPE OCCURS 3 TIMES.
               10  RTR-CUR-TIER OCCURS 5 TIMES.
                   15  RTR-CUR-RATE        PIC SV999    COMP-3.
                   15  RTR-CUR-LOW         PIC 9(07)V99 COMP-3.
                   15  RTR-CUR-HIGH        PIC 9(07)V99 COMP-3.
      ***
      ***      RATE TABLES AND TIER RANGES, SHARED WITH CWXTSUBC VIA
      ***      SUBCRNGS.  REBUILT FOR EACH PERIOD REPRICED.
      ***
       COPY SUBCRNGS.
      ***
      ***      ADJUSTMENT TRANSACTION WORK AREA
      ***
       COPY DSUBCTXN.
      ***
      ***      RETRO REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - RETROACTIVE RATE RECALC'.
           05  FILLER              PIC X(10)   VALUE 'PERIODS : '.
           05  RPT-HDG-1-FROM      PIC 9(06).
           05  FILLER              PIC X(03)   VALUE ' - '.
           05  RPT-HDG-1-TO        PIC 9(06).
       01  RPT-REL-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - RETROACTIVE ADJUSTMENT RELEASE'.
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-REL-HDG-PERIOD  PIC 9(06).
       01  RPT-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(05)   VALUE 'TYPE'.
           05  FILLER              PIC X(08)   VALUE 'PERIOD'.
           05  FILLER              PIC X(05)   VALUE 'MODE'.
           05  FILLER              PIC X(08)   VALUE 'TIER'.
           05  FILLER              PIC X(10)   VALUE 'OLD RATE'.
           05  FILLER              PIC X(10)   VALUE 'NEW RATE'.
           05  FILLER              PIC X(15)   VALUE 'OLD COMM'.
           05  FILLER              PIC X(15)   VALUE 'NEW COMM'.
           05  FILLER              PIC X(15)   VALUE 'DIFFERENCE'.
           05  FILLER              PIC X(13)   VALUE 'SALES DELTA'.
           05  FILLER              PIC X(12)   VALUE 'ACTION'.
       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-DTL-REP         PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-TYPE        PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-PERIOD      PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-MODE        PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-OLD-TIER    PIC 9(01).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  RPT-DTL-NEW-TIER    PIC 9(01).
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-DTL-OLD-RATE    PIC .999.
           05  FILLER              PIC X(06)   VALUE SPACE.
           05  RPT-DTL-NEW-RATE    PIC .999.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-DTL-OLD-COMM    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-NEW-COMM    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-DIFF        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-SALES       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-DTL-ACTION      PIC X(12).
       01  RPT-PRIOR-LINE.
           05  FILLER              PIC X(52)   VALUE SPACE.
           05  FILLER              PIC X(30)   VALUE
               'ALREADY RELEASED BY RETRO'.
           05  RPT-PRI-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
       01  RPT-REP-TOTAL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(04)   VALUE 'REP '.
           05  RPT-REP-TOT-REP     PIC 9(06).
           05  FILLER              PIC X(79)   VALUE
               ' TOTAL DIFFERENCE'.
           05  RPT-REP-TOT-DIFF    PIC Z,ZZZ,ZZ9.99-.
       01  RPT-REL-HDG-2.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(05)   VALUE 'TYPE'.
           05  FILLER              PIC X(12)   VALUE 'ORIG PERIOD'.
           05  FILLER              PIC X(15)   VALUE 'DIFFERENCE'.
           05  FILLER              PIC X(13)   VALUE 'SALES DELTA'.
           05  FILLER              PIC X(06)   VALUE 'TIER'.
           05  FILLER              PIC X(15)   VALUE 'ADJ COMM'.
       01  RPT-REL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-REL-REP         PIC 9(06).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-REL-TYPE        PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-REL-PERIOD      PIC 9(06).
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-REL-DIFF        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-REL-SALES       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-REL-TIER        PIC 9(01).
           05  FILLER              PIC X(05)   VALUE SPACE.
           05  RPT-REL-ADJ-COMM    PIC Z,ZZZ,ZZ9.99-.
       01  RPT-MESSAGE-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-MSG-TEXT        PIC X(80).
       01  RPT-PARM-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(25)   VALUE
               'RELEASE PARM TOTAL'.
           05  RPT-PARM-TOTAL      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
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
       01  RTR-PARM.
           05  RTR-PARM-LEN         PIC S9(4) COMP.
           05  RTR-PARM-FUNC        PIC X(01).
           05  RTR-PARM-DATA        PIC X(18).
           05  RTR-PARM-CALC        REDEFINES RTR-PARM-DATA.
               10  RTR-PARM-FROM        PIC 9(06).
               10  RTR-PARM-TO          PIC 9(06).
               10  FILLER               PIC X(06).
           05  RTR-PARM-REL         REDEFINES RTR-PARM-DATA.
               10  RTR-PARM-PERIOD      PIC 9(06).
               10  RTR-PARM-APPROVED    PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
      ***
      ***
      ***
       PROCEDURE DIVISION USING RTR-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RTR-FUNC-CALC
               PERFORM 2000-CALCULATE THRU 2000-EXIT
           ELSE
               PERFORM 6000-RELEASE THRU 6000-EXIT
           END-IF.
           CLOSE RTR-RPT-FILE.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE RUN OFF THE      *
      *                       RUN-CONTROL FILE, AND OPEN THE REPORT    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE RTR-PARM-FUNC TO RTR-FUNC.
           IF NOT RTR-FUNC-CALC AND NOT RTR-FUNC-RELEASE
               DISPLAY 'CWXVSUBC - INVALID FUNCTION ' RTR-PARM-FUNC
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ACCEPT RTR-RUN-DATE FROM DATE YYYYMMDD.
           IF RTR-FUNC-CALC
               PERFORM 1100-EDIT-CALC-PARM THRU 1100-EXIT
           ELSE
               PERFORM 1200-EDIT-RELEASE-PARM THRU 1200-EXIT
           END-IF.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           OPEN OUTPUT RTR-RPT-FILE.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-EDIT-CALC-PARM  --  THE PERIOD RANGE FOR FUNCTION C      *
      *****************************************************************
       1100-EDIT-CALC-PARM.
           IF RTR-PARM-LEN < 13
             OR RTR-PARM-FROM NOT NUMERIC
             OR RTR-PARM-TO NOT NUMERIC
               DISPLAY 'CWXVSUBC - INVALID PERIOD RANGE'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE RTR-PARM-FROM TO RTR-FROM-PERIOD.
           MOVE RTR-PARM-TO   TO RTR-TO-PERIOD.
           IF RTR-FROM-PERIOD > RTR-TO-PERIOD
               DISPLAY 'CWXVSUBC - FROM PERIOD AFTER TO PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1200-EDIT-RELEASE-PARM  --  THE PAY PERIOD AND APPROVED       *
      *                     TOTAL FOR FUNCTION R                       *
      *****************************************************************
       1200-EDIT-RELEASE-PARM.
           IF RTR-PARM-LEN < 19
             OR RTR-PARM-PERIOD NOT NUMERIC
             OR RTR-PARM-APPROVED NOT NUMERIC
               DISPLAY 'CWXVSUBC - INVALID PERIOD OR APPROVED TOTAL'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE RTR-PARM-PERIOD   TO RTR-PAY-PERIOD.
           MOVE RTR-PARM-APPROVED TO RTR-APPROVED-TOTAL.
       1200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  FUNCTION C ONLY REPRICES CLOSED   *
      *                     PERIODS, SO THE TO PERIOD MUST BE CLOSED.  *
      *                     FUNCTION R FEEDS THE PARM PERIOD'S INPUT,  *
      *                     SO THAT PERIOD MUST NOT YET BE CALCULATED; *
      *                     ONE NOT ON THE RUN-CONTROL FILE HAS NOT    *
      *                     BEEN EDITED YET AND IS ACCEPTED            *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO RTR-RUN-FOUND-SW.
           IF RTR-FUNC-CALC
               MOVE RTR-TO-PERIOD  TO RUN-PAY-PERIOD
           ELSE
               MOVE RTR-PAY-PERIOD TO RUN-PAY-PERIOD
           END-IF.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RTR-RUN-FOUND TO TRUE.
           CLOSE RUN-CONTROL-FILE.
           IF RTR-FUNC-CALC
               IF NOT RTR-RUN-FOUND OR NOT RUN-STATUS-CLOSED
                   DISPLAY 'CWXVSUBC - PERIOD ' RTR-TO-PERIOD
                           ' NOT CLOSED, RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF RTR-RUN-FOUND AND RUN-CALCULATED-OR-LATER
                   DISPLAY 'CWXVSUBC - PERIOD ' RTR-PAY-PERIOD
                           ' STATUS ' RUN-STATUS
                           ' - ALREADY CALCULATED, RUN REFUSED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-CALCULATE  --  FUNCTION C.  TABLE THE RATE AND BAND      *
      *                     FILES, SAVE TODAY'S SET, THEN REPRICE      *
      *                     EVERY AUDIT LINE IN THE RANGE              *
      *****************************************************************
       2000-CALCULATE.
           OPEN INPUT RATE-FILE.
           PERFORM 2100-LOAD-RATE-REC THRU 2100-EXIT
               UNTIL SUBC-RATE-EOF.
           CLOSE RATE-FILE.
           OPEN INPUT THR-FILE.
           PERFORM 2200-LOAD-THR-REC THRU 2200-EXIT
               UNTIL SUBC-THR-EOF.
           CLOSE THR-FILE.
           MOVE RTR-RUN-DATE TO RTR-ASOF-DATE.
           PERFORM 3000-BUILD-RATE-SET THRU 3000-EXIT.
           PERFORM 2300-SAVE-CURRENT-TIER THRU 2300-EXIT
               VARYING RTR-TIER-SUB FROM 1 BY 1
               UNTIL RTR-TIER-SUB > 5.
           OPEN INPUT  RTR-AUDIT-FILE.
           OPEN INPUT  RTR-HIST-FILE.
           OPEN OUTPUT RTR-PEND-FILE.
           PERFORM 2600-READ-HIST THRU 2600-EXIT.
           MOVE RTR-FROM-PERIOD TO RPT-HDG-1-FROM.
           MOVE RTR-TO-PERIOD   TO RPT-HDG-1-TO.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-HDG-2.
           PERFORM 2500-READ-AUDIT THRU 2500-EXIT.
           PERFORM 4000-REPRICE-AUD-REC THRU 4000-EXIT
               UNTIL RTR-AUD-EOF.
           PERFORM 4900-REP-BREAK THRU 4900-EXIT.
           PERFORM 5000-CALC-TOTALS THRU 5000-EXIT.
           CLOSE RTR-AUDIT-FILE.
           CLOSE RTR-HIST-FILE.
           CLOSE RTR-PEND-FILE.
           IF RTR-MANUAL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-LOAD-RATE-REC  --  TABLE ONE COMRATE RECORD.  A FULL     *
      *                     TABLE ENDS THE RUN -- A RATE LEFT OUT      *
      *                     WOULD MISPRICE EVERY PERIOD IT COVERS      *
      *****************************************************************
       2100-LOAD-RATE-REC.
           READ RATE-FILE
               AT END
                   SET SUBC-RATE-EOF TO TRUE
                   GO TO 2100-EXIT.
           IF RTR-RAT-COUNT NOT LESS THAN 500
               DISPLAY 'CWXVSUBC - RATE TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO RTR-RAT-COUNT.
           MOVE RTR-RAT-COUNT       TO RTR-RAT-SUB.
           MOVE RATE-EMP-TYPE       TO RTR-RAT-TYPE(RTR-RAT-SUB).
           MOVE RATE-TIER-NO        TO RTR-RAT-TIER(RTR-RAT-SUB).
           MOVE RATE-VALUE          TO RTR-RAT-VALUE(RTR-RAT-SUB).
           MOVE RATE-EFFECTIVE-DATE TO RTR-RAT-EFF-DATE(RTR-RAT-SUB).
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-LOAD-THR-REC  --  TABLE ONE THRFILE RECORD WITH ITS      *
      *                     TYPE AND MODE SLOTS.  A RECORD CWXTSUBC    *
      *                     WOULD IGNORE IS NOT TABLED                 *
      *****************************************************************
       2200-LOAD-THR-REC.
           READ THR-FILE
               AT END
                   SET SUBC-THR-EOF TO TRUE
                   GO TO 2200-EXIT.
           IF THR-EMP-TYPE EQUAL 'S'
               MOVE 1 TO THR-TYPE-SUB
           ELSE
               IF THR-EMP-TYPE EQUAL 'M'
                   MOVE 2 TO THR-TYPE-SUB
               ELSE
                   IF THR-EMP-TYPE EQUAL 'T'
                       MOVE 3 TO THR-TYPE-SUB
                   ELSE
                       GO TO 2200-EXIT
                   END-IF
               END-IF
           END-IF.
           IF THR-MODE-MONTHLY
               MOVE 1 TO THR-MODE-SUB
           ELSE
               IF THR-MODE-YTD
                   MOVE 2 TO THR-MODE-SUB
               ELSE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF NOT THR-TIER-VALID
               GO TO 2200-EXIT.
           IF RTR-THT-COUNT NOT LESS THAN 500
               DISPLAY 'CWXVSUBC - THRESHOLD TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO RTR-THT-COUNT.
           MOVE RTR-THT-COUNT      TO RTR-THT-SUB.
           MOVE THR-TYPE-SUB       TO RTR-THT-TYPE-SUB(RTR-THT-SUB).
           MOVE THR-MODE-SUB       TO RTR-THT-MODE-SUB(RTR-THT-SUB).
           MOVE THR-TIER-NO        TO RTR-THT-TIER(RTR-THT-SUB).
           MOVE THR-LOW-AMOUNT     TO RTR-THT-LOW(RTR-THT-SUB).
           MOVE THR-HIGH-AMOUNT    TO RTR-THT-HIGH(RTR-THT-SUB).
           MOVE THR-EFFECTIVE-DATE TO RTR-THT-EFF-DATE(RTR-THT-SUB).
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-SAVE-CURRENT-TIER  --  SAVE ONE TIER OF TODAY'S RATES    *
      *                     AND MONTHLY BANDS FOR ALL THREE TYPES      *
      *****************************************************************
       2300-SAVE-CURRENT-TIER.
           MOVE SALES-RATE(RTR-TIER-SUB)
               TO RTR-CUR-RATE(1, RTR-TIER-SUB).
           MOVE MGMT-RATE(RTR-TIER-SUB)
               TO RTR-CUR-RATE(2, RTR-TIER-SUB).
           MOVE TEAM-RATE(RTR-TIER-SUB)
               TO RTR-CUR-RATE(3, RTR-TIER-SUB).
           MOVE THR-LOW-AMT(1, 1, RTR-TIER-SUB)
               TO RTR-CUR-LOW(1, RTR-TIER-SUB).
           MOVE THR-HIGH-AMT(1, 1, RTR-TIER-SUB)
               TO RTR-CUR-HIGH(1, RTR-TIER-SUB).
           MOVE THR-LOW-AMT(2, 1, RTR-TIER-SUB)
               TO RTR-CUR-LOW(2, RTR-TIER-SUB).
           MOVE THR-HIGH-AMT(2, 1, RTR-TIER-SUB)
               TO RTR-CUR-HIGH(2, RTR-TIER-SUB).
           MOVE THR-LOW-AMT(3, 1, RTR-TIER-SUB)
               TO RTR-CUR-LOW(3, RTR-TIER-SUB).
           MOVE THR-HIGH-AMT(3, 1, RTR-TIER-SUB)
               TO RTR-CUR-HIGH(3, RTR-TIER-SUB).
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-READ-AUDIT  --  READ THE NEXT SORTED AUDIT RECORD AND    *
      *                     CHECK ITS REP AND PERIOD SEQUENCE          *
      *****************************************************************
       2500-READ-AUDIT.
           READ RTR-AUDIT-FILE
               AT END
                   SET RTR-AUD-EOF TO TRUE
                   GO TO 2500-EXIT.
           ADD 1 TO RTR-READ-COUNT.
           MOVE AUD-REP-NUMBER TO RTR-THIS-REP.
           MOVE AUD-PAY-PERIOD TO RTR-THIS-PERIOD.
           IF RTR-THIS-KEY < RTR-LAST-KEY
               DISPLAY 'CWXVSUBC - RTRAUD OUT OF SEQUENCE AT REP '
                       AUD-REP-NUMBER ' PERIOD ' AUD-PAY-PERIOD
               DISPLAY 'CWXVSUBC - RUN ENDED, DELETE RTRPND BEFORE '
                       'RERUNNING'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE RTR-THIS-KEY TO RTR-LAST-KEY.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2600-READ-HIST  --  READ THE NEXT SORTED RELEASE HISTORY      *
      *                     RECORD AND CHECK ITS REP AND PERIOD        *
      *                     SEQUENCE                                   *
      *****************************************************************
       2600-READ-HIST.
           READ RTR-HIST-FILE INTO RTR-HST-WORK
               AT END
                   SET RTR-HST-EOF TO TRUE
                   GO TO 2600-EXIT.
           MOVE RTR-HST-REP    TO RTR-HST-KEY-REP.
           MOVE RTR-HST-PERIOD TO RTR-HST-KEY-PERIOD.
           IF RTR-HST-KEY < RTR-HST-LAST-KEY
               DISPLAY 'CWXVSUBC - RTRHST OUT OF SEQUENCE AT REP '
                       RTR-HST-REP ' PERIOD ' RTR-HST-PERIOD
               DISPLAY 'CWXVSUBC - RUN ENDED, DELETE RTRPND BEFORE '
                       'RERUNNING'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE RTR-HST-KEY TO RTR-HST-LAST-KEY.
       2600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-BUILD-RATE-SET  --  REBUILD THE SUBCRNGS RATE TABLES     *
      *                     AND BANDS AS THEY WERE IN EFFECT ON        *
      *                     RTR-ASOF-DATE, FROM THE TABLED FILES,      *
      *                     UNDER THE SAME RULES AS 5000-LOAD-RATE-    *
      *                     TABLES AND 5500-LOAD-THRESHOLD-TABLES IN   *
      *                     CWXTSUBC                                   *
      *****************************************************************
       3000-BUILD-RATE-SET.
           INITIALIZE SALES-RATE-TABLE MGMT-RATE-TABLE TEAM-RATE-TABLE
                      SALES-RATE-EFF-DATES MGMT-RATE-EFF-DATES
                      TEAM-RATE-EFF-DATES TEAM-ROLLUP-RATE
                      TEAM-ROLLUP-EFF-DATE THR-BAND-TABLES.
           MOVE RTR-ASOF-DATE TO SUBC-RUN-DATE.
           PERFORM 3100-APPLY-RATE-ENTRY THRU 3100-EXIT
               VARYING RTR-RAT-SUB FROM 1 BY 1
               UNTIL RTR-RAT-SUB > RTR-RAT-COUNT.
           PERFORM 3200-APPLY-THR-ENTRY THRU 3200-EXIT
               VARYING RTR-THT-SUB FROM 1 BY 1
               UNTIL RTR-THT-SUB > RTR-THT-COUNT.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-APPLY-RATE-ENTRY  --  FOLD ONE TABLED RATE INTO ITS      *
      *                     SLOT: ON-OR-BEFORE THE AS-OF DATE, LATEST  *
      *                     EFFECTIVE DATE WINS                        *
      *****************************************************************
       3100-APPLY-RATE-ENTRY.
           MOVE RTR-RAT-TIER(RTR-RAT-SUB) TO RTR-TIER-SUB.
           IF RTR-RAT-EFF-DATE(RTR-RAT-SUB) > SUBC-RUN-DATE
               GO TO 3100-EXIT.
           IF RTR-RAT-TYPE(RTR-RAT-SUB) EQUAL 'T'
             AND RTR-TIER-SUB EQUAL 0
               IF RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                   NOT LESS THAN TEAM-ROLLUP-EFF-DATE
                   MOVE RTR-RAT-VALUE(RTR-RAT-SUB)
                       TO TEAM-ROLLUP-RATE
                   MOVE RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                       TO TEAM-ROLLUP-EFF-DATE
               END-IF
               GO TO 3100-EXIT.
           IF RTR-TIER-SUB < 1 OR RTR-TIER-SUB > 5
               GO TO 3100-EXIT.
           IF RTR-RAT-TYPE(RTR-RAT-SUB) EQUAL 'S'
               IF RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                   NOT LESS THAN SALES-EFF-DATE(RTR-TIER-SUB)
                   MOVE RTR-RAT-VALUE(RTR-RAT-SUB)
                       TO SALES-RATE(RTR-TIER-SUB)
                   MOVE RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                       TO SALES-EFF-DATE(RTR-TIER-SUB)
               END-IF
           ELSE
               IF RTR-RAT-TYPE(RTR-RAT-SUB) EQUAL 'M'
                   IF RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                       NOT LESS THAN MGMT-EFF-DATE(RTR-TIER-SUB)
                       MOVE RTR-RAT-VALUE(RTR-RAT-SUB)
                           TO MGMT-RATE(RTR-TIER-SUB)
                       MOVE RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                           TO MGMT-EFF-DATE(RTR-TIER-SUB)
                   END-IF
               ELSE
                   IF RTR-RAT-TYPE(RTR-RAT-SUB) EQUAL 'T'
                       IF RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                           NOT LESS THAN TEAM-EFF-DATE(RTR-TIER-SUB)
                           MOVE RTR-RAT-VALUE(RTR-RAT-SUB)
                               TO TEAM-RATE(RTR-TIER-SUB)
                           MOVE RTR-RAT-EFF-DATE(RTR-RAT-SUB)
                               TO TEAM-EFF-DATE(RTR-TIER-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-APPLY-THR-ENTRY  --  FOLD ONE TABLED THRESHOLD INTO ITS  *
      *                     BAND SLOT: ON-OR-BEFORE THE AS-OF DATE,    *
      *                     LATEST EFFECTIVE DATE WINS                 *
      *****************************************************************
       3200-APPLY-THR-ENTRY.
           IF RTR-THT-EFF-DATE(RTR-THT-SUB) > SUBC-RUN-DATE
               GO TO 3200-EXIT.
           MOVE RTR-THT-TYPE-SUB(RTR-THT-SUB) TO THR-TYPE-SUB.
           MOVE RTR-THT-MODE-SUB(RTR-THT-SUB) TO THR-MODE-SUB.
           MOVE RTR-THT-TIER(RTR-THT-SUB)     TO THR-BAND-SUB.
           IF RTR-THT-EFF-DATE(RTR-THT-SUB) NOT LESS THAN
               THR-BAND-EFF-DATE(THR-TYPE-SUB, THR-MODE-SUB,
                   THR-BAND-SUB)
               MOVE RTR-THT-LOW(RTR-THT-SUB) TO
                   THR-LOW-AMT(THR-TYPE-SUB, THR-MODE-SUB,
                       THR-BAND-SUB)
               MOVE RTR-THT-HIGH(RTR-THT-SUB) TO
                   THR-HIGH-AMT(THR-TYPE-SUB, THR-MODE-SUB,
                       THR-BAND-SUB)
               MOVE RTR-THT-EFF-DATE(RTR-THT-SUB) TO
                   THR-BAND-EFF-DATE(THR-TYPE-SUB, THR-MODE-SUB,
                       THR-BAND-SUB).
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-REPRICE-AUD-REC  --  REPRICE ONE REGULAR OR SPLIT AUDIT  *
      *                     LINE IN THE RANGE UNDER ITS PERIOD'S RATE  *
      *                     SET AND DISPOSE OF ANY DIFFERENCE          *
      *****************************************************************
       4000-REPRICE-AUD-REC.
           IF AUD-PAY-PERIOD < RTR-FROM-PERIOD
             OR AUD-PAY-PERIOD > RTR-TO-PERIOD
               GO TO 4000-NEXT.
           IF NOT AUD-TYPE-REGULAR AND NOT AUD-TYPE-SPLIT
               GO TO 4000-NEXT.
           IF AUD-EMP-TYPE EQUAL 'S'
               MOVE 1 TO RTR-TYPE-SUB
           ELSE
               IF AUD-EMP-TYPE EQUAL 'M'
                   MOVE 2 TO RTR-TYPE-SUB
               ELSE
                   IF AUD-EMP-TYPE EQUAL 'T'
                       MOVE 3 TO RTR-TYPE-SUB
                   ELSE
                       GO TO 4000-NEXT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO RTR-SELECT-COUNT.
           IF AUD-REP-NUMBER NOT EQUAL RTR-PREV-REP
               PERFORM 4900-REP-BREAK THRU 4900-EXIT
               MOVE AUD-REP-NUMBER TO RTR-PREV-REP.
           IF AUD-PAY-PERIOD NOT EQUAL RTR-SET-PERIOD
               MOVE AUD-PAY-PERIOD TO RTR-ASOF-PERIOD
               MOVE 31             TO RTR-ASOF-DAY
               PERFORM 3000-BUILD-RATE-SET THRU 3000-EXIT
               MOVE AUD-PAY-PERIOD TO RTR-SET-PERIOD.
           IF AUD-COMM-MODE EQUAL 'Y' AND RTR-TYPE-SUB < 3
               SET RTR-YTD-LINE TO TRUE
               PERFORM 4200-REPRICE-YTD THRU 4200-EXIT
           ELSE
               MOVE 'N' TO RTR-YTD-LINE-SW
               PERFORM 4100-REPRICE-MONTHLY THRU 4100-EXIT
           END-IF.
           PERFORM 4300-NET-RELEASED THRU 4300-EXIT.
           IF RTR-COMM-DIFF EQUAL ZERO
               IF RTR-PRIOR-REL EQUAL ZERO
                   ADD 1 TO RTR-UNCHANGED-COUNT
               ELSE
                   ADD 1 TO RTR-SETTLED-COUNT
               END-IF
               GO TO 4000-NEXT.
           MOVE ZERO TO RTR-SALES-DELTA.
           IF RTR-YTD-LINE AND RTR-THIS-YEAR EQUAL RTR-RUN-YEAR
               MOVE 'YTD TRUE-UP' TO RTR-ACTION
               ADD 1 TO RTR-TRUEUP-COUNT
               ADD RTR-COMM-DIFF TO RTR-TRUEUP-TOTAL
           ELSE
               PERFORM 4500-SIZE-SALES-DELTA THRU 4500-EXIT
               IF RTR-CONVERTED
                   MOVE 'ADJUSTMENT' TO RTR-ACTION
                   PERFORM 4600-WRITE-PENDING THRU 4600-EXIT
               ELSE
                   MOVE 'MANUAL' TO RTR-ACTION
                   ADD 1 TO RTR-MANUAL-COUNT
                   ADD RTR-COMM-DIFF TO RTR-MANUAL-TOTAL
               END-IF
           END-IF.
           PERFORM 4800-PRINT-DETAIL THRU 4800-EXIT.
       4000-NEXT.
           PERFORM 2500-READ-AUDIT THRU 2500-EXIT.
       4000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4100-REPRICE-MONTHLY  --  TIER THE AMOUNT PRICED UNDER THE    *
      *                     PERIOD'S MONTHLY BANDS AND PRICE IT AT     *
      *                     THAT TIER'S RATE, PLUS A TEAM LEAD'S       *
      *                     ROLLUP ON THE TEAM SALES (ZERO ON A SPLIT  *
      *                     LINE), AS 1200/2200/3000 IN CWXTSUBC DO    *
      *****************************************************************
       4100-REPRICE-MONTHLY.
           MOVE AUD-SALES-AMOUNT TO THR-SELECT-AMOUNT.
           MOVE RTR-TYPE-SUB     TO THR-TYPE-SUB.
           MOVE 1                TO THR-MODE-SUB.
           PERFORM 7000-SELECT-TIER THRU 7000-EXIT.
           PERFORM 4150-GET-NEW-RATE THRU 4150-EXIT.
           COMPUTE RTR-NEW-PERSONAL = AUD-SALES-AMOUNT * RTR-NEW-RATE.
           MOVE ZERO TO RTR-NEW-ROLLUP.
           IF RTR-TYPE-SUB EQUAL 3
               COMPUTE RTR-NEW-ROLLUP =
                   AUD-TEAM-SALES-AMOUNT * TEAM-ROLLUP-RATE.
           COMPUTE RTR-NEW-COMM = RTR-NEW-PERSONAL + RTR-NEW-ROLLUP.
           COMPUTE RTR-COMM-DIFF = RTR-NEW-COMM - AUD-COMM-TOTAL.
       4100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4150-GET-NEW-RATE  --  THE PERIOD'S RATE FOR THIS TYPE AT     *
      *                     THE TIER JUST SELECTED (ZERO FOR TIER 0)   *
      *****************************************************************
       4150-GET-NEW-RATE.
           MOVE THR-SELECTED-TIER TO RTR-NEW-TIER.
           IF RTR-NEW-TIER EQUAL ZERO
               MOVE ZERO TO RTR-NEW-RATE
           ELSE
               IF RTR-TYPE-SUB EQUAL 1
                   MOVE SALES-RATE(RTR-NEW-TIER) TO RTR-NEW-RATE
               ELSE
                   IF RTR-TYPE-SUB EQUAL 2
                       MOVE MGMT-RATE(RTR-NEW-TIER) TO RTR-NEW-RATE
                   ELSE
                       MOVE TEAM-RATE(RTR-NEW-TIER) TO RTR-NEW-RATE
                   END-IF
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4200-REPRICE-YTD  --  A YTD LINE PAID THE YTD SALES AT THE    *
      *                     OLD TIER'S RATE LESS WHAT WAS ALREADY      *
      *                     PAID, SO REPRICED THE SAME WAY THE LINE'S  *
      *                     CUMULATIVE DIFFERENCE IS THE YTD SALES AT  *
      *                     THE NEW TIER'S RATE LESS THE YTD SALES AT  *
      *                     THE RATE APPLIED.  THE REP'S EARLIER YTD   *
      *                     LINES OF THE SAME YEAR HAVE ALREADY TAKEN  *
      *                     THEIR SHARE OF THAT, SO ONLY THE CHANGE    *
      *                     IN THE CUMULATIVE FIGURE SINCE THE LAST    *
      *                     ONE IS THIS LINE'S DIFFERENCE              *
      *****************************************************************
       4200-REPRICE-YTD.
           MOVE AUD-YTD-SALES TO THR-SELECT-AMOUNT.
           MOVE RTR-TYPE-SUB  TO THR-TYPE-SUB.
           MOVE 2             TO THR-MODE-SUB.
           PERFORM 7000-SELECT-TIER THRU 7000-EXIT.
           PERFORM 4150-GET-NEW-RATE THRU 4150-EXIT.
           COMPUTE RTR-NEW-AT-TIER = AUD-YTD-SALES * RTR-NEW-RATE.
           COMPUTE RTR-OLD-AT-TIER = AUD-YTD-SALES * AUD-RATE-APPLIED.
           COMPUTE RTR-YTD-CUM = RTR-NEW-AT-TIER - RTR-OLD-AT-TIER.
           IF AUD-REP-NUMBER EQUAL RTR-YTD-REP
             AND RTR-THIS-YEAR EQUAL RTR-YTD-YEAR
               COMPUTE RTR-COMM-DIFF = RTR-YTD-CUM - RTR-YTD-PRIOR-CUM
           ELSE
               MOVE RTR-YTD-CUM TO RTR-COMM-DIFF
           END-IF.
           MOVE AUD-REP-NUMBER TO RTR-YTD-REP.
           MOVE RTR-THIS-YEAR  TO RTR-YTD-YEAR.
           MOVE RTR-YTD-CUM    TO RTR-YTD-PRIOR-CUM.
           COMPUTE RTR-NEW-COMM = AUD-COMM-TOTAL + RTR-COMM-DIFF.
       4200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4300-NET-RELEASED  --  A DIFFERENCE ALREADY RELEASED BY AN    *
      *                     EARLIER RUN FOR THIS REP, PERIOD, AND MODE *
      *                     HAS BEEN PAID, SO IT COMES OFF THE FIRST   *
      *                     LINE OF THAT MODE REPRICED.  THE REP,      *
      *                     PERIOD, AND MODE THEN CARRY ONLY WHAT IS   *
      *                     STILL OWED OR OVERPAID                     *
      *****************************************************************
       4300-NET-RELEASED.
           MOVE ZERO TO RTR-PRIOR-REL.
           IF RTR-THIS-KEY NOT EQUAL RTR-REL-KEY
               PERFORM 4350-LOAD-RELEASED THRU 4350-EXIT.
           MOVE AUD-COMM-MODE TO RTR-FIND-MODE.
           PERFORM 4390-LOCATE-MODE THRU 4390-EXIT.
           IF RTR-REL-FOUND-SUB EQUAL ZERO
               GO TO 4300-EXIT.
           IF RTR-REL-TAKEN(RTR-REL-FOUND-SUB)
               GO TO 4300-EXIT.
           SET RTR-REL-TAKEN(RTR-REL-FOUND-SUB) TO TRUE.
           MOVE RTR-REL-AMOUNT(RTR-REL-FOUND-SUB) TO RTR-PRIOR-REL.
           COMPUTE RTR-COMM-DIFF = RTR-COMM-DIFF - RTR-PRIOR-REL.
           ADD RTR-PRIOR-REL TO RTR-PRIOR-TOTAL.
       4300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4350-LOAD-RELEASED  --  TABLE THE RELEASED DIFFERENCES FOR    *
      *                     THE REP AND PERIOD NOW BEING REPRICED.     *
      *                     HISTORY FOR REPS AND PERIODS NOT REPRICED  *
      *                     IN THIS RUN IS PASSED OVER                 *
      *****************************************************************
       4350-LOAD-RELEASED.
           MOVE RTR-THIS-KEY TO RTR-REL-KEY.
           MOVE ZERO         TO RTR-REL-COUNT.
           PERFORM 4360-TAKE-HIST THRU 4360-EXIT
               UNTIL RTR-HST-EOF
                  OR RTR-HST-KEY > RTR-THIS-KEY.
       4350-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4360-TAKE-HIST  --  FOLD ONE HISTORY RECORD FOR THIS REP AND  *
      *                     PERIOD INTO ITS MODE, THEN READ THE NEXT   *
      *****************************************************************
       4360-TAKE-HIST.
           IF RTR-HST-KEY NOT EQUAL RTR-THIS-KEY
               GO TO 4360-READ.
           MOVE RTR-HST-MODE TO RTR-FIND-MODE.
           PERFORM 4390-LOCATE-MODE THRU 4390-EXIT.
           IF RTR-REL-FOUND-SUB EQUAL ZERO
               IF RTR-REL-COUNT NOT LESS THAN 10
                   DISPLAY 'CWXVSUBC - RTRHST MODE TABLE FULL AT REP '
                           RTR-HST-REP ' PERIOD ' RTR-HST-PERIOD
                   DISPLAY 'CWXVSUBC - RUN ENDED, DELETE RTRPND BEFORE '
                           'RERUNNING'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RTR-REL-COUNT
               MOVE RTR-REL-COUNT TO RTR-REL-FOUND-SUB
               MOVE RTR-HST-MODE  TO RTR-REL-MODE(RTR-REL-FOUND-SUB)
               MOVE ZERO          TO RTR-REL-AMOUNT(RTR-REL-FOUND-SUB)
               MOVE 'N'           TO RTR-REL-TAKEN-SW(RTR-REL-FOUND-SUB)
           END-IF.
           ADD RTR-HST-COMM-DIFF TO RTR-REL-AMOUNT(RTR-REL-FOUND-SUB).
       4360-READ.
           PERFORM 2600-READ-HIST THRU 2600-EXIT.
       4360-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4390-LOCATE-MODE  --  FIND RTR-FIND-MODE AMONG THE MODES      *
      *                     TABLED FOR THE REP AND PERIOD (ZERO WHEN   *
      *                     IT IS NOT THERE)                           *
      *****************************************************************
       4390-LOCATE-MODE.
           MOVE ZERO TO RTR-REL-FOUND-SUB.
           PERFORM 4395-TEST-MODE THRU 4395-EXIT
               VARYING RTR-REL-SUB FROM 1 BY 1
               UNTIL RTR-REL-SUB > RTR-REL-COUNT
                  OR RTR-REL-FOUND-SUB > ZERO.
       4390-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4395-TEST-MODE  --  TEST ONE TABLED MODE                      *
      *****************************************************************
       4395-TEST-MODE.
           IF RTR-REL-MODE(RTR-REL-SUB) EQUAL RTR-FIND-MODE
               MOVE RTR-REL-SUB TO RTR-REL-FOUND-SUB.
       4395-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4500-SIZE-SALES-DELTA  --  FIND THE SALES DELTA THAT PRICES   *
      *                     BACK TO THE COMMISSION DIFFERENCE UNDER    *
      *                     TODAY'S MONTHLY BANDS AND RATES, TRYING    *
      *                     EACH TIER IN TURN                          *
      *****************************************************************
       4500-SIZE-SALES-DELTA.
           MOVE 'N' TO RTR-CONVERTED-SW.
           IF RTR-COMM-DIFF < ZERO
               COMPUTE RTR-ABS-DIFF = ZERO - RTR-COMM-DIFF
           ELSE
               MOVE RTR-COMM-DIFF TO RTR-ABS-DIFF
           END-IF.
           PERFORM 4550-TRY-TIER THRU 4550-EXIT
               VARYING RTR-TIER-SUB FROM 1 BY 1
               UNTIL RTR-TIER-SUB > 5
                  OR RTR-CONVERTED.
       4500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4550-TRY-TIER  --  SIZE THE DELTA AT ONE TIER'S CURRENT RATE  *
      *                     AND KEEP IT WHEN IT TIERS BACK INTO THAT   *
      *                     SAME TIER, AS 7000-SELECT-TIER WOULD       *
      *                     PLACE IT.  A ZERO RATE CANNOT CARRY IT     *
      *****************************************************************
       4550-TRY-TIER.
           IF RTR-CUR-RATE(RTR-TYPE-SUB, RTR-TIER-SUB) NOT > ZERO
               GO TO 4550-EXIT.
           COMPUTE RTR-TRY-SALES ROUNDED = RTR-ABS-DIFF
               / RTR-CUR-RATE(RTR-TYPE-SUB, RTR-TIER-SUB)
               ON SIZE ERROR
                   GO TO 4550-EXIT.
           IF RTR-TRY-SALES > 999999.99 OR RTR-TRY-SALES EQUAL ZERO
               GO TO 4550-EXIT.
           MOVE 5 TO RTR-TRY-TIER.
           PERFORM 4560-TEST-CUR-BAND THRU 4560-EXIT
               VARYING THR-BAND-SUB FROM 1 BY 1
               UNTIL THR-BAND-SUB > 5.
           IF RTR-TRY-TIER NOT EQUAL RTR-TIER-SUB
               GO TO 4550-EXIT.
           SET RTR-CONVERTED TO TRUE.
           MOVE RTR-TIER-SUB TO RTR-ADJ-TIER.
           COMPUTE RTR-TRY-COMM = RTR-TRY-SALES
               * RTR-CUR-RATE(RTR-TYPE-SUB, RTR-TIER-SUB).
           IF RTR-COMM-DIFF < ZERO
               COMPUTE RTR-SALES-DELTA = ZERO - RTR-TRY-SALES
               COMPUTE RTR-ADJ-COMM    = ZERO - RTR-TRY-COMM
           ELSE
               MOVE RTR-TRY-SALES TO RTR-SALES-DELTA
               MOVE RTR-TRY-COMM  TO RTR-ADJ-COMM
           END-IF.
       4550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4560-TEST-CUR-BAND  --  TEST ONE OF TODAY'S MONTHLY BANDS     *
      *****************************************************************
       4560-TEST-CUR-BAND.
           IF RTR-TRY-SALES NOT LESS THAN
               RTR-CUR-LOW(RTR-TYPE-SUB, THR-BAND-SUB)
             AND RTR-TRY-SALES NOT GREATER THAN
               RTR-CUR-HIGH(RTR-TYPE-SUB, THR-BAND-SUB)
               MOVE THR-BAND-SUB TO RTR-TRY-TIER.
       4560-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4600-WRITE-PENDING  --  WRITE THE PENDING RETRO ADJUSTMENT    *
      *****************************************************************
       4600-WRITE-PENDING.
           MOVE SPACES            TO DSUBC-RTA-RECORD.
           MOVE AUD-REP-NUMBER    TO RTA-REP-NUMBER.
           MOVE AUD-EMP-TYPE      TO RTA-EMP-TYPE.
           MOVE AUD-PAY-PERIOD    TO RTA-ORIG-PERIOD.
           MOVE AUD-COMM-MODE     TO RTA-COMM-MODE.
           MOVE AUD-TIER-SELECTED TO RTA-OLD-TIER.
           MOVE RTR-NEW-TIER      TO RTA-NEW-TIER.
           MOVE AUD-RATE-APPLIED  TO RTA-OLD-RATE.
           MOVE RTR-NEW-RATE      TO RTA-NEW-RATE.
           MOVE RTR-COMM-DIFF     TO RTA-COMM-DIFF.
           MOVE RTR-SALES-DELTA   TO RTA-SALES-DELTA.
           MOVE RTR-ADJ-TIER      TO RTA-ADJ-TIER.
           MOVE RTR-ADJ-COMM      TO RTA-ADJ-COMM.
           MOVE RTR-RUN-DATE      TO RTA-CALC-DATE.
           MOVE ZERO              TO RTA-REL-PERIOD.
           MOVE ZERO              TO RTA-REL-DATE.
           WRITE DSUBC-RTA-RECORD.
           ADD 1 TO RTR-ADJUST-COUNT.
           ADD RTR-COMM-DIFF   TO RTR-ADJUST-TOTAL.
           ADD RTR-ADJ-COMM    TO RTR-ADJ-COMM-TOTAL.
           ADD RTR-SALES-DELTA TO RTR-SALES-DELTA-TOTAL.
       4600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4800-PRINT-DETAIL  --  PRINT ONE REPRICED LINE THAT CHANGED,  *
      *                     WITH ANY DIFFERENCE ALREADY RELEASED FOR   *
      *                     IT ON THE LINE BELOW.  THE DIFFERENCE      *
      *                     PRINTED IS WHAT REMAINS                    *
      *****************************************************************
       4800-PRINT-DETAIL.
           MOVE AUD-REP-NUMBER    TO RPT-DTL-REP.
           MOVE AUD-EMP-TYPE      TO RPT-DTL-TYPE.
           MOVE AUD-PAY-PERIOD    TO RPT-DTL-PERIOD.
           MOVE AUD-COMM-MODE     TO RPT-DTL-MODE.
           MOVE AUD-TIER-SELECTED TO RPT-DTL-OLD-TIER.
           MOVE RTR-NEW-TIER      TO RPT-DTL-NEW-TIER.
           MOVE AUD-RATE-APPLIED  TO RPT-DTL-OLD-RATE.
           MOVE RTR-NEW-RATE      TO RPT-DTL-NEW-RATE.
           MOVE AUD-COMM-TOTAL    TO RPT-DTL-OLD-COMM.
           MOVE RTR-NEW-COMM      TO RPT-DTL-NEW-COMM.
           MOVE RTR-COMM-DIFF     TO RPT-DTL-DIFF.
           MOVE RTR-SALES-DELTA   TO RPT-DTL-SALES.
           MOVE RTR-ACTION        TO RPT-DTL-ACTION.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD RTR-COMM-DIFF TO RTR-REP-TOTAL.
           SET RTR-REP-PRINTED TO TRUE.
           IF RTR-PRIOR-REL NOT EQUAL ZERO
               MOVE RTR-PRIOR-REL TO RPT-PRI-AMOUNT
               WRITE RPT-LINE FROM RPT-PRIOR-LINE.
       4800-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4900-REP-BREAK  --  CLOSE OFF THE PREVIOUS REP WITH ITS TOTAL *
      *                     DIFFERENCE WHEN ANY OF ITS LINES PRINTED   *
      *****************************************************************
       4900-REP-BREAK.
           IF RTR-REP-PRINTED
               MOVE RTR-PREV-REP  TO RPT-REP-TOT-REP
               MOVE RTR-REP-TOTAL TO RPT-REP-TOT-DIFF
               WRITE RPT-LINE FROM RPT-REP-TOTAL-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE 'N'  TO RTR-REP-PRINTED-SW.
           MOVE ZERO TO RTR-REP-TOTAL.
       4900-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-CALC-TOTALS  --  RUN COUNTS AND TOTALS FOR FUNCTION C.   *
      *                     THE ADJUSTMENT TOTAL IS THE FIGURE TO BE   *
      *                     APPROVED, PRINTED AGAIN IN THE FORM THE    *
      *                     RELEASE PARM TAKES IT                      *
      *****************************************************************
       5000-CALC-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'AUDIT RECORDS READ'    TO RPT-CNT-LABEL.
           MOVE RTR-READ-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LINES REPRICED'        TO RPT-CNT-LABEL.
           MOVE RTR-SELECT-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LINES UNCHANGED'       TO RPT-CNT-LABEL.
           MOVE RTR-UNCHANGED-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LINES ALREADY RELEASED' TO RPT-CNT-LABEL.
           MOVE RTR-SETTLED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ADJUSTMENTS PENDING'   TO RPT-CNT-LABEL.
           MOVE RTR-ADJUST-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'YTD TRUE-UPS (MEMO)'   TO RPT-CNT-LABEL.
           MOVE RTR-TRUEUP-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LEFT FOR MANUAL ADJ'   TO RPT-CNT-LABEL.
           MOVE RTR-MANUAL-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RUN TOTAL TO APPROVE'  TO RPT-TOT-LABEL.
           MOVE RTR-ADJUST-TOTAL        TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'COMMISSION AS PRICED'  TO RPT-TOT-LABEL.
           MOVE RTR-ADJ-COMM-TOTAL      TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'SALES DELTA PENDING'   TO RPT-TOT-LABEL.
           MOVE RTR-SALES-DELTA-TOTAL   TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'YTD TRUE-UP (MEMO)'    TO RPT-TOT-LABEL.
           MOVE RTR-TRUEUP-TOTAL        TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MANUAL ADJUSTMENT'     TO RPT-TOT-LABEL.
           MOVE RTR-MANUAL-TOTAL        TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EARLIER RELEASES NETTED' TO RPT-TOT-LABEL.
           MOVE RTR-PRIOR-TOTAL         TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE RTR-ADJUST-TOTAL        TO RPT-PARM-TOTAL.
           WRITE RPT-LINE FROM RPT-PARM-LINE.
           DISPLAY 'CWXVSUBC - REPRICED  : ' RTR-SELECT-COUNT.
           DISPLAY 'CWXVSUBC - PENDING   : ' RTR-ADJUST-COUNT.
           DISPLAY 'CWXVSUBC - TRUE-UPS  : ' RTR-TRUEUP-COUNT.
           DISPLAY 'CWXVSUBC - MANUAL    : ' RTR-MANUAL-COUNT.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6000-RELEASE  --  FUNCTION R.  TOTAL THE UNRELEASED PENDING   *
      *                     RECORDS, CHECK THE TOTAL AGAINST THE       *
      *                     APPROVED FIGURE, THEN RELEASE THEM         *
      *****************************************************************
       6000-RELEASE.
           MOVE RTR-PAY-PERIOD TO RPT-REL-HDG-PERIOD.
           WRITE RPT-LINE FROM RPT-REL-HDG-1.
           OPEN INPUT RTR-PEND-FILE.
           PERFORM 6100-TOTAL-PENDING THRU 6100-EXIT
               UNTIL RTR-PEND-EOF.
           CLOSE RTR-PEND-FILE.
           IF RTR-PENDING-COUNT EQUAL ZERO
               MOVE 'NOTHING PENDING RELEASE - RUN REFUSED'
                   TO RPT-MSG-TEXT
               WRITE RPT-LINE FROM RPT-MESSAGE-LINE
               DISPLAY 'CWXVSUBC - NOTHING PENDING, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 6000-EXIT.
           IF RTR-PENDING-TOTAL NOT EQUAL RTR-APPROVED-TOTAL
               MOVE 'APPROVED TOTAL DOES NOT MATCH - RUN REFUSED'
                   TO RPT-MSG-TEXT
               WRITE RPT-LINE FROM RPT-MESSAGE-LINE
               MOVE 'APPROVED TOTAL'     TO RPT-TOT-LABEL
               MOVE RTR-APPROVED-TOTAL   TO RPT-TOT-VALUE
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
               MOVE 'PENDING TOTAL'      TO RPT-TOT-LABEL
               MOVE RTR-PENDING-TOTAL    TO RPT-TOT-VALUE
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
               DISPLAY 'CWXVSUBC - APPROVED TOTAL DOES NOT MATCH, '
                       'RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 6000-EXIT.
           WRITE RPT-LINE FROM RPT-REL-HDG-2.
           MOVE 'N' TO RTR-PEND-EOF-SW.
           OPEN I-O    RTR-PEND-FILE.
           OPEN OUTPUT RTR-ADJ-FILE.
           OPEN EXTEND RTR-HIST-FILE.
           PERFORM 6200-RELEASE-PEND-REC THRU 6200-EXIT
               UNTIL RTR-PEND-EOF.
           CLOSE RTR-PEND-FILE.
           CLOSE RTR-ADJ-FILE.
           CLOSE RTR-HIST-FILE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ADJUSTMENTS RELEASED'  TO RPT-CNT-LABEL.
           MOVE RTR-RELEASED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'APPROVED TOTAL'        TO RPT-TOT-LABEL.
           MOVE RTR-APPROVED-TOTAL      TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'COMMISSION AS PRICED'  TO RPT-TOT-LABEL.
           MOVE RTR-ADJ-COMM-TOTAL      TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'SALES DELTA RELEASED'  TO RPT-TOT-LABEL.
           MOVE RTR-SALES-DELTA-TOTAL   TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY 'CWXVSUBC - RELEASED  : ' RTR-RELEASED-COUNT.
       6000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6100-TOTAL-PENDING  --  COUNT AND TOTAL ONE PENDING RECORD    *
      *                     NOT YET RELEASED                           *
      *****************************************************************
       6100-TOTAL-PENDING.
           READ RTR-PEND-FILE
               AT END
                   SET RTR-PEND-EOF TO TRUE
                   GO TO 6100-EXIT.
           IF RTA-REL-PERIOD EQUAL ZERO
               ADD 1 TO RTR-PENDING-COUNT
               ADD RTA-COMM-DIFF TO RTR-PENDING-TOTAL.
       6100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6200-RELEASE-PEND-REC  --  TURN ONE UNRELEASED PENDING        *
      *                     RECORD INTO A TYPE-A ADJUSTMENT FOR THE    *
      *                     PARM PERIOD, MARKED RETROACTIVE, STAMP IT  *
      *                     RELEASED, AND ADD IT TO THE HISTORY        *
      *****************************************************************
       6200-RELEASE-PEND-REC.
           READ RTR-PEND-FILE
               AT END
                   SET RTR-PEND-EOF TO TRUE
                   GO TO 6200-EXIT.
           IF RTA-REL-PERIOD NOT EQUAL ZERO
               GO TO 6200-EXIT.
           MOVE SPACES          TO DSUBC-TXN-RECORD.
           MOVE RTA-REP-NUMBER  TO TXN-REP-NUMBER.
           MOVE RTA-EMP-TYPE    TO TXN-EMP-TYPE.
           MOVE ZERO            TO TXN-SALES-AMOUNT.
           MOVE ZERO            TO TXN-TEAM-SALES-AMOUNT.
           MOVE ZERO            TO TXN-YTD-SALES-IN.
           MOVE ZERO            TO TXN-YTD-COMM-PAID-IN.
           MOVE 'A'             TO TXN-TYPE-CODE.
           MOVE RTA-SALES-DELTA TO TXN-ADJ-AMOUNT.
           MOVE RTA-ORIG-PERIOD TO TXN-ORIG-PERIOD.
           MOVE ZERO            TO TXN-PARTNER-REP.
           MOVE ZERO            TO TXN-SPLIT-PCT.
           MOVE ZERO            TO TXN-CASE-NUMBER.
           MOVE 'R'             TO TXN-ADJ-ORIGIN.
           WRITE RTR-ADJ-RECORD FROM DSUBC-TXN-RECORD.
           MOVE RTR-PAY-PERIOD  TO RTA-REL-PERIOD.
           MOVE RTR-RUN-DATE    TO RTA-REL-DATE.
           REWRITE DSUBC-RTA-RECORD.
           WRITE RTR-HIST-RECORD FROM DSUBC-RTA-RECORD.
           ADD 1 TO RTR-RELEASED-COUNT.
           ADD RTA-ADJ-COMM     TO RTR-ADJ-COMM-TOTAL.
           ADD RTA-SALES-DELTA  TO RTR-SALES-DELTA-TOTAL.
           MOVE RTA-REP-NUMBER  TO RPT-REL-REP.
           MOVE RTA-EMP-TYPE    TO RPT-REL-TYPE.
           MOVE RTA-ORIG-PERIOD TO RPT-REL-PERIOD.
           MOVE RTA-COMM-DIFF   TO RPT-REL-DIFF.
           MOVE RTA-SALES-DELTA TO RPT-REL-SALES.
           MOVE RTA-ADJ-TIER    TO RPT-REL-TIER.
           MOVE RTA-ADJ-COMM    TO RPT-REL-ADJ-COMM.
           WRITE RPT-LINE FROM RPT-REL-LINE.
       6200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7000-SELECT-TIER  --  SELECT THE TIER FOR THE AMOUNT IN       *
      *                     THR-SELECT-AMOUNT AGAINST THE PERIOD'S     *
      *                     BANDS FOR THE TYPE AND MODE SLOTS SET.  A  *
      *                     ZERO AMOUNT IS TIER 0 AND AN AMOUNT IN NO  *
      *                     BAND FALLS TO TIER 5, AS IN CWXTSUBC       *
      *****************************************************************
       7000-SELECT-TIER.
           IF THR-SELECT-AMOUNT EQUAL ZERO
               MOVE ZERO TO THR-SELECTED-TIER
               GO TO 7000-EXIT.
           MOVE 5 TO THR-SELECTED-TIER.
           PERFORM 7100-TEST-BAND THRU 7100-EXIT
               VARYING THR-BAND-SUB FROM 1 BY 1
               UNTIL THR-BAND-SUB > 5.
       7000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7100-TEST-BAND  --  TEST ONE OF THE PERIOD'S BANDS            *
      *****************************************************************
       7100-TEST-BAND.
           IF THR-SELECT-AMOUNT NOT LESS THAN
               THR-LOW-AMT(THR-TYPE-SUB, THR-MODE-SUB, THR-BAND-SUB)
             AND THR-SELECT-AMOUNT NOT GREATER THAN
               THR-HIGH-AMT(THR-TYPE-SUB, THR-MODE-SUB, THR-BAND-SUB)
               MOVE THR-BAND-SUB TO THR-SELECTED-TIER.
       7100-EXIT.
           EXIT.
