       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXISUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  SALES QUOTA MAINTENANCE AND MONTHLY ATTAINMENT REPORT.        *
      *  KEEPS THE KEYED QUOTA MASTER (QTAMAST, SEE DSUBCQTA) -- ONE   *
      *  QUOTA PER REP PER PAY PERIOD, SET BY SALES MANAGEMENT -- AND  *
      *  REPORTS EACH REP'S SALES AGAINST IT, IN TWO FUNCTIONS:        *
      *                                                                *
      *  FUNCTION M (MAINTAIN) -- APPLIES THE QUOTA TRANSACTIONS       *
      *  (QTATXN, SEE DSUBCQTT): ACTION A ADDS A REP'S QUOTA FOR A     *
      *  PERIOD, C CHANGES ONE ON FILE, D DELETES ONE.  THE MONTHLY    *
      *  LOAD FROM SALES MANAGEMENT IS A FILE OF ADDS.  THE REP MUST   *
      *  BE ON THE SALES-REP MASTER AND NOT TERMINATED BEFORE THE      *
      *  PERIOD, AND A CLOSED PERIOD'S QUOTAS ARE NOT CHANGED.  A      *
      *  TRANSACTION THAT FAILS AN EDIT IS REJECTED AND PRINTED WITH   *
      *  ITS REASON; THE FILE IS LEFT AS IT WAS.                       *
      *                                                                *
      *  FUNCTION A (ATTAINMENT) -- RUN ONCE THE PERIOD IS CALCULATED. *
      *  EACH REP'S SALES FOR THE PERIOD ARE TAKEN FROM THE CWXDSUBC   *
      *  OUTPUT (COMMOUT): REGULAR SALES, SPLIT SHARES, AND SIGNED     *
      *  ADJUSTMENT SALES DELTAS, ALL IN BASE CURRENCY, FROM RECORDS   *
      *  THAT WERE PRICED (STATUS 0).  A RETROACTIVE RATE ADJUSTMENT   *
      *  (MARKED R) IS NOT SALES AND IS LEFT OUT.  COMMOUT CARRIES NO  *
      *  PERIOD, SO IT IS PROVED AGAINST THE PERIOD'S AUDIT TRAIL      *
      *  (COMAUDIT): THE REGULAR AND SPLIT SALES AND THE ADJUSTMENT    *
      *  COUNT, RETROACTIVE ONES INCLUDED, MUST AGREE WITH THE AUDIT   *
      *  LINES FOR THE PERIOD, OR THE REPORT SAYS SO.                  *
      *  EACH REP WITH A QUOTA IS LISTED WITH ITS SALES, QUOTA, AND    *
      *  ATTAINMENT PERCENT, RANKED WITHIN ITS DEPARTMENT              *
      *  (REP-DEPARTMENT ON REPMAST) AND WITHIN ITS TEAM (THE TEAMROS  *
      *  LEAD; A LEAD BELONGS TO ITS OWN TEAM), WITH A ROLLUP FOR      *
      *  EACH DEPARTMENT AND TEAM.  REPS WITH SALES BUT NO QUOTA ON    *
      *  FILE ARE LISTED SEPARATELY AND LEFT OUT OF THE RANKINGS AND   *
      *  ROLLUPS.  EQUAL ATTAINMENT SHARES A RANK.                     *
      *                                                                *
      *  PARM IS THE FUNCTION, AND FOR A THE PAY PERIOD (YYYYMM):      *
      *     'M'   'Apppppp'                                            *
      *  FUNCTION M ENDS WITH RETURN CODE 4 WHEN ANY TRANSACTION WAS   *
      *  REJECTED.  FUNCTION A IS REFUSED (RETURN CODE 12) UNTIL THE   *
      *  PERIOD IS CALCULATED, AND ENDS WITH RETURN CODE 4 WHEN        *
      *  COMMOUT DOES NOT AGREE WITH THE AUDIT TRAIL OR A REP COULD    *
      *  NOT BE TABLED.                                                *
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
           SELECT QUOTA-FILE       ASSIGN TO QTAMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QTA-KEY.
           SELECT QUOTA-TXN-FILE   ASSIGN TO QTATXN
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-OUT-FILE    ASSIGN TO COMMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE       ASSIGN TO COMAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TEAM-ROSTER-FILE ASSIGN TO TEAMROS
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUOTA-RPT-FILE   ASSIGN TO QTARPT
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
       FD  QUOTA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCQTA.
       FD  QUOTA-TXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCQTT.
       FD  COMM-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCOUT.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCAUD.
       FD  TEAM-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCROS.
       FD  QUOTA-RPT-FILE
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
       77  QUO-FUNC                PIC X(01)   VALUE SPACE.
           88  QUO-FUNC-MAINT                  VALUE 'M'.
           88  QUO-FUNC-ATTAIN                 VALUE 'A'.
       77  QUO-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  QUO-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  QUO-TERM-PERIOD         PIC 9(06)   VALUE ZERO.
       77  QUO-OLD-QUOTA           PIC 9(07)V99 VALUE ZERO.
       77  QUO-TXN-EOF-SW          PIC X(01)   VALUE 'N'.
           88  QUO-TXN-EOF                     VALUE 'Y'.
       77  QUO-QTA-EOF-SW          PIC X(01)   VALUE 'N'.
           88  QUO-QTA-EOF                     VALUE 'Y'.
       77  QUO-OUT-EOF-SW          PIC X(01)   VALUE 'N'.
           88  QUO-OUT-EOF                     VALUE 'Y'.
       77  QUO-AUD-EOF-SW          PIC X(01)   VALUE 'N'.
           88  QUO-AUD-EOF                     VALUE 'Y'.
       77  QUO-ROS-EOF-SW          PIC X(01)   VALUE 'N'.
           88  QUO-ROS-EOF                     VALUE 'Y'.
       77  QUO-QTA-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  QUO-QTA-FOUND                   VALUE 'Y'.
       77  QUO-REP-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  QUO-REP-FOUND                   VALUE 'Y'.
       77  QUO-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  QUO-RUN-FOUND                   VALUE 'Y'.
       77  QUO-TXN-OK-SW           PIC X(01)   VALUE 'Y'.
           88  QUO-TXN-OK                      VALUE 'Y'.
           88  QUO-TXN-BAD                     VALUE 'N'.
       77  QUO-OUT-OF-BAL-SW       PIC X(01)   VALUE 'N'.
           88  QUO-OUT-OF-BAL                  VALUE 'Y'.
       77  QUO-LIST-DONE-SW        PIC X(01)   VALUE 'N'.
           88  QUO-LIST-DONE                   VALUE 'Y'.
       77  QUO-REJECT-REASON       PIC X(30)   VALUE SPACES.
      ***
      ***      FUNCTION M COUNTS
      ***
       77  QUO-TXN-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-ADDED-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-CHANGED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-DELETED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-REJECTED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      FUNCTION A COUNTS AND THE COMMOUT / AUDIT PROOF.  THE
      ***      PROOF COMPARES REGULAR AND SPLIT SALES IN TOTAL, AND
      ***      ADJUSTMENTS BY COUNT (THE AUDIT LINE CARRIES NO SIGN
      ***      FOR AN ADJUSTMENT'S SALES DELTA).
      ***
       77  QUO-OUT-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-OUT-USED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-AUD-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-AUD-USED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-QTA-USED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-NO-QUOTA-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-NO-TEAM-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-NOT-TABLED-COUNT    PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-OUT-ADJ-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-OUT-RETRO-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-AUD-ADJ-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  QUO-OUT-SALES-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  QUO-AUD-SALES-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  QUO-SIGNED-AMOUNT       PIC S9(07)V99 COMP-3 VALUE ZERO.
      ***
      ***      TEAM ROSTER, TABLED WHOLE: EACH MEMBER AND ITS LEAD.
      ***
       77  QUO-ROS-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  QUO-ROS-SUB             PIC 9(04)   COMP.
       01  QUO-ROS-TABLE.
           05  QUO-ROS-ENTRY OCCURS 500 TIMES.
               10  QUO-ROS-MEMBER      PIC 9(06).
               10  QUO-ROS-LEAD        PIC 9(06).
      ***
      ***      REP TABLE -- EVERY REP WITH PRICED SALES OR A QUOTA FOR
      ***      THE PERIOD, WITH ITS SALES BY KIND, ITS QUOTA, AND ITS
      ***      ATTAINMENT AND RANKS.  A REP PAST THE TABLE LIMIT IS
      ***      COUNTED AND NOT REPORTED.
      ***
       77  QUO-REP-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  QUO-REP-SUB             PIC 9(04)   COMP.
       77  QUO-CMP-SUB             PIC 9(04)   COMP.
       77  QUO-FOUND-SUB           PIC 9(04)   COMP VALUE ZERO.
       77  QUO-FIND-REP            PIC 9(06)   VALUE ZERO.
       01  QUO-REP-TABLE.
           05  QUO-REP-ENTRY OCCURS 2000 TIMES.
               10  QUO-TBL-REP         PIC 9(06).
               10  QUO-TBL-NAME        PIC X(25).
               10  QUO-TBL-DEPT        PIC X(15).
               10  QUO-TBL-TEAM        PIC 9(06).
               10  QUO-TBL-QUOTA-SW    PIC X(01).
                   88  QUO-TBL-HAS-QUOTA           VALUE 'Y'.
               10  QUO-TBL-QUOTA       PIC 9(07)V99 COMP-3.
               10  QUO-TBL-REG-SALES   PIC S9(09)V99 COMP-3.
               10  QUO-TBL-SPLIT-SALES PIC S9(09)V99 COMP-3.
               10  QUO-TBL-ADJ-SALES   PIC S9(09)V99 COMP-3.
               10  QUO-TBL-TOTAL-SALES PIC S9(09)V99 COMP-3.
               10  QUO-TBL-ATTAIN      PIC S9(04)V9 COMP-3.
               10  QUO-TBL-DEPT-RANK   PIC 9(04)   COMP.
               10  QUO-TBL-TEAM-RANK   PIC 9(04)   COMP.
      ***
      ***      ATTAINMENT WORK AREAS.  8100-COMPUTE-ATTAIN TURNS
      ***      QUO-ATN-SALES OVER QUO-ATN-QUOTA INTO A PERCENT, HELD
      ***      TO WHAT THE REPORT CAN PRINT.
      ***
       77  QUO-ATN-SALES           PIC S9(11)V99 COMP-3.
       77  QUO-ATN-QUOTA           PIC 9(11)V99 COMP-3.
       77  QUO-ATN-WORK            PIC S9(11)V9 COMP-3.
       77  QUO-ATN-RESULT          PIC S9(04)V9 COMP-3.
       77  QUO-ATN-MAX             PIC S9(04)V9 COMP-3 VALUE 9999.9.
      ***
      ***      LISTING CONTROL.  THE DEPARTMENT AND TEAM SECTIONS ARE
      ***      PRINTED ONE GROUP AT A TIME IN KEY SEQUENCE, AND EACH
      ***      GROUP IN RANK ORDER (REP NUMBER WITHIN A SHARED RANK),
      ***      SELECTING THE NEXT ENTRY FROM THE TABLE EACH TIME.
      ***
       77  QUO-LAST-DEPT           PIC X(15)   VALUE LOW-VALUES.
       77  QUO-NEXT-DEPT           PIC X(15)   VALUE HIGH-VALUES.
       77  QUO-LAST-TEAM           PIC 9(06)   VALUE ZERO.
       77  QUO-NEXT-TEAM           PIC 9(06)   VALUE ZERO.
       77  QUO-HIGH-TEAM           PIC 9(06)   VALUE 999999.
       77  QUO-LAST-KEY            PIC 9(10)   COMP-3 VALUE ZERO.
       77  QUO-NEXT-KEY            PIC 9(10)   COMP-3 VALUE ZERO.
       77  QUO-TEST-KEY            PIC 9(10)   COMP-3 VALUE ZERO.
       77  QUO-HIGH-KEY            PIC 9(10)   COMP-3
                                               VALUE 9999999999.
       77  QUO-NEXT-SUB            PIC 9(04)   COMP VALUE ZERO.
       77  QUO-GRP-REPS            PIC 9(05)   COMP-3 VALUE ZERO.
       77  QUO-GRP-QUOTA           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  QUO-GRP-SALES           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  QUO-ALL-REPS            PIC 9(05)   COMP-3 VALUE ZERO.
       77  QUO-ALL-QUOTA           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  QUO-ALL-SALES           PIC S9(11)V99 COMP-3 VALUE ZERO.
      ***
      ***      QUOTA REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(55)   VALUE
               'COMPUWARE CORPORATION - SALES QUOTA'.
           05  RPT-HDG-1-LABEL     PIC X(15).
           05  RPT-HDG-1-VALUE     PIC X(08).
       01  RPT-SECTION-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-SEC-TITLE       PIC X(60).
       01  RPT-MNT-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(05)   VALUE 'ACT'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(08)   VALUE 'PERIOD'.
           05  FILLER              PIC X(15)   VALUE '    OLD QUOTA'.
           05  FILLER              PIC X(15)   VALUE '    NEW QUOTA'.
           05  FILLER              PIC X(10)   VALUE 'REQUESTER'.
           05  FILLER              PIC X(30)   VALUE 'DISPOSITION'.
       01  RPT-MNT-LINE.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-ACTION      PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-MNT-REP         PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-PERIOD      PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-OLD-QUOTA   PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-MNT-NEW-QUOTA   PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-MNT-REQUESTER   PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-MNT-DISP        PIC X(41).
       01  RPT-ATN-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(06)   VALUE 'RANK'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(21)   VALUE 'NAME'.
           05  FILLER              PIC X(16)   VALUE 'DEPARTMENT'.
           05  FILLER              PIC X(07)   VALUE 'TEAM'.
           05  FILLER              PIC X(13)   VALUE '     REGULAR'.
           05  FILLER              PIC X(13)   VALUE ' SPLIT SHARE'.
           05  FILLER              PIC X(13)   VALUE '  ADJUSTMENT'.
           05  FILLER              PIC X(13)   VALUE ' TOTAL SALES'.
           05  FILLER              PIC X(12)   VALUE '      QUOTA'.
           05  FILLER              PIC X(07)   VALUE 'ATTAIN%'.
       01  RPT-ATN-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-RANK        PIC ZZZ9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-ATN-REP         PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-ATN-NAME        PIC X(20).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-DEPT        PIC X(15).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-TEAM        PIC 9(06) BLANK WHEN ZERO.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-REG         PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-SPLIT       PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-ADJ         PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-TOTAL       PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-QUOTA       PIC ZZZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-ATN-PCT         PIC ZZZ9.9-.
       01  RPT-ROLLUP-LINE.
           05  FILLER              PIC X(07)   VALUE SPACE.
           05  RPT-RLP-LABEL       PIC X(12).
           05  RPT-RLP-KEY         PIC X(15).
           05  FILLER              PIC X(07)   VALUE '  REPS '.
           05  RPT-RLP-REPS        PIC ZZZZ9.
           05  FILLER              PIC X(09)   VALUE '  QUOTA  '.
           05  RPT-RLP-QUOTA       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(09)   VALUE '  SALES  '.
           05  RPT-RLP-SALES       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(10)   VALUE '  ATTAIN  '.
           05  RPT-RLP-PCT         PIC ZZZ9.9-.
       01  RPT-MESSAGE-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-MSG-TEXT        PIC X(80).
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           05  RPT-CNT-VALUE       PIC ZZZ,ZZ9.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-TOT-LABEL       PIC X(25).
           05  RPT-TOT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      ***
      ***
      ***
       LINKAGE SECTION.
       01  QUO-PARM.
           05  QUO-PARM-LEN         PIC S9(4) COMP.
           05  QUO-PARM-FUNC        PIC X(01).
           05  QUO-PARM-PERIOD      PIC 9(06).
      ***
      ***
      ***
       PROCEDURE DIVISION USING QUO-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF QUO-FUNC-MAINT
               PERFORM 2000-MAINTAIN THRU 2000-EXIT
           ELSE
               PERFORM 5000-ATTAINMENT THRU 5000-EXIT
           END-IF.
           CLOSE QUOTA-RPT-FILE.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM AND OPEN THE REPORT        *
      *****************************************************************
       1000-INITIALIZE.
           MOVE QUO-PARM-FUNC TO QUO-FUNC.
           IF NOT QUO-FUNC-MAINT AND NOT QUO-FUNC-ATTAIN
               DISPLAY 'CWXISUBC - INVALID FUNCTION ' QUO-PARM-FUNC
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ACCEPT QUO-RUN-DATE FROM DATE YYYYMMDD.
           IF QUO-FUNC-ATTAIN
               IF QUO-PARM-LEN < 7
                 OR QUO-PARM-PERIOD NOT NUMERIC
                   DISPLAY 'CWXISUBC - INVALID PERIOD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE QUO-PARM-PERIOD TO QUO-PAY-PERIOD
               PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT
           END-IF.
           OPEN OUTPUT QUOTA-RPT-FILE.
           IF QUO-FUNC-ATTAIN
               MOVE 'PAY PERIOD : '  TO RPT-HDG-1-LABEL
               MOVE QUO-PAY-PERIOD   TO RPT-HDG-1-VALUE
           ELSE
               MOVE 'RUN DATE : '    TO RPT-HDG-1-LABEL
               MOVE QUO-RUN-DATE     TO RPT-HDG-1-VALUE
           END-IF.
           WRITE RPT-LINE FROM RPT-HDG-1.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  FUNCTION A READS THE PERIOD'S     *
      *                     COMMISSION OUTPUT, SO THE PERIOD MUST BE   *
      *                     CALCULATED                                 *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO QUO-RUN-FOUND-SW.
           MOVE QUO-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUO-RUN-FOUND TO TRUE.
           CLOSE RUN-CONTROL-FILE.
           IF NOT QUO-RUN-FOUND OR NOT RUN-CALCULATED-OR-LATER
               DISPLAY 'CWXISUBC - PERIOD ' QUO-PAY-PERIOD
                       ' NOT CALCULATED, RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
       1500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-MAINTAIN  --  FUNCTION M.  APPLY EVERY QUOTA             *
      *                     TRANSACTION, THEN PRINT THE RUN COUNTS     *
      *****************************************************************
       2000-MAINTAIN.
           OPEN I-O    QUOTA-FILE.
           OPEN INPUT  QUOTA-TXN-FILE.
           OPEN INPUT  REP-MASTER-FILE.
           OPEN INPUT  RUN-CONTROL-FILE.
           MOVE 'QUOTA MAINTENANCE' TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-MNT-HDG.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
           PERFORM 2200-PROCESS-TXN THRU 2200-EXIT
               UNTIL QUO-TXN-EOF.
           MOVE 'TRANSACTIONS READ'     TO RPT-CNT-LABEL.
           MOVE QUO-TXN-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'QUOTAS ADDED'          TO RPT-CNT-LABEL.
           MOVE QUO-ADDED-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'QUOTAS CHANGED'        TO RPT-CNT-LABEL.
           MOVE QUO-CHANGED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'QUOTAS DELETED'        TO RPT-CNT-LABEL.
           MOVE QUO-DELETED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-CNT-LABEL.
           MOVE QUO-REJECTED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXISUBC - ADDED     : ' QUO-ADDED-COUNT.
           DISPLAY 'CWXISUBC - CHANGED   : ' QUO-CHANGED-COUNT.
           DISPLAY 'CWXISUBC - DELETED   : ' QUO-DELETED-COUNT.
           DISPLAY 'CWXISUBC - REJECTED  : ' QUO-REJECTED-COUNT.
           CLOSE QUOTA-FILE.
           CLOSE QUOTA-TXN-FILE.
           CLOSE REP-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           IF QUO-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-TXN  --  READ THE NEXT QUOTA TRANSACTION            *
      *****************************************************************
       2100-READ-TXN.
           READ QUOTA-TXN-FILE
               AT END
                   SET QUO-TXN-EOF TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-PROCESS-TXN  --  EDIT THE KEY, APPLY ONE QUOTA           *
      *                     TRANSACTION, AND PRINT ITS DISPOSITION     *
      *****************************************************************
       2200-PROCESS-TXN.
           ADD 1 TO QUO-TXN-READ-COUNT.
           SET QUO-TXN-OK TO TRUE.
           MOVE SPACES TO QUO-REJECT-REASON.
           MOVE ZERO   TO QUO-OLD-QUOTA.
           IF QTT-REP-NUMBER NOT NUMERIC
             OR QTT-REP-NUMBER EQUAL ZERO
               MOVE 'INVALID REP NUMBER' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2200-PRINT.
           IF QTT-PAY-PERIOD NOT NUMERIC
               MOVE 'INVALID PERIOD' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2200-PRINT.
           IF QTT-PERIOD-MONTH < 1 OR QTT-PERIOD-MONTH > 12
               MOVE 'INVALID PERIOD' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2200-PRINT.
           IF QTT-REQUESTER EQUAL SPACES
               MOVE 'REQUESTER MISSING' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2200-PRINT.
           PERFORM 2300-CHECK-PERIOD-OPEN THRU 2300-EXIT.
           IF QUO-TXN-BAD
               GO TO 2200-PRINT.
           PERFORM 2250-READ-QUOTA THRU 2250-EXIT.
           IF QTT-ACTION-ADD
               PERFORM 2400-ADD-QUOTA THRU 2400-EXIT
           ELSE
               IF QTT-ACTION-CHANGE
                   PERFORM 2500-CHANGE-QUOTA THRU 2500-EXIT
               ELSE
                   IF QTT-ACTION-DELETE
                       PERFORM 2600-DELETE-QUOTA THRU 2600-EXIT
                   ELSE
                       MOVE 'INVALID ACTION CODE' TO QUO-REJECT-REASON
                       SET QUO-TXN-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
       2200-PRINT.
           PERFORM 2800-PRINT-MAINT-LINE THRU 2800-EXIT.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2250-READ-QUOTA  --  READ THE QUOTA NAMED ON THE TRANSACTION  *
      *****************************************************************
       2250-READ-QUOTA.
           MOVE 'N' TO QUO-QTA-FOUND-SW.
           MOVE QTT-REP-NUMBER TO QTA-REP-NUMBER.
           MOVE QTT-PAY-PERIOD TO QTA-PAY-PERIOD.
           READ QUOTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUO-QTA-FOUND TO TRUE.
       2250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-CHECK-PERIOD-OPEN  --  A CLOSED PERIOD'S QUOTAS STAND    *
      *                     AS REPORTED.  A PERIOD NOT YET ON THE      *
      *                     RUN-CONTROL FILE IS OPEN                   *
      *****************************************************************
       2300-CHECK-PERIOD-OPEN.
           MOVE QTT-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   GO TO 2300-EXIT.
           IF RUN-STATUS-CLOSED
               MOVE 'PERIOD CLOSED' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE.
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2400-ADD-QUOTA  --  ADD A REP'S QUOTA FOR THE PERIOD.  THE    *
      *                     KEY MUST NOT BE ON FILE, AND THE REP MUST  *
      *                     BE ON THE MASTER AND NOT TERMINATED BEFORE *
      *                     THE PERIOD                                 *
      *****************************************************************
       2400-ADD-QUOTA.
           IF QUO-QTA-FOUND
               MOVE 'QUOTA ALREADY ON FILE' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2400-EXIT.
           PERFORM 2700-EDIT-QUOTA-AMOUNT THRU 2700-EXIT.
           IF QUO-TXN-BAD
               GO TO 2400-EXIT.
           PERFORM 2750-EDIT-REP THRU 2750-EXIT.
           IF QUO-TXN-BAD
               GO TO 2400-EXIT.
           MOVE SPACES             TO DSUBC-QTA-RECORD.
           MOVE QTT-REP-NUMBER     TO QTA-REP-NUMBER.
           MOVE QTT-PAY-PERIOD     TO QTA-PAY-PERIOD.
           MOVE QTT-QUOTA-AMOUNT-N TO QTA-QUOTA-AMOUNT.
           MOVE QTT-REQUESTER      TO QTA-SET-BY.
           MOVE QUO-RUN-DATE       TO QTA-ADD-DATE.
           MOVE QUO-RUN-DATE       TO QTA-MAINT-DATE.
           WRITE DSUBC-QTA-RECORD
               INVALID KEY
                   MOVE 'QUOTA ALREADY ON FILE' TO QUO-REJECT-REASON
                   SET QUO-TXN-BAD TO TRUE
                   GO TO 2400-EXIT.
           ADD 1 TO QUO-ADDED-COUNT.
       2400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-CHANGE-QUOTA  --  REPLACE THE QUOTA ON FILE              *
      *****************************************************************
       2500-CHANGE-QUOTA.
           IF NOT QUO-QTA-FOUND
               MOVE 'QUOTA NOT ON FILE' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2500-EXIT.
           MOVE QTA-QUOTA-AMOUNT TO QUO-OLD-QUOTA.
           PERFORM 2700-EDIT-QUOTA-AMOUNT THRU 2700-EXIT.
           IF QUO-TXN-BAD
               GO TO 2500-EXIT.
           MOVE QTT-QUOTA-AMOUNT-N TO QTA-QUOTA-AMOUNT.
           MOVE QTT-REQUESTER      TO QTA-SET-BY.
           MOVE QUO-RUN-DATE       TO QTA-MAINT-DATE.
           REWRITE DSUBC-QTA-RECORD
               INVALID KEY
                   MOVE 'QUOTA NOT ON FILE' TO QUO-REJECT-REASON
                   SET QUO-TXN-BAD TO TRUE
                   GO TO 2500-EXIT.
           ADD 1 TO QUO-CHANGED-COUNT.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2600-DELETE-QUOTA  --  REMOVE THE QUOTA FROM FILE             *
      *****************************************************************
       2600-DELETE-QUOTA.
           IF NOT QUO-QTA-FOUND
               MOVE 'QUOTA NOT ON FILE' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2600-EXIT.
           MOVE QTA-QUOTA-AMOUNT TO QUO-OLD-QUOTA.
           DELETE QUOTA-FILE RECORD
               INVALID KEY
                   MOVE 'QUOTA NOT ON FILE' TO QUO-REJECT-REASON
                   SET QUO-TXN-BAD TO TRUE
                   GO TO 2600-EXIT.
           ADD 1 TO QUO-DELETED-COUNT.
       2600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2700-EDIT-QUOTA-AMOUNT  --  AN ADD OR CHANGE MUST CARRY A     *
      *                     NUMERIC QUOTA GREATER THAN ZERO            *
      *****************************************************************
       2700-EDIT-QUOTA-AMOUNT.
           IF QTT-QUOTA-AMOUNT NOT NUMERIC
               MOVE 'INVALID QUOTA AMOUNT' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2700-EXIT.
           IF QTT-QUOTA-AMOUNT-N EQUAL ZERO
               MOVE 'QUOTA AMOUNT IS ZERO' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2700-EXIT.
       2700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2750-EDIT-REP  --  THE REP MUST BE ON THE SALES-REP MASTER,   *
      *                     AND A TERMINATED REP TAKES NO QUOTA PAST   *
      *                     ITS TERMINATION PERIOD                     *
      *****************************************************************
       2750-EDIT-REP.
           MOVE 'N' TO QUO-REP-FOUND-SW.
           MOVE QTT-REP-NUMBER TO REP-REP-NUMBER.
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUO-REP-FOUND TO TRUE.
           IF NOT QUO-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO QUO-REJECT-REASON
               SET QUO-TXN-BAD TO TRUE
               GO TO 2750-EXIT.
           IF REP-STATUS-TERMINATED
               COMPUTE QUO-TERM-PERIOD = REP-TERM-DATE / 100
               IF QUO-TERM-PERIOD < QTT-PAY-PERIOD
                   MOVE 'REP TERMINATED BEFORE PERIOD'
                       TO QUO-REJECT-REASON
                   SET QUO-TXN-BAD TO TRUE
               END-IF
           END-IF.
       2750-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2800-PRINT-MAINT-LINE  --  PRINT ONE TRANSACTION'S            *
      *                     DISPOSITION AND COUNT THE REJECTS          *
      *****************************************************************
       2800-PRINT-MAINT-LINE.
           MOVE QTT-ACTION      TO RPT-MNT-ACTION.
           MOVE QTT-REP-NUMBER  TO RPT-MNT-REP.
           MOVE QTT-PAY-PERIOD  TO RPT-MNT-PERIOD.
           MOVE QUO-OLD-QUOTA   TO RPT-MNT-OLD-QUOTA.
           MOVE ZERO            TO RPT-MNT-NEW-QUOTA.
           MOVE QTT-REQUESTER   TO RPT-MNT-REQUESTER.
           IF QUO-TXN-OK
               IF QTT-ACTION-ADD
                   MOVE 'ADDED'   TO RPT-MNT-DISP
                   MOVE QTA-QUOTA-AMOUNT TO RPT-MNT-NEW-QUOTA
               ELSE
                   IF QTT-ACTION-CHANGE
                       MOVE 'CHANGED' TO RPT-MNT-DISP
                       MOVE QTA-QUOTA-AMOUNT TO RPT-MNT-NEW-QUOTA
                   ELSE
                       MOVE 'DELETED' TO RPT-MNT-DISP
                   END-IF
               END-IF
           ELSE
               ADD 1 TO QUO-REJECTED-COUNT
               MOVE SPACES TO RPT-MNT-DISP
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      QUO-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-MNT-DISP
           END-IF.
           WRITE RPT-LINE FROM RPT-MNT-LINE.
       2800-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-ATTAINMENT  --  FUNCTION A.  TABLE THE ROSTER, PROVE     *
      *                     COMMOUT AGAINST THE AUDIT TRAIL, TABLE     *
      *                     EVERY REP'S SALES AND QUOTA, RANK THEM,    *
      *                     AND PRINT THE SECTIONS                     *
      *****************************************************************
       5000-ATTAINMENT.
           PERFORM 5100-LOAD-ROSTER THRU 5100-EXIT.
           PERFORM 5200-PROVE-AUDIT THRU 5200-EXIT.
           PERFORM 5300-LOAD-SALES THRU 5300-EXIT.
           PERFORM 5400-LOAD-QUOTAS THRU 5400-EXIT.
           OPEN INPUT REP-MASTER-FILE.
           PERFORM 5500-COMPLETE-REP THRU 5500-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           CLOSE REP-MASTER-FILE.
           PERFORM 5600-RANK-REP THRU 5600-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           PERFORM 6000-PRINT-DEPARTMENTS THRU 6000-EXIT.
           PERFORM 6500-PRINT-TEAMS THRU 6500-EXIT.
           PERFORM 7000-PRINT-NO-QUOTA THRU 7000-EXIT.
           PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
           IF QUO-OUT-OF-BAL OR QUO-NOT-TABLED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5100-LOAD-ROSTER  --  TABLE THE TEAM ROSTER.  MEMBERS PAST    *
      *                     THE TABLE LIMIT ARE DROPPED WITH A         *
      *                     CONSOLE WARNING AND SHOW AS NO TEAM        *
      *****************************************************************
       5100-LOAD-ROSTER.
           OPEN INPUT TEAM-ROSTER-FILE.
           PERFORM 5150-READ-ROSTER-REC THRU 5150-EXIT
               UNTIL QUO-ROS-EOF.
           CLOSE TEAM-ROSTER-FILE.
       5100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5150-READ-ROSTER-REC  --  TABLE ONE ROSTER RECORD             *
      *****************************************************************
       5150-READ-ROSTER-REC.
           READ TEAM-ROSTER-FILE
               AT END
                   SET QUO-ROS-EOF TO TRUE
                   GO TO 5150-EXIT.
           IF QUO-ROS-COUNT NOT LESS THAN 500
               DISPLAY 'CWXISUBC - ROSTER TABLE FULL - DROPPED REP '
                       ROS-REP-NUMBER
               GO TO 5150-EXIT.
           ADD 1 TO QUO-ROS-COUNT.
           MOVE ROS-REP-NUMBER  TO QUO-ROS-MEMBER(QUO-ROS-COUNT).
           MOVE ROS-LEAD-NUMBER TO QUO-ROS-LEAD(QUO-ROS-COUNT).
       5150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5200-PROVE-AUDIT  --  TOTAL THE PERIOD'S AUDIT LINES: REGULAR *
      *                     AND SPLIT SALES, AND THE ADJUSTMENT COUNT. *
      *                     LINES FOR OTHER PERIODS AND BONUS LINES    *
      *                     ARE PASSED OVER                            *
      *****************************************************************
       5200-PROVE-AUDIT.
           OPEN INPUT AUDIT-FILE.
           PERFORM 5250-READ-AUDIT-REC THRU 5250-EXIT
               UNTIL QUO-AUD-EOF.
           CLOSE AUDIT-FILE.
       5200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5250-READ-AUDIT-REC  --  FOLD ONE AUDIT LINE INTO THE PROOF   *
      *****************************************************************
       5250-READ-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   SET QUO-AUD-EOF TO TRUE
                   GO TO 5250-EXIT.
           ADD 1 TO QUO-AUD-READ-COUNT.
           IF AUD-PAY-PERIOD NOT EQUAL QUO-PAY-PERIOD
               GO TO 5250-EXIT.
           IF AUD-TYPE-BONUS
               GO TO 5250-EXIT.
           ADD 1 TO QUO-AUD-USED-COUNT.
           IF AUD-TYPE-ADJUSTMENT
               ADD 1 TO QUO-AUD-ADJ-COUNT
           ELSE
               ADD AUD-SALES-AMOUNT TO QUO-AUD-SALES-TOTAL.
       5250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5300-LOAD-SALES  --  TABLE EVERY PRICED COMMOUT RECORD'S      *
      *                     SALES UNDER ITS REP, THEN SEE WHETHER      *
      *                     COMMOUT AGREES WITH THE AUDIT TRAIL        *
      *****************************************************************
       5300-LOAD-SALES.
           OPEN INPUT COMM-OUT-FILE.
           PERFORM 5350-READ-OUT-REC THRU 5350-EXIT
               UNTIL QUO-OUT-EOF.
           CLOSE COMM-OUT-FILE.
           IF QUO-OUT-SALES-TOTAL NOT EQUAL QUO-AUD-SALES-TOTAL
             OR QUO-OUT-ADJ-COUNT NOT EQUAL QUO-AUD-ADJ-COUNT
             OR QUO-OUT-USED-COUNT EQUAL ZERO
               SET QUO-OUT-OF-BAL TO TRUE
               DISPLAY 'CWXISUBC - COMMOUT DOES NOT AGREE WITH THE '
                       'AUDIT TRAIL FOR ' QUO-PAY-PERIOD.
       5300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5350-READ-OUT-REC  --  TABLE ONE COMMOUT RECORD.  ONLY        *
      *                     PRICED RECORDS (STATUS 0) ARE SALES; AN    *
      *                     ADJUSTMENT COUNTS ITS SIGNED SALES DELTA,  *
      *                     EXCEPT A RETROACTIVE RATE ADJUSTMENT,      *
      *                     WHOSE DELTA IS NOT SALES                   *
      *****************************************************************
       5350-READ-OUT-REC.
           READ COMM-OUT-FILE
               AT END
                   SET QUO-OUT-EOF TO TRUE
                   GO TO 5350-EXIT.
           ADD 1 TO QUO-OUT-READ-COUNT.
           IF NOT OUT-STATUS-OK
               GO TO 5350-EXIT.
           ADD 1 TO QUO-OUT-USED-COUNT.
           IF OUT-TYPE-ADJUSTMENT
               ADD 1 TO QUO-OUT-ADJ-COUNT
               IF OUT-ADJ-SALES-RETRO
                   ADD 1 TO QUO-OUT-RETRO-COUNT
                   GO TO 5350-EXIT
               END-IF
               IF OUT-ADJ-SALES-NEG
                   COMPUTE QUO-SIGNED-AMOUNT = ZERO - OUT-SALES-AMOUNT
               ELSE
                   MOVE OUT-SALES-AMOUNT TO QUO-SIGNED-AMOUNT
               END-IF
           ELSE
               ADD OUT-SALES-AMOUNT TO QUO-OUT-SALES-TOTAL
               MOVE OUT-SALES-AMOUNT TO QUO-SIGNED-AMOUNT
           END-IF.
           MOVE OUT-REP-NUMBER TO QUO-FIND-REP.
           PERFORM 5800-FIND-OR-ADD-REP THRU 5800-EXIT.
           IF QUO-FOUND-SUB EQUAL ZERO
               GO TO 5350-EXIT.
           IF OUT-TYPE-ADJUSTMENT
               ADD QUO-SIGNED-AMOUNT
                   TO QUO-TBL-ADJ-SALES(QUO-FOUND-SUB)
           ELSE
               IF OUT-TYPE-SPLIT
                   ADD QUO-SIGNED-AMOUNT
                       TO QUO-TBL-SPLIT-SALES(QUO-FOUND-SUB)
               ELSE
                   ADD QUO-SIGNED-AMOUNT
                       TO QUO-TBL-REG-SALES(QUO-FOUND-SUB)
               END-IF
           END-IF.
           ADD QUO-SIGNED-AMOUNT TO QUO-TBL-TOTAL-SALES(QUO-FOUND-SUB).
       5350-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5400-LOAD-QUOTAS  --  PASS THE QUOTA MASTER AND TABLE EVERY   *
      *                     QUOTA SET FOR THE PERIOD                   *
      *****************************************************************
       5400-LOAD-QUOTAS.
           OPEN INPUT QUOTA-FILE.
           MOVE ZERO TO QTA-REP-NUMBER.
           MOVE ZERO TO QTA-PAY-PERIOD.
           START QUOTA-FILE KEY IS NOT LESS THAN QTA-KEY
               INVALID KEY
                   SET QUO-QTA-EOF TO TRUE.
           PERFORM 5450-READ-QUOTA-REC THRU 5450-EXIT
               UNTIL QUO-QTA-EOF.
           CLOSE QUOTA-FILE.
       5400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5450-READ-QUOTA-REC  --  TABLE ONE QUOTA FOR THE PERIOD       *
      *****************************************************************
       5450-READ-QUOTA-REC.
           READ QUOTA-FILE NEXT RECORD
               AT END
                   SET QUO-QTA-EOF TO TRUE
                   GO TO 5450-EXIT.
           IF QTA-PAY-PERIOD NOT EQUAL QUO-PAY-PERIOD
               GO TO 5450-EXIT.
           ADD 1 TO QUO-QTA-USED-COUNT.
           MOVE QTA-REP-NUMBER TO QUO-FIND-REP.
           PERFORM 5800-FIND-OR-ADD-REP THRU 5800-EXIT.
           IF QUO-FOUND-SUB EQUAL ZERO
               GO TO 5450-EXIT.
           MOVE 'Y'              TO QUO-TBL-QUOTA-SW(QUO-FOUND-SUB).
           MOVE QTA-QUOTA-AMOUNT TO QUO-TBL-QUOTA(QUO-FOUND-SUB).
       5450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5500-COMPLETE-REP  --  GIVE ONE TABLED REP ITS NAME,          *
      *                     DEPARTMENT, TEAM, AND ATTAINMENT.  A REP   *
      *                     ON THE ROSTER IS IN ITS LEAD'S TEAM; A     *
      *                     LEAD NOT ITSELF ON THE ROSTER IS IN ITS    *
      *                     OWN; ANY OTHER REP HAS NO TEAM             *
      *****************************************************************
       5500-COMPLETE-REP.
           MOVE 'N' TO QUO-REP-FOUND-SW.
           MOVE QUO-TBL-REP(QUO-REP-SUB) TO REP-REP-NUMBER.
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUO-REP-FOUND TO TRUE.
           IF QUO-REP-FOUND
               MOVE REP-NAME       TO QUO-TBL-NAME(QUO-REP-SUB)
               MOVE REP-DEPARTMENT TO QUO-TBL-DEPT(QUO-REP-SUB)
           ELSE
               MOVE '*** NOT ON MASTER ***'
                   TO QUO-TBL-NAME(QUO-REP-SUB)
               MOVE SPACES         TO QUO-TBL-DEPT(QUO-REP-SUB)
           END-IF.
           MOVE ZERO TO QUO-TBL-TEAM(QUO-REP-SUB).
           PERFORM 5550-FIND-TEAM THRU 5550-EXIT
               VARYING QUO-ROS-SUB FROM 1 BY 1
               UNTIL QUO-ROS-SUB > QUO-ROS-COUNT.
           IF QUO-TBL-TEAM(QUO-REP-SUB) EQUAL ZERO
               ADD 1 TO QUO-NO-TEAM-COUNT.
           MOVE ZERO TO QUO-TBL-ATTAIN(QUO-REP-SUB).
           IF NOT QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
               GO TO 5500-EXIT.
           MOVE QUO-TBL-TOTAL-SALES(QUO-REP-SUB) TO QUO-ATN-SALES.
           MOVE QUO-TBL-QUOTA(QUO-REP-SUB)       TO QUO-ATN-QUOTA.
           PERFORM 8100-COMPUTE-ATTAIN THRU 8100-EXIT.
           MOVE QUO-ATN-RESULT TO QUO-TBL-ATTAIN(QUO-REP-SUB).
       5500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5550-FIND-TEAM  --  TEST ONE ROSTER ENTRY FOR THE REP'S TEAM. *
      *                     MEMBERSHIP WINS OVER LEADING A TEAM        *
      *****************************************************************
       5550-FIND-TEAM.
           IF QUO-ROS-MEMBER(QUO-ROS-SUB) EQUAL QUO-TBL-REP(QUO-REP-SUB)
               MOVE QUO-ROS-LEAD(QUO-ROS-SUB)
                   TO QUO-TBL-TEAM(QUO-REP-SUB)
               GO TO 5550-EXIT.
           IF QUO-ROS-LEAD(QUO-ROS-SUB) EQUAL QUO-TBL-REP(QUO-REP-SUB)
             AND QUO-TBL-TEAM(QUO-REP-SUB) EQUAL ZERO
               MOVE QUO-TBL-REP(QUO-REP-SUB)
                   TO QUO-TBL-TEAM(QUO-REP-SUB).
       5550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5600-RANK-REP  --  RANK ONE REP WITH A QUOTA WITHIN ITS       *
      *                     DEPARTMENT AND ITS TEAM: ONE PLUS THE      *
      *                     NUMBER OF REPS IN THE SAME GROUP WITH      *
      *                     HIGHER ATTAINMENT                          *
      *****************************************************************
       5600-RANK-REP.
           MOVE ZERO TO QUO-TBL-DEPT-RANK(QUO-REP-SUB).
           MOVE ZERO TO QUO-TBL-TEAM-RANK(QUO-REP-SUB).
           IF NOT QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
               GO TO 5600-EXIT.
           MOVE 1 TO QUO-TBL-DEPT-RANK(QUO-REP-SUB).
           IF QUO-TBL-TEAM(QUO-REP-SUB) > ZERO
               MOVE 1 TO QUO-TBL-TEAM-RANK(QUO-REP-SUB).
           PERFORM 5650-COMPARE-REP THRU 5650-EXIT
               VARYING QUO-CMP-SUB FROM 1 BY 1
               UNTIL QUO-CMP-SUB > QUO-REP-COUNT.
       5600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5650-COMPARE-REP  --  COUNT ONE OTHER REP AHEAD OF THE REP    *
      *                     BEING RANKED WHEN IT IS IN THE SAME GROUP  *
      *                     WITH HIGHER ATTAINMENT                     *
      *****************************************************************
       5650-COMPARE-REP.
           IF NOT QUO-TBL-HAS-QUOTA(QUO-CMP-SUB)
               GO TO 5650-EXIT.
           IF QUO-TBL-ATTAIN(QUO-CMP-SUB)
                   NOT GREATER THAN QUO-TBL-ATTAIN(QUO-REP-SUB)
               GO TO 5650-EXIT.
           IF QUO-TBL-DEPT(QUO-CMP-SUB) EQUAL QUO-TBL-DEPT(QUO-REP-SUB)
               ADD 1 TO QUO-TBL-DEPT-RANK(QUO-REP-SUB).
           IF QUO-TBL-TEAM(QUO-REP-SUB) > ZERO
             AND QUO-TBL-TEAM(QUO-CMP-SUB)
                   EQUAL QUO-TBL-TEAM(QUO-REP-SUB)
               ADD 1 TO QUO-TBL-TEAM-RANK(QUO-REP-SUB).
       5650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5800-FIND-OR-ADD-REP  --  FIND THE REP IN QUO-FIND-REP IN THE *
      *                     TABLE, ADDING IT WHEN IT IS NEW.  ZERO IN  *
      *                     QUO-FOUND-SUB MEANS THE TABLE IS FULL.     *
      *                     COMMOUT IS IN REP ORDER, SO THE LAST REP   *
      *                     FOUND IS TRIED FIRST                       *
      *****************************************************************
       5800-FIND-OR-ADD-REP.
           IF QUO-FOUND-SUB > ZERO
               IF QUO-TBL-REP(QUO-FOUND-SUB) EQUAL QUO-FIND-REP
                   GO TO 5800-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO QUO-FOUND-SUB.
           PERFORM 5850-TEST-REP THRU 5850-EXIT
               VARYING QUO-CMP-SUB FROM 1 BY 1
               UNTIL QUO-CMP-SUB > QUO-REP-COUNT
                  OR QUO-FOUND-SUB > ZERO.
           IF QUO-FOUND-SUB > ZERO
               GO TO 5800-EXIT.
           IF QUO-REP-COUNT NOT LESS THAN 2000
               ADD 1 TO QUO-NOT-TABLED-COUNT
               DISPLAY 'CWXISUBC - REP TABLE FULL - NOT REPORTED '
                       QUO-FIND-REP
               GO TO 5800-EXIT.
           ADD 1 TO QUO-REP-COUNT.
           MOVE QUO-REP-COUNT TO QUO-FOUND-SUB.
           MOVE QUO-FIND-REP  TO QUO-TBL-REP(QUO-FOUND-SUB).
           MOVE SPACES        TO QUO-TBL-NAME(QUO-FOUND-SUB).
           MOVE SPACES        TO QUO-TBL-DEPT(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-TEAM(QUO-FOUND-SUB).
           MOVE 'N'           TO QUO-TBL-QUOTA-SW(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-QUOTA(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-REG-SALES(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-SPLIT-SALES(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-ADJ-SALES(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-TOTAL-SALES(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-ATTAIN(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-DEPT-RANK(QUO-FOUND-SUB).
           MOVE ZERO          TO QUO-TBL-TEAM-RANK(QUO-FOUND-SUB).
       5800-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5850-TEST-REP  --  TEST ONE TABLE ENTRY FOR THE REP SOUGHT    *
      *****************************************************************
       5850-TEST-REP.
           IF QUO-TBL-REP(QUO-CMP-SUB) EQUAL QUO-FIND-REP
               MOVE QUO-CMP-SUB TO QUO-FOUND-SUB.
       5850-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6000-PRINT-DEPARTMENTS  --  LIST THE REPS WITH A QUOTA ONE    *
      *                     DEPARTMENT AT A TIME, IN DEPARTMENT        *
      *                     SEQUENCE AND DEPARTMENT RANK ORDER, EACH   *
      *                     DEPARTMENT FOLLOWED BY ITS ROLLUP, THEN    *
      *                     THE ROLLUP FOR ALL REPS WITH A QUOTA       *
      *****************************************************************
       6000-PRINT-DEPARTMENTS.
           MOVE 'ATTAINMENT BY DEPARTMENT (RANK WITHIN DEPARTMENT)'
               TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-ATN-HDG-1.
           MOVE ZERO TO QUO-ALL-REPS.
           MOVE ZERO TO QUO-ALL-QUOTA.
           MOVE ZERO TO QUO-ALL-SALES.
           MOVE LOW-VALUES TO QUO-LAST-DEPT.
           MOVE 'N' TO QUO-LIST-DONE-SW.
           PERFORM 6100-NEXT-DEPARTMENT THRU 6100-EXIT
               UNTIL QUO-LIST-DONE.
           MOVE 'ALL REPS'     TO RPT-RLP-LABEL.
           MOVE SPACES         TO RPT-RLP-KEY.
           MOVE QUO-ALL-REPS   TO QUO-GRP-REPS.
           MOVE QUO-ALL-QUOTA  TO QUO-GRP-QUOTA.
           MOVE QUO-ALL-SALES  TO QUO-GRP-SALES.
           PERFORM 8200-PRINT-ROLLUP THRU 8200-EXIT.
       6000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6100-NEXT-DEPARTMENT  --  FIND THE LOWEST DEPARTMENT NOT YET  *
      *                     PRINTED, LIST ITS REPS IN RANK ORDER, AND  *
      *                     PRINT ITS ROLLUP                           *
      *****************************************************************
       6100-NEXT-DEPARTMENT.
           MOVE HIGH-VALUES TO QUO-NEXT-DEPT.
           PERFORM 6150-LOW-DEPARTMENT THRU 6150-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           IF QUO-NEXT-DEPT EQUAL HIGH-VALUES
               SET QUO-LIST-DONE TO TRUE
               GO TO 6100-EXIT.
           MOVE ZERO TO QUO-GRP-REPS.
           MOVE ZERO TO QUO-GRP-QUOTA.
           MOVE ZERO TO QUO-GRP-SALES.
           MOVE ZERO TO QUO-LAST-KEY.
           PERFORM 6200-NEXT-IN-DEPARTMENT THRU 6200-EXIT
               UNTIL QUO-LAST-KEY EQUAL QUO-HIGH-KEY.
           MOVE 'DEPARTMENT'  TO RPT-RLP-LABEL.
           MOVE QUO-NEXT-DEPT TO RPT-RLP-KEY.
           PERFORM 8200-PRINT-ROLLUP THRU 8200-EXIT.
           ADD QUO-GRP-REPS  TO QUO-ALL-REPS.
           ADD QUO-GRP-QUOTA TO QUO-ALL-QUOTA.
           ADD QUO-GRP-SALES TO QUO-ALL-SALES.
           MOVE QUO-NEXT-DEPT TO QUO-LAST-DEPT.
       6100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6150-LOW-DEPARTMENT  --  TEST ONE REP'S DEPARTMENT AS THE     *
      *                     NEXT ONE TO PRINT                          *
      *****************************************************************
       6150-LOW-DEPARTMENT.
           IF QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
             AND QUO-TBL-DEPT(QUO-REP-SUB) > QUO-LAST-DEPT
             AND QUO-TBL-DEPT(QUO-REP-SUB) < QUO-NEXT-DEPT
               MOVE QUO-TBL-DEPT(QUO-REP-SUB) TO QUO-NEXT-DEPT.
       6150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6200-NEXT-IN-DEPARTMENT  --  PRINT THE DEPARTMENT'S NEXT REP  *
      *                     IN RANK ORDER, OR END THE DEPARTMENT       *
      *****************************************************************
       6200-NEXT-IN-DEPARTMENT.
           MOVE QUO-HIGH-KEY TO QUO-NEXT-KEY.
           MOVE ZERO TO QUO-NEXT-SUB.
           PERFORM 6250-LOW-IN-DEPARTMENT THRU 6250-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           MOVE QUO-NEXT-KEY TO QUO-LAST-KEY.
           IF QUO-NEXT-SUB EQUAL ZERO
               GO TO 6200-EXIT.
           MOVE QUO-TBL-DEPT-RANK(QUO-NEXT-SUB) TO RPT-ATN-RANK.
           PERFORM 8300-PRINT-REP-LINE THRU 8300-EXIT.
       6200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6250-LOW-IN-DEPARTMENT  --  TEST ONE REP AS THE DEPARTMENT'S  *
      *                     NEXT IN (RANK, REP NUMBER) ORDER           *
      *****************************************************************
       6250-LOW-IN-DEPARTMENT.
           IF NOT QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
             OR QUO-TBL-DEPT(QUO-REP-SUB) NOT EQUAL QUO-NEXT-DEPT
               GO TO 6250-EXIT.
           COMPUTE QUO-TEST-KEY =
               QUO-TBL-DEPT-RANK(QUO-REP-SUB) * 1000000
             + QUO-TBL-REP(QUO-REP-SUB).
           IF QUO-TEST-KEY > QUO-LAST-KEY
             AND QUO-TEST-KEY < QUO-NEXT-KEY
               MOVE QUO-TEST-KEY TO QUO-NEXT-KEY
               MOVE QUO-REP-SUB  TO QUO-NEXT-SUB.
       6250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6500-PRINT-TEAMS  --  LIST THE REPS WITH A QUOTA ONE TEAM AT  *
      *                     A TIME, IN LEAD SEQUENCE AND TEAM RANK     *
      *                     ORDER, EACH TEAM FOLLOWED BY ITS ROLLUP.   *
      *                     REPS IN NO TEAM ARE NOT LISTED HERE        *
      *****************************************************************
       6500-PRINT-TEAMS.
           MOVE 'ATTAINMENT BY TEAM (RANK WITHIN TEAM)'
               TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-ATN-HDG-1.
           MOVE ZERO TO QUO-LAST-TEAM.
           MOVE 'N' TO QUO-LIST-DONE-SW.
           PERFORM 6600-NEXT-TEAM THRU 6600-EXIT
               UNTIL QUO-LIST-DONE.
       6500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6600-NEXT-TEAM  --  FIND THE LOWEST LEAD NOT YET PRINTED,     *
      *                     LIST ITS TEAM IN RANK ORDER, AND PRINT     *
      *                     THE TEAM'S ROLLUP                          *
      *****************************************************************
       6600-NEXT-TEAM.
           MOVE QUO-HIGH-TEAM TO QUO-NEXT-TEAM.
           PERFORM 6650-LOW-TEAM THRU 6650-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           IF QUO-NEXT-TEAM EQUAL QUO-HIGH-TEAM
               SET QUO-LIST-DONE TO TRUE
               GO TO 6600-EXIT.
           MOVE ZERO TO QUO-GRP-REPS.
           MOVE ZERO TO QUO-GRP-QUOTA.
           MOVE ZERO TO QUO-GRP-SALES.
           MOVE ZERO TO QUO-LAST-KEY.
           PERFORM 6700-NEXT-IN-TEAM THRU 6700-EXIT
               UNTIL QUO-LAST-KEY EQUAL QUO-HIGH-KEY.
           MOVE 'TEAM LEAD'   TO RPT-RLP-LABEL.
           MOVE QUO-NEXT-TEAM TO RPT-RLP-KEY.
           PERFORM 8200-PRINT-ROLLUP THRU 8200-EXIT.
           MOVE QUO-NEXT-TEAM TO QUO-LAST-TEAM.
       6600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6650-LOW-TEAM  --  TEST ONE REP'S TEAM AS THE NEXT ONE TO     *
      *                     PRINT                                      *
      *****************************************************************
       6650-LOW-TEAM.
           IF QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
             AND QUO-TBL-TEAM(QUO-REP-SUB) > QUO-LAST-TEAM
             AND QUO-TBL-TEAM(QUO-REP-SUB) < QUO-NEXT-TEAM
               MOVE QUO-TBL-TEAM(QUO-REP-SUB) TO QUO-NEXT-TEAM.
       6650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6700-NEXT-IN-TEAM  --  PRINT THE TEAM'S NEXT REP IN RANK      *
      *                     ORDER, OR END THE TEAM                     *
      *****************************************************************
       6700-NEXT-IN-TEAM.
           MOVE QUO-HIGH-KEY TO QUO-NEXT-KEY.
           MOVE ZERO TO QUO-NEXT-SUB.
           PERFORM 6750-LOW-IN-TEAM THRU 6750-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
           MOVE QUO-NEXT-KEY TO QUO-LAST-KEY.
           IF QUO-NEXT-SUB EQUAL ZERO
               GO TO 6700-EXIT.
           MOVE QUO-TBL-TEAM-RANK(QUO-NEXT-SUB) TO RPT-ATN-RANK.
           PERFORM 8300-PRINT-REP-LINE THRU 8300-EXIT.
       6700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6750-LOW-IN-TEAM  --  TEST ONE REP AS THE TEAM'S NEXT IN      *
      *                     (RANK, REP NUMBER) ORDER                   *
      *****************************************************************
       6750-LOW-IN-TEAM.
           IF NOT QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
             OR QUO-TBL-TEAM(QUO-REP-SUB) NOT EQUAL QUO-NEXT-TEAM
               GO TO 6750-EXIT.
           COMPUTE QUO-TEST-KEY =
               QUO-TBL-TEAM-RANK(QUO-REP-SUB) * 1000000
             + QUO-TBL-REP(QUO-REP-SUB).
           IF QUO-TEST-KEY > QUO-LAST-KEY
             AND QUO-TEST-KEY < QUO-NEXT-KEY
               MOVE QUO-TEST-KEY TO QUO-NEXT-KEY
               MOVE QUO-REP-SUB  TO QUO-NEXT-SUB.
       6750-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7000-PRINT-NO-QUOTA  --  LIST THE REPS WITH SALES FOR THE     *
      *                     PERIOD BUT NO QUOTA ON FILE                *
      *****************************************************************
       7000-PRINT-NO-QUOTA.
           MOVE 'REPS WITH SALES AND NO QUOTA ON FILE'
               TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           WRITE RPT-LINE FROM RPT-ATN-HDG-1.
           PERFORM 7100-PRINT-NO-QUOTA-REP THRU 7100-EXIT
               VARYING QUO-REP-SUB FROM 1 BY 1
               UNTIL QUO-REP-SUB > QUO-REP-COUNT.
       7000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7100-PRINT-NO-QUOTA-REP  --  PRINT ONE REP WHEN IT HAS NO     *
      *                     QUOTA FOR THE PERIOD                       *
      *****************************************************************
       7100-PRINT-NO-QUOTA-REP.
           IF QUO-TBL-HAS-QUOTA(QUO-REP-SUB)
               GO TO 7100-EXIT.
           ADD 1 TO QUO-NO-QUOTA-COUNT.
           MOVE QUO-REP-SUB TO QUO-NEXT-SUB.
           MOVE ZERO TO RPT-ATN-RANK.
           PERFORM 8300-PRINT-REP-LINE THRU 8300-EXIT.
       7100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7500-PRINT-TOTALS  --  PRINT THE COMMOUT / AUDIT PROOF AND    *
      *                     THE RUN COUNTS                             *
      *****************************************************************
       7500-PRINT-TOTALS.
           MOVE 'COMMOUT / AUDIT TRAIL PROOF' TO RPT-SEC-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-HDG.
           MOVE 'COMMOUT REG+SPLIT SALES' TO RPT-TOT-LABEL.
           MOVE QUO-OUT-SALES-TOTAL       TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'AUDIT REG+SPLIT SALES'   TO RPT-TOT-LABEL.
           MOVE QUO-AUD-SALES-TOTAL       TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'COMMOUT ADJUSTMENTS'     TO RPT-CNT-LABEL.
           MOVE QUO-OUT-ADJ-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT ADJUSTMENTS'       TO RPT-CNT-LABEL.
           MOVE QUO-AUD-ADJ-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RETRO ADJ (NOT SALES)'   TO RPT-CNT-LABEL.
           MOVE QUO-OUT-RETRO-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           IF QUO-OUT-OF-BAL
               MOVE '*** COMMOUT DOES NOT AGREE WITH THE AUDIT TRAIL FOR
      -             ' THIS PERIOD -- SALES MAY BE FOR ANOTHER RUN ***'
                   TO RPT-MSG-TEXT
           ELSE
               MOVE 'COMMOUT AGREES WITH THE AUDIT TRAIL'
                   TO RPT-MSG-TEXT
           END-IF.
           WRITE RPT-LINE FROM RPT-MESSAGE-LINE.
           MOVE 'COMMOUT RECORDS READ'    TO RPT-CNT-LABEL.
           MOVE QUO-OUT-READ-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'COMMOUT RECORDS PRICED'  TO RPT-CNT-LABEL.
           MOVE QUO-OUT-USED-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AUDIT LINES FOR PERIOD'  TO RPT-CNT-LABEL.
           MOVE QUO-AUD-USED-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'QUOTAS FOR PERIOD'       TO RPT-CNT-LABEL.
           MOVE QUO-QTA-USED-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS WITH NO QUOTA'      TO RPT-CNT-LABEL.
           MOVE QUO-NO-QUOTA-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS IN NO TEAM'         TO RPT-CNT-LABEL.
           MOVE QUO-NO-TEAM-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REPS NOT TABLED'         TO RPT-CNT-LABEL.
           MOVE QUO-NOT-TABLED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXISUBC - REPS       : ' QUO-REP-COUNT.
           DISPLAY 'CWXISUBC - NO QUOTA   : ' QUO-NO-QUOTA-COUNT.
           DISPLAY 'CWXISUBC - NOT TABLED : ' QUO-NOT-TABLED-COUNT.
       7500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8100-COMPUTE-ATTAIN  --  ATTAINMENT PERCENT OF QUO-ATN-SALES  *
      *                     AGAINST QUO-ATN-QUOTA, ROUNDED TO A TENTH  *
      *                     AND HELD WITHIN 9999.9 EITHER WAY          *
      *****************************************************************
       8100-COMPUTE-ATTAIN.
           MOVE ZERO TO QUO-ATN-RESULT.
           IF QUO-ATN-QUOTA EQUAL ZERO
               GO TO 8100-EXIT.
           COMPUTE QUO-ATN-WORK ROUNDED =
               QUO-ATN-SALES * 100 / QUO-ATN-QUOTA.
           IF QUO-ATN-WORK > QUO-ATN-MAX
               MOVE QUO-ATN-MAX TO QUO-ATN-RESULT
               GO TO 8100-EXIT.
           IF QUO-ATN-WORK < ZERO - QUO-ATN-MAX
               COMPUTE QUO-ATN-RESULT = ZERO - QUO-ATN-MAX
               GO TO 8100-EXIT.
           MOVE QUO-ATN-WORK TO QUO-ATN-RESULT.
       8100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8200-PRINT-ROLLUP  --  PRINT THE ROLLUP FOR THE GROUP IN      *
      *                     QUO-GRP-REPS, -QUOTA, AND -SALES, UNDER    *
      *                     THE LABEL AND KEY ALREADY MOVED            *
      *****************************************************************
       8200-PRINT-ROLLUP.
           MOVE QUO-GRP-REPS  TO RPT-RLP-REPS.
           MOVE QUO-GRP-QUOTA TO RPT-RLP-QUOTA.
           MOVE QUO-GRP-SALES TO RPT-RLP-SALES.
           MOVE QUO-GRP-SALES TO QUO-ATN-SALES.
           MOVE QUO-GRP-QUOTA TO QUO-ATN-QUOTA.
           PERFORM 8100-COMPUTE-ATTAIN THRU 8100-EXIT.
           MOVE QUO-ATN-RESULT TO RPT-RLP-PCT.
           WRITE RPT-LINE FROM RPT-ROLLUP-LINE.
       8200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8300-PRINT-REP-LINE  --  PRINT THE REP AT QUO-NEXT-SUB UNDER  *
      *                     THE RANK ALREADY MOVED, AND ADD IT TO THE  *
      *                     GROUP BEING LISTED                         *
      *****************************************************************
       8300-PRINT-REP-LINE.
           MOVE QUO-TBL-REP(QUO-NEXT-SUB)         TO RPT-ATN-REP.
           MOVE QUO-TBL-NAME(QUO-NEXT-SUB)        TO RPT-ATN-NAME.
           MOVE QUO-TBL-DEPT(QUO-NEXT-SUB)        TO RPT-ATN-DEPT.
           MOVE QUO-TBL-TEAM(QUO-NEXT-SUB)        TO RPT-ATN-TEAM.
           MOVE QUO-TBL-REG-SALES(QUO-NEXT-SUB)   TO RPT-ATN-REG.
           MOVE QUO-TBL-SPLIT-SALES(QUO-NEXT-SUB) TO RPT-ATN-SPLIT.
           MOVE QUO-TBL-ADJ-SALES(QUO-NEXT-SUB)   TO RPT-ATN-ADJ.
           MOVE QUO-TBL-TOTAL-SALES(QUO-NEXT-SUB) TO RPT-ATN-TOTAL.
           MOVE QUO-TBL-QUOTA(QUO-NEXT-SUB)       TO RPT-ATN-QUOTA.
           MOVE QUO-TBL-ATTAIN(QUO-NEXT-SUB)      TO RPT-ATN-PCT.
           WRITE RPT-LINE FROM RPT-ATN-LINE.
           ADD 1 TO QUO-GRP-REPS.
           ADD QUO-TBL-QUOTA(QUO-NEXT-SUB)       TO QUO-GRP-QUOTA.
           ADD QUO-TBL-TOTAL-SALES(QUO-NEXT-SUB) TO QUO-GRP-SALES.
       8300-EXIT.
           EXIT.
