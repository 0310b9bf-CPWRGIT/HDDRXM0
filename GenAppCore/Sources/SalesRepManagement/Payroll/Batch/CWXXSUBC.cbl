       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXXSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PAYROLL TRANSMISSION AND ACKNOWLEDGMENT RECONCILIATION.       *
      *                                                                *
      *  FUNCTION T (TRANSMIT) -- COMBINES WHATEVER EARNINGS ARE       *
      *  READY FOR THE PAY PERIOD INTO ONE TRANSMISSION FILE FOR THE   *
      *  PAYROLL SYSTEM: THE COMMISSION RUN'S PAYROLL EXTRACT          *
      *  (PAYEXTR), THE HOLD RELEASE EXTRACT (RELEXTR), THE QUARTERLY  *
      *  BONUS EXTRACT (BONEXTR), AND THE DRAW SETTLEMENT EXTRACT      *
      *  (SETEXTR), TAKING FROM EACH ONLY THE RECORDS STAMPED WITH     *
      *  THE PERIOD.  THE FILE CARRIES A HEADER                        *
      *  WITH THE PERIOD AND THE PERIOD'S NEXT TRANSMISSION SEQUENCE   *
      *  NUMBER, AND A TRAILER WITH THE RECORD COUNT AND SIGNED        *
      *  DOLLAR TOTAL FOR EACH EARN TYPE (SEE DSUBCXMT).  EACH SOURCE  *
      *  SENT IS LOGGED ON THE TRANSMISSION LOG WITH ITS RECORD COUNT, *
      *  NET TOTAL, AND A HASH TOTAL OF THE REP NUMBER, PAY PERIOD,    *
      *  AND EARN TYPE OF ITS RECORDS.  A SOURCE WHOSE COUNT, TOTAL,   *
      *  AND HASH TOTAL ALL MATCH ONE ALREADY LOGGED FOR THE PERIOD    *
      *  HAS BEEN SENT AND IS LEFT OUT, AND WHEN NOTHING NEW REMAINS   *
      *  THE RUN IS REFUSED, SO THE SAME EARNINGS ARE NEVER SENT       *
      *  TWICE.  A NEW EXTRACT FOR OTHER REPS THAT HAPPENS TO HAVE THE *
      *  SAME COUNT AND TOTAL DIFFERS IN ITS HASH TOTAL AND IS SENT.   *
      *                                                                *
      *  FUNCTION A (ACKNOWLEDGE) -- READS A TRANSMISSION FILE BACK    *
      *  WITH PAYROLL'S ACKNOWLEDGMENT/REJECT FILE FOR IT AND MATCHES  *
      *  EVERY EARNINGS RECORD SENT TO ITS ACK BY REP, PAY PERIOD,     *
      *  AND EARN TYPE.  EARNINGS PAYROLL REJECTED OR NEVER            *
      *  ACKNOWLEDGED PRINT ON THE EXCEPTIONS REPORT AND THE STEP      *
      *  ENDS WITH RETURN CODE 8.  THE RESULT IS LOGGED AGAINST THE    *
      *  TRANSMISSION, AND CWXKSUBC WILL NOT CLOSE THE PERIOD UNTIL    *
      *  EVERY TRANSMISSION'S LATEST ACK IS CLEAR.                     *
      *                                                                *
      *  FUNCTION R (RESEND) -- CORRECTIONS-ONLY RESEND OF ONE         *
      *  TRANSMISSION WHOSE LATEST ACK HAS EXCEPTIONS.  THE ORIGINAL   *
      *  TRANSMISSION FILE IS MATCHED AGAIN TO ITS ACK/REJECT FILE TO  *
      *  FIND THE REP, PERIOD, AND EARN TYPE OF EVERY EARNINGS RECORD  *
      *  PAYROLL DID NOT LOAD, AND ONLY THE CORRECTED EXTRACT RECORDS  *
      *  FOR THOSE KEYS ARE SENT, IN A NEW TRANSMISSION WHOSE HEADER   *
      *  AND LOG RECORDS NAME THE ORIGINAL.  AN EXTRACT RECORD         *
      *  IDENTICAL TO ONE PAYROLL ALREADY LOADED UNDER THE SAME KEY IS *
      *  NOT SENT AGAIN.  A CLEAN ACK ON THE RESEND CLEARS THE         *
      *  ORIGINAL'S EXCEPTIONS FOR CWXKSUBC.  A TRANSMISSION IS        *
      *  RESENT ONCE; IF THE RESEND HAS EXCEPTIONS OF ITS OWN, RESEND  *
      *  THE RESEND.                                                   *
      *                                                                *
      *  A TRAILER HOLDS AT MOST 99,999 RECORDS AND $99,999,999.99     *
      *  PER EARN TYPE.  A TRANSMISSION THAT WOULD EXCEED EITHER IS    *
      *  REFUSED WITH RETURN CODE 12, THE FILE IS LEFT EMPTY, AND      *
      *  NOTHING IS LOGGED.                                            *
      *                                                                *
      *  PARM IS THE FUNCTION AND THE PAY PERIOD, AND FOR R THE        *
      *  SEQUENCE NUMBER OF THE TRANSMISSION TO CORRECT:               *
      *     'Tpppppp'   'Apppppp'   'Rppppppsss'                       *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  OCT 2026  DPF  ORIGINAL PROGRAM.                              *
      *  OCT 2026  DPF  DRAW SETTLEMENT EXTRACT (SETEXTR) FROM         *
      *                 CWXNSUBC ADDED AS A FOURTH SOURCE.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-EXTRACT-FILE ASSIGN TO PAYEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT REL-EXTRACT-FILE ASSIGN TO RELEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT BON-EXTRACT-FILE ASSIGN TO BONEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SET-EXTRACT-FILE ASSIGN TO SETEXTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMT-OUT-FILE     ASSIGN TO XMTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMT-IN-FILE      ASSIGN TO XMTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-FILE         ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMT-LOG-FILE     ASSIGN TO XMTLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMT-RPT-FILE     ASSIGN TO XMTRPT
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
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-EXTRACT-RECORD      PIC X(80).
       FD  REL-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REL-EXTRACT-RECORD      PIC X(80).
       FD  BON-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BON-EXTRACT-RECORD      PIC X(80).
       FD  SET-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SET-EXTRACT-RECORD      PIC X(80).
       FD  XMT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XMT-OUT-RECORD          PIC X(80).
       FD  XMT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XMT-IN-RECORD           PIC X(80).
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCACK.
       FD  XMT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCXLG.
       FD  XMT-RPT-FILE
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
       77  TRN-FUNC                PIC X(01)   VALUE SPACE.
           88  TRN-FUNC-TRANSMIT               VALUE 'T'.
           88  TRN-FUNC-ACK                    VALUE 'A'.
           88  TRN-FUNC-RESEND                 VALUE 'R'.
       77  TRN-PAY-PERIOD          PIC 9(06)   VALUE ZERO.
       77  TRN-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  TRN-RUN-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  TRN-RUN-FOUND                   VALUE 'Y'.
       77  TRN-EOF-SW              PIC X(01)   VALUE 'N'.
           88  TRN-END-OF-FILE                 VALUE 'Y'.
       77  TRN-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
           88  TRN-LOG-EOF                     VALUE 'Y'.
       77  TRN-ACK-EOF-SW          PIC X(01)   VALUE 'N'.
           88  TRN-ACK-EOF                     VALUE 'Y'.
       77  TRN-WANTED-SW           PIC X(01)   VALUE 'N'.
           88  TRN-REC-WANTED                  VALUE 'Y'.
       77  TRN-SEQ-NO              PIC 9(03)   VALUE ZERO.
       77  TRN-SEND-COUNT          PIC 9(03)   COMP-3 VALUE ZERO.
       77  TRN-RESEND-COUNT        PIC 9(03)   COMP-3 VALUE ZERO.
       77  TRN-EARN-SUB            PIC 9(03)   COMP.
       77  TRN-ITEM-AMOUNT         PIC S9(09)V99 COMP-3.
       77  TRN-DETAIL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  TRN-BAD-TYPE-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      RESEND -- THE TRANSMISSION BEING CORRECTED AND ITS
      ***      STANDING ON THE LOG
      ***
       77  TRN-ORIG-SEQ            PIC 9(03)   VALUE ZERO.
       77  TRN-ORIG-ACK-SW         PIC X(01)   VALUE 'N'.
           88  TRN-ORIG-ACKED                  VALUE 'Y'.
       77  TRN-ORIG-EXC-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  TRN-ORIG-RESENT-SEQ     PIC 9(03)   VALUE ZERO.
       77  TRN-DROPPED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      SOURCE EXTRACT TABLE -- ONE ENTRY PER EXTRACT THE
      ***      TRANSMISSION DRAWS ON, IN THE ORDER THEY ARE SENT.
      ***      THE COUNT AND NET TOTAL OF THE PERIOD'S RECORDS ARE
      ***      THE SOURCE'S FINGERPRINT AGAINST THE LOG.
      ***
       01  TRN-SOURCE-NAMES.
           05  FILLER              PIC X(08)   VALUE 'PAYEXTR'.
           05  FILLER              PIC X(08)   VALUE 'RELEXTR'.
           05  FILLER              PIC X(08)   VALUE 'BONEXTR'.
           05  FILLER              PIC X(08)   VALUE 'SETEXTR'.
       01  TRN-SOURCE-NAME-TABLE REDEFINES TRN-SOURCE-NAMES.
           05  TRN-SOURCE-NAME     PIC X(08)   OCCURS 4 TIMES.
       77  TRN-SRC-SUB             PIC 9(03)   COMP.
       01  TRN-SOURCE-TABLE.
           05  TRN-SRC-ENTRY OCCURS 4 TIMES.
               10  TRN-SRC-COUNT       PIC 9(07)   COMP-3.
               10  TRN-SRC-TOTAL       PIC S9(09)V99 COMP-3.
               10  TRN-SRC-HASH        PIC 9(18)   COMP-3.
               10  TRN-SRC-SENT-HASH   PIC 9(18)   COMP-3.
               10  TRN-SRC-SENT-SEQ    PIC 9(03).
               10  TRN-SRC-SEND-SW     PIC X(01).
                   88  TRN-SRC-TO-SEND         VALUE 'Y'.
      ***
      ***      EARN-TYPE TOTALS FOR THE TRAILER, IN THE ORDER
      ***      C, A, D, B
      ***
      ***
      ***      HASH KEY -- ONE RECORD'S REP NUMBER, PAY PERIOD, AND
      ***      EARN-TYPE SLOT, TAKEN AS ONE NUMBER AND SUMMED OVER A
      ***      SOURCE'S RECORDS INTO ITS HASH TOTAL (ANY HIGH-ORDER
      ***      OVERFLOW IS DROPPED, THE SAME WAY ON EVERY RUN)
      ***
       01  TRN-HASH-KEY.
           05  TRN-HASH-REP            PIC 9(06).
           05  TRN-HASH-PERIOD         PIC 9(06).
           05  TRN-HASH-EARN           PIC 9(01).
       01  TRN-HASH-KEY-N REDEFINES TRN-HASH-KEY
                                   PIC 9(13).
       01  TRN-EARN-CODES          PIC X(04)   VALUE 'CADB'.
       01  TRN-EARN-CODE-TABLE REDEFINES TRN-EARN-CODES.
           05  TRN-EARN-CODE       PIC X(01)   OCCURS 4 TIMES.
       01  TRN-EARN-TABLE.
           05  TRN-EARN-ENTRY OCCURS 4 TIMES.
               10  TRN-EARN-COUNT      PIC 9(07)   COMP-3.
               10  TRN-EARN-AMOUNT     PIC S9(09)V99 COMP-3.
      ***
      ***      TRANSMISSION LOG TABLE -- THE PERIOD'S LOG RECORDS,
      ***      TABLED AT START-UP
      ***
       77  TRN-LOG-COUNT           PIC 9(03)   COMP-3 VALUE ZERO.
       77  TRN-LOG-SUB             PIC 9(03)   COMP.
       77  TRN-LOG-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
       77  TRN-MAX-SEQ             PIC 9(03)   VALUE ZERO.
       01  TRN-LOG-TABLE.
           05  TRN-LOG-ENTRY OCCURS 100 TIMES.
               10  TRN-LOG-SEQ         PIC 9(03).
               10  TRN-LOG-TYPE        PIC X(01).
               10  TRN-LOG-SOURCE      PIC X(08).
               10  TRN-LOG-REC-COUNT   PIC 9(07)   COMP-3.
               10  TRN-LOG-NET-TOTAL   PIC S9(09)V99 COMP-3.
               10  TRN-LOG-EXC-COUNT   PIC 9(07)   COMP-3.
               10  TRN-LOG-ORIG-SEQ    PIC 9(03).
               10  TRN-LOG-HASH        PIC 9(18)   COMP-3.
      ***
      ***      ACKNOWLEDGMENT TABLE -- PAYROLL'S ACK/REJECT FILE,
      ***      TABLED AT START-UP AND MATCHED ON REP, PAY PERIOD,
      ***      AND EARN TYPE.  EACH ACK IS CONSUMED AT MOST ONCE SO
      ***      ONE ACK NEVER CLEARS TWO EARNINGS RECORDS.
      ***
       77  TRN-ACK-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  TRN-ACK-SUB             PIC 9(04)   COMP.
       77  TRN-ACK-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       01  TRN-ACK-TABLE.
           05  TRN-ACK-ENTRY OCCURS 2000 TIMES.
               10  TRN-ACK-REP         PIC 9(06).
               10  TRN-ACK-PERIOD      PIC 9(06).
               10  TRN-ACK-EARN-TYPE   PIC X(01).
               10  TRN-ACK-STATUS      PIC X(01).
               10  TRN-ACK-REASON      PIC X(30).
               10  TRN-ACK-USED-SW     PIC X(01).
                   88  TRN-ACK-USED            VALUE 'Y'.
       77  TRN-LOADED-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  TRN-LOADED-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  TRN-EXCEPTION-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
       77  TRN-UNMATCHED-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      CORRECTION KEY TABLE -- FOR A RESEND, THE REP, PERIOD,
      ***      AND EARN TYPE OF EVERY EARNINGS RECORD THE ORIGINAL
      ***      TRANSMISSION HAD IN EXCEPTION, WITH THE NUMBER OF
      ***      CORRECTED RECORDS SENT FOR IT
      ***
       77  TRN-COR-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  TRN-COR-SUB             PIC 9(04)   COMP.
       77  TRN-COR-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       01  TRN-COR-TABLE.
           05  TRN-COR-ENTRY OCCURS 500 TIMES.
               10  TRN-COR-REP         PIC 9(06).
               10  TRN-COR-PERIOD      PIC 9(06).
               10  TRN-COR-EARN-TYPE   PIC X(01).
               10  TRN-COR-SENT        PIC 9(05)   COMP-3.
      ***
      ***      LOADED IMAGE TABLE -- FOR A RESEND, EVERY EARNINGS
      ***      RECORD PAYROLL LOADED UNDER A KEY THAT ALSO HAD AN
      ***      EXCEPTION.  AN EXTRACT RECORD IDENTICAL TO ONE OF THESE
      ***      WAS PAID AND IS NOT SENT AGAIN.  EACH IMAGE IS
      ***      CONSUMED AT MOST ONCE.
      ***
       77  TRN-LDI-COUNT           PIC 9(04)   COMP-3 VALUE ZERO.
       77  TRN-LDI-SUB             PIC 9(04)   COMP.
       77  TRN-LDI-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       01  TRN-LDI-TABLE.
           05  TRN-LDI-ENTRY OCCURS 500 TIMES.
               10  TRN-LDI-IMAGE       PIC X(80).
               10  TRN-LDI-USED-SW     PIC X(01).
                   88  TRN-LDI-USED            VALUE 'Y'.
      ***
      ***      RECORD AREAS.  THE DETAIL IS THE PAYROLL INTERFACE
      ***      LAYOUT; THE HEADER AND TRAILER SHARE ITS 80 BYTES.
      ***
           COPY DSUBCPAY.
           COPY DSUBCXMT.
      ***
      ***      TRANSMISSION REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-HDG-1-TITLE     PIC X(55).
           05  FILLER              PIC X(15)   VALUE 'PAY PERIOD : '.
           05  RPT-HDG-1-PERIOD    PIC 9(06).
           05  FILLER              PIC X(10)   VALUE '   SEQ : '.
           05  RPT-HDG-1-SEQ       PIC 9(03).
       01  RPT-SRC-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'SOURCE'.
           05  FILLER              PIC X(10)   VALUE 'RECORDS'.
           05  FILLER              PIC X(18)   VALUE 'NET TOTAL'.
           05  FILLER              PIC X(20)   VALUE 'ACTION'.
       01  RPT-SRC-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-SRC-NAME        PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-SRC-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-SRC-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-SRC-ACTION      PIC X(18).
           05  RPT-SRC-SEQ         PIC ZZ9.
       01  RPT-EARN-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(11)   VALUE 'EARN TYPE '.
           05  RPT-EARN-CODE       PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EARN-COUNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EARN-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
       01  RPT-EXC-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(08)   VALUE 'PERIOD'.
           05  FILLER              PIC X(06)   VALUE 'TYPE'.
           05  FILLER              PIC X(16)   VALUE 'AMOUNT'.
           05  FILLER              PIC X(30)   VALUE 'EXCEPTION'.
       01  RPT-EXC-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-EXC-REP         PIC 9(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-EXC-PERIOD      PIC 9(06).
           05  FILLER              PIC X(04)   VALUE SPACE.
           05  RPT-EXC-EARN-TYPE   PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EXC-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EXC-TEXT        PIC X(20).
           05  RPT-EXC-REASON      PIC X(30).
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
       01  TRN-PARM.
           05  TRN-PARM-LEN         PIC S9(4) COMP.
           05  TRN-PARM-FUNC        PIC X(01).
           05  TRN-PARM-PERIOD      PIC 9(06).
           05  TRN-PARM-ORIG-SEQ    PIC 9(03).
      ***
      ***
      ***
       PROCEDURE DIVISION USING TRN-PARM.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF TRN-FUNC-TRANSMIT
               PERFORM 2000-TRANSMIT THRU 2000-EXIT
           ELSE
               IF TRN-FUNC-RESEND
                   PERFORM 3000-RESEND THRU 3000-EXIT
               ELSE
                   PERFORM 5000-RECONCILE-ACK THRU 5000-EXIT
               END-IF
           END-IF.
           CLOSE XMT-RPT-FILE.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  EDIT THE PARM, GATE THE RUN OFF THE      *
      *                       RUN-CONTROL FILE, AND TABLE THE          *
      *                       PERIOD'S TRANSMISSION LOG.  THE          *
      *                       TRAILER TOTALS START AT ZERO             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE TRN-PARM-FUNC TO TRN-FUNC.
           IF NOT TRN-FUNC-TRANSMIT AND NOT TRN-FUNC-ACK
             AND NOT TRN-FUNC-RESEND
               DISPLAY 'CWXXSUBC - INVALID FUNCTION ' TRN-PARM-FUNC
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF TRN-PARM-PERIOD NOT NUMERIC
               DISPLAY 'CWXXSUBC - INVALID PERIOD ' TRN-PARM-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE TRN-PARM-PERIOD TO TRN-PAY-PERIOD.
           IF TRN-FUNC-RESEND
               IF TRN-PARM-LEN < 10
                 OR TRN-PARM-ORIG-SEQ NOT NUMERIC
                 OR TRN-PARM-ORIG-SEQ EQUAL ZERO
                   DISPLAY 'CWXXSUBC - RESEND NEEDS THE SEQUENCE'
                           ' NUMBER OF THE TRANSMISSION TO CORRECT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TRN-PARM-ORIG-SEQ TO TRN-ORIG-SEQ
           END-IF.
           INITIALIZE TRN-EARN-TABLE.
           ACCEPT TRN-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
           OPEN INPUT XMT-LOG-FILE.
           PERFORM 1100-LOAD-LOG-REC THRU 1100-EXIT
               UNTIL TRN-LOG-EOF.
           CLOSE XMT-LOG-FILE.
           OPEN OUTPUT XMT-RPT-FILE.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-LOAD-LOG-REC  --  TABLE ONE OF THE PERIOD'S LOG RECORDS  *
      *                     AND TRACK THE HIGHEST SEQUENCE NUMBER      *
      *                     USED SO FAR.  A FULL TABLE REFUSES THE     *
      *                     RUN -- A DROPPED SEND RECORD WOULD LET A   *
      *                     RESEND THROUGH                             *
      *****************************************************************
       1100-LOAD-LOG-REC.
           READ XMT-LOG-FILE
               AT END
                   SET TRN-LOG-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF XLG-PAY-PERIOD NOT EQUAL TRN-PAY-PERIOD
               GO TO 1100-EXIT.
           IF TRN-LOG-COUNT NOT LESS THAN 100
               DISPLAY 'CWXXSUBC - LOG TABLE FULL FOR PERIOD '
                       TRN-PAY-PERIOD ' - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TRN-LOG-COUNT.
           MOVE TRN-LOG-COUNT TO TRN-LOG-SUB.
           MOVE XLG-SEQ-NO       TO TRN-LOG-SEQ(TRN-LOG-SUB).
           MOVE XLG-REC-TYPE     TO TRN-LOG-TYPE(TRN-LOG-SUB).
           MOVE XLG-SOURCE       TO TRN-LOG-SOURCE(TRN-LOG-SUB).
           MOVE XLG-REC-COUNT    TO TRN-LOG-REC-COUNT(TRN-LOG-SUB).
           MOVE XLG-NET-TOTAL    TO TRN-LOG-NET-TOTAL(TRN-LOG-SUB).
           MOVE XLG-EXCEPTION-COUNT
                                 TO TRN-LOG-EXC-COUNT(TRN-LOG-SUB).
           MOVE XLG-ORIG-SEQ-NO  TO TRN-LOG-ORIG-SEQ(TRN-LOG-SUB).
           MOVE XLG-HASH-TOTAL   TO TRN-LOG-HASH(TRN-LOG-SUB).
           IF XLG-SEQ-NO > TRN-MAX-SEQ
               MOVE XLG-SEQ-NO TO TRN-MAX-SEQ.
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1500-CHECK-RUN-CONTROL  --  THE PERIOD MUST BE AT LEAST       *
      *                     BALANCED -- NOTHING GOES TO PAYROLL OFF    *
      *                     AN UNCERTIFIED RUN                         *
      *****************************************************************
       1500-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           MOVE 'N' TO TRN-RUN-FOUND-SW.
           MOVE TRN-PAY-PERIOD TO RUN-PAY-PERIOD.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRN-RUN-FOUND TO TRUE.
           IF NOT TRN-RUN-FOUND
               DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
                       ' NOT ON RUN-CONTROL FILE - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF NOT RUN-BALANCED-OR-LATER
               DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
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
      *  2000-TRANSMIT  --  FINGERPRINT EACH SOURCE EXTRACT, DECIDE    *
      *                     WHAT IS NEW, AND BUILD THE TRANSMISSION    *
      *                     FILE FROM IT.  REFUSED WHEN NOTHING NEW    *
      *                     IS LEFT TO SEND                            *
      *****************************************************************
       2000-TRANSMIT.
           MOVE 'COMPUWARE CORPORATION - PAYROLL TRANSMISSION'
               TO RPT-HDG-1-TITLE.
           COMPUTE TRN-SEQ-NO = TRN-MAX-SEQ + 1.
           MOVE TRN-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           MOVE TRN-SEQ-NO     TO RPT-HDG-1-SEQ.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-SRC-HDG.
           PERFORM 2100-SCAN-SOURCE THRU 2100-EXIT
               VARYING TRN-SRC-SUB FROM 1 BY 1
               UNTIL TRN-SRC-SUB > 4.
           IF TRN-SEND-COUNT EQUAL ZERO
               IF TRN-RESEND-COUNT > ZERO
                   DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
                           ' - EVERY EXTRACT ALREADY TRANSMITTED,'
                           ' RESEND REFUSED'
               ELSE
                   DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
                           ' - NO EARNINGS READY, NOTHING SENT'
               END-IF
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT.
           OPEN OUTPUT XMT-OUT-FILE.
           MOVE SPACES          TO DSUBC-XMH-RECORD.
           SET XMH-HEADER       TO TRUE.
           MOVE TRN-PAY-PERIOD  TO XMH-PAY-PERIOD.
           MOVE TRN-SEQ-NO      TO XMH-SEQ-NO.
           MOVE TRN-RUN-DATE    TO XMH-CREATE-DATE.
           MOVE 'COMMSN'        TO XMH-SOURCE.
           MOVE ZERO            TO XMH-ORIG-SEQ-NO.
           WRITE XMT-OUT-RECORD FROM DSUBC-XMH-RECORD.
           PERFORM 2300-SEND-SOURCE THRU 2300-EXIT
               VARYING TRN-SRC-SUB FROM 1 BY 1
               UNTIL TRN-SRC-SUB > 4.
           PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT.
           CLOSE XMT-OUT-FILE.
           OPEN EXTEND XMT-LOG-FILE.
           PERFORM 2700-LOG-SOURCE THRU 2700-EXIT
               VARYING TRN-SRC-SUB FROM 1 BY 1
               UNTIL TRN-SRC-SUB > 4.
           CLOSE XMT-LOG-FILE.
           MOVE 'DETAIL RECORDS SENT'   TO RPT-CNT-LABEL.
           MOVE TRN-DETAIL-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BAD EARN TYPE - NOT SENT' TO RPT-CNT-LABEL.
           MOVE TRN-BAD-TYPE-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
                   ' TRANSMISSION ' TRN-SEQ-NO
                   ' RECORDS ' TRN-DETAIL-COUNT.
           IF TRN-RESEND-COUNT > ZERO
             OR TRN-BAD-TYPE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-SCAN-SOURCE  --  COUNT AND TOTAL ONE SOURCE EXTRACT'S    *
      *                     RECORDS FOR THE PERIOD, THEN LOOK THAT     *
      *                     FINGERPRINT UP ON THE LOG.  A SOURCE WITH  *
      *                     RECORDS AND NO MATCHING SEND RECORD IS     *
      *                     MARKED TO SEND                             *
      *****************************************************************
       2100-SCAN-SOURCE.
           MOVE ZERO TO TRN-SRC-COUNT(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-TOTAL(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-HASH(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-SENT-HASH(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-SENT-SEQ(TRN-SRC-SUB).
           MOVE 'N'  TO TRN-SRC-SEND-SW(TRN-SRC-SUB).
           PERFORM 2400-OPEN-SOURCE THRU 2400-EXIT.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
           PERFORM 2150-SCAN-SOURCE-REC THRU 2150-EXIT
               UNTIL TRN-END-OF-FILE.
           PERFORM 2490-CLOSE-SOURCE THRU 2490-EXIT.
           MOVE TRN-SOURCE-NAME(TRN-SRC-SUB) TO RPT-SRC-NAME.
           MOVE TRN-SRC-COUNT(TRN-SRC-SUB)   TO RPT-SRC-COUNT.
           MOVE TRN-SRC-TOTAL(TRN-SRC-SUB)   TO RPT-SRC-TOTAL.
           MOVE ZERO                         TO RPT-SRC-SEQ.
           IF TRN-SRC-COUNT(TRN-SRC-SUB) EQUAL ZERO
               MOVE 'NO RECORDS'     TO RPT-SRC-ACTION
               WRITE RPT-LINE FROM RPT-SRC-LINE
               GO TO 2100-EXIT.
           PERFORM 2200-FIND-SEND-LOG THRU 2200-EXIT.
           IF TRN-LOG-FOUND-SUB > ZERO
               ADD 1 TO TRN-RESEND-COUNT
               MOVE TRN-LOG-SEQ(TRN-LOG-FOUND-SUB)
                   TO TRN-SRC-SENT-SEQ(TRN-SRC-SUB)
               MOVE 'ALREADY SENT SEQ' TO RPT-SRC-ACTION
               MOVE TRN-SRC-SENT-SEQ(TRN-SRC-SUB) TO RPT-SRC-SEQ
           ELSE
               ADD 1 TO TRN-SEND-COUNT
               SET TRN-SRC-TO-SEND(TRN-SRC-SUB) TO TRUE
               MOVE 'SENT SEQ'         TO RPT-SRC-ACTION
               MOVE TRN-SEQ-NO         TO RPT-SRC-SEQ
           END-IF.
           WRITE RPT-LINE FROM RPT-SRC-LINE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2150-SCAN-SOURCE-REC  --  FOLD ONE SOURCE RECORD INTO THE     *
      *                     SOURCE'S FINGERPRINT                       *
      *****************************************************************
       2150-SCAN-SOURCE-REC.
           PERFORM 2500-TEST-DETAIL THRU 2500-EXIT.
           IF TRN-REC-WANTED
               ADD 1               TO TRN-SRC-COUNT(TRN-SRC-SUB)
               ADD TRN-ITEM-AMOUNT TO TRN-SRC-TOTAL(TRN-SRC-SUB)
               PERFORM 2560-BUILD-HASH-KEY THRU 2560-EXIT
               ADD TRN-HASH-KEY-N  TO TRN-SRC-HASH(TRN-SRC-SUB)
           END-IF.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
       2150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2200-FIND-SEND-LOG  --  LOOK FOR A SEND RECORD ON THE LOG     *
      *                     FOR THIS SOURCE WITH THE SAME COUNT, NET   *
      *                     TOTAL, AND HASH TOTAL.  A RESEND'S SEND    *
      *                     RECORDS COVER ONLY CORRECTIONS AND NEVER   *
      *                     MATCH                                      *
      *****************************************************************
       2200-FIND-SEND-LOG.
           MOVE ZERO TO TRN-LOG-FOUND-SUB.
           PERFORM 2250-MATCH-SEND-LOG THRU 2250-EXIT
               VARYING TRN-LOG-SUB FROM 1 BY 1
               UNTIL TRN-LOG-SUB > TRN-LOG-COUNT
                  OR TRN-LOG-FOUND-SUB > ZERO.
       2200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2250-MATCH-SEND-LOG  --  TEST ONE LOG TABLE ENTRY             *
      *****************************************************************
       2250-MATCH-SEND-LOG.
           IF TRN-LOG-TYPE(TRN-LOG-SUB) EQUAL 'S'
             AND TRN-LOG-ORIG-SEQ(TRN-LOG-SUB) EQUAL ZERO
             AND TRN-LOG-SOURCE(TRN-LOG-SUB)
                     EQUAL TRN-SOURCE-NAME(TRN-SRC-SUB)
             AND TRN-LOG-REC-COUNT(TRN-LOG-SUB)
                     EQUAL TRN-SRC-COUNT(TRN-SRC-SUB)
             AND TRN-LOG-NET-TOTAL(TRN-LOG-SUB)
                     EQUAL TRN-SRC-TOTAL(TRN-SRC-SUB)
             AND TRN-LOG-HASH(TRN-LOG-SUB)
                     EQUAL TRN-SRC-HASH(TRN-SRC-SUB)
               MOVE TRN-LOG-SUB TO TRN-LOG-FOUND-SUB.
       2250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2300-SEND-SOURCE  --  COPY ONE MARKED SOURCE'S RECORDS FOR    *
      *                     THE PERIOD TO THE TRANSMISSION FILE,       *
      *                     ACCUMULATING THE TRAILER TOTALS            *
      *****************************************************************
       2300-SEND-SOURCE.
           IF NOT TRN-SRC-TO-SEND(TRN-SRC-SUB)
               GO TO 2300-EXIT.
           PERFORM 2400-OPEN-SOURCE THRU 2400-EXIT.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
           PERFORM 2350-SEND-SOURCE-REC THRU 2350-EXIT
               UNTIL TRN-END-OF-FILE.
           PERFORM 2490-CLOSE-SOURCE THRU 2490-EXIT.
       2300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2350-SEND-SOURCE-REC  --  WRITE ONE DETAIL RECORD, ADD IT     *
      *                     INTO ITS EARN TYPE'S TRAILER TOTALS, AND   *
      *                     INTO THE HASH TOTAL LOGGED FOR ITS SOURCE  *
      *****************************************************************
       2350-SEND-SOURCE-REC.
           PERFORM 2500-TEST-DETAIL THRU 2500-EXIT.
           IF TRN-REC-WANTED
               WRITE XMT-OUT-RECORD FROM DSUBC-PAY-RECORD
               ADD 1 TO TRN-DETAIL-COUNT
               PERFORM 2550-ADD-EARN-TOTAL THRU 2550-EXIT
               PERFORM 2560-BUILD-HASH-KEY THRU 2560-EXIT
               ADD TRN-HASH-KEY-N TO TRN-SRC-SENT-HASH(TRN-SRC-SUB)
           END-IF.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
       2350-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2400-OPEN-SOURCE  --  OPEN THE SOURCE EXTRACT IN TRN-SRC-SUB  *
      *****************************************************************
       2400-OPEN-SOURCE.
           MOVE 'N' TO TRN-EOF-SW.
           IF TRN-SRC-SUB EQUAL 1
               OPEN INPUT PAY-EXTRACT-FILE
           ELSE
               IF TRN-SRC-SUB EQUAL 2
                   OPEN INPUT REL-EXTRACT-FILE
               ELSE
                   IF TRN-SRC-SUB EQUAL 3
                       OPEN INPUT BON-EXTRACT-FILE
                   ELSE
                       OPEN INPUT SET-EXTRACT-FILE
                   END-IF
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2450-READ-SOURCE  --  READ THE NEXT RECORD OF THE SOURCE      *
      *                     EXTRACT IN TRN-SRC-SUB INTO THE PAYROLL    *
      *                     INTERFACE LAYOUT                           *
      *****************************************************************
       2450-READ-SOURCE.
           IF TRN-SRC-SUB EQUAL 1
               READ PAY-EXTRACT-FILE INTO DSUBC-PAY-RECORD
                   AT END
                       SET TRN-END-OF-FILE TO TRUE
               END-READ
           ELSE
               IF TRN-SRC-SUB EQUAL 2
                   READ REL-EXTRACT-FILE INTO DSUBC-PAY-RECORD
                       AT END
                           SET TRN-END-OF-FILE TO TRUE
                   END-READ
               ELSE
                   IF TRN-SRC-SUB EQUAL 3
                       READ BON-EXTRACT-FILE INTO DSUBC-PAY-RECORD
                           AT END
                               SET TRN-END-OF-FILE TO TRUE
                       END-READ
                   ELSE
                       READ SET-EXTRACT-FILE INTO DSUBC-PAY-RECORD
                           AT END
                               SET TRN-END-OF-FILE TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2490-CLOSE-SOURCE  --  CLOSE THE SOURCE EXTRACT IN            *
      *                     TRN-SRC-SUB                                *
      *****************************************************************
       2490-CLOSE-SOURCE.
           IF TRN-SRC-SUB EQUAL 1
               CLOSE PAY-EXTRACT-FILE
           ELSE
               IF TRN-SRC-SUB EQUAL 2
                   CLOSE REL-EXTRACT-FILE
               ELSE
                   IF TRN-SRC-SUB EQUAL 3
                       CLOSE BON-EXTRACT-FILE
                   ELSE
                       CLOSE SET-EXTRACT-FILE
                   END-IF
               END-IF
           END-IF.
       2490-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2500-TEST-DETAIL  --  DECIDE WHETHER THE RECORD IN            *
      *                     DSUBC-PAY-RECORD BELONGS IN THE            *
      *                     TRANSMISSION (STAMPED WITH THE PERIOD,     *
      *                     KNOWN EARN TYPE) AND SET ITS EARN-TYPE     *
      *                     SUBSCRIPT AND SIGNED AMOUNT: THE           *
      *                     COMMISSION TOTAL FOR C AND B, THE SIGNED   *
      *                     ADJUSTMENT AMOUNT FOR A AND D              *
      *****************************************************************
       2500-TEST-DETAIL.
           MOVE 'N' TO TRN-WANTED-SW.
           IF PAY-PAY-PERIOD NOT EQUAL TRN-PAY-PERIOD
               GO TO 2500-EXIT.
           IF PAY-EARN-COMMISSION
               MOVE 1 TO TRN-EARN-SUB
               MOVE PAY-COMM-TOTAL TO TRN-ITEM-AMOUNT
           ELSE
               IF PAY-EARN-ADJUSTMENT
                   MOVE 2 TO TRN-EARN-SUB
                   MOVE PAY-ADJ-AMOUNT TO TRN-ITEM-AMOUNT
               ELSE
                   IF PAY-EARN-DRAW
                       MOVE 3 TO TRN-EARN-SUB
                       MOVE PAY-ADJ-AMOUNT TO TRN-ITEM-AMOUNT
                   ELSE
                       IF PAY-EARN-BONUS
                           MOVE 4 TO TRN-EARN-SUB
                           MOVE PAY-COMM-TOTAL TO TRN-ITEM-AMOUNT
                       ELSE
                           MOVE ZERO TO TRN-EARN-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRN-EARN-SUB EQUAL ZERO
               IF TRN-SRC-TO-SEND(TRN-SRC-SUB)
                   ADD 1 TO TRN-BAD-TYPE-COUNT
                   DISPLAY 'CWXXSUBC - BAD EARN TYPE ' PAY-EARN-TYPE
                           ' NOT SENT - REP ' PAY-REP-NUMBER
               END-IF
               GO TO 2500-EXIT.
           SET TRN-REC-WANTED TO TRUE.
       2500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2550-ADD-EARN-TOTAL  --  ADD THE RECORD JUST WRITTEN INTO     *
      *                     ITS EARN TYPE'S TRAILER TOTALS.  A TOTAL   *
      *                     PAST WHAT THE TRAILER HOLDS WOULD LOSE     *
      *                     ITS HIGH-ORDER DIGITS AND DEFEAT PAYROLL'S *
      *                     COUNT PROOF, SO THE TRANSMISSION IS        *
      *                     REFUSED, ITS FILE EMPTIED, AND NOTHING     *
      *                     LOGGED                                     *
      *****************************************************************
       2550-ADD-EARN-TOTAL.
           ADD 1 TO TRN-EARN-COUNT(TRN-EARN-SUB).
           ADD TRN-ITEM-AMOUNT TO TRN-EARN-AMOUNT(TRN-EARN-SUB).
           IF TRN-EARN-COUNT(TRN-EARN-SUB) > 99999
             OR TRN-EARN-AMOUNT(TRN-EARN-SUB) > 99999999.99
             OR TRN-EARN-AMOUNT(TRN-EARN-SUB) < -99999999.99
               DISPLAY 'CWXXSUBC - EARN TYPE '
                       TRN-EARN-CODE(TRN-EARN-SUB)
                       ' EXCEEDS 99,999 RECORDS OR $99,999,999.99'
               DISPLAY 'CWXXSUBC - TOO LARGE FOR THE TRAILER,'
                       ' TRANSMISSION REFUSED - NOTHING LOGGED'
               CLOSE XMT-OUT-FILE
               OPEN OUTPUT XMT-OUT-FILE
               CLOSE XMT-OUT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.
       2550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2560-BUILD-HASH-KEY  --  THE HASH KEY OF THE RECORD IN        *
      *                     DSUBC-PAY-RECORD: REP NUMBER, PAY PERIOD,  *
      *                     AND THE EARN-TYPE SLOT SET BY 2500         *
      *****************************************************************
       2560-BUILD-HASH-KEY.
           MOVE PAY-REP-NUMBER TO TRN-HASH-REP.
           MOVE PAY-PAY-PERIOD TO TRN-HASH-PERIOD.
           MOVE TRN-EARN-SUB   TO TRN-HASH-EARN.
       2560-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2600-WRITE-TRAILER  --  WRITE THE TRAILER WITH THE COUNT AND  *
      *                     SIGNED TOTAL FOR EACH EARN TYPE, AND       *
      *                     PRINT THE SAME FIGURES                     *
      *****************************************************************
       2600-WRITE-TRAILER.
           MOVE SPACES          TO DSUBC-XMT-RECORD.
           SET XMT-TRAILER      TO TRUE.
           MOVE TRN-PAY-PERIOD  TO XMT-PAY-PERIOD.
           MOVE TRN-SEQ-NO      TO XMT-SEQ-NO.
           PERFORM 2650-MOVE-EARN-TOTAL THRU 2650-EXIT
               VARYING TRN-EARN-SUB FROM 1 BY 1
               UNTIL TRN-EARN-SUB > 4.
           WRITE XMT-OUT-RECORD FROM DSUBC-XMT-RECORD.
       2600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2650-MOVE-EARN-TOTAL  --  CARRY ONE EARN TYPE'S TOTALS TO THE *
      *                     TRAILER AND THE REPORT                     *
      *****************************************************************
       2650-MOVE-EARN-TOTAL.
           MOVE TRN-EARN-COUNT(TRN-EARN-SUB)
               TO XMT-EARN-COUNT(TRN-EARN-SUB).
           MOVE TRN-EARN-AMOUNT(TRN-EARN-SUB)
               TO XMT-EARN-AMOUNT(TRN-EARN-SUB).
           MOVE TRN-EARN-CODE(TRN-EARN-SUB)   TO RPT-EARN-CODE.
           MOVE TRN-EARN-COUNT(TRN-EARN-SUB)  TO RPT-EARN-COUNT.
           MOVE TRN-EARN-AMOUNT(TRN-EARN-SUB) TO RPT-EARN-AMOUNT.
           WRITE RPT-LINE FROM RPT-EARN-LINE.
       2650-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2700-LOG-SOURCE  --  APPEND THE SEND RECORD FOR ONE SOURCE    *
      *                     INCLUDED IN THIS TRANSMISSION.  A RESEND   *
      *                     NAMES THE TRANSMISSION IT CORRECTS         *
      *****************************************************************
       2700-LOG-SOURCE.
           IF NOT TRN-SRC-TO-SEND(TRN-SRC-SUB)
               GO TO 2700-EXIT.
           MOVE SPACES                        TO DSUBC-XLG-RECORD.
           MOVE TRN-PAY-PERIOD                TO XLG-PAY-PERIOD.
           MOVE TRN-SEQ-NO                    TO XLG-SEQ-NO.
           SET XLG-TYPE-SEND                  TO TRUE.
           MOVE TRN-SOURCE-NAME(TRN-SRC-SUB)  TO XLG-SOURCE.
           MOVE TRN-SRC-COUNT(TRN-SRC-SUB)    TO XLG-REC-COUNT.
           MOVE TRN-SRC-TOTAL(TRN-SRC-SUB)    TO XLG-NET-TOTAL.
           MOVE ZERO                          TO XLG-EXCEPTION-COUNT.
           MOVE TRN-RUN-DATE                  TO XLG-LOG-DATE.
           MOVE TRN-ORIG-SEQ                  TO XLG-ORIG-SEQ-NO.
           MOVE TRN-SRC-SENT-HASH(TRN-SRC-SUB) TO XLG-HASH-TOTAL.
           WRITE DSUBC-XLG-RECORD.
       2700-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-RESEND  --  CORRECTIONS-ONLY RESEND.  CHECK THE          *
      *                     ORIGINAL'S STANDING ON THE LOG, FIND THE   *
      *                     KEYS IT HAD IN EXCEPTION, AND SEND ONLY    *
      *                     THE CORRECTED EXTRACT RECORDS FOR THEM IN  *
      *                     A NEW TRANSMISSION NAMING THE ORIGINAL     *
      *****************************************************************
       3000-RESEND.
           MOVE 'COMPUWARE CORPORATION - PAYROLL CORRECTIONS RESEND'
               TO RPT-HDG-1-TITLE.
           MOVE TRN-ORIG-SEQ TO TRN-SEQ-NO.
           PERFORM 5200-FIND-SEQ-LOG THRU 5200-EXIT.
           IF TRN-LOG-FOUND-SUB EQUAL ZERO
               DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-ORIG-SEQ
                       ' NOT ON THE LOG - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           PERFORM 3050-FIND-ORIG-STANDING THRU 3050-EXIT
               VARYING TRN-LOG-SUB FROM 1 BY 1
               UNTIL TRN-LOG-SUB > TRN-LOG-COUNT.
           IF NOT TRN-ORIG-ACKED
               DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-ORIG-SEQ
                       ' NOT YET RECONCILED - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           IF TRN-ORIG-EXC-COUNT EQUAL ZERO
               DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-ORIG-SEQ
                       ' HAS NO EXCEPTIONS - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           IF TRN-ORIG-RESENT-SEQ > ZERO
               DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-ORIG-SEQ
                       ' ALREADY RESENT AS ' TRN-ORIG-RESENT-SEQ
                       ' - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           OPEN INPUT XMT-IN-FILE.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           IF TRN-END-OF-FILE
             OR XMT-IN-RECORD(1:6) NOT EQUAL 'XMTHDR'
               DISPLAY 'CWXXSUBC - XMTIN HAS NO TRANSMISSION HEADER'
                       ' - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE XMT-IN-FILE
               GO TO 3000-EXIT.
           MOVE XMT-IN-RECORD TO DSUBC-XMH-RECORD.
           IF XMH-PAY-PERIOD NOT EQUAL TRN-PAY-PERIOD
             OR XMH-SEQ-NO NOT EQUAL TRN-ORIG-SEQ
               DISPLAY 'CWXXSUBC - XMTIN IS PERIOD ' XMH-PAY-PERIOD
                       ' TRANSMISSION ' XMH-SEQ-NO
                       ' - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE XMT-IN-FILE
               GO TO 3000-EXIT.
           OPEN INPUT ACK-FILE.
           PERFORM 5300-LOAD-ACK-REC THRU 5300-EXIT
               UNTIL TRN-ACK-EOF.
           CLOSE ACK-FILE.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           PERFORM 3200-FIND-REJECTED THRU 3200-EXIT
               UNTIL TRN-END-OF-FILE.
           CLOSE XMT-IN-FILE.
           IF TRN-EXCEPTION-COUNT NOT EQUAL TRN-ORIG-EXC-COUNT
               DISPLAY 'CWXXSUBC - ACKFILE GIVES ' TRN-EXCEPTION-COUNT
                       ' EXCEPTIONS, LOG SHOWS ' TRN-ORIG-EXC-COUNT
                       ' - RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           PERFORM 3250-RESET-ACK THRU 3250-EXIT
               VARYING TRN-ACK-SUB FROM 1 BY 1
               UNTIL TRN-ACK-SUB > TRN-ACK-COUNT.
           MOVE 'N' TO TRN-EOF-SW.
           OPEN INPUT XMT-IN-FILE.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           PERFORM 3300-KEEP-LOADED THRU 3300-EXIT
               UNTIL TRN-END-OF-FILE.
           CLOSE XMT-IN-FILE.
           COMPUTE TRN-SEQ-NO = TRN-MAX-SEQ + 1.
           MOVE TRN-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           MOVE TRN-SEQ-NO     TO RPT-HDG-1-SEQ.
           WRITE RPT-LINE FROM RPT-HDG-1.
           MOVE 'CORRECTS TRANSMISSION'  TO RPT-CNT-LABEL.
           MOVE TRN-ORIG-SEQ            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           WRITE RPT-LINE FROM RPT-SRC-HDG.
           OPEN OUTPUT XMT-OUT-FILE.
           MOVE SPACES          TO DSUBC-XMH-RECORD.
           SET XMH-HEADER       TO TRUE.
           MOVE TRN-PAY-PERIOD  TO XMH-PAY-PERIOD.
           MOVE TRN-SEQ-NO      TO XMH-SEQ-NO.
           MOVE TRN-RUN-DATE    TO XMH-CREATE-DATE.
           MOVE 'COMMSN'        TO XMH-SOURCE.
           MOVE TRN-ORIG-SEQ    TO XMH-ORIG-SEQ-NO.
           WRITE XMT-OUT-RECORD FROM DSUBC-XMH-RECORD.
           PERFORM 3400-RESEND-SOURCE THRU 3400-EXIT
               VARYING TRN-SRC-SUB FROM 1 BY 1
               UNTIL TRN-SRC-SUB > 4.
           PERFORM 2600-WRITE-TRAILER THRU 2600-EXIT.
           IF TRN-DETAIL-COUNT EQUAL ZERO
               CLOSE XMT-OUT-FILE
               OPEN OUTPUT XMT-OUT-FILE
               CLOSE XMT-OUT-FILE
               DISPLAY 'CWXXSUBC - NO CORRECTED RECORD FOUND FOR ANY'
                       ' EXCEPTION - NOTHING SENT OR LOGGED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           CLOSE XMT-OUT-FILE.
           OPEN EXTEND XMT-LOG-FILE.
           PERFORM 2700-LOG-SOURCE THRU 2700-EXIT
               VARYING TRN-SRC-SUB FROM 1 BY 1
               UNTIL TRN-SRC-SUB > 4.
           CLOSE XMT-LOG-FILE.
           WRITE RPT-LINE FROM RPT-EXC-HDG.
           PERFORM 3600-REPORT-DROPPED THRU 3600-EXIT
               VARYING TRN-COR-SUB FROM 1 BY 1
               UNTIL TRN-COR-SUB > TRN-COR-COUNT.
           MOVE 'EXCEPTIONS ON ORIGINAL'    TO RPT-CNT-LABEL.
           MOVE TRN-EXCEPTION-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'DETAIL RECORDS SENT'       TO RPT-CNT-LABEL.
           MOVE TRN-DETAIL-COUNT            TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'KEYS WITH NO CORRECTION'   TO RPT-CNT-LABEL.
           MOVE TRN-DROPPED-COUNT           TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BAD EARN TYPE - NOT SENT'  TO RPT-CNT-LABEL.
           MOVE TRN-BAD-TYPE-COUNT          TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXXSUBC - PERIOD ' TRN-PAY-PERIOD
                   ' TRANSMISSION ' TRN-SEQ-NO
                   ' RESENDS ' TRN-ORIG-SEQ
                   ' RECORDS ' TRN-DETAIL-COUNT.
           IF TRN-DROPPED-COUNT > ZERO
             OR TRN-BAD-TYPE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3050-FIND-ORIG-STANDING  --  TEST ONE LOG TABLE ENTRY FOR     *
      *                     THE ORIGINAL'S LATEST ACK AND FOR AN       *
      *                     EARLIER RESEND OF IT                       *
      *****************************************************************
       3050-FIND-ORIG-STANDING.
           IF TRN-LOG-TYPE(TRN-LOG-SUB) EQUAL 'A'
             AND TRN-LOG-SEQ(TRN-LOG-SUB) EQUAL TRN-ORIG-SEQ
               SET TRN-ORIG-ACKED TO TRUE
               MOVE TRN-LOG-EXC-COUNT(TRN-LOG-SUB)
                   TO TRN-ORIG-EXC-COUNT.
           IF TRN-LOG-TYPE(TRN-LOG-SUB) EQUAL 'S'
             AND TRN-LOG-ORIG-SEQ(TRN-LOG-SUB) EQUAL TRN-ORIG-SEQ
               MOVE TRN-LOG-SEQ(TRN-LOG-SUB) TO TRN-ORIG-RESENT-SEQ.
       3050-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-FIND-COR-KEY  --  LOOK UP THE REP, PERIOD, AND EARN      *
      *                     TYPE IN DSUBC-PAY-RECORD IN THE            *
      *                     CORRECTION KEY TABLE                       *
      *****************************************************************
       3100-FIND-COR-KEY.
           MOVE ZERO TO TRN-COR-FOUND-SUB.
           PERFORM 3150-MATCH-COR-KEY THRU 3150-EXIT
               VARYING TRN-COR-SUB FROM 1 BY 1
               UNTIL TRN-COR-SUB > TRN-COR-COUNT
                  OR TRN-COR-FOUND-SUB > ZERO.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3150-MATCH-COR-KEY  --  TEST ONE CORRECTION KEY TABLE ENTRY   *
      *****************************************************************
       3150-MATCH-COR-KEY.
           IF TRN-COR-REP(TRN-COR-SUB) EQUAL PAY-REP-NUMBER
             AND TRN-COR-PERIOD(TRN-COR-SUB) EQUAL PAY-PAY-PERIOD
             AND TRN-COR-EARN-TYPE(TRN-COR-SUB) EQUAL PAY-EARN-TYPE
               MOVE TRN-COR-SUB TO TRN-COR-FOUND-SUB.
       3150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-FIND-REJECTED  --  MATCH ONE EARNINGS RECORD OF THE      *
      *                     ORIGINAL TO ITS ACK, AS FUNCTION A DOES,   *
      *                     AND TABLE THE KEY OF ONE PAYROLL DID NOT   *
      *                     LOAD.  A FULL TABLE REFUSES THE RUN        *
      *****************************************************************
       3200-FIND-REJECTED.
           IF XMT-IN-RECORD(1:6) EQUAL 'XMTTRL'
               GO TO 3200-NEXT.
           MOVE XMT-IN-RECORD TO DSUBC-PAY-RECORD.
           PERFORM 5500-FIND-ACK THRU 5500-EXIT.
           IF TRN-ACK-FOUND-SUB > ZERO
               IF TRN-ACK-STATUS(TRN-ACK-FOUND-SUB) EQUAL 'L'
                   GO TO 3200-NEXT.
           ADD 1 TO TRN-EXCEPTION-COUNT.
           PERFORM 3100-FIND-COR-KEY THRU 3100-EXIT.
           IF TRN-COR-FOUND-SUB > ZERO
               GO TO 3200-NEXT.
           IF TRN-COR-COUNT NOT LESS THAN 500
               DISPLAY 'CWXXSUBC - CORRECTION KEY TABLE FULL -'
                       ' RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TRN-COR-COUNT.
           MOVE TRN-COR-COUNT  TO TRN-COR-SUB.
           MOVE PAY-REP-NUMBER TO TRN-COR-REP(TRN-COR-SUB).
           MOVE PAY-PAY-PERIOD TO TRN-COR-PERIOD(TRN-COR-SUB).
           MOVE PAY-EARN-TYPE  TO TRN-COR-EARN-TYPE(TRN-COR-SUB).
           MOVE ZERO           TO TRN-COR-SENT(TRN-COR-SUB).
       3200-NEXT.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3250-RESET-ACK  --  RETURN ONE ACK TO UNUSED SO THE ORIGINAL  *
      *                     CAN BE MATCHED A SECOND TIME               *
      *****************************************************************
       3250-RESET-ACK.
           MOVE 'N' TO TRN-ACK-USED-SW(TRN-ACK-SUB).
       3250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-KEEP-LOADED  --  MATCH ONE EARNINGS RECORD OF THE        *
      *                     ORIGINAL TO ITS ACK AGAIN.  ONE PAYROLL    *
      *                     LOADED UNDER A KEY IN EXCEPTION IS TABLED  *
      *                     SO THE RESEND WILL NOT PAY IT TWICE.  A    *
      *                     FULL TABLE REFUSES THE RUN                 *
      *****************************************************************
       3300-KEEP-LOADED.
           IF XMT-IN-RECORD(1:6) EQUAL 'XMTTRL'
               GO TO 3300-NEXT.
           MOVE XMT-IN-RECORD TO DSUBC-PAY-RECORD.
           PERFORM 5500-FIND-ACK THRU 5500-EXIT.
           IF TRN-ACK-FOUND-SUB EQUAL ZERO
               GO TO 3300-NEXT.
           IF TRN-ACK-STATUS(TRN-ACK-FOUND-SUB) NOT EQUAL 'L'
               GO TO 3300-NEXT.
           PERFORM 3100-FIND-COR-KEY THRU 3100-EXIT.
           IF TRN-COR-FOUND-SUB EQUAL ZERO
               GO TO 3300-NEXT.
           IF TRN-LDI-COUNT NOT LESS THAN 500
               DISPLAY 'CWXXSUBC - LOADED IMAGE TABLE FULL -'
                       ' RESEND REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TRN-LDI-COUNT.
           MOVE TRN-LDI-COUNT    TO TRN-LDI-SUB.
           MOVE DSUBC-PAY-RECORD TO TRN-LDI-IMAGE(TRN-LDI-SUB).
           MOVE 'N'              TO TRN-LDI-USED-SW(TRN-LDI-SUB).
       3300-NEXT.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3400-RESEND-SOURCE  --  COPY ONE SOURCE'S CORRECTED RECORDS   *
      *                     TO THE RESEND, COUNTING AND TOTALING THEM  *
      *                     FOR THE LOG.  A SOURCE WITH NONE IS NOT    *
      *                     LOGGED                                     *
      *****************************************************************
       3400-RESEND-SOURCE.
           MOVE ZERO TO TRN-SRC-COUNT(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-TOTAL(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-SENT-HASH(TRN-SRC-SUB).
           MOVE ZERO TO TRN-SRC-SENT-SEQ(TRN-SRC-SUB).
           SET TRN-SRC-TO-SEND(TRN-SRC-SUB) TO TRUE.
           PERFORM 2400-OPEN-SOURCE THRU 2400-EXIT.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
           PERFORM 3450-RESEND-SOURCE-REC THRU 3450-EXIT
               UNTIL TRN-END-OF-FILE.
           PERFORM 2490-CLOSE-SOURCE THRU 2490-EXIT.
           MOVE TRN-SOURCE-NAME(TRN-SRC-SUB) TO RPT-SRC-NAME.
           MOVE TRN-SRC-COUNT(TRN-SRC-SUB)   TO RPT-SRC-COUNT.
           MOVE TRN-SRC-TOTAL(TRN-SRC-SUB)   TO RPT-SRC-TOTAL.
           IF TRN-SRC-COUNT(TRN-SRC-SUB) EQUAL ZERO
               MOVE 'N'              TO TRN-SRC-SEND-SW(TRN-SRC-SUB)
               MOVE 'NO CORRECTIONS' TO RPT-SRC-ACTION
               MOVE ZERO             TO RPT-SRC-SEQ
           ELSE
               MOVE 'RESENT SEQ'     TO RPT-SRC-ACTION
               MOVE TRN-SEQ-NO       TO RPT-SRC-SEQ
           END-IF.
           WRITE RPT-LINE FROM RPT-SRC-LINE.
       3400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3450-RESEND-SOURCE-REC  --  SEND ONE EXTRACT RECORD IF ITS    *
      *                     KEY WAS IN EXCEPTION AND IT IS NOT A       *
      *                     RECORD PAYROLL ALREADY LOADED              *
      *****************************************************************
       3450-RESEND-SOURCE-REC.
           PERFORM 2500-TEST-DETAIL THRU 2500-EXIT.
           IF NOT TRN-REC-WANTED
               GO TO 3450-NEXT.
           PERFORM 3100-FIND-COR-KEY THRU 3100-EXIT.
           IF TRN-COR-FOUND-SUB EQUAL ZERO
               GO TO 3450-NEXT.
           PERFORM 3500-FIND-LOADED-IMAGE THRU 3500-EXIT.
           IF TRN-LDI-FOUND-SUB > ZERO
               MOVE 'Y' TO TRN-LDI-USED-SW(TRN-LDI-FOUND-SUB)
               GO TO 3450-NEXT.
           WRITE XMT-OUT-RECORD FROM DSUBC-PAY-RECORD.
           ADD 1 TO TRN-DETAIL-COUNT.
           PERFORM 2550-ADD-EARN-TOTAL THRU 2550-EXIT.
           ADD 1               TO TRN-SRC-COUNT(TRN-SRC-SUB).
           ADD TRN-ITEM-AMOUNT TO TRN-SRC-TOTAL(TRN-SRC-SUB).
           PERFORM 2560-BUILD-HASH-KEY THRU 2560-EXIT.
           ADD TRN-HASH-KEY-N  TO TRN-SRC-SENT-HASH(TRN-SRC-SUB).
           ADD 1               TO TRN-COR-SENT(TRN-COR-FOUND-SUB).
       3450-NEXT.
           PERFORM 2450-READ-SOURCE THRU 2450-EXIT.
       3450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3500-FIND-LOADED-IMAGE  --  LOOK FOR AN UNUSED LOADED IMAGE   *
      *                     IDENTICAL TO DSUBC-PAY-RECORD              *
      *****************************************************************
       3500-FIND-LOADED-IMAGE.
           MOVE ZERO TO TRN-LDI-FOUND-SUB.
           PERFORM 3550-MATCH-LOADED-IMAGE THRU 3550-EXIT
               VARYING TRN-LDI-SUB FROM 1 BY 1
               UNTIL TRN-LDI-SUB > TRN-LDI-COUNT
                  OR TRN-LDI-FOUND-SUB > ZERO.
       3500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3550-MATCH-LOADED-IMAGE  --  TEST ONE LOADED IMAGE ENTRY      *
      *****************************************************************
       3550-MATCH-LOADED-IMAGE.
           IF NOT TRN-LDI-USED(TRN-LDI-SUB)
             AND TRN-LDI-IMAGE(TRN-LDI-SUB) EQUAL DSUBC-PAY-RECORD
               MOVE TRN-LDI-SUB TO TRN-LDI-FOUND-SUB.
       3550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3600-REPORT-DROPPED  --  PRINT ONE KEY IN EXCEPTION FOR WHICH *
      *                     THE EXTRACTS HELD NO CORRECTED RECORD.     *
      *                     THE RESEND'S CLEAN ACK STILL CLEARS IT, SO *
      *                     EACH ONE MUST BE CONFIRMED AS NOT OWED     *
      *****************************************************************
       3600-REPORT-DROPPED.
           IF TRN-COR-SENT(TRN-COR-SUB) > ZERO
               GO TO 3600-EXIT.
           ADD 1 TO TRN-DROPPED-COUNT.
           MOVE TRN-COR-REP(TRN-COR-SUB)       TO RPT-EXC-REP.
           MOVE TRN-COR-PERIOD(TRN-COR-SUB)    TO RPT-EXC-PERIOD.
           MOVE TRN-COR-EARN-TYPE(TRN-COR-SUB) TO RPT-EXC-EARN-TYPE.
           MOVE ZERO                           TO RPT-EXC-AMOUNT.
           MOVE 'NO CORRECTED RECORD'          TO RPT-EXC-TEXT.
           MOVE 'NOT RESENT - CONFIRM NOT OWED' TO RPT-EXC-REASON.
           WRITE RPT-LINE FROM RPT-EXC-LINE.
       3600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-RECONCILE-ACK  --  MATCH ONE TRANSMISSION FILE AGAINST   *
      *                     PAYROLL'S ACK/REJECT FILE FOR IT, PRINT    *
      *                     THE EXCEPTIONS, AND LOG THE RESULT         *
      *****************************************************************
       5000-RECONCILE-ACK.
           MOVE 'COMPUWARE CORPORATION - PAYROLL ACK EXCEPTIONS'
               TO RPT-HDG-1-TITLE.
           OPEN INPUT XMT-IN-FILE.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           IF TRN-END-OF-FILE
             OR XMT-IN-RECORD(1:6) NOT EQUAL 'XMTHDR'
               DISPLAY 'CWXXSUBC - XMTIN HAS NO TRANSMISSION HEADER'
                       ' - RECONCILIATION REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE XMT-IN-FILE
               GO TO 5000-EXIT.
           MOVE XMT-IN-RECORD TO DSUBC-XMH-RECORD.
           IF XMH-PAY-PERIOD NOT EQUAL TRN-PAY-PERIOD
               DISPLAY 'CWXXSUBC - XMTIN IS FOR PERIOD '
                       XMH-PAY-PERIOD ' - RECONCILIATION REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE XMT-IN-FILE
               GO TO 5000-EXIT.
           MOVE XMH-SEQ-NO TO TRN-SEQ-NO.
           PERFORM 5200-FIND-SEQ-LOG THRU 5200-EXIT.
           IF TRN-LOG-FOUND-SUB EQUAL ZERO
               DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-SEQ-NO
                       ' NOT ON THE LOG - RECONCILIATION REFUSED'
               MOVE 12 TO RETURN-CODE
               CLOSE XMT-IN-FILE
               GO TO 5000-EXIT.
           MOVE TRN-PAY-PERIOD TO RPT-HDG-1-PERIOD.
           MOVE TRN-SEQ-NO     TO RPT-HDG-1-SEQ.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-EXC-HDG.
           OPEN INPUT ACK-FILE.
           PERFORM 5300-LOAD-ACK-REC THRU 5300-EXIT
               UNTIL TRN-ACK-EOF.
           CLOSE ACK-FILE.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
           PERFORM 5400-MATCH-DETAIL THRU 5400-EXIT
               UNTIL TRN-END-OF-FILE.
           CLOSE XMT-IN-FILE.
           PERFORM 5600-REPORT-UNMATCHED THRU 5600-EXIT
               VARYING TRN-ACK-SUB FROM 1 BY 1
               UNTIL TRN-ACK-SUB > TRN-ACK-COUNT.
           OPEN EXTEND XMT-LOG-FILE.
           MOVE SPACES              TO DSUBC-XLG-RECORD.
           MOVE TRN-PAY-PERIOD      TO XLG-PAY-PERIOD.
           MOVE TRN-SEQ-NO          TO XLG-SEQ-NO.
           SET XLG-TYPE-ACK         TO TRUE.
           MOVE TRN-LOADED-COUNT    TO XLG-REC-COUNT.
           MOVE TRN-LOADED-TOTAL    TO XLG-NET-TOTAL.
           MOVE TRN-EXCEPTION-COUNT TO XLG-EXCEPTION-COUNT.
           MOVE TRN-RUN-DATE        TO XLG-LOG-DATE.
           MOVE ZERO                TO XLG-ORIG-SEQ-NO.
           MOVE ZERO                TO XLG-HASH-TOTAL.
           WRITE DSUBC-XLG-RECORD.
           CLOSE XMT-LOG-FILE.
           MOVE 'EARNINGS SENT'         TO RPT-CNT-LABEL.
           MOVE TRN-DETAIL-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'EARNINGS LOADED'       TO RPT-CNT-LABEL.
           MOVE TRN-LOADED-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'EARNINGS IN EXCEPTION' TO RPT-CNT-LABEL.
           MOVE TRN-EXCEPTION-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ACKS MATCHING NOTHING' TO RPT-CNT-LABEL.
           MOVE TRN-UNMATCHED-COUNT     TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LOADED TOTAL'          TO RPT-TOT-LABEL.
           MOVE TRN-LOADED-TOTAL        TO RPT-TOT-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY 'CWXXSUBC - TRANSMISSION ' TRN-SEQ-NO
                   ' LOADED ' TRN-LOADED-COUNT
                   ' EXCEPTIONS ' TRN-EXCEPTION-COUNT.
           IF TRN-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TRN-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5100-READ-XMT-IN  --  READ THE NEXT TRANSMISSION RECORD       *
      *****************************************************************
       5100-READ-XMT-IN.
           READ XMT-IN-FILE
               AT END
                   SET TRN-END-OF-FILE TO TRUE.
       5100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5200-FIND-SEQ-LOG  --  FIND A SEND RECORD ON THE LOG FOR THE  *
      *                     TRANSMISSION BEING RECONCILED              *
      *****************************************************************
       5200-FIND-SEQ-LOG.
           MOVE ZERO TO TRN-LOG-FOUND-SUB.
           PERFORM 5250-MATCH-SEQ-LOG THRU 5250-EXIT
               VARYING TRN-LOG-SUB FROM 1 BY 1
               UNTIL TRN-LOG-SUB > TRN-LOG-COUNT
                  OR TRN-LOG-FOUND-SUB > ZERO.
       5200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5250-MATCH-SEQ-LOG  --  TEST ONE LOG TABLE ENTRY              *
      *****************************************************************
       5250-MATCH-SEQ-LOG.
           IF TRN-LOG-TYPE(TRN-LOG-SUB) EQUAL 'S'
             AND TRN-LOG-SEQ(TRN-LOG-SUB) EQUAL TRN-SEQ-NO
               MOVE TRN-LOG-SUB TO TRN-LOG-FOUND-SUB.
       5250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5300-LOAD-ACK-REC  --  TABLE ONE ACK/REJECT RECORD.  A FULL   *
      *                     TABLE REFUSES THE RUN -- A DROPPED ACK     *
      *                     WOULD SHOW LOADED EARNINGS AS EXCEPTIONS   *
      *****************************************************************
       5300-LOAD-ACK-REC.
           READ ACK-FILE
               AT END
                   SET TRN-ACK-EOF TO TRUE
                   GO TO 5300-EXIT.
           IF TRN-ACK-COUNT NOT LESS THAN 2000
               DISPLAY 'CWXXSUBC - ACK TABLE FULL - RECONCILIATION'
                       ' REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TRN-ACK-COUNT.
           MOVE TRN-ACK-COUNT TO TRN-ACK-SUB.
           MOVE ACK-REP-NUMBER TO TRN-ACK-REP(TRN-ACK-SUB).
           MOVE ACK-PAY-PERIOD TO TRN-ACK-PERIOD(TRN-ACK-SUB).
           MOVE ACK-EARN-TYPE  TO TRN-ACK-EARN-TYPE(TRN-ACK-SUB).
           MOVE ACK-STATUS     TO TRN-ACK-STATUS(TRN-ACK-SUB).
           MOVE ACK-REASON     TO TRN-ACK-REASON(TRN-ACK-SUB).
           MOVE 'N'            TO TRN-ACK-USED-SW(TRN-ACK-SUB).
       5300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5400-MATCH-DETAIL  --  MATCH ONE EARNINGS RECORD SENT TO ITS  *
      *                     ACK.  NO ACK, OR AN ACK PAYROLL REJECTED,  *
      *                     IS AN EXCEPTION.  THE TRAILER IS SKIPPED   *
      *****************************************************************
       5400-MATCH-DETAIL.
           IF XMT-IN-RECORD(1:6) EQUAL 'XMTTRL'
               GO TO 5400-NEXT.
           MOVE XMT-IN-RECORD TO DSUBC-PAY-RECORD.
           ADD 1 TO TRN-DETAIL-COUNT.
           IF PAY-EARN-ADJUSTMENT OR PAY-EARN-DRAW
               MOVE PAY-ADJ-AMOUNT TO TRN-ITEM-AMOUNT
           ELSE
               MOVE PAY-COMM-TOTAL TO TRN-ITEM-AMOUNT
           END-IF.
           PERFORM 5500-FIND-ACK THRU 5500-EXIT.
           IF TRN-ACK-FOUND-SUB EQUAL ZERO
               MOVE 'NOT ACKNOWLEDGED'  TO RPT-EXC-TEXT
               MOVE SPACES              TO RPT-EXC-REASON
               PERFORM 5450-PRINT-EXCEPTION THRU 5450-EXIT
               GO TO 5400-NEXT.
           IF TRN-ACK-STATUS(TRN-ACK-FOUND-SUB) EQUAL 'L'
               ADD 1 TO TRN-LOADED-COUNT
               ADD TRN-ITEM-AMOUNT TO TRN-LOADED-TOTAL
           ELSE
               MOVE 'REJECTED BY PAYROLL' TO RPT-EXC-TEXT
               MOVE TRN-ACK-REASON(TRN-ACK-FOUND-SUB)
                   TO RPT-EXC-REASON
               PERFORM 5450-PRINT-EXCEPTION THRU 5450-EXIT
           END-IF.
       5400-NEXT.
           PERFORM 5100-READ-XMT-IN THRU 5100-EXIT.
       5400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5450-PRINT-EXCEPTION  --  PRINT ONE EARNINGS RECORD PAYROLL   *
      *                     DID NOT LOAD                               *
      *****************************************************************
       5450-PRINT-EXCEPTION.
           ADD 1 TO TRN-EXCEPTION-COUNT.
           MOVE PAY-REP-NUMBER  TO RPT-EXC-REP.
           MOVE PAY-PAY-PERIOD  TO RPT-EXC-PERIOD.
           MOVE PAY-EARN-TYPE   TO RPT-EXC-EARN-TYPE.
           MOVE TRN-ITEM-AMOUNT TO RPT-EXC-AMOUNT.
           WRITE RPT-LINE FROM RPT-EXC-LINE.
       5450-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5500-FIND-ACK  --  FIND THE FIRST UNUSED ACK FOR THIS REP,    *
      *                     PAY PERIOD, AND EARN TYPE AND MARK IT      *
      *                     CONSUMED                                   *
      *****************************************************************
       5500-FIND-ACK.
           MOVE ZERO TO TRN-ACK-FOUND-SUB.
           PERFORM 5550-MATCH-ACK THRU 5550-EXIT
               VARYING TRN-ACK-SUB FROM 1 BY 1
               UNTIL TRN-ACK-SUB > TRN-ACK-COUNT
                  OR TRN-ACK-FOUND-SUB > ZERO.
           IF TRN-ACK-FOUND-SUB > ZERO
               MOVE 'Y' TO TRN-ACK-USED-SW(TRN-ACK-FOUND-SUB).
       5500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5550-MATCH-ACK  --  TEST ONE ACK TABLE ENTRY                  *
      *****************************************************************
       5550-MATCH-ACK.
           IF NOT TRN-ACK-USED(TRN-ACK-SUB)
             AND TRN-ACK-REP(TRN-ACK-SUB) EQUAL PAY-REP-NUMBER
             AND TRN-ACK-PERIOD(TRN-ACK-SUB) EQUAL PAY-PAY-PERIOD
             AND TRN-ACK-EARN-TYPE(TRN-ACK-SUB) EQUAL PAY-EARN-TYPE
               MOVE TRN-ACK-SUB TO TRN-ACK-FOUND-SUB.
       5550-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5600-REPORT-UNMATCHED  --  PRINT ONE LINE FOR AN ACK THAT     *
      *                     MATCHED NO EARNINGS SENT, SO A MIS-KEYED   *
      *                     OR MISDIRECTED ACK FILE IS VISIBLE         *
      *****************************************************************
       5600-REPORT-UNMATCHED.
           IF TRN-ACK-USED(TRN-ACK-SUB)
               GO TO 5600-EXIT.
           ADD 1 TO TRN-UNMATCHED-COUNT.
           MOVE TRN-ACK-REP(TRN-ACK-SUB)       TO RPT-EXC-REP.
           MOVE TRN-ACK-PERIOD(TRN-ACK-SUB)    TO RPT-EXC-PERIOD.
           MOVE TRN-ACK-EARN-TYPE(TRN-ACK-SUB) TO RPT-EXC-EARN-TYPE.
           MOVE ZERO                           TO RPT-EXC-AMOUNT.
           MOVE 'ACK MATCHES NOTHING'          TO RPT-EXC-TEXT.
           MOVE TRN-ACK-REASON(TRN-ACK-SUB)    TO RPT-EXC-REASON.
           WRITE RPT-LINE FROM RPT-EXC-LINE.
       5600-EXIT.
           EXIT.
