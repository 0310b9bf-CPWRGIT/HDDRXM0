       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CWXOSUBC.
       AUTHOR.      D FARRELL.
       INSTALLATION. COMPUWARE CORPORATION.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  MASTER FILE MAINTENANCE FOR THE FILES THAT DRIVE PAY AND      *
      *  POSTING: THE SALES-REP MASTER (REPMAST), THE TEAM ROSTER      *
      *  (TEAMROS), THE DRAW MASTER (DRAWMAST), AND THE COST-CENTER    *
      *  MAP (CCMAP).  EACH MAINTENANCE TRANSACTION (MFTTXN, SEE       *
      *  DSUBCMFT) ADDS, CHANGES, OR DELETES ONE RECORD ON ONE OF THE  *
      *  FOUR FILES -- HIRES, TERMINATIONS, TEAM MOVES, GUARANTEE      *
      *  CHANGES, AND COST-CENTER MOVES.                               *
      *                                                                *
      *  EVERY TRANSACTION IS EDITED AGAINST THE OTHER FILES AS THEY   *
      *  STAND AT THAT POINT IN THE RUN:                               *
      *     - A ROSTER LEAD MUST BE AN ACTIVE TYPE-T REP ON REPMAST,   *
      *       AND A ROSTER MEMBER AN ACTIVE REP ON REPMAST.  NO REP    *
      *       IS ROSTERED AS ITS OWN LEAD.  A REP THAT LEADS A TEAM    *
      *       CANNOT BE TERMINATED, MADE ANOTHER TYPE, OR DELETED      *
      *       UNTIL ITS TEAM IS MOVED.                                 *
      *     - NO DRAW RECORD IS ADDED OR CHANGED FOR A TERMINATED REP. *
      *       A TERMINATED REP'S DRAW STAYS ON FILE FOR CWXNSUBC TO    *
      *       SETTLE, AND A DRAW IS DELETED ONLY WITH NO BALANCE.      *
      *     - NO COST-CENTER MAPPING IS ADDED OR CHANGED FOR A REP NOT *
      *       ON REPMAST, AND A REP IS DELETED FROM REPMAST ONLY WHEN  *
      *       IT IS ON NO ROSTER, DRAW, OR COST-CENTER RECORD.         *
      *  A TRANSACTION THAT FAILS AN EDIT IS NOT APPLIED AND IS LISTED *
      *  WITH ITS REASON ON THE EXCEPTIONS REPORT (MFMEXC).            *
      *                                                                *
      *  EVERY CHANGE MADE IS WRITTEN TO THE CHANGE LOG (CHGLOG, SEE   *
      *  DSUBCCHG) WITH THE RECORD BEFORE AND AFTER, THE REQUESTER,    *
      *  AND THE DATE AND TIME, AND LISTED ON THE CHANGE REPORT        *
      *  (MFMRPT).  REPMAST AND DRAWMAST ARE UPDATED IN PLACE.  THE    *
      *  ROSTER AND THE MAP ARE SEQUENTIAL, SO THEY ARE TABLED WHOLE,  *
      *  MAINTAINED IN THE TABLE, AND WRITTEN OUT AS NEW FILES         *
      *  (TEAMNEW, CCMNEW) THAT THE JOB COPIES BACK.  A ROSTER OR MAP  *
      *  TOO LARGE TO TABLE STOPS THE RUN (RETURN CODE 12) BEFORE      *
      *  ANYTHING IS CHANGED.  THE RUN ENDS WITH RETURN CODE 4 WHEN    *
      *  ANY TRANSACTION WAS REJECTED.                                 *
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
           SELECT REP-MASTER-FILE  ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS REP-REP-NUMBER.
           SELECT DRAW-MASTER-FILE ASSIGN TO DRAWMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DRW-REP-NUMBER.
           SELECT TEAM-ROSTER-FILE ASSIGN TO TEAMROS
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-ROSTER-FILE  ASSIGN TO TEAMNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT COST-CENTER-FILE ASSIGN TO CCMAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CCMAP-FILE   ASSIGN TO CCMNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-TXN-FILE   ASSIGN TO MFTTXN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-LOG-FILE  ASSIGN TO CHGLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-RPT-FILE   ASSIGN TO MFMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPT-RPT-FILE  ASSIGN TO MFMEXC
               ORGANIZATION IS SEQUENTIAL.
      ***
      ***
      ***
       DATA DIVISION.
       FILE SECTION.
       FD  REP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCREP.
       FD  DRAW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCDRW.
       FD  TEAM-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCROS.
       FD  NEW-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-ROS-RECORD          PIC X(80).
       FD  COST-CENTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCCCM.
       FD  NEW-CCMAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-CCM-RECORD          PIC X(80).
       FD  MAINT-TXN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCMFT.
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCCHG.
       FD  MAINT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                PIC X(133).
       FD  EXCEPT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EXC-LINE                PIC X(133).
      ***
      ***
      ***
       WORKING-STORAGE SECTION.
       77  MFM-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  MFM-RUN-TIME            PIC 9(08)   VALUE ZERO.
       77  MFM-READ-REP            PIC 9(06)   VALUE ZERO.
       77  MFM-FIND-REP            PIC 9(06)   VALUE ZERO.
       77  MFM-TXN-EOF-SW          PIC X(01)   VALUE 'N'.
           88  MFM-TXN-EOF                     VALUE 'Y'.
       77  MFM-ROS-EOF-SW          PIC X(01)   VALUE 'N'.
           88  MFM-ROS-EOF                     VALUE 'Y'.
       77  MFM-CCM-EOF-SW          PIC X(01)   VALUE 'N'.
           88  MFM-CCM-EOF                     VALUE 'Y'.
       77  MFM-REP-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  MFM-REP-FOUND                   VALUE 'Y'.
       77  MFM-DRW-FOUND-SW        PIC X(01)   VALUE 'N'.
           88  MFM-DRW-FOUND                   VALUE 'Y'.
       77  MFM-TXN-OK-SW           PIC X(01)   VALUE 'Y'.
           88  MFM-TXN-OK                      VALUE 'Y'.
           88  MFM-TXN-BAD                     VALUE 'N'.
       77  MFM-REJECT-REASON       PIC X(30)   VALUE SPACES.
       77  MFM-FILE-NAME           PIC X(08)   VALUE SPACES.
       77  MFM-BEFORE-IMAGE        PIC X(80)   VALUE SPACES.
       77  MFM-AFTER-IMAGE         PIC X(80)   VALUE SPACES.
      ***
      ***      RUN COUNTS
      ***
       77  MFM-TXN-READ-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-ADDED-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-CHANGED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-DELETED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-REJECTED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-LOGGED-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-ROS-WRITTEN-COUNT   PIC 9(07)   COMP-3 VALUE ZERO.
       77  MFM-CCM-WRITTEN-COUNT   PIC 9(07)   COMP-3 VALUE ZERO.
      ***
      ***      TEAM ROSTER, TABLED WHOLE AND MAINTAINED IN THE TABLE.
      ***      A DELETED MEMBER IS FLAGGED AND LEFT OUT WHEN THE NEW
      ***      ROSTER IS WRITTEN; AN ADDED MEMBER GOES ON THE END.
      ***      THE LIMIT IS THE ONE CWXDSUBC TABLES THE ROSTER UNDER.
      ***
       77  MFM-ROS-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  MFM-ROS-SUB             PIC 9(04)   COMP.
       77  MFM-ROS-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       77  MFM-LEAD-FOUND-SUB      PIC 9(04)   COMP VALUE ZERO.
       01  MFM-ROS-TABLE.
           05  MFM-ROS-ENTRY OCCURS 500 TIMES.
               10  MFM-ROS-MEMBER      PIC 9(06).
               10  MFM-ROS-LEAD        PIC 9(06).
               10  MFM-ROS-DEL-SW      PIC X(01).
                   88  MFM-ROS-DELETED             VALUE 'Y'.
      ***
      ***      COST-CENTER MAP, TABLED THE SAME WAY, UNDER THE LIMIT
      ***      CWXGSUBC TABLES IT UNDER.
      ***
       77  MFM-CCM-COUNT           PIC 9(04)   COMP VALUE ZERO.
       77  MFM-CCM-SUB             PIC 9(04)   COMP.
       77  MFM-CCM-FOUND-SUB       PIC 9(04)   COMP VALUE ZERO.
       01  MFM-CCM-TABLE.
           05  MFM-CCM-ENTRY OCCURS 500 TIMES.
               10  MFM-CCM-REP         PIC 9(06).
               10  MFM-CCM-CC          PIC X(08).
               10  MFM-CCM-DEL-SW      PIC X(01).
                   88  MFM-CCM-DELETED             VALUE 'Y'.
      ***
      ***      RECORD IMAGES FOR THE ROSTER AND THE MAP, USED FOR THE
      ***      CHANGE LOG AND FOR WRITING THE NEW FILES.
      ***
       01  MFM-ROS-IMAGE.
           05  MFM-ROS-IMG-MEMBER      PIC 9(06).
           05  MFM-ROS-IMG-LEAD        PIC 9(06).
           05  FILLER                  PIC X(68)   VALUE SPACES.
       01  MFM-CCM-IMAGE.
           05  MFM-CCM-IMG-REP         PIC 9(06).
           05  MFM-CCM-IMG-CC          PIC X(08).
           05  FILLER                  PIC X(66)   VALUE SPACES.
      ***
      ***      CHANGE REPORT AND EXCEPTIONS REPORT AREAS
      ***
       01  RPT-HDG-1.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-HDG-1-TITLE     PIC X(55).
           05  FILLER              PIC X(11)   VALUE 'RUN DATE : '.
           05  RPT-HDG-1-DATE      PIC 9(08).
       01  RPT-TXN-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'FILE'.
           05  FILLER              PIC X(05)   VALUE 'ACT'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(10)   VALUE 'REQUESTER'.
           05  FILLER              PIC X(41)   VALUE 'DISPOSITION'.
       01  RPT-TXN-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-TXN-FILE        PIC X(08).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-TXN-ACTION      PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-TXN-REP         PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-TXN-REQUESTER   PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-TXN-DISP        PIC X(41).
       01  RPT-IMAGE-LINE.
           05  FILLER              PIC X(12)   VALUE SPACE.
           05  RPT-IMG-LABEL       PIC X(09).
           05  RPT-IMG-DATA        PIC X(80).
       01  RPT-EXC-HDG.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER              PIC X(10)   VALUE 'FILE'.
           05  FILLER              PIC X(05)   VALUE 'ACT'.
           05  FILLER              PIC X(08)   VALUE 'REP NO'.
           05  FILLER              PIC X(10)   VALUE 'REQUESTER'.
           05  FILLER              PIC X(32)   VALUE 'REASON'.
           05  FILLER              PIC X(64)   VALUE 'TRANSACTION DATA'.
       01  RPT-EXC-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-EXC-FILE        PIC X(08).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EXC-ACTION      PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACE.
           05  RPT-EXC-REP         PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-EXC-REQUESTER   PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-EXC-REASON      PIC X(30).
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  RPT-EXC-DATA        PIC X(64).
       01  RPT-COUNT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RPT-CNT-LABEL       PIC X(25).
           05  RPT-CNT-VALUE       PIC ZZZ,ZZ9.
      ***
      ***
      ***
       PROCEDURE DIVISION.
      ***
      ***
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
               UNTIL MFM-TXN-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      ***
      ***
      *****************************************************************
      *  1000-INITIALIZE  --  TABLE THE ROSTER AND THE MAP, OPEN THE   *
      *                     FILES, AND READ THE FIRST TRANSACTION      *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT MFM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MFM-RUN-TIME FROM TIME.
           PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
           PERFORM 1200-LOAD-CCMAP THRU 1200-EXIT.
           OPEN I-O    REP-MASTER-FILE.
           OPEN I-O    DRAW-MASTER-FILE.
           OPEN INPUT  MAINT-TXN-FILE.
           OPEN EXTEND CHANGE-LOG-FILE.
           OPEN OUTPUT MAINT-RPT-FILE.
           OPEN OUTPUT EXCEPT-RPT-FILE.
           MOVE MFM-RUN-DATE TO RPT-HDG-1-DATE.
           MOVE 'COMPUWARE CORPORATION - MASTER FILE MAINTENANCE'
               TO RPT-HDG-1-TITLE.
           WRITE RPT-LINE FROM RPT-HDG-1.
           WRITE RPT-LINE FROM RPT-TXN-HDG.
           MOVE 'COMPUWARE CORPORATION - MAINTENANCE EXCEPTIONS'
               TO RPT-HDG-1-TITLE.
           WRITE EXC-LINE FROM RPT-HDG-1.
           WRITE EXC-LINE FROM RPT-EXC-HDG.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1100-LOAD-ROSTER  --  TABLE THE TEAM ROSTER WHOLE             *
      *****************************************************************
       1100-LOAD-ROSTER.
           OPEN INPUT TEAM-ROSTER-FILE.
           PERFORM 1150-READ-ROSTER-REC THRU 1150-EXIT
               UNTIL MFM-ROS-EOF.
           CLOSE TEAM-ROSTER-FILE.
       1100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1150-READ-ROSTER-REC  --  TABLE ONE ROSTER RECORD.  THE NEW   *
      *                     ROSTER IS WRITTEN FROM THE TABLE, SO A     *
      *                     ROSTER TOO LARGE TO TABLE STOPS THE RUN    *
      *                     RATHER THAN LOSE MEMBERS                   *
      *****************************************************************
       1150-READ-ROSTER-REC.
           READ TEAM-ROSTER-FILE
               AT END
                   SET MFM-ROS-EOF TO TRUE
                   GO TO 1150-EXIT.
           IF MFM-ROS-COUNT NOT LESS THAN 500
               DISPLAY 'CWXOSUBC - ROSTER TABLE FULL AT '
                       ROS-REP-NUMBER ', RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO MFM-ROS-COUNT.
           MOVE ROS-REP-NUMBER  TO MFM-ROS-MEMBER(MFM-ROS-COUNT).
           MOVE ROS-LEAD-NUMBER TO MFM-ROS-LEAD(MFM-ROS-COUNT).
           MOVE 'N'             TO MFM-ROS-DEL-SW(MFM-ROS-COUNT).
       1150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1200-LOAD-CCMAP  --  TABLE THE COST-CENTER MAP WHOLE          *
      *****************************************************************
       1200-LOAD-CCMAP.
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 1250-READ-CCMAP-REC THRU 1250-EXIT
               UNTIL MFM-CCM-EOF.
           CLOSE COST-CENTER-FILE.
       1200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  1250-READ-CCMAP-REC  --  TABLE ONE MAPPING RECORD, UNDER THE  *
      *                     SAME RULE AS THE ROSTER                    *
      *****************************************************************
       1250-READ-CCMAP-REC.
           READ COST-CENTER-FILE
               AT END
                   SET MFM-CCM-EOF TO TRUE
                   GO TO 1250-EXIT.
           IF MFM-CCM-COUNT NOT LESS THAN 500
               DISPLAY 'CWXOSUBC - CCMAP TABLE FULL AT '
                       CCM-REP-NUMBER ', RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO MFM-CCM-COUNT.
           MOVE CCM-REP-NUMBER  TO MFM-CCM-REP(MFM-CCM-COUNT).
           MOVE CCM-COST-CENTER TO MFM-CCM-CC(MFM-CCM-COUNT).
           MOVE 'N'             TO MFM-CCM-DEL-SW(MFM-CCM-COUNT).
       1250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2000-PROCESS-TXN  --  EDIT ONE TRANSACTION'S FILE, ACTION,    *
      *                     KEY, AND REQUESTER, APPLY IT TO ITS FILE,  *
      *                     AND LOG OR REPORT THE RESULT               *
      *****************************************************************
       2000-PROCESS-TXN.
           ADD 1 TO MFM-TXN-READ-COUNT.
           SET MFM-TXN-OK TO TRUE.
           MOVE SPACES TO MFM-REJECT-REASON.
           MOVE SPACES TO MFM-BEFORE-IMAGE.
           MOVE SPACES TO MFM-AFTER-IMAGE.
           IF MFT-FILE-REPMAST
               MOVE 'REPMAST'  TO MFM-FILE-NAME
           ELSE
               IF MFT-FILE-TEAMROS
                   MOVE 'TEAMROS'  TO MFM-FILE-NAME
               ELSE
                   IF MFT-FILE-DRAWMAST
                       MOVE 'DRAWMAST' TO MFM-FILE-NAME
                   ELSE
                       IF MFT-FILE-CCMAP
                           MOVE 'CCMAP'    TO MFM-FILE-NAME
                       ELSE
                           MOVE MFT-FILE-CODE TO MFM-FILE-NAME
                           MOVE 'INVALID FILE CODE'
                               TO MFM-REJECT-REASON
                           SET MFM-TXN-BAD TO TRUE
                           GO TO 2000-PRINT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT MFT-ACTION-ADD
             AND NOT MFT-ACTION-CHANGE
             AND NOT MFT-ACTION-DELETE
               MOVE 'INVALID ACTION CODE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 2000-PRINT.
           IF MFT-REP-NUMBER NOT NUMERIC
             OR MFT-REP-NUMBER-N EQUAL ZERO
               MOVE 'INVALID REP NUMBER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 2000-PRINT.
           IF MFT-REQUESTER EQUAL SPACES
               MOVE 'REQUESTER MISSING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 2000-PRINT.
           IF MFT-FILE-REPMAST
               PERFORM 3000-MAINT-REPMAST THRU 3000-EXIT
           ELSE
               IF MFT-FILE-TEAMROS
                   PERFORM 4000-MAINT-TEAMROS THRU 4000-EXIT
               ELSE
                   IF MFT-FILE-DRAWMAST
                       PERFORM 5000-MAINT-DRAWMAST THRU 5000-EXIT
                   ELSE
                       PERFORM 6000-MAINT-CCMAP THRU 6000-EXIT
                   END-IF
               END-IF
           END-IF.
       2000-PRINT.
           PERFORM 8100-PRINT-TXN-LINE THRU 8100-EXIT.
           IF MFM-TXN-OK
               PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
           ELSE
               PERFORM 8200-PRINT-EXCEPTION THRU 8200-EXIT
           END-IF.
           PERFORM 2100-READ-TXN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  2100-READ-TXN  --  READ THE NEXT MAINTENANCE TRANSACTION      *
      *****************************************************************
       2100-READ-TXN.
           READ MAINT-TXN-FILE
               AT END
                   SET MFM-TXN-EOF TO TRUE.
       2100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3000-MAINT-REPMAST  --  APPLY ONE SALES-REP MASTER            *
      *                     TRANSACTION                                *
      *****************************************************************
       3000-MAINT-REPMAST.
           MOVE MFT-REP-NUMBER-N TO MFM-READ-REP.
           PERFORM 7300-READ-REP THRU 7300-EXIT.
           IF MFT-ACTION-ADD
               PERFORM 3100-ADD-REP THRU 3100-EXIT
           ELSE
               IF MFT-ACTION-CHANGE
                   PERFORM 3200-CHANGE-REP THRU 3200-EXIT
               ELSE
                   PERFORM 3300-DELETE-REP THRU 3300-EXIT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3100-ADD-REP  --  ADD A NEW HIRE.  A NEW REP IS ACTIVE, WITH  *
      *                     A NAME, DEPARTMENT, EMPLOYEE TYPE, AND     *
      *                     HIRE DATE, AND NO TERMINATION DATE         *
      *****************************************************************
       3100-ADD-REP.
           IF MFM-REP-FOUND
               MOVE 'REP ALREADY ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           IF MFT-REP-NAME EQUAL SPACES
               MOVE 'NAME MISSING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           IF MFT-REP-DEPARTMENT EQUAL SPACES
               MOVE 'DEPARTMENT MISSING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           IF (MFT-REP-STATUS NOT EQUAL SPACE
                 AND MFT-REP-STATUS NOT EQUAL 'A')
             OR (MFT-REP-TERM-DATE NOT EQUAL SPACES
                 AND MFT-REP-TERM-DATE NOT EQUAL ZEROS)
               MOVE 'NEW REP MUST BE ACTIVE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           IF MFT-REP-HIRE-DATE NOT NUMERIC
             OR MFT-REP-HIRE-DATE-N EQUAL ZERO
               MOVE 'INVALID HIRE DATE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           MOVE SPACES              TO DSUBC-REP-RECORD.
           MOVE MFT-REP-NUMBER-N    TO REP-REP-NUMBER.
           MOVE MFT-REP-NAME        TO REP-NAME.
           MOVE MFT-REP-DEPARTMENT  TO REP-DEPARTMENT.
           MOVE 'A'                 TO REP-STATUS.
           MOVE MFT-REP-HIRE-DATE-N TO REP-HIRE-DATE.
           MOVE ZERO                TO REP-TERM-DATE.
           MOVE MFT-REP-EMP-TYPE    TO REP-EMP-TYPE.
           IF NOT REP-EMP-TYPE-VALID
               MOVE 'INVALID EMP TYPE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3100-EXIT.
           WRITE DSUBC-REP-RECORD
               INVALID KEY
                   MOVE 'REP ALREADY ON MASTER' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3100-EXIT.
           MOVE DSUBC-REP-RECORD TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-ADDED-COUNT.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-CHANGE-REP  --  CHANGE A REP.  EACH FIELD KEYED REPLACES *
      *                     THE ONE ON FILE.  STATUS A (REHIRE) CLEARS *
      *                     THE TERMINATION DATE; STATUS T NEEDS ONE   *
      *                     NO EARLIER THAN THE HIRE DATE.  A REP THAT *
      *                     LEADS A TEAM MUST STAY AN ACTIVE TYPE T    *
      *****************************************************************
       3200-CHANGE-REP.
           IF NOT MFM-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3200-EXIT.
           MOVE DSUBC-REP-RECORD TO MFM-BEFORE-IMAGE.
           IF MFT-REP-NAME NOT EQUAL SPACES
               MOVE MFT-REP-NAME TO REP-NAME.
           IF MFT-REP-DEPARTMENT NOT EQUAL SPACES
               MOVE MFT-REP-DEPARTMENT TO REP-DEPARTMENT.
           IF MFT-REP-EMP-TYPE NOT EQUAL SPACE
               MOVE MFT-REP-EMP-TYPE TO REP-EMP-TYPE
               IF NOT REP-EMP-TYPE-VALID
                   MOVE 'INVALID EMP TYPE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           IF MFT-REP-HIRE-DATE NOT EQUAL SPACES
               IF MFT-REP-HIRE-DATE NOT NUMERIC
                 OR MFT-REP-HIRE-DATE-N EQUAL ZERO
                   MOVE 'INVALID HIRE DATE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3200-EXIT
               END-IF
               MOVE MFT-REP-HIRE-DATE-N TO REP-HIRE-DATE
           END-IF.
           IF MFT-REP-TERM-DATE NOT EQUAL SPACES
               IF MFT-REP-TERM-DATE NOT NUMERIC
                   MOVE 'INVALID TERM DATE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3200-EXIT
               END-IF
               MOVE MFT-REP-TERM-DATE-N TO REP-TERM-DATE
           END-IF.
           IF MFT-REP-STATUS NOT EQUAL SPACE
               MOVE MFT-REP-STATUS TO REP-STATUS
               IF REP-STATUS-ACTIVE
                   MOVE ZERO TO REP-TERM-DATE
               ELSE
                   IF NOT REP-STATUS-TERMINATED
                       MOVE 'INVALID STATUS' TO MFM-REJECT-REASON
                       SET MFM-TXN-BAD TO TRUE
                       GO TO 3200-EXIT
                   END-IF
               END-IF
           END-IF.
           IF REP-STATUS-TERMINATED AND REP-TERM-DATE EQUAL ZERO
               MOVE 'TERM DATE MISSING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3200-EXIT.
           IF REP-STATUS-TERMINATED AND REP-TERM-DATE < REP-HIRE-DATE
               MOVE 'TERM DATE BEFORE HIRE DATE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3200-EXIT.
           IF REP-STATUS-ACTIVE AND REP-TERM-DATE NOT EQUAL ZERO
               MOVE 'TERM DATE NEEDS STATUS T' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3200-EXIT.
           IF NOT REP-STATUS-ACTIVE OR NOT REP-EMP-TEAM-LEAD
               MOVE REP-REP-NUMBER TO MFM-FIND-REP
               PERFORM 7100-FIND-LEAD THRU 7100-EXIT
               IF MFM-LEAD-FOUND-SUB > ZERO
                   MOVE 'LEADS A TEAM - MUST STAY TYPE T'
                       TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           REWRITE DSUBC-REP-RECORD
               INVALID KEY
                   MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3200-EXIT.
           MOVE DSUBC-REP-RECORD TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-CHANGED-COUNT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-DELETE-REP  --  DELETE A REP FROM THE MASTER.  THE REP   *
      *                     MUST FIRST BE OFF THE ROSTER (AS MEMBER    *
      *                     AND LEAD), THE DRAW MASTER, AND THE MAP    *
      *****************************************************************
       3300-DELETE-REP.
           IF NOT MFM-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3300-EXIT.
           MOVE MFT-REP-NUMBER-N TO MFM-FIND-REP.
           PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
           IF MFM-ROS-FOUND-SUB > ZERO
               MOVE 'REP IS ON TEAM ROSTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3300-EXIT.
           PERFORM 7100-FIND-LEAD THRU 7100-EXIT.
           IF MFM-LEAD-FOUND-SUB > ZERO
               MOVE 'REP LEADS A TEAM ON ROSTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3300-EXIT.
           PERFORM 7400-READ-DRAW THRU 7400-EXIT.
           IF MFM-DRW-FOUND
               MOVE 'REP HAS A DRAW RECORD' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3300-EXIT.
           PERFORM 7200-FIND-CCM THRU 7200-EXIT.
           IF MFM-CCM-FOUND-SUB > ZERO
               MOVE 'REP IS ON COST-CENTER MAP' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 3300-EXIT.
           MOVE DSUBC-REP-RECORD TO MFM-BEFORE-IMAGE.
           DELETE REP-MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 3300-EXIT.
           ADD 1 TO MFM-DELETED-COUNT.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-MAINT-TEAMROS  --  APPLY ONE TEAM ROSTER TRANSACTION.    *
      *                     THE TRANSACTION REP IS THE MEMBER          *
      *****************************************************************
       4000-MAINT-TEAMROS.
           MOVE MFT-REP-NUMBER-N TO MFM-FIND-REP.
           PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
           IF MFT-ACTION-ADD
               PERFORM 4100-ADD-MEMBER THRU 4100-EXIT
           ELSE
               IF MFT-ACTION-CHANGE
                   PERFORM 4200-CHANGE-MEMBER THRU 4200-EXIT
               ELSE
                   PERFORM 4300-DELETE-MEMBER THRU 4300-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4100-ADD-MEMBER  --  PUT A REP ON A LEAD'S TEAM               *
      *****************************************************************
       4100-ADD-MEMBER.
           IF MFM-ROS-FOUND-SUB > ZERO
               MOVE 'REP ALREADY ON ROSTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4100-EXIT.
           PERFORM 4500-EDIT-MEMBER THRU 4500-EXIT.
           IF MFM-TXN-BAD
               GO TO 4100-EXIT.
           PERFORM 4400-EDIT-LEAD THRU 4400-EXIT.
           IF MFM-TXN-BAD
               GO TO 4100-EXIT.
           IF MFM-ROS-COUNT NOT LESS THAN 500
               MOVE 'ROSTER TABLE FULL' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4100-EXIT.
           ADD 1 TO MFM-ROS-COUNT.
           MOVE MFM-ROS-COUNT TO MFM-ROS-SUB.
           MOVE MFT-REP-NUMBER-N      TO MFM-ROS-MEMBER(MFM-ROS-SUB).
           MOVE MFT-ROS-LEAD-NUMBER-N TO MFM-ROS-LEAD(MFM-ROS-SUB).
           MOVE 'N'                   TO MFM-ROS-DEL-SW(MFM-ROS-SUB).
           PERFORM 7500-BUILD-ROS-IMAGE THRU 7500-EXIT.
           MOVE MFM-ROS-IMAGE TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-ADDED-COUNT.
       4100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4200-CHANGE-MEMBER  --  MOVE A REP TO ANOTHER LEAD'S TEAM     *
      *****************************************************************
       4200-CHANGE-MEMBER.
           IF MFM-ROS-FOUND-SUB EQUAL ZERO
               MOVE 'REP NOT ON ROSTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4200-EXIT.
           PERFORM 4500-EDIT-MEMBER THRU 4500-EXIT.
           IF MFM-TXN-BAD
               GO TO 4200-EXIT.
           PERFORM 4400-EDIT-LEAD THRU 4400-EXIT.
           IF MFM-TXN-BAD
               GO TO 4200-EXIT.
           MOVE MFM-ROS-FOUND-SUB TO MFM-ROS-SUB.
           PERFORM 7500-BUILD-ROS-IMAGE THRU 7500-EXIT.
           MOVE MFM-ROS-IMAGE TO MFM-BEFORE-IMAGE.
           MOVE MFT-ROS-LEAD-NUMBER-N TO MFM-ROS-LEAD(MFM-ROS-SUB).
           PERFORM 7500-BUILD-ROS-IMAGE THRU 7500-EXIT.
           MOVE MFM-ROS-IMAGE TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-CHANGED-COUNT.
       4200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4300-DELETE-MEMBER  --  TAKE A REP OFF THE ROSTER             *
      *****************************************************************
       4300-DELETE-MEMBER.
           IF MFM-ROS-FOUND-SUB EQUAL ZERO
               MOVE 'REP NOT ON ROSTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4300-EXIT.
           MOVE MFM-ROS-FOUND-SUB TO MFM-ROS-SUB.
           PERFORM 7500-BUILD-ROS-IMAGE THRU 7500-EXIT.
           MOVE MFM-ROS-IMAGE TO MFM-BEFORE-IMAGE.
           MOVE 'Y' TO MFM-ROS-DEL-SW(MFM-ROS-SUB).
           ADD 1 TO MFM-DELETED-COUNT.
       4300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4400-EDIT-LEAD  --  THE LEAD KEYED MUST BE AN ACTIVE TYPE-T   *
      *                     REP ON THE SALES-REP MASTER, AND NOT THE   *
      *                     MEMBER ITSELF                              *
      *****************************************************************
       4400-EDIT-LEAD.
           IF MFT-ROS-LEAD-NUMBER NOT NUMERIC
             OR MFT-ROS-LEAD-NUMBER-N EQUAL ZERO
               MOVE 'INVALID LEAD NUMBER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4400-EXIT.
           IF MFT-ROS-LEAD-NUMBER-N EQUAL MFT-REP-NUMBER-N
               MOVE 'REP CANNOT LEAD ITSELF' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4400-EXIT.
           MOVE MFT-ROS-LEAD-NUMBER-N TO MFM-READ-REP.
           PERFORM 7300-READ-REP THRU 7300-EXIT.
           IF NOT MFM-REP-FOUND
               MOVE 'LEAD NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4400-EXIT.
           IF NOT REP-STATUS-ACTIVE OR NOT REP-EMP-TEAM-LEAD
               MOVE 'LEAD NOT AN ACTIVE TYPE T REP' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4500-EDIT-MEMBER  --  A ROSTER MEMBER MUST BE AN ACTIVE REP   *
      *                     ON THE SALES-REP MASTER                    *
      *****************************************************************
       4500-EDIT-MEMBER.
           MOVE MFT-REP-NUMBER-N TO MFM-READ-REP.
           PERFORM 7300-READ-REP THRU 7300-EXIT.
           IF NOT MFM-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4500-EXIT.
           IF NOT REP-STATUS-ACTIVE
               MOVE 'REP NOT ACTIVE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5000-MAINT-DRAWMAST  --  APPLY ONE DRAW MASTER TRANSACTION    *
      *****************************************************************
       5000-MAINT-DRAWMAST.
           PERFORM 7400-READ-DRAW THRU 7400-EXIT.
           IF MFT-ACTION-ADD
               PERFORM 5100-ADD-DRAW THRU 5100-EXIT
           ELSE
               IF MFT-ACTION-CHANGE
                   PERFORM 5200-CHANGE-DRAW THRU 5200-EXIT
               ELSE
                   PERFORM 5300-DELETE-DRAW THRU 5300-EXIT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5100-ADD-DRAW  --  PUT A REP ON A GUARANTEED MINIMUM.  THE    *
      *                     NEW RECORD STARTS WITH NO BALANCE AND NO   *
      *                     SETTLEMENT                                 *
      *****************************************************************
       5100-ADD-DRAW.
           IF MFM-DRW-FOUND
               MOVE 'DRAW ALREADY ON FILE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5100-EXIT.
           PERFORM 5400-EDIT-DRAW-REP THRU 5400-EXIT.
           IF MFM-TXN-BAD
               GO TO 5100-EXIT.
           IF MFT-DRW-GUAR-MINIMUM NOT NUMERIC
             OR MFT-DRW-GUAR-MINIMUM-N EQUAL ZERO
               MOVE 'INVALID GUARANTEE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5100-EXIT.
           MOVE SPACES                 TO DSUBC-DRW-RECORD.
           MOVE MFT-REP-NUMBER-N       TO DRW-REP-NUMBER.
           MOVE MFT-DRW-GUAR-MINIMUM-N TO DRW-GUAR-MINIMUM.
           MOVE ZERO                   TO DRW-DRAW-BALANCE.
           MOVE ZERO                   TO DRW-LAST-PERIOD.
           MOVE ZERO                   TO DRW-PRIOR-BALANCE.
           MOVE ZERO                   TO DRW-SETTLE-PERIOD.
           MOVE ZERO                   TO DRW-SETTLE-RECOV-AMT.
           MOVE ZERO                   TO DRW-SETTLE-WOFF-AMT.
           WRITE DSUBC-DRW-RECORD
               INVALID KEY
                   MOVE 'DRAW ALREADY ON FILE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 5100-EXIT.
           MOVE DSUBC-DRW-RECORD TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-ADDED-COUNT.
       5100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5200-CHANGE-DRAW  --  CHANGE A REP'S GUARANTEED MINIMUM.  THE *
      *                     BALANCES BELONG TO THE COMMISSION RUN AND  *
      *                     ARE NOT MAINTAINED HERE                    *
      *****************************************************************
       5200-CHANGE-DRAW.
           IF NOT MFM-DRW-FOUND
               MOVE 'DRAW NOT ON FILE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5200-EXIT.
           PERFORM 5400-EDIT-DRAW-REP THRU 5400-EXIT.
           IF MFM-TXN-BAD
               GO TO 5200-EXIT.
           IF MFT-DRW-GUAR-MINIMUM NOT NUMERIC
               MOVE 'INVALID GUARANTEE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5200-EXIT.
           MOVE DSUBC-DRW-RECORD TO MFM-BEFORE-IMAGE.
           MOVE MFT-DRW-GUAR-MINIMUM-N TO DRW-GUAR-MINIMUM.
           REWRITE DSUBC-DRW-RECORD
               INVALID KEY
                   MOVE 'DRAW NOT ON FILE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 5200-EXIT.
           MOVE DSUBC-DRW-RECORD TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-CHANGED-COUNT.
       5200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5300-DELETE-DRAW  --  TAKE A REP OFF THE DRAW MASTER.  A      *
      *                     DRAW STILL CARRYING A BALANCE IS LEFT FOR  *
      *                     RECOVERY OR FOR CWXNSUBC TO SETTLE         *
      *****************************************************************
       5300-DELETE-DRAW.
           IF NOT MFM-DRW-FOUND
               MOVE 'DRAW NOT ON FILE' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5300-EXIT.
           IF DRW-DRAW-BALANCE NOT EQUAL ZERO
               MOVE 'DRAW BALANCE OUTSTANDING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5300-EXIT.
           MOVE DSUBC-DRW-RECORD TO MFM-BEFORE-IMAGE.
           DELETE DRAW-MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'DRAW NOT ON FILE' TO MFM-REJECT-REASON
                   SET MFM-TXN-BAD TO TRUE
                   GO TO 5300-EXIT.
           ADD 1 TO MFM-DELETED-COUNT.
       5300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  5400-EDIT-DRAW-REP  --  A DRAW IS ADDED OR CHANGED ONLY FOR A *
      *                     REP ON THE MASTER THAT IS NOT TERMINATED   *
      *****************************************************************
       5400-EDIT-DRAW-REP.
           MOVE MFT-REP-NUMBER-N TO MFM-READ-REP.
           PERFORM 7300-READ-REP THRU 7300-EXIT.
           IF NOT MFM-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5400-EXIT.
           IF REP-STATUS-TERMINATED
               MOVE 'REP IS TERMINATED' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 5400-EXIT.
       5400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6000-MAINT-CCMAP  --  APPLY ONE COST-CENTER MAP TRANSACTION   *
      *****************************************************************
       6000-MAINT-CCMAP.
           MOVE MFT-REP-NUMBER-N TO MFM-FIND-REP.
           PERFORM 7200-FIND-CCM THRU 7200-EXIT.
           IF MFT-ACTION-ADD
               PERFORM 6100-ADD-CCM THRU 6100-EXIT
           ELSE
               IF MFT-ACTION-CHANGE
                   PERFORM 6200-CHANGE-CCM THRU 6200-EXIT
               ELSE
                   PERFORM 6300-DELETE-CCM THRU 6300-EXIT
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6100-ADD-CCM  --  MAP A REP ON THE MASTER TO A COST CENTER    *
      *****************************************************************
       6100-ADD-CCM.
           IF MFM-CCM-FOUND-SUB > ZERO
               MOVE 'REP ALREADY ON COST-CENTER MAP'
                   TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6100-EXIT.
           PERFORM 6400-EDIT-CCM THRU 6400-EXIT.
           IF MFM-TXN-BAD
               GO TO 6100-EXIT.
           IF MFM-CCM-COUNT NOT LESS THAN 500
               MOVE 'CCMAP TABLE FULL' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6100-EXIT.
           ADD 1 TO MFM-CCM-COUNT.
           MOVE MFM-CCM-COUNT TO MFM-CCM-SUB.
           MOVE MFT-REP-NUMBER-N    TO MFM-CCM-REP(MFM-CCM-SUB).
           MOVE MFT-CCM-COST-CENTER TO MFM-CCM-CC(MFM-CCM-SUB).
           MOVE 'N'                 TO MFM-CCM-DEL-SW(MFM-CCM-SUB).
           PERFORM 7600-BUILD-CCM-IMAGE THRU 7600-EXIT.
           MOVE MFM-CCM-IMAGE TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-ADDED-COUNT.
       6100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6200-CHANGE-CCM  --  MOVE A REP TO ANOTHER COST CENTER        *
      *****************************************************************
       6200-CHANGE-CCM.
           IF MFM-CCM-FOUND-SUB EQUAL ZERO
               MOVE 'REP NOT ON COST-CENTER MAP' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6200-EXIT.
           PERFORM 6400-EDIT-CCM THRU 6400-EXIT.
           IF MFM-TXN-BAD
               GO TO 6200-EXIT.
           MOVE MFM-CCM-FOUND-SUB TO MFM-CCM-SUB.
           PERFORM 7600-BUILD-CCM-IMAGE THRU 7600-EXIT.
           MOVE MFM-CCM-IMAGE TO MFM-BEFORE-IMAGE.
           MOVE MFT-CCM-COST-CENTER TO MFM-CCM-CC(MFM-CCM-SUB).
           PERFORM 7600-BUILD-CCM-IMAGE THRU 7600-EXIT.
           MOVE MFM-CCM-IMAGE TO MFM-AFTER-IMAGE.
           ADD 1 TO MFM-CHANGED-COUNT.
       6200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6300-DELETE-CCM  --  TAKE A REP OFF THE COST-CENTER MAP       *
      *****************************************************************
       6300-DELETE-CCM.
           IF MFM-CCM-FOUND-SUB EQUAL ZERO
               MOVE 'REP NOT ON COST-CENTER MAP' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6300-EXIT.
           MOVE MFM-CCM-FOUND-SUB TO MFM-CCM-SUB.
           PERFORM 7600-BUILD-CCM-IMAGE THRU 7600-EXIT.
           MOVE MFM-CCM-IMAGE TO MFM-BEFORE-IMAGE.
           MOVE 'Y' TO MFM-CCM-DEL-SW(MFM-CCM-SUB).
           ADD 1 TO MFM-DELETED-COUNT.
       6300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  6400-EDIT-CCM  --  A MAPPING IS ADDED OR CHANGED ONLY FOR A   *
      *                     REP ON THE MASTER, AND NAMES A COST CENTER *
      *****************************************************************
       6400-EDIT-CCM.
           MOVE MFT-REP-NUMBER-N TO MFM-READ-REP.
           PERFORM 7300-READ-REP THRU 7300-EXIT.
           IF NOT MFM-REP-FOUND
               MOVE 'REP NOT ON MASTER' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6400-EXIT.
           IF MFT-CCM-COST-CENTER EQUAL SPACES
               MOVE 'COST CENTER MISSING' TO MFM-REJECT-REASON
               SET MFM-TXN-BAD TO TRUE
               GO TO 6400-EXIT.
       6400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7000-FIND-MEMBER  --  FIND THE REP IN MFM-FIND-REP AS A       *
      *                     MEMBER ON THE ROSTER TABLE.  ZERO IN       *
      *                     MFM-ROS-FOUND-SUB MEANS NOT ON THE ROSTER  *
      *****************************************************************
       7000-FIND-MEMBER.
           MOVE ZERO TO MFM-ROS-FOUND-SUB.
           PERFORM 7050-TEST-MEMBER THRU 7050-EXIT
               VARYING MFM-ROS-SUB FROM 1 BY 1
               UNTIL MFM-ROS-SUB > MFM-ROS-COUNT
                  OR MFM-ROS-FOUND-SUB > ZERO.
       7000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7050-TEST-MEMBER  --  TEST ONE ROSTER ENTRY FOR THE MEMBER    *
      *****************************************************************
       7050-TEST-MEMBER.
           IF MFM-ROS-MEMBER(MFM-ROS-SUB) EQUAL MFM-FIND-REP
             AND NOT MFM-ROS-DELETED(MFM-ROS-SUB)
               MOVE MFM-ROS-SUB TO MFM-ROS-FOUND-SUB.
       7050-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7100-FIND-LEAD  --  FIND ANY ROSTER ENTRY THAT NAMES THE REP  *
      *                     IN MFM-FIND-REP AS ITS LEAD.  ZERO IN      *
      *                     MFM-LEAD-FOUND-SUB MEANS IT LEADS NO TEAM  *
      *****************************************************************
       7100-FIND-LEAD.
           MOVE ZERO TO MFM-LEAD-FOUND-SUB.
           PERFORM 7150-TEST-LEAD THRU 7150-EXIT
               VARYING MFM-ROS-SUB FROM 1 BY 1
               UNTIL MFM-ROS-SUB > MFM-ROS-COUNT
                  OR MFM-LEAD-FOUND-SUB > ZERO.
       7100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7150-TEST-LEAD  --  TEST ONE ROSTER ENTRY FOR THE LEAD        *
      *****************************************************************
       7150-TEST-LEAD.
           IF MFM-ROS-LEAD(MFM-ROS-SUB) EQUAL MFM-FIND-REP
             AND NOT MFM-ROS-DELETED(MFM-ROS-SUB)
               MOVE MFM-ROS-SUB TO MFM-LEAD-FOUND-SUB.
       7150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7200-FIND-CCM  --  FIND THE REP IN MFM-FIND-REP ON THE MAP    *
      *                     TABLE.  ZERO IN MFM-CCM-FOUND-SUB MEANS    *
      *                     NOT MAPPED                                 *
      *****************************************************************
       7200-FIND-CCM.
           MOVE ZERO TO MFM-CCM-FOUND-SUB.
           PERFORM 7250-TEST-CCM THRU 7250-EXIT
               VARYING MFM-CCM-SUB FROM 1 BY 1
               UNTIL MFM-CCM-SUB > MFM-CCM-COUNT
                  OR MFM-CCM-FOUND-SUB > ZERO.
       7200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7250-TEST-CCM  --  TEST ONE MAP ENTRY FOR THE REP             *
      *****************************************************************
       7250-TEST-CCM.
           IF MFM-CCM-REP(MFM-CCM-SUB) EQUAL MFM-FIND-REP
             AND NOT MFM-CCM-DELETED(MFM-CCM-SUB)
               MOVE MFM-CCM-SUB TO MFM-CCM-FOUND-SUB.
       7250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7300-READ-REP  --  READ THE REP IN MFM-READ-REP FROM THE      *
      *                     SALES-REP MASTER                           *
      *****************************************************************
       7300-READ-REP.
           MOVE 'N' TO MFM-REP-FOUND-SW.
           MOVE MFM-READ-REP TO REP-REP-NUMBER.
           READ REP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MFM-REP-FOUND TO TRUE.
       7300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7400-READ-DRAW  --  READ THE TRANSACTION REP'S DRAW RECORD    *
      *****************************************************************
       7400-READ-DRAW.
           MOVE 'N' TO MFM-DRW-FOUND-SW.
           MOVE MFT-REP-NUMBER-N TO DRW-REP-NUMBER.
           READ DRAW-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MFM-DRW-FOUND TO TRUE.
       7400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7500-BUILD-ROS-IMAGE  --  BUILD THE ROSTER RECORD FOR THE     *
      *                     ENTRY AT MFM-ROS-SUB                       *
      *****************************************************************
       7500-BUILD-ROS-IMAGE.
           MOVE MFM-ROS-MEMBER(MFM-ROS-SUB) TO MFM-ROS-IMG-MEMBER.
           MOVE MFM-ROS-LEAD(MFM-ROS-SUB)   TO MFM-ROS-IMG-LEAD.
       7500-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  7600-BUILD-CCM-IMAGE  --  BUILD THE MAP RECORD FOR THE ENTRY  *
      *                     AT MFM-CCM-SUB                             *
      *****************************************************************
       7600-BUILD-CCM-IMAGE.
           MOVE MFM-CCM-REP(MFM-CCM-SUB) TO MFM-CCM-IMG-REP.
           MOVE MFM-CCM-CC(MFM-CCM-SUB)  TO MFM-CCM-IMG-CC.
       7600-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8000-LOG-CHANGE  --  WRITE THE CHANGE JUST MADE TO THE CHANGE *
      *                     LOG AND LIST ITS BEFORE AND AFTER IMAGES   *
      *****************************************************************
       8000-LOG-CHANGE.
           MOVE SPACES            TO DSUBC-CHG-RECORD.
           MOVE MFM-RUN-DATE      TO CHG-CHANGE-DATE.
           MOVE MFM-RUN-TIME      TO CHG-CHANGE-TIME.
           MOVE MFT-FILE-CODE     TO CHG-FILE-CODE.
           MOVE MFT-ACTION        TO CHG-ACTION.
           MOVE MFT-REP-NUMBER-N  TO CHG-REP-NUMBER.
           MOVE MFT-REQUESTER     TO CHG-REQUESTER.
           MOVE MFM-BEFORE-IMAGE  TO CHG-BEFORE-IMAGE.
           MOVE MFM-AFTER-IMAGE   TO CHG-AFTER-IMAGE.
           WRITE DSUBC-CHG-RECORD.
           ADD 1 TO MFM-LOGGED-COUNT.
           IF NOT MFT-ACTION-ADD
               MOVE 'BEFORE :'       TO RPT-IMG-LABEL
               MOVE MFM-BEFORE-IMAGE TO RPT-IMG-DATA
               WRITE RPT-LINE FROM RPT-IMAGE-LINE
           END-IF.
           IF NOT MFT-ACTION-DELETE
               MOVE 'AFTER  :'       TO RPT-IMG-LABEL
               MOVE MFM-AFTER-IMAGE  TO RPT-IMG-DATA
               WRITE RPT-LINE FROM RPT-IMAGE-LINE
           END-IF.
       8000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8100-PRINT-TXN-LINE  --  PRINT ONE TRANSACTION'S DISPOSITION  *
      *                     ON THE CHANGE REPORT AND COUNT THE REJECTS *
      *****************************************************************
       8100-PRINT-TXN-LINE.
           MOVE MFM-FILE-NAME   TO RPT-TXN-FILE.
           MOVE MFT-ACTION      TO RPT-TXN-ACTION.
           MOVE MFT-REP-NUMBER  TO RPT-TXN-REP.
           MOVE MFT-REQUESTER   TO RPT-TXN-REQUESTER.
           IF MFM-TXN-OK
               IF MFT-ACTION-ADD
                   MOVE 'ADDED'   TO RPT-TXN-DISP
               ELSE
                   IF MFT-ACTION-CHANGE
                       MOVE 'CHANGED' TO RPT-TXN-DISP
                   ELSE
                       MOVE 'DELETED' TO RPT-TXN-DISP
                   END-IF
               END-IF
           ELSE
               ADD 1 TO MFM-REJECTED-COUNT
               MOVE SPACES TO RPT-TXN-DISP
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      MFM-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-TXN-DISP
           END-IF.
           WRITE RPT-LINE FROM RPT-TXN-LINE.
       8100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  8200-PRINT-EXCEPTION  --  LIST A REJECTED TRANSACTION, ITS    *
      *                     REASON, AND ITS DATA ON THE EXCEPTIONS     *
      *                     REPORT                                     *
      *****************************************************************
       8200-PRINT-EXCEPTION.
           MOVE MFM-FILE-NAME     TO RPT-EXC-FILE.
           MOVE MFT-ACTION        TO RPT-EXC-ACTION.
           MOVE MFT-REP-NUMBER    TO RPT-EXC-REP.
           MOVE MFT-REQUESTER     TO RPT-EXC-REQUESTER.
           MOVE MFM-REJECT-REASON TO RPT-EXC-REASON.
           MOVE MFT-DATA          TO RPT-EXC-DATA.
           WRITE EXC-LINE FROM RPT-EXC-LINE.
       8200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  WRITE THE NEW ROSTER AND MAP, PRINT THE   *
      *                     RUN COUNTS, AND CLOSE                      *
      *****************************************************************
       9000-TERMINATE.
           CLOSE REP-MASTER-FILE.
           CLOSE DRAW-MASTER-FILE.
           CLOSE MAINT-TXN-FILE.
           CLOSE CHANGE-LOG-FILE.
           OPEN OUTPUT NEW-ROSTER-FILE.
           PERFORM 9100-WRITE-ROSTER-REC THRU 9100-EXIT
               VARYING MFM-ROS-SUB FROM 1 BY 1
               UNTIL MFM-ROS-SUB > MFM-ROS-COUNT.
           CLOSE NEW-ROSTER-FILE.
           OPEN OUTPUT NEW-CCMAP-FILE.
           PERFORM 9200-WRITE-CCMAP-REC THRU 9200-EXIT
               VARYING MFM-CCM-SUB FROM 1 BY 1
               UNTIL MFM-CCM-SUB > MFM-CCM-COUNT.
           CLOSE NEW-CCMAP-FILE.
           MOVE 'TRANSACTIONS READ'     TO RPT-CNT-LABEL.
           MOVE MFM-TXN-READ-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECORDS ADDED'         TO RPT-CNT-LABEL.
           MOVE MFM-ADDED-COUNT         TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECORDS CHANGED'       TO RPT-CNT-LABEL.
           MOVE MFM-CHANGED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECORDS DELETED'       TO RPT-CNT-LABEL.
           MOVE MFM-DELETED-COUNT       TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CHANGES LOGGED'        TO RPT-CNT-LABEL.
           MOVE MFM-LOGGED-COUNT        TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-CNT-LABEL.
           MOVE MFM-REJECTED-COUNT      TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           WRITE EXC-LINE FROM RPT-COUNT-LINE.
           MOVE 'ROSTER RECORDS WRITTEN' TO RPT-CNT-LABEL.
           MOVE MFM-ROS-WRITTEN-COUNT   TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CCMAP RECORDS WRITTEN' TO RPT-CNT-LABEL.
           MOVE MFM-CCM-WRITTEN-COUNT   TO RPT-CNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           DISPLAY 'CWXOSUBC - ADDED     : ' MFM-ADDED-COUNT.
           DISPLAY 'CWXOSUBC - CHANGED   : ' MFM-CHANGED-COUNT.
           DISPLAY 'CWXOSUBC - DELETED   : ' MFM-DELETED-COUNT.
           DISPLAY 'CWXOSUBC - REJECTED  : ' MFM-REJECTED-COUNT.
           CLOSE MAINT-RPT-FILE.
           CLOSE EXCEPT-RPT-FILE.
           IF MFM-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9100-WRITE-ROSTER-REC  --  WRITE ONE ROSTER ENTRY TO THE NEW  *
      *                     ROSTER UNLESS IT WAS DELETED               *
      *****************************************************************
       9100-WRITE-ROSTER-REC.
           IF MFM-ROS-DELETED(MFM-ROS-SUB)
               GO TO 9100-EXIT.
           PERFORM 7500-BUILD-ROS-IMAGE THRU 7500-EXIT.
           WRITE NEW-ROS-RECORD FROM MFM-ROS-IMAGE.
           ADD 1 TO MFM-ROS-WRITTEN-COUNT.
       9100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9200-WRITE-CCMAP-REC  --  WRITE ONE MAP ENTRY TO THE NEW MAP  *
      *                     UNLESS IT WAS DELETED                      *
      *****************************************************************
       9200-WRITE-CCMAP-REC.
           IF MFM-CCM-DELETED(MFM-CCM-SUB)
               GO TO 9200-EXIT.
           PERFORM 7600-BUILD-CCM-IMAGE THRU 7600-EXIT.
           WRITE NEW-CCM-RECORD FROM MFM-CCM-IMAGE.
           ADD 1 TO MFM-CCM-WRITTEN-COUNT.
       9200-EXIT.
           EXIT.
