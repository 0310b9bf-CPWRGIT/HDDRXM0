      ******************************************************************
      *                                                                *
      *  DSUBCMFT  --  MASTER FILE MAINTENANCE TRANSACTION, INPUT TO   *
      *                CWXOSUBC.  MFT-FILE-CODE NAMES THE FILE THE     *
      *                TRANSACTION APPLIES TO -- R SALES-REP MASTER    *
      *                (REPMAST), T TEAM ROSTER (TEAMROS), D DRAW      *
      *                MASTER (DRAWMAST), C COST-CENTER MAP (CCMAP) -- *
      *                AND MFT-ACTION IS A ADD, C CHANGE, D DELETE.    *
      *                EVERY FILE IS KEYED BY MFT-REP-NUMBER (FOR THE  *
      *                ROSTER, THE MEMBER).  MFT-REQUESTER NAMES WHO   *
      *                ASKED FOR THE CHANGE AND IS REQUIRED.           *
      *                                                                *
      *                THE DATA AREA IS LAID OUT BY FILE.  ON A        *
      *                REPMAST CHANGE A BLANK FIELD IS LEFT AS IT IS;  *
      *                STATUS A (REHIRE) CLEARS THE TERMINATION DATE,  *
      *                AND STATUS T NEEDS ONE.  THE DRAW GUARANTEE IS  *
      *                KEYED AS NINE DIGITS WITH TWO IMPLIED DECIMALS. *
      *                A DELETE NEEDS NO DATA.                         *
      *                                                                *
      ******************************************************************
       01  DSUBC-MFT-RECORD.
           05  MFT-FILE-CODE           PIC X(01).
               88  MFT-FILE-REPMAST             VALUE 'R'.
               88  MFT-FILE-TEAMROS             VALUE 'T'.
               88  MFT-FILE-DRAWMAST            VALUE 'D'.
               88  MFT-FILE-CCMAP               VALUE 'C'.
           05  MFT-ACTION              PIC X(01).
               88  MFT-ACTION-ADD               VALUE 'A'.
               88  MFT-ACTION-CHANGE            VALUE 'C'.
               88  MFT-ACTION-DELETE            VALUE 'D'.
           05  MFT-REP-NUMBER          PIC X(06).
           05  MFT-REP-NUMBER-N        REDEFINES MFT-REP-NUMBER
                                       PIC 9(06).
           05  MFT-REQUESTER           PIC X(08).
           05  MFT-DATA                PIC X(64).
           05  MFT-REP-DATA            REDEFINES MFT-DATA.
               10  MFT-REP-NAME            PIC X(25).
               10  MFT-REP-DEPARTMENT      PIC X(15).
               10  MFT-REP-STATUS          PIC X(01).
               10  MFT-REP-EMP-TYPE        PIC X(01).
               10  MFT-REP-HIRE-DATE       PIC X(08).
               10  MFT-REP-HIRE-DATE-N     REDEFINES MFT-REP-HIRE-DATE
                                           PIC 9(08).
               10  MFT-REP-TERM-DATE       PIC X(08).
               10  MFT-REP-TERM-DATE-N     REDEFINES MFT-REP-TERM-DATE
                                           PIC 9(08).
               10  FILLER                  PIC X(06).
           05  MFT-ROS-DATA            REDEFINES MFT-DATA.
               10  MFT-ROS-LEAD-NUMBER     PIC X(06).
               10  MFT-ROS-LEAD-NUMBER-N   REDEFINES MFT-ROS-LEAD-NUMBER
                                           PIC 9(06).
               10  FILLER                  PIC X(58).
           05  MFT-DRW-DATA            REDEFINES MFT-DATA.
               10  MFT-DRW-GUAR-MINIMUM    PIC X(09).
               10  MFT-DRW-GUAR-MINIMUM-N  REDEFINES
                                               MFT-DRW-GUAR-MINIMUM
                                           PIC 9(07)V99.
               10  FILLER                  PIC X(55).
           05  MFT-CCM-DATA            REDEFINES MFT-DATA.
               10  MFT-CCM-COST-CENTER     PIC X(08).
               10  FILLER                  PIC X(56).
