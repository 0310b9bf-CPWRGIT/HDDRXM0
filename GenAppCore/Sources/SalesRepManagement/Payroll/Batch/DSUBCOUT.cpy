      *                                                                *
      *  DSUBCOUT  --  COMMISSION OUTPUT RECORD PRODUCED BY CWXDSUBC   *
      *                                                                *
      *                FOR AN ADJUSTMENT (OUT-TYPE-CODE A) THE SALES   *
      *                AMOUNT IS THE ABSOLUTE SALES DELTA AND          *
      *                OUT-ADJ-SALES-SIGN ITS SIGN ('-' FOR A          *
      *                REDUCTION); IT IS BLANK ON EVERY OTHER RECORD.  *
      *                A RETROACTIVE RATE ADJUSTMENT (TXN-ADJ-RETRO)   *
      *                CARRIES R INSTEAD OF A SIGN: ITS SALES DELTA    *
      *                ONLY PRICES BACK TO A COMMISSION DIFFERENCE AND *
      *                IS NOT SALES.  ITS DIRECTION IS THE SIGN OF     *
      *                OUT-ADJ-COMM.                                   *
      *                                                                *
      ******************************************************************
       01  DSUBC-OUT-RECORD.
           05  OUT-REP-NUMBER          PIC 9(06).
               88  OUT-STATUS-OK               VALUE '0'.
               88  OUT-STATUS-INVALID-TYPE     VALUE '1'.
               88  OUT-STATUS-REP-TERM         VALUE '2'.
               88  OUT-STATUS-NO-CONVERT       VALUE '3'.
           05  OUT-TEAM-SALES-AMOUNT   PIC 9(06)V99.
           05  OUT-TIER-SELECTED       PIC 9(01).
           05  OUT-YTD-SALES           PIC 9(07)V99.
           05  OUT-ORIG-PERIOD         PIC 9(06).
           05  OUT-DRAW-DELTA          PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  OUT-ADJ-SALES-SIGN      PIC X(01).
               88  OUT-ADJ-SALES-NEG            VALUE '-'.
               88  OUT-ADJ-SALES-RETRO          VALUE 'R'.
