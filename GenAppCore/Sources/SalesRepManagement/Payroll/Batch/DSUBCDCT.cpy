      ******************************************************************
      *                                                                *
      *  DSUBCDCT  --  DISPUTE CASE MAINTENANCE TRANSACTION, INPUT TO  *
      *                CWXUSUBC.  ACTION A ADDS A CASE; ACTION U       *
      *                UPDATES ONE ALREADY ON FILE.                    *
      *                                                                *
      *                AN ADD MUST CARRY THE REP, EMP-TYPE, DISPUTED   *
      *                PERIOD, REASON, AND ANALYST; A BLANK STATUS     *
      *                OPENS THE CASE.  AN UPDATE OVERLAYS ONLY ITS    *
      *                NON-BLANK FIELDS, SO IT CARRIES JUST WHAT IS    *
      *                CHANGING -- TYPICALLY THE STATUS AND, FOR AN    *
      *                APPROVAL, THE SIGNED SALES DELTA (KEYED WITH A  *
      *                LEADING + OR - SIGN AND TWO IMPLIED DECIMALS).  *
      *                                                                *
      *                DCT-ACTION-DATE (YYYYMMDD) IS THE DATE THE CASE *
      *                WAS OPENED (ADD) OR DECIDED (UPDATE); BLANK     *
      *                MEANS THE RUN DATE.                             *
      *                                                                *
      ******************************************************************
       01  DSUBC-DCT-RECORD.
           05  DCT-ACTION              PIC X(01).
               88  DCT-ACTION-ADD               VALUE 'A'.
               88  DCT-ACTION-UPDATE            VALUE 'U'.
           05  DCT-CASE-NUMBER         PIC X(08).
           05  DCT-REP-NUMBER          PIC X(06).
           05  DCT-EMP-TYPE            PIC X(01).
           05  DCT-DISP-PERIOD         PIC X(06).
           05  DCT-REASON              PIC X(30).
           05  DCT-ANALYST             PIC X(08).
           05  DCT-STATUS              PIC X(01).
           05  DCT-SALES-DELTA         PIC X(09).
           05  DCT-SALES-DELTA-N       REDEFINES DCT-SALES-DELTA
                                       PIC S9(06)V99
                                       SIGN LEADING SEPARATE.
           05  DCT-ACTION-DATE         PIC X(08).
           05  FILLER                  PIC X(02).
