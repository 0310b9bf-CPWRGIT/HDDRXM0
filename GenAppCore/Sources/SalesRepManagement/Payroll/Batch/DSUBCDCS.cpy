      ******************************************************************
      *                                                                *
      *  DSUBCDCS  --  COMMISSION DISPUTE CASE RECORD.  KEYED FILE     *
      *                (KEY DCS-CASE-NUMBER) MAINTAINED BY CWXUSUBC,   *
      *                ONE RECORD PER DISPUTE RAISED BY A REP.         *
      *                                                                *
      *                A CASE IS OPENED (STATUS O) FOR THE REP AND THE *
      *                PAY PERIOD IN DISPUTE AND ASSIGNED TO AN        *
      *                ANALYST, WHO RESEARCHES IT WITH THE CWXQSUBC    *
      *                INQUIRY AND DECIDES IT APPROVED (A) OR DENIED   *
      *                (D).  AN APPROVED CASE CARRIES THE SIGNED SALES *
      *                DELTA TO BE PAID; THE NEXT CWXUSUBC RUN TURNS   *
      *                IT INTO A TYPE-A ADJUSTMENT TRANSACTION FOR THE *
      *                DISPUTED PERIOD AND STAMPS DCS-GEN-PERIOD WITH  *
      *                THE PAY PERIOD IT WAS RELEASED TO, SO AN        *
      *                APPROVED CASE IS PAID EXACTLY ONCE AND CAN NO   *
      *                LONGER BE CHANGED.                              *
      *                                                                *
      *                DCS-EMP-TYPE IS THE EMP-TYPE THE DISPUTED       *
      *                PERIOD WAS PRICED UNDER (SEE THE AUDIT TRACE),  *
      *                AND IS CARRIED ONTO THE ADJUSTMENT.             *
      *                                                                *
      ******************************************************************
       01  DSUBC-DCS-RECORD.
           05  DCS-CASE-NUMBER         PIC 9(08).
           05  DCS-REP-NUMBER          PIC 9(06).
           05  DCS-EMP-TYPE            PIC X(01).
           05  DCS-DISP-PERIOD         PIC 9(06).
           05  DCS-REASON              PIC X(30).
           05  DCS-ANALYST             PIC X(08).
           05  DCS-STATUS              PIC X(01).
               88  DCS-STATUS-OPEN              VALUE 'O'.
               88  DCS-STATUS-APPROVED          VALUE 'A'.
               88  DCS-STATUS-DENIED            VALUE 'D'.
           05  DCS-SALES-DELTA         PIC S9(06)V99
                                       SIGN LEADING SEPARATE.
           05  DCS-OPEN-DATE           PIC 9(08).
           05  DCS-DECIDED-DATE        PIC 9(08).
           05  DCS-GEN-PERIOD          PIC 9(06).
           05  DCS-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
