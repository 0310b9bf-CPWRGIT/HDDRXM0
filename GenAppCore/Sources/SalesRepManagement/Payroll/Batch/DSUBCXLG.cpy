      ******************************************************************
      *                                                                *
      *  DSUBCXLG  --  PAYROLL TRANSMISSION LOG RECORD.  APPENDED BY   *
      *                CWXXSUBC, READ BY CWXXSUBC AND CWXKSUBC.        *
      *                                                                *
      *                A SEND RECORD (TYPE S) IS WRITTEN FOR EACH      *
      *                SOURCE EXTRACT INCLUDED IN A TRANSMISSION,      *
      *                WITH THE COUNT AND SIGNED NET TOTAL OF ITS      *
      *                RECORDS FOR THE PERIOD AND XLG-HASH-TOTAL, A    *
      *                HASH TOTAL OVER THOSE RECORDS OF THE REP        *
      *                NUMBER, PAY PERIOD, AND EARN TYPE (SEE          *
      *                CWXXSUBC), SO TWO EXTRACTS OF THE SAME SIZE AND *
      *                AMOUNT FOR DIFFERENT REPS ARE TOLD APART.  AN   *
      *                EXTRACT WHOSE PERIOD, SOURCE, COUNT, TOTAL, AND *
      *                HASH TOTAL MATCH A SEND RECORD ALREADY LOGGED   *
      *                HAS BEEN SENT AND IS NEVER SENT AGAIN.          *
      *                                                                *
      *                A CORRECTIONS RESEND CARRIES IN XLG-ORIG-SEQ-NO *
      *                THE TRANSMISSION WHOSE REJECTED EARNINGS IT     *
      *                RESENDS; IT IS ZERO ON EVERY OTHER RECORD.  A   *
      *                RESEND'S SEND RECORDS ARE NEVER TAKEN AS THE    *
      *                FINGERPRINT OF A WHOLE EXTRACT.                 *
      *                                                                *
      *                AN ACK RECORD (TYPE A) IS WRITTEN EACH TIME     *
      *                PAYROLL'S ACKNOWLEDGMENT FOR A TRANSMISSION IS  *
      *                RECONCILED, WITH THE NUMBER OF EARNINGS LOADED  *
      *                AND THE NUMBER STILL IN EXCEPTION.  THE LATEST  *
      *                ACK RECORD FOR A TRANSMISSION IS ITS STANDING:  *
      *                THE PERIOD CANNOT BE CLOSED UNTIL EVERY         *
      *                TRANSMISSION HAS AN ACK WITH NO EXCEPTIONS, OR  *
      *                A RESEND OF ITS EXCEPTIONS HAS ONE.             *
      *                                                                *
      ******************************************************************
       01  DSUBC-XLG-RECORD.
           05  XLG-PAY-PERIOD          PIC 9(06).
           05  XLG-SEQ-NO              PIC 9(03).
           05  XLG-REC-TYPE            PIC X(01).
               88  XLG-TYPE-SEND                VALUE 'S'.
               88  XLG-TYPE-ACK                 VALUE 'A'.
           05  XLG-SOURCE              PIC X(08).
           05  XLG-REC-COUNT           PIC 9(07).
           05  XLG-NET-TOTAL           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  XLG-EXCEPTION-COUNT     PIC 9(07).
           05  XLG-LOG-DATE            PIC 9(08).
           05  XLG-ORIG-SEQ-NO         PIC 9(03).
           05  XLG-HASH-TOTAL          PIC 9(18).
           05  FILLER                  PIC X(07).
