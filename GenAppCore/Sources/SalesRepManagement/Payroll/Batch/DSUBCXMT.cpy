      ******************************************************************
      *                                                                *
      *  DSUBCXMT  --  PAYROLL TRANSMISSION HEADER AND TRAILER         *
      *                RECORDS WRITTEN BY CWXXSUBC.  ONE TRANSMISSION  *
      *                FILE CARRIES A HEADER, THE EARNINGS DETAIL IN   *
      *                THE DSUBCPAY LAYOUT (PAYEXTR, RELEXTR, BONEXTR, *
      *                AND SETEXTR RECORDS FOR THE PAY PERIOD), AND A  *
      *                TRAILER.  THE HEADER AND TRAILER ARE TOLD FROM  *
      *                DETAIL BY THE RECORD ID IN THE FIRST SIX BYTES, *
      *                WHERE A DETAIL RECORD CARRIES ITS NUMERIC REP   *
      *                NUMBER.                                         *
      *                                                                *
      *                THE SEQUENCE NUMBER COUNTS THE PERIOD'S         *
      *                TRANSMISSIONS FROM 001.  THE TRAILER CARRIES    *
      *                THE RECORD COUNT AND SIGNED DOLLAR TOTAL FOR    *
      *                EACH EARN TYPE IN THE ORDER C, A, D, B: THE     *
      *                COMMISSION TOTAL FOR C AND B, THE SIGNED        *
      *                ADJUSTMENT AMOUNT FOR A AND D.  A TRAILER       *
      *                HOLDS AT MOST 99,999 RECORDS AND $99,999,999.99 *
      *                PER EARN TYPE; CWXXSUBC REFUSES A LARGER ONE.   *
      *                                                                *
      *                A CORRECTIONS RESEND CARRIES IN XMH-ORIG-SEQ-NO *
      *                THE SEQUENCE NUMBER OF THE TRANSMISSION WHOSE   *
      *                REJECTED EARNINGS IT REPLACES; IT IS ZERO ON AN *
      *                ORDINARY TRANSMISSION.                          *
      *                                                                *
      ******************************************************************
       01  DSUBC-XMH-RECORD.
           05  XMH-REC-ID              PIC X(06).
               88  XMH-HEADER                   VALUE 'XMTHDR'.
           05  XMH-PAY-PERIOD          PIC 9(06).
           05  XMH-SEQ-NO              PIC 9(03).
           05  XMH-CREATE-DATE         PIC 9(08).
           05  XMH-SOURCE              PIC X(08).
           05  XMH-ORIG-SEQ-NO         PIC 9(03).
           05  FILLER                  PIC X(46).
       01  DSUBC-XMT-RECORD.
           05  XMT-REC-ID              PIC X(06).
               88  XMT-TRAILER                  VALUE 'XMTTRL'.
           05  XMT-PAY-PERIOD          PIC 9(06).
           05  XMT-SEQ-NO              PIC 9(03).
           05  XMT-EARN-TOTALS OCCURS 4 TIMES.
               10  XMT-EARN-COUNT      PIC 9(05).
               10  XMT-EARN-AMOUNT     PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
