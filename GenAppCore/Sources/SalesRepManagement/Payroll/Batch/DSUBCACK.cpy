      ******************************************************************
      *                                                                *
      *  DSUBCACK  --  PAYROLL ACKNOWLEDGMENT/REJECT RECORD, RETURNED  *
      *                BY THE PAYROLL SYSTEM FOR EACH EARNINGS RECORD  *
      *                IT RECEIVED IN A TRANSMISSION.  STATUS L MEANS  *
      *                THE EARNINGS WERE LOADED; STATUS R MEANS        *
      *                PAYROLL REJECTED THEM FOR THE REASON GIVEN.     *
      *                CWXXSUBC MATCHES EACH RECORD BACK TO THE        *
      *                TRANSMISSION BY REP, PAY PERIOD, AND EARN TYPE. *
      *                                                                *
      ******************************************************************
       01  DSUBC-ACK-RECORD.
           05  ACK-REP-NUMBER          PIC 9(06).
           05  ACK-PAY-PERIOD          PIC 9(06).
           05  ACK-EARN-TYPE           PIC X(01).
           05  ACK-STATUS              PIC X(01).
               88  ACK-STATUS-LOADED            VALUE 'L'.
               88  ACK-STATUS-REJECTED          VALUE 'R'.
           05  ACK-REASON              PIC X(30).
           05  FILLER                  PIC X(36).
