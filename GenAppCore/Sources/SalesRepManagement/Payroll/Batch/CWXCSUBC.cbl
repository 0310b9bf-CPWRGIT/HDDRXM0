      *                 TOTAL-100 EDITS RUN ON THE MERGED STREAM      *
      *                 AND A RECYCLED REGULAR CAN NEVER SLIP PAST    *
      *                 THE DUPLICATE SCREEN INTO A DOUBLE PAYMENT.   *
      *  OCT 2026  DPF  THE CURRENCY CODE CAN BE CORRECTED, AND THE   *
      *                 CORRECTED IMAGE IS RE-RUN THROUGH THE         *
      *                 CWXESUBC CURRENCY EDITS (REASONS 17-19) AT    *
      *                 THE RATES IN EFFECT FOR THE PARM PERIOD.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  FIX-IMG-ORIG            PIC X(06).
           05  FIX-IMG-PARTNER         PIC X(06).
           05  FIX-IMG-PCT             PIC X(03).
           05  FILLER                  PIC X(08).
           05  FIX-IMG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(03).
      ***
      ***      RE-EDIT WORK AREA IN THE TRANSACTION LAYOUT.
      ***
       01  FIX-COR-TABLE.
           05  FIX-COR-ENTRY OCCURS 500 TIMES.
               10  FIX-COR-KEY         PIC X(06).
               10  FIX-COR-FIELDS      PIC X(69).
               10  FIX-COR-USED-SW     PIC X(01).
                   88  FIX-COR-USED            VALUE 'Y'.
       01  FIX-COR-WORK.
           05  FIX-CWK-PARTNER         PIC X(06).
           05  FIX-CWK-PCT             PIC X(03).
           05  FIX-CWK-REP             PIC X(06).
           05  FIX-CWK-CURRENCY        PIC X(03).
      ***
      ***      CWXZSUBC CURRENCY CONVERSION ARGUMENTS
      ***
           COPY SUBCCONV.
      ***
      ***      CORRECTION REPORT AREAS
      ***
           MOVE COR-NEW-PARTNER-REP TO FIX-CWK-PARTNER.
           MOVE COR-NEW-SPLIT-PCT  TO FIX-CWK-PCT.
           MOVE COR-NEW-REP-NUMBER TO FIX-CWK-REP.
           MOVE COR-NEW-CURRENCY-CODE TO FIX-CWK-CURRENCY.
           MOVE FIX-COR-WORK       TO FIX-COR-FIELDS(FIX-COR-SUB).
           MOVE 'N'                TO FIX-COR-USED-SW(FIX-COR-SUB).
       1100-EXIT.
               MOVE FIX-CWK-PARTNER TO FIX-IMG-PARTNER.
           IF FIX-CWK-PCT NOT EQUAL SPACES
               MOVE FIX-CWK-PCT TO FIX-IMG-PCT.
           IF FIX-CWK-CURRENCY NOT EQUAL SPACES
               MOVE FIX-CWK-CURRENCY TO FIX-IMG-CURRENCY.
       2300-EXIT.
           EXIT.
      ***
      *  3000-EDIT-IMAGE  --  RE-RUN THE FRONT-END FIELD EDITS ON THE  *
      *                     CORRECTED IMAGE.  THE CHECKS AND REASON    *
      *                     CODES MIRROR 2200-VALIDATE-FIELDS AND THE  *
      *                     REP-MASTER, SPLIT FIELD, AND CURRENCY      *
      *                     EDITS IN CWXESUBC EXACTLY; A CHANGE THERE  *
      *                     MUST BE MADE HERE TOO                      *
      *****************************************************************
       3000-EDIT-IMAGE.
           SET FIX-REC-OK TO TRUE.
               END-IF
           END-IF.
           PERFORM 3100-EDIT-REP-MASTER THRU 3100-EXIT.
           IF FIX-REC-OK
               PERFORM 3200-EDIT-CURRENCY THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
      ***
      ***
      ***
      *****************************************************************
      *  3200-EDIT-CURRENCY  --  CURRENCY EDITS ON THE CORRECTED       *
      *                     IMAGE, MIRRORING CWXESUBC: THE ADJUSTMENT  *
      *                     DELTA ON A TYPE-A RECORD, OTHERWISE THE    *
      *                     SALES AND TEAM SALES AMOUNTS, MUST CONVERT *
      *                     AT THE RATE IN EFFECT FOR THE PARM PAY     *
      *                     PERIOD -- REASON 17, 18, OR 19 WHEN NOT    *
      *****************************************************************
       3200-EDIT-CURRENCY.
           MOVE TXN-CURRENCY-CODE TO CNV-CURRENCY-CODE.
           MOVE FIX-PAY-PERIOD    TO CNV-PAY-PERIOD.
           IF TXN-TYPE-ADJUSTMENT
               MOVE TXN-ADJ-AMOUNT TO CNV-LOCAL-AMOUNT
               PERFORM 3250-CONVERT-AMOUNT THRU 3250-EXIT
               GO TO 3200-EXIT.
           MOVE TXN-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 3250-CONVERT-AMOUNT THRU 3250-EXIT.
           IF FIX-REC-BAD
               GO TO 3200-EXIT.
           MOVE TXN-TEAM-SALES-AMOUNT TO CNV-LOCAL-AMOUNT.
           PERFORM 3250-CONVERT-AMOUNT THRU 3250-EXIT.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3250-CONVERT-AMOUNT  --  CONVERT CNV-LOCAL-AMOUNT AND MAP A   *
      *                     BAD CONVERSION STATUS TO ITS REASON CODE   *
      *****************************************************************
       3250-CONVERT-AMOUNT.
           CALL 'CWXZSUBC' USING SUBC-CONV-AREA.
           IF CNV-STATUS-OK
               GO TO 3250-EXIT.
           SET FIX-REC-BAD TO TRUE.
           IF CNV-CURRENCY-UNKNOWN
               MOVE 17 TO FIX-REASON-CODE
               GO TO 3250-EXIT.
           IF CNV-NO-RATE
               MOVE 18 TO FIX-REASON-CODE
               GO TO 3250-EXIT.
           MOVE 19 TO FIX-REASON-CODE.
       3250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  9000-TERMINATE  --  PRINT THE AGING SECTION, THE UNMATCHED    *
      *                      CORRECTIONS, AND THE RUN COUNTS, THEN     *
      *                      CLOSE FILES                               *
