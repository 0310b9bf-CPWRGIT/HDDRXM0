      *                RECORDS, RELEASING OR REJECTING EACH ITEM AND   *
      *                STAMPING THE DECISION.  THE REP, PAY PERIOD,    *
      *                AND TIER TIE THE ITEM BACK TO ITS AUDIT         *
      *                RECORDS.  HLD-HOLD-REASON SAYS WHY THE ITEM     *
      *                WAS HELD: OVER THE LIMIT, OR ITS REP FLAGGED    *
      *                BY THE CWXJSUBC ANOMALY SCREEN (HELD WHATEVER   *
      *                THE AMOUNT).                                    *
      *                                                                *
      ******************************************************************
       01  DSUBC-HLD-RECORD.
               88  HLD-STATUS-REJECTED          VALUE 'X'.
           05  HLD-DECISION-DATE       PIC 9(08).
           05  HLD-APPROVER            PIC X(08).
           05  HLD-HOLD-REASON         PIC X(01).
               88  HLD-HOLD-OVER-LIMIT          VALUE 'L' ' '.
               88  HLD-HOLD-FLAGGED             VALUE 'F'.
           05  FILLER                  PIC X(22).
