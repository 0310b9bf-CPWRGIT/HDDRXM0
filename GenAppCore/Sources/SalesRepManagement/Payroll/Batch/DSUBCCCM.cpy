      *                EXTRACT RUN.  A REP WITH NO MAPPING RECORD IS   *
      *                POSTED TO THE UNASSIGNED COST CENTER AND        *
      *                FLAGGED ON THE REPORT SO ACCOUNTING CAN FIX     *
      *                THE MAP.  MAINTAINED BY CWXOSUBC, FOR REPS ON   *
      *                THE SALES-REP MASTER ONLY.                      *
      *                                                                *
      ******************************************************************
       01  DSUBC-CCM-RECORD.
