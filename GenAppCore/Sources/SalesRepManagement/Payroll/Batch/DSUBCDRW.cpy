      *                THE BALANCE RECOVERED OUT OF THE EXCESS.  THE   *
      *                BALANCE IS REWRITTEN EVERY RUN.  A REP WITH NO  *
      *                DRAW RECORD IS PAID STRAIGHT COMMISSION.        *
      *                RECORDS ARE ADDED AND DELETED, AND THE          *
      *                GUARANTEE CHANGED, ONLY BY CWXOSUBC, AND NEVER  *
      *                FOR A TERMINATED REP.                           *
      *                                                                *
      *                THE PRIOR BALANCE HOLDS THE BALANCE AS IT       *
      *                STOOD BEFORE THE PAY PERIOD IN DRW-LAST-PERIOD  *
      *                BALANCE SO THE DRAW IS NEVER APPLIED TWICE --   *
      *                THE SAME PATTERN AS THE YTD MASTER.             *
      *                                                                *
      *                WHEN A TERMINATED REP'S BALANCE IS SETTLED BY   *
      *                CWXNSUBC THE BALANCES AND GUARANTEE ARE ZEROED  *
      *                AND THE SETTLEMENT PERIOD, METHOD, AND THE      *
      *                AMOUNTS RECOVERED AND WRITTEN OFF ARE STAMPED   *
      *                ON THE RECORD.  A ZERO SETTLEMENT PERIOD MEANS  *
      *                THE DRAW HAS NEVER BEEN SETTLED.  METHOD P      *
      *                (PARTIAL) IS A RECOVERY THE FINAL EARNINGS      *
      *                COULD NOT COVER, THE REST WRITTEN OFF.          *
      *                                                                *
      ******************************************************************
       01  DSUBC-DRW-RECORD.
           05  DRW-REP-NUMBER          PIC 9(06).
           05  DRW-DRAW-BALANCE        PIC 9(07)V99.
           05  DRW-LAST-PERIOD         PIC 9(06).
           05  DRW-PRIOR-BALANCE       PIC 9(07)V99.
           05  DRW-SETTLE-PERIOD       PIC 9(06).
           05  DRW-SETTLE-METHOD       PIC X(01).
               88  DRW-METHOD-RECOVER           VALUE 'R'.
               88  DRW-METHOD-WRITE-OFF         VALUE 'W'.
               88  DRW-METHOD-PARTIAL           VALUE 'P'.
           05  DRW-SETTLE-RECOV-AMT    PIC 9(07)V99.
           05  DRW-SETTLE-WOFF-AMT     PIC 9(07)V99.
           05  FILLER                  PIC X(16).
