      ******************************************************************
      *                                                                *
      *  DSUBCDSP  --  DRAW SETTLEMENT POLICY RECORD.  ONE RECORD PER  *
      *                EMP-TYPE, READ BY CWXNSUBC WHEN A REP ON A      *
      *                RECOVERABLE DRAW IS TERMINATED WITH A BALANCE   *
      *                STILL OUTSTANDING.  POLICY R RECOVERS THE       *
      *                BALANCE OUT OF THE REP'S FINAL EARNINGS AS A    *
      *                NEGATIVE DRAW ENTRY ON THE PAYROLL INTERFACE,   *
      *                WRITING OFF ANY PART THE FINAL EARNINGS CANNOT  *
      *                COVER; POLICY W WRITES THE WHOLE BALANCE OFF.   *
      *                AN EMP-TYPE WITH NO POLICY RECORD IS NEVER      *
      *                SETTLED AND IS REPORTED AS STILL OPEN.          *
      *                                                                *
      ******************************************************************
       01  DSUBC-DSP-RECORD.
           05  DSP-EMP-TYPE            PIC X(01).
           05  DSP-POLICY              PIC X(01).
               88  DSP-POLICY-RECOVER           VALUE 'R'.
               88  DSP-POLICY-WRITE-OFF         VALUE 'W'.
           05  FILLER                  PIC X(78).
