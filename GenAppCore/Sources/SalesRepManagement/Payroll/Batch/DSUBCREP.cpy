      *                (ITS YYYYMM) IS THE LAST PERIOD THE REP MAY BE  *
      *                PAID FOR.                                       *
      *                                                                *
      *                REP-EMP-TYPE IS THE REP'S EMPLOYEE TYPE (S, M,  *
      *                OR T FOR A TEAM LEAD), SET BY CWXOSUBC.  ONLY   *
      *                AN ACTIVE TYPE-T REP MAY LEAD A TEAM ON THE     *
      *                ROSTER.  A RECORD NOT YET MAINTAINED SINCE THE  *
      *                FIELD WAS ADDED CARRIES A SPACE.                *
      *                                                                *
      ******************************************************************
       01  DSUBC-REP-RECORD.
           05  REP-REP-NUMBER          PIC 9(06).
               88  REP-STATUS-TERMINATED        VALUE 'T'.
           05  REP-HIRE-DATE           PIC 9(08).
           05  REP-TERM-DATE           PIC 9(08).
           05  REP-EMP-TYPE            PIC X(01).
               88  REP-EMP-TYPE-VALID           VALUES 'S', 'M', 'T'.
               88  REP-EMP-TEAM-LEAD            VALUE 'T'.
           05  FILLER                  PIC X(16).
