      ******************************************************************
      *                                                                *
      *  DSUBCCHG  --  MASTER FILE CHANGE LOG RECORD, WRITTEN BY       *
      *                CWXOSUBC FOR EVERY CHANGE IT MAKES TO REPMAST,  *
      *                TEAMROS, DRAWMAST, OR CCMAP.  THE LOG IS        *
      *                EXTENDED EVERY RUN AND NEVER REWRITTEN, SO IT   *
      *                ANSWERS WHO CHANGED A REP'S RECORD, AND WHEN.   *
      *                                                                *
      *                THE BEFORE AND AFTER IMAGES ARE THE WHOLE       *
      *                RECORD AS IT STOOD ON THE FILE NAMED BY         *
      *                CHG-FILE-CODE (SAME CODES AS DSUBCMFT).  AN ADD *
      *                HAS NO BEFORE IMAGE AND A DELETE NO AFTER       *
      *                IMAGE; BOTH ARE SPACES.  CHG-REQUESTER IS THE   *
      *                REQUESTER KEYED ON THE TRANSACTION, AND THE     *
      *                DATE AND TIME ARE WHEN THE CHANGE WAS MADE.     *
      *                                                                *
      ******************************************************************
       01  DSUBC-CHG-RECORD.
           05  CHG-CHANGE-DATE         PIC 9(08).
           05  CHG-CHANGE-TIME         PIC 9(08).
           05  CHG-FILE-CODE           PIC X(01).
               88  CHG-FILE-REPMAST             VALUE 'R'.
               88  CHG-FILE-TEAMROS             VALUE 'T'.
               88  CHG-FILE-DRAWMAST            VALUE 'D'.
               88  CHG-FILE-CCMAP               VALUE 'C'.
           05  CHG-ACTION              PIC X(01).
               88  CHG-ACTION-ADD               VALUE 'A'.
               88  CHG-ACTION-CHANGE            VALUE 'C'.
               88  CHG-ACTION-DELETE            VALUE 'D'.
           05  CHG-REP-NUMBER          PIC 9(06).
           05  CHG-REQUESTER           PIC X(08).
           05  CHG-BEFORE-IMAGE        PIC X(80).
           05  CHG-AFTER-IMAGE         PIC X(80).
           05  FILLER                  PIC X(08).
