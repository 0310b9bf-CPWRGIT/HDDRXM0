               88  ERR-SPLIT-PARTNER-INVALID    VALUE 14.
               88  ERR-SPLIT-PCT-INVALID        VALUE 15.
               88  ERR-SPLIT-PCTS-NOT-100       VALUE 16.
               88  ERR-CURRENCY-UNKNOWN         VALUE 17.
               88  ERR-NO-EXCHANGE-RATE         VALUE 18.
               88  ERR-CONVERTED-TOO-LARGE      VALUE 19.
           05  ERR-TXN-IMAGE           PIC X(80).
           05  ERR-PAY-PERIOD          PIC 9(06).
           05  ERR-CYCLE-COUNT         PIC 9(02).
