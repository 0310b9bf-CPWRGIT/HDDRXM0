      *                CORRECTED IMAGE IS RE-EDITED BEFORE IT IS       *
      *                RELEASED TO THE RECYCLE FILE.                   *
      *                                                                *
      *                COR-NEW-CURRENCY-CODE REPLACES THE CURRENCY     *
      *                CODE; TO SET IT BACK TO THE BASE CURRENCY, KEY  *
      *                USD (BLANK MEANS KEEP).                         *
      *                                                                *
      ******************************************************************
       01  DSUBC-COR-RECORD.
           05  COR-REP-NUMBER          PIC X(06).
           05  COR-NEW-PARTNER-REP     PIC X(06).
           05  COR-NEW-SPLIT-PCT       PIC X(03).
           05  COR-NEW-REP-NUMBER      PIC X(06).
           05  COR-NEW-CURRENCY-CODE   PIC X(03).
           05  FILLER                  PIC X(05).
