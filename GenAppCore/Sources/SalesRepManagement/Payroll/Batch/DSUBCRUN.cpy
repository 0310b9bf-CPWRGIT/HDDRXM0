      *                  S  STMTS PRINTED   (CWXSSUBC)                 *
      *                  Z  CLOSED          (CWXKSUBC)                 *
      *                H IS SKIPPED WHEN A PERIOD HELD NOTHING.        *
      *                THE ONE EXCEPTION: CWXASUBC BACKS A CALCULATED  *
      *                PERIOD NOT YET BALANCED OUT FROM C TO R SO THE  *
      *                PERIOD CAN BE RERUN.  ONCE BALANCED, NOTHING    *
      *                MOVES THE STATUS BACK.                          *
      *                CWXESUBC CREATES THE PERIOD'S RECORD; THE       *
      *                FIRST PREDECESSOR EVER IS SEEDED CLOSED WITH    *
      *                THE CWXKSUBC MAINTENANCE UTILITY.               *
