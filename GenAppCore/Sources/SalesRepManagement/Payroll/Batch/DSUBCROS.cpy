      *                RUN SO EACH TEAM'S SALES CAN BE COMPUTED FROM   *
      *                ITS MEMBERS' TRANSACTIONS INSTEAD OF TRUSTING   *
      *                THE KEYED-IN TXN-TEAM-SALES-AMOUNT.             *
      *                MAINTAINED BY CWXOSUBC, WHICH ACCEPTS ONLY AN   *
      *                ACTIVE TYPE-T REP ON THE MASTER AS A LEAD.      *
      *                                                                *
      ******************************************************************
       01  DSUBC-ROS-RECORD.
