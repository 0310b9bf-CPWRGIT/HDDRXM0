      *  FUNCTION C (CLOSE) -- CLOSE THE PERIOD.  THE PERIOD MUST BE   *
      *  AT STATEMENTS PRINTED (S); CLOSING IT IS WHAT LETS THE        *
      *  YEAR-END ROLLOVER ACCEPT THE YEAR AND MARKS THE CYCLE         *
      *  FINISHED FOR THE RECORD.  THE PAYROLL TRANSMISSION LOG MUST   *
      *  ALSO SHOW AT LEAST ONE TRANSMISSION FOR THE PERIOD AND, FOR   *
      *  EVERY TRANSMISSION, A LATEST ACKNOWLEDGMENT WITH NO           *
      *  EXCEPTIONS (SEE CWXXSUBC).  A TRANSMISSION WHOSE EXCEPTIONS   *
      *  WENT BACK IN A CORRECTIONS RESEND IS CLEARED BY A CLEAN       *
      *  ACKNOWLEDGMENT OF THE RESEND.                                 *
      *                                                                *
      *  FUNCTION F (FORCE) -- WRITE OR OVERWRITE THE PERIOD'S         *
      *  RECORD AT THE GIVEN STATUS.  THIS IS THE BOOTSTRAP AND        *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  SEP 2026  DPF  ORIGINAL PROGRAM.                              *
      *  OCT 2026  DPF  CLOSE REFUSED UNTIL EVERY PAYROLL              *
      *                 TRANSMISSION FOR THE PERIOD IS ACKNOWLEDGED    *
      *                 WITH NO EXCEPTIONS.                            *
      *  OCT 2026  DPF  A CLEAN ACK ON A CORRECTIONS RESEND CLEARS THE *
      *                 EXCEPTIONS OF THE TRANSMISSION IT CORRECTS.    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUN-PAY-PERIOD.
           SELECT XMT-LOG-FILE     ASSIGN TO XMTLOG
               ORGANIZATION IS SEQUENTIAL.
      ***
      ***
      ***
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCRUN.
       FD  XMT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY DSUBCXLG.
      ***
      ***
      ***
       77  RCM-RUN-DATE            PIC 9(08)   VALUE ZERO.
       77  RCM-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  RCM-FOUND                       VALUE 'Y'.
       77  RCM-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
           88  RCM-LOG-EOF                     VALUE 'Y'.
       77  RCM-XMT-OPEN-COUNT      PIC 9(03)   COMP-3 VALUE ZERO.
      ***
      ***      TRANSMISSION TABLE -- ONE ENTRY PER TRANSMISSION
      ***      SEQUENCE NUMBER LOGGED FOR THE PERIOD.  THE LOG IS IN
      ***      THE ORDER WRITTEN, SO THE LAST ACK RECORD READ FOR A
      ***      TRANSMISSION IS ITS LATEST RECONCILIATION.  A RESEND
      ***      CARRIES THE SEQUENCE NUMBER OF THE TRANSMISSION IT
      ***      CORRECTS, AND A TRANSMISSION CLEARED BY A RESEND
      ***      CARRIES THE RESEND'S.
      ***
       77  RCM-XMT-COUNT           PIC 9(03)   COMP-3 VALUE ZERO.
       77  RCM-XMT-SUB             PIC 9(03)   COMP.
       77  RCM-XMT-FOUND-SUB       PIC 9(03)   COMP VALUE ZERO.
       77  RCM-RSN-SUB             PIC 9(03)   COMP.
       77  RCM-FIND-SEQ            PIC 9(03)   VALUE ZERO.
       01  RCM-XMT-TABLE.
           05  RCM-XMT-ENTRY OCCURS 100 TIMES.
               10  RCM-XMT-SEQ         PIC 9(03).
               10  RCM-XMT-ACK-SW      PIC X(01).
                   88  RCM-XMT-ACKED           VALUE 'Y'.
               10  RCM-XMT-EXCEPTIONS  PIC 9(07)   COMP-3.
               10  RCM-XMT-ORIG-SEQ    PIC 9(03).
               10  RCM-XMT-CLEARED-BY  PIC 9(03).
      ***
      ***
      ***
      ***
      *****************************************************************
      *  3000-CLOSE-PERIOD  --  CLOSE THE PERIOD.  ONLY A PERIOD AT    *
      *                     STATEMENTS PRINTED WHOSE PAYROLL           *
      *                     TRANSMISSIONS ARE ALL CLEARED MAY BE       *
      *                     CLOSED                                     *
      *****************************************************************
       3000-CLOSE-PERIOD.
           IF NOT RCM-FOUND
                       ' - STATEMENTS NOT PRINTED, NOT CLOSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           PERFORM 3100-CHECK-TRANSMISSIONS THRU 3100-EXIT.
           IF RCM-XMT-COUNT EQUAL ZERO
               DISPLAY 'CWXKSUBC - PERIOD ' RCM-PERIOD
                       ' - NO PAYROLL TRANSMISSION LOGGED, NOT CLOSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           IF RCM-XMT-OPEN-COUNT > ZERO
               DISPLAY 'CWXKSUBC - PERIOD ' RCM-PERIOD
                       ' - ' RCM-XMT-OPEN-COUNT
                       ' TRANSMISSION(S) NOT CLEARED, NOT CLOSED'
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT.
           MOVE 'Z'          TO RUN-STATUS.
           MOVE RCM-RUN-DATE TO RUN-UPDATE-DATE.
           MOVE 'CWXKSUBC'   TO RUN-UPDATE-PGM.
      ***
      ***
      *****************************************************************
      *  3100-CHECK-TRANSMISSIONS  --  TABLE THE PERIOD'S              *
      *                     TRANSMISSIONS OFF THE LOG AND COUNT THOSE  *
      *                     NOT CLEARED -- NEVER ACKNOWLEDGED, OR      *
      *                     WHOSE LATEST ACK STILL HAS EXCEPTIONS NO   *
      *                     CLEAN RESEND HAS CLEARED.  RESENDS ARE     *
      *                     APPLIED NEWEST FIRST SO A RESEND OF A      *
      *                     RESEND CLEARS BACK TO THE ORIGINAL         *
      *****************************************************************
       3100-CHECK-TRANSMISSIONS.
           OPEN INPUT XMT-LOG-FILE.
           PERFORM 3150-LOAD-LOG-REC THRU 3150-EXIT
               UNTIL RCM-LOG-EOF.
           CLOSE XMT-LOG-FILE.
           PERFORM 3400-APPLY-RESEND THRU 3400-EXIT
               VARYING RCM-RSN-SUB FROM RCM-XMT-COUNT BY -1
               UNTIL RCM-RSN-SUB < 1.
           PERFORM 3300-TEST-TRANSMISSION THRU 3300-EXIT
               VARYING RCM-XMT-SUB FROM 1 BY 1
               UNTIL RCM-XMT-SUB > RCM-XMT-COUNT.
       3100-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3150-LOAD-LOG-REC  --  APPLY ONE OF THE PERIOD'S LOG RECORDS  *
      *                     TO THE TRANSMISSION TABLE.  A SEND RECORD  *
      *                     ADDS THE TRANSMISSION, WITH THE ONE IT     *
      *                     CORRECTS IF IT IS A RESEND; AN ACK RECORD  *
      *                     REPLACES ITS RECONCILIATION RESULT         *
      *****************************************************************
       3150-LOAD-LOG-REC.
           READ XMT-LOG-FILE
               AT END
                   SET RCM-LOG-EOF TO TRUE
                   GO TO 3150-EXIT.
           IF XLG-PAY-PERIOD NOT EQUAL RCM-PERIOD
               GO TO 3150-EXIT.
           MOVE XLG-SEQ-NO TO RCM-FIND-SEQ.
           PERFORM 3200-FIND-TRANSMISSION THRU 3200-EXIT.
           IF RCM-XMT-FOUND-SUB EQUAL ZERO
               IF RCM-XMT-COUNT NOT LESS THAN 100
                   DISPLAY 'CWXKSUBC - TRANSMISSION TABLE FULL FOR '
                           'PERIOD ' RCM-PERIOD ' - NOT CLOSED'
                   MOVE 12 TO RETURN-CODE
                   CLOSE XMT-LOG-FILE
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF
               ADD 1 TO RCM-XMT-COUNT
               MOVE RCM-XMT-COUNT TO RCM-XMT-FOUND-SUB
               MOVE XLG-SEQ-NO TO RCM-XMT-SEQ(RCM-XMT-FOUND-SUB)
               MOVE 'N'        TO RCM-XMT-ACK-SW(RCM-XMT-FOUND-SUB)
               MOVE ZERO       TO RCM-XMT-EXCEPTIONS(RCM-XMT-FOUND-SUB)
               MOVE ZERO       TO RCM-XMT-ORIG-SEQ(RCM-XMT-FOUND-SUB)
               MOVE ZERO       TO RCM-XMT-CLEARED-BY(RCM-XMT-FOUND-SUB)
           END-IF.
           IF XLG-TYPE-SEND
               MOVE XLG-ORIG-SEQ-NO
                   TO RCM-XMT-ORIG-SEQ(RCM-XMT-FOUND-SUB).
           IF XLG-TYPE-ACK
               MOVE 'Y' TO RCM-XMT-ACK-SW(RCM-XMT-FOUND-SUB)
               MOVE XLG-EXCEPTION-COUNT
                   TO RCM-XMT-EXCEPTIONS(RCM-XMT-FOUND-SUB).
       3150-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3200-FIND-TRANSMISSION  --  LOOK UP THE SEQUENCE NUMBER IN    *
      *                     RCM-FIND-SEQ IN THE TABLE                  *
      *****************************************************************
       3200-FIND-TRANSMISSION.
           MOVE ZERO TO RCM-XMT-FOUND-SUB.
           PERFORM 3250-MATCH-TRANSMISSION THRU 3250-EXIT
               VARYING RCM-XMT-SUB FROM 1 BY 1
               UNTIL RCM-XMT-SUB > RCM-XMT-COUNT
                  OR RCM-XMT-FOUND-SUB > ZERO.
       3200-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3250-MATCH-TRANSMISSION  --  TEST ONE TABLE ENTRY             *
      *****************************************************************
       3250-MATCH-TRANSMISSION.
           IF RCM-XMT-SEQ(RCM-XMT-SUB) EQUAL RCM-FIND-SEQ
               MOVE RCM-XMT-SUB TO RCM-XMT-FOUND-SUB.
       3250-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3300-TEST-TRANSMISSION  --  COUNT AND NAME ONE TRANSMISSION   *
      *                     THAT IS NOT YET CLEARED                    *
      *****************************************************************
       3300-TEST-TRANSMISSION.
           IF NOT RCM-XMT-ACKED(RCM-XMT-SUB)
               ADD 1 TO RCM-XMT-OPEN-COUNT
               DISPLAY 'CWXKSUBC - TRANSMISSION '
                       RCM-XMT-SEQ(RCM-XMT-SUB)
                       ' NOT ACKNOWLEDGED'
               GO TO 3300-EXIT.
           IF RCM-XMT-EXCEPTIONS(RCM-XMT-SUB) > ZERO
             AND RCM-XMT-CLEARED-BY(RCM-XMT-SUB) > ZERO
               DISPLAY 'CWXKSUBC - TRANSMISSION '
                       RCM-XMT-SEQ(RCM-XMT-SUB)
                       ' EXCEPTIONS CLEARED BY RESEND '
                       RCM-XMT-CLEARED-BY(RCM-XMT-SUB)
               GO TO 3300-EXIT.
           IF RCM-XMT-EXCEPTIONS(RCM-XMT-SUB) > ZERO
               ADD 1 TO RCM-XMT-OPEN-COUNT
               DISPLAY 'CWXKSUBC - TRANSMISSION '
                       RCM-XMT-SEQ(RCM-XMT-SUB)
                       ' HAS ' RCM-XMT-EXCEPTIONS(RCM-XMT-SUB)
                       ' ACK EXCEPTION(S)'.
       3300-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  3400-APPLY-RESEND  --  A RESEND WHOSE LATEST ACK IS CLEAR,    *
      *                     OR WHICH IS ITSELF CLEARED BY A LATER      *
      *                     RESEND, CLEARS THE ACKNOWLEDGED            *
      *                     TRANSMISSION IT CORRECTS                   *
      *****************************************************************
       3400-APPLY-RESEND.
           IF RCM-XMT-ORIG-SEQ(RCM-RSN-SUB) EQUAL ZERO
               GO TO 3400-EXIT.
           IF NOT RCM-XMT-ACKED(RCM-RSN-SUB)
               GO TO 3400-EXIT.
           IF RCM-XMT-EXCEPTIONS(RCM-RSN-SUB) > ZERO
             AND RCM-XMT-CLEARED-BY(RCM-RSN-SUB) EQUAL ZERO
               GO TO 3400-EXIT.
           MOVE RCM-XMT-ORIG-SEQ(RCM-RSN-SUB) TO RCM-FIND-SEQ.
           PERFORM 3200-FIND-TRANSMISSION THRU 3200-EXIT.
           IF RCM-XMT-FOUND-SUB > ZERO
               IF RCM-XMT-ACKED(RCM-XMT-FOUND-SUB)
                   MOVE RCM-XMT-SEQ(RCM-RSN-SUB)
                       TO RCM-XMT-CLEARED-BY(RCM-XMT-FOUND-SUB).
       3400-EXIT.
           EXIT.
      ***
      ***
      *****************************************************************
      *  4000-FORCE-STATUS  --  WRITE OR OVERWRITE THE PERIOD'S        *
      *                     RECORD AT THE PARM STATUS.  BOOTSTRAP      *
      *                     AND REPAIR ONLY -- NO SEQUENCE RULES       *
