022500     MOVE ATM-IP00-ACCNO TO CASH-TXN-ACCNO.                       SCASH60P
022600     MOVE ATM-IP00-AMOUNT TO CASH-TXN-AMOUNT.                     SCASH60P
022700     MOVE ATM-IP00-TERM-ID TO CASH-TXN-TERM-ID.                   SCASH60P
022710     MOVE ATM-IP00-CHQ-ROUTING TO CASH-CHQ-ROUTING.               SCASH60P
022720     MOVE ATM-IP00-CHQ-ACCNO TO CASH-CHQ-ACCNO.                   SCASH60P
022730     MOVE ATM-IP00-CHQ-SERIAL TO CASH-CHQ-SERIAL.                 SCASH60P
022800     GO TO READ-INPUT-EXIT.                                       SCASH60P
022900                                                                  SCASH60P
023000 READ-INPUT-EXIT.                                                 SCASH60P
