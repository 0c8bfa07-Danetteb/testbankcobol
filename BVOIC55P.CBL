003900   05  WS-FROM-NEW-BAL                       PIC S9(9)V99 COMP-3. BVOIC55P
004000   05  WS-TO-OLD-BAL                         PIC S9(9)V99 COMP-3. BVOIC55P
004100   05  WS-TO-NEW-BAL                         PIC S9(9)V99 COMP-3. BVOIC55P
004110   05  WS-FROM-LINE-LIMIT                    PIC S9(7)V99 COMP-3. BVOIC55P
004200                                                                  BVOIC55P
004300 01  WS-CASH-DATA-AREAS.                                          BVOIC55P
004400   05  WS-CASH-DATA.                                              BVOIC55P
012900        GO TO COMMON-RETURN                                       BVOIC55P
013000     END-IF.                                                      BVOIC55P
013100     MOVE CD07O-BALANCE TO WS-FROM-OLD-BAL.                       BVOIC55P
013110     MOVE CD07O-LINE-LIMIT TO WS-FROM-LINE-LIMIT.                 BVOIC55P
013200                                                                  BVOIC55P
013300**************************************************************    BVOIC55P
013400* Get the balance of the to account                               BVOIC55P
015900                                                                  BVOIC55P
016000**************************************************************    BVOIC55P
016100* Work out the new balances - the phone channel never lets an     BVOIC55P
016200* account go overdrawn, though a revolving credit line may be     BVOIC55P
016210* drawn on down to its approved limit                             BVOIC55P
016300**************************************************************    BVOIC55P
016400 CHECK-FUNDS.                                                     BVOIC55P
016500     COMPUTE WS-FROM-NEW-BAL =                                    BVOIC55P
016600         WS-FROM-OLD-BAL - CASH-TXN-AMOUNT.                       BVOIC55P
016700     COMPUTE WS-TO-NEW-BAL =                                      BVOIC55P
016800         WS-TO-OLD-BAL + CASH-TXN-AMOUNT.                         BVOIC55P
016900     IF WS-FROM-NEW-BAL IS LESS THAN                              BVOIC55P
016910        (ZERO - WS-FROM-LINE-LIMIT)                               BVOIC55P
017000        SET CASH-TXN-STATUS-NO-FUNDS TO TRUE                      BVOIC55P
017100        MOVE 'Insufficient funds' TO CASH-ERROR-MSG               BVOIC55P
017200        GO TO COMMON-RETURN                                       BVOIC55P
