000590     88  PFK-INVALID                         VALUE '1'.           BBANK75P
000600   05  WS-ERROR-MSG                          PIC X(75).           BBANK75P
000610   05  WS-SUB1                               PIC S9(4) COMP.      BBANK75P
000615   05  WS-SUB2                               PIC S9(4) COMP.      BBANK75P
000617   05  WS-CONVERT-STATUS                     PIC X(9).            BBANK75P
000618   05  WS-ROVR-STATUS                        PIC X(7).            BBANK75P
000619   05  WS-RMAIL-STATUS                       PIC X(8).            BBANK75P
000620   05  WS-GLMP-STATUS                        PIC X(7).            BBANK75P
000622   05  WS-BKRP-STAY                          PIC X(6).            BBANK75P
000625   05  WS-LINE-SUB                           PIC S9(4) COMP.      BBANK75P
000630   05  WS-AMOUNT-N                           PIC 9(9)V99.         BBANK75P
000631   05  WS-AMOUNT-X                           PIC X(11).           BBANK75P
000632   05  WS-AMOUNT-X-N REDEFINES WS-AMOUNT-X   PIC 9(9)V99.         BBANK75P
000760   05  WS-DIG5P                              PIC X(5).            BBANK75P
000762   05  WS-DIG5P-R REDEFINES WS-DIG5P         PIC 9(3)V99.         BBANK75P
000764   05  WS-EDIT-RATE5                         PIC 9.9(4).          BBANK75P
000765   05  WS-EDIT-RATE5B                        PIC 9.9(4).          BBANK75P
000766   05  WS-EDIT-RATE5C                        PIC 9.9(4).          BBANK75P
000767   05  WS-EDIT-MONTHS                        PIC ZZZZ9.           BBANK75P
000768   05  WS-DIG5R                              PIC X(5).            BBANK75P
000770   05  WS-DIG5R-R REDEFINES WS-DIG5R         PIC 9V9(4).          BBANK75P
000772   05  WS-RCPT-REFNO                         PIC X(12).           BBANK75P
000775   05  WS-STAGE-TARGET                      PIC X(8).             BBANK75P
000777   05  WS-EDIT-PCT                           PIC ZZ9.99.          BBANK75P
000778   05  WS-EDIT-HH-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.   BBANK75P
000779   05  WS-EDIT-MARGIN                        PIC Z9.9(4).         BBANK75P
000780   05  WS-EDIT-NOTE                          PIC ZZZZ9.           BBANK75P
000781   05  WS-DIG6M                              PIC X(6).            BBANK75P
000782   05  WS-DIG6M-R REDEFINES WS-DIG6M         PIC 9(2)V9(4).       BBANK75P
000783   05  WS-DIG5N                              PIC X(5).            BBANK75P
000784   05  WS-DIG5N-R REDEFINES WS-DIG5N         PIC 9(5).            BBANK75P
000785                                                                  BBANK75P
000786 01  WS-MASK-DATA.                                                BBANK75P
000787 COPY CMASKD.                                                     BBANK75P
000788                                                                  BBANK75P
000790 01  WS-BANK-DATA.                                                BBANK75P
000800 COPY CBANKDAT.                                                   BBANK75P
000810                                                                  BBANK75P
001681 01  WS-BANK-DATA-145.                                            BBANK75P
001682 COPY CBNKD145.                                                   BBANK75P
001683                                                                  BBANK75P
001684 01  WS-BANK-DATA-151.                                            BBANK75P
001685 COPY CBNKD151.                                                   BBANK75P
001686                                                                  BBANK75P
001687 01  WS-BANK-DATA-153.                                            BBANK75P
001688 COPY CBNKD153.                                                   BBANK75P
001689                                                                  BBANK75P
001690 01  WS-BANK-DATA-155.                                            BBANK75P
001691 COPY CBNKD155.                                                   BBANK75P
001692 01  WS-BANK-DATA-158.                                            BBANK75P
001693 COPY CBNKD158.                                                   BBANK75P
001694 01  WS-BANK-DATA-162.                                            BBANK75P
001695 COPY CBNKD162.                                                   BBANK75P
001696                                                                  BBANK75P
001697 01  WS-BANK-DATA-164.                                            BBANK75P
001698 COPY CBNKD164.                                                   BBANK75P
001699                                                                  BBANK75P
001700 01  WS-BANK-DATA-170.                                            BBANK75P
001701 COPY CBNKD170.                                                   BBANK75P
001702                                                                  BBANK75P
001703 01  WS-BANK-DATA-172.                                            BBANK75P
001704 COPY CBNKD172.                                                   BBANK75P
001705                                                                  BBANK75P
001706 01  WS-BANK-DATA-176.                                            BBANK75P
001707 COPY CBNKD176.                                                   BBANK75P
001708                                                                  BBANK75P
001709 01  WS-BANK-DATA-178.                                            BBANK75P
001710 COPY CBNKD178.                                                   BBANK75P
001711                                                                  BBANK75P
001712 01  WS-BANK-DATA-182.                                            BBANK75P
001713 COPY CBNKD182.                                                   BBANK75P
001714                                                                  BBANK75P
001715 01  WS-BANK-DATA-185.                                            BBANK75P
001716 COPY CBNKD185.                                                   BBANK75P
001717                                                                  BBANK75P
001718 01  WS-BANK-DATA-187.                                            BBANK75P
001719 COPY CBNKD187.                                                   BBANK75P
001720                                                                  BBANK75P
001721 01  WS-BANK-DATA-189.                                            BBANK75P
001722 COPY CBNKD189.                                                   BBANK75P
001723                                                                  BBANK75P
001724 01  WS-BANK-DATA-191.                                            BBANK75P
001725 COPY CBNKD191.                                                   BBANK75P
001726                                                                  BBANK75P
001727 01  WS-BANK-DATA-198.                                            BBANK75P
001728 COPY CBNKD198.                                                   BBANK75P
001729                                                                  BBANK75P
001730 01  WS-BANK-DATA-202.                                            BBANK75P
001731 COPY CBNKD202.                                                   BBANK75P
001732                                                                  BBANK75P
001733 01  WS-BANK-DATA-204.                                            BBANK75P
001734 COPY CBNKD204.                                                   BBANK75P
001735                                                                  BBANK75P
001736 01  WS-BANK-DATA-206.                                            BBANK75P
001737 COPY CBNKD206.                                                   BBANK75P
001738                                                                  BBANK75P
001739 01  WS-BANK-DATA-212.                                            BBANK75P
001740 COPY CBNKD212.                                                   BBANK75P
001741                                                                  BBANK75P
001742 01  WS-BANK-DATA-217.                                            BBANK75P
001743 COPY CBNKD217.                                                   BBANK75P
001744                                                                  BBANK75P
001745                                                                  BBANK75P
001746 COPY CABENDD.                                                    BBANK75P
001747                                                                  BBANK75P
001748 LINKAGE SECTION.                                                 BBANK75P
001749 01  DFHCOMMAREA.                                                 BBANK75P
001750   05  LK-COMMAREA                           PIC X(6144).         BBANK75P
001751                                                                  BBANK75P
001752 COPY CENTRY.                                                     BBANK75P
001753***************************************************************** BBANK75P
001754* Make ourselves re-entrant                                     * BBANK75P
001755***************************************************************** BBANK75P
001756     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK75P
001757                                                                  BBANK75P
001758***************************************************************** BBANK75P
001760* Move the passed area to our area                              * BBANK75P
001770***************************************************************** BBANK75P
001780     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK75P
003540***************************************************************** BBANK75P
003550 PROCESS-FUNCTION.                                                BBANK75P
003560     PERFORM CLEAR-RESULT THRU CLEAR-RESULT-EXIT.                 BBANK75P
003561*    functions that move money or lift a control on an account    BBANK75P
003562*    are refused on the operator's own and related accounts       BBANK75P
003563     IF BANK-SCR75-FUNC IS EQUAL TO 'REVERSE ' OR                 BBANK75P
003564        BANK-SCR75-FUNC IS EQUAL TO 'FEEREF  ' OR                 BBANK75P
003565        BANK-SCR75-FUNC IS EQUAL TO 'HOLD-   ' OR                 BBANK75P
003566        BANK-SCR75-FUNC IS EQUAL TO 'LINE+   ' OR                 BBANK75P
003567        BANK-SCR75-FUNC IS EQUAL TO 'LINEUPD '                    BBANK75P
003568        PERFORM CHECK-INSIDER THRU CHECK-INSIDER-EXIT             BBANK75P
003569        IF C182O-INSIDER                                          BBANK75P
003570           MOVE C182O-MSG TO WS-ERROR-MSG                         BBANK75P
003571           GO TO PROCESS-FUNCTION-EXIT                            BBANK75P
003572        END-IF                                                    BBANK75P
003573     END-IF.                                                      BBANK75P
003576     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
003580       WHEN 'DRAWDOWN'                                            BBANK75P
003590         PERFORM DO-DRAWDOWN THRU DO-DRAWDOWN-EXIT                BBANK75P
003600       WHEN 'RATE    '                                            BBANK75P
004948         PERFORM DO-PRODUCT THRU DO-PRODUCT-EXIT                  BBANK75P
004949       WHEN 'PRODS   '                                            BBANK75P
004950         PERFORM DO-PRODUCT THRU DO-PRODUCT-EXIT                  BBANK75P
004951       WHEN 'COLL+   '                                            BBANK75P
004952         PERFORM DO-COLLATERAL THRU DO-COLLATERAL-EXIT            BBANK75P
004953       WHEN 'COLLVAL '                                            BBANK75P
004954         PERFORM DO-COLLATERAL THRU DO-COLLATERAL-EXIT            BBANK75P
004955       WHEN 'COLL-   '                                            BBANK75P
004956         PERFORM DO-COLLATERAL THRU DO-COLLATERAL-EXIT            BBANK75P
004957       WHEN 'COLLS   '                                            BBANK75P
004958         PERFORM DO-COLLATERAL THRU DO-COLLATERAL-EXIT            BBANK75P
004959       WHEN 'LINE+   '                                            BBANK75P
004960         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004961       WHEN 'LINEUPD '                                            BBANK75P
004962         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004963       WHEN 'LINEFRZ '                                            BBANK75P
004964         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004965       WHEN 'LINEREIN'                                            BBANK75P
004966         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004967       WHEN 'LINECLS '                                            BBANK75P
004968         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004969       WHEN 'LINE    '                                            BBANK75P
004970         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004971       WHEN 'LINEDRAW'                                            BBANK75P
004972         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004973       WHEN 'LINEPAY '                                            BBANK75P
004974         PERFORM DO-CREDIT-LINE THRU DO-CREDIT-LINE-EXIT          BBANK75P
004975       WHEN 'CHQDEP  '                                            BBANK75P
004976         PERFORM DO-CHEQUE-DEPOSIT THRU DO-CHEQUE-DEPOSIT-EXIT    BBANK75P
004977       WHEN 'WIRE    '                                            BBANK75P
004978         PERFORM DO-WIRE THRU DO-WIRE-EXIT                        BBANK75P
004979       WHEN 'WIRECAN '                                            BBANK75P
004980         PERFORM DO-WIRE THRU DO-WIRE-EXIT                        BBANK75P
004981       WHEN 'WIREREL '                                            BBANK75P
004982         PERFORM DO-WIRE THRU DO-WIRE-EXIT                        BBANK75P
004983       WHEN 'WIRES   '                                            BBANK75P
004984         PERFORM DO-WIRE THRU DO-WIRE-EXIT                        BBANK75P
004985       WHEN 'OCHQ    '                                            BBANK75P
004986         PERFORM DO-OFFICIAL-CHEQUE THRU                          BBANK75P
004987                 DO-OFFICIAL-CHEQUE-EXIT                          BBANK75P
004988       WHEN 'OCHQSTP '                                            BBANK75P
004989         PERFORM DO-OFFICIAL-CHEQUE THRU                          BBANK75P
004990                 DO-OFFICIAL-CHEQUE-EXIT                          BBANK75P
004991       WHEN 'OCHQQ   '                                            BBANK75P
004992         PERFORM DO-OFFICIAL-CHEQUE THRU                          BBANK75P
004993                 DO-OFFICIAL-CHEQUE-EXIT                          BBANK75P
004994       WHEN 'SDBOX+  '                                            BBANK75P
004995         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
004996       WHEN 'SDBRENT '                                            BBANK75P
004997         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
004998       WHEN 'SDBIN   '                                            BBANK75P
004999         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005000       WHEN 'SDBEST  '                                            BBANK75P
005001         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005002       WHEN 'SDBPAY  '                                            BBANK75P
005003         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005004       WHEN 'SDBDRILL'                                            BBANK75P
005005         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005006       WHEN 'SDBCLS  '                                            BBANK75P
005007         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005008       WHEN 'SDBQ    '                                            BBANK75P
005009         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005010       WHEN 'SDBHIST '                                            BBANK75P
005011         PERFORM DO-SAFE-DEPOSIT THRU DO-SAFE-DEPOSIT-EXIT        BBANK75P
005012       WHEN 'FRDQ    '                                            BBANK75P
005013         PERFORM DO-FRAUD-QUEUE THRU DO-FRAUD-QUEUE-EXIT          BBANK75P
005014       WHEN 'FRDCLR  '                                            BBANK75P
005015         PERFORM DO-FRAUD-QUEUE THRU DO-FRAUD-QUEUE-EXIT          BBANK75P
005016       WHEN 'AMLQ    '                                            BBANK75P
005017         PERFORM DO-AML-QUEUE THRU DO-AML-QUEUE-EXIT              BBANK75P
005018       WHEN 'AMLCLR  '                                            BBANK75P
005019         PERFORM DO-AML-QUEUE THRU DO-AML-QUEUE-EXIT              BBANK75P
005020       WHEN 'AMLCNF  '                                            BBANK75P
005021         PERFORM DO-AML-QUEUE THRU DO-AML-QUEUE-EXIT              BBANK75P
005022       WHEN 'FRDCNF  '                                            BBANK75P
005023         PERFORM DO-FRAUD-QUEUE THRU DO-FRAUD-QUEUE-EXIT          BBANK75P
005024       WHEN 'ENTITY  '                                            BBANK75P
005025         PERFORM DO-ENTITY THRU DO-ENTITY-EXIT                    BBANK75P
005026       WHEN 'ENTITYQ '                                            BBANK75P
005027         PERFORM DO-ENTITY THRU DO-ENTITY-EXIT                    BBANK75P
005028       WHEN 'BOWN+   '                                            BBANK75P
005029         PERFORM DO-ENTITY THRU DO-ENTITY-EXIT                    BBANK75P
005030       WHEN 'BOWN-   '                                            BBANK75P
005031         PERFORM DO-ENTITY THRU DO-ENTITY-EXIT                    BBANK75P
005032       WHEN 'C360HH  '                                            BBANK75P
005033         PERFORM DO-C360 THRU DO-C360-EXIT                        BBANK75P
005034       WHEN 'HHOLD   '                                            BBANK75P
005035         PERFORM DO-HOUSEHOLD THRU DO-HOUSEHOLD-EXIT              BBANK75P
005036       WHEN 'HHOLD+  '                                            BBANK75P
005037         PERFORM DO-HOUSEHOLD THRU DO-HOUSEHOLD-EXIT              BBANK75P
005038       WHEN 'HHOLD-  '                                            BBANK75P
005039         PERFORM DO-HOUSEHOLD THRU DO-HOUSEHOLD-EXIT              BBANK75P
005040       WHEN 'HHHEAD  '                                            BBANK75P
005041         PERFORM DO-HOUSEHOLD THRU DO-HOUSEHOLD-EXIT              BBANK75P
005042       WHEN 'INSIDER '                                            BBANK75P
005043         PERFORM DO-INSIDER THRU DO-INSIDER-EXIT                  BBANK75P
005044       WHEN 'INSIDER+'                                            BBANK75P
005045         PERFORM DO-INSIDER THRU DO-INSIDER-EXIT                  BBANK75P
005046       WHEN 'INSIDER-'                                            BBANK75P
005047         PERFORM DO-INSIDER THRU DO-INSIDER-EXIT                  BBANK75P
005048       WHEN 'RECERT  '                                            BBANK75P
005049         PERFORM DO-RECERT THRU DO-RECERT-EXIT                    BBANK75P
005050       WHEN 'RECERT+ '                                            BBANK75P
005051         PERFORM DO-RECERT THRU DO-RECERT-EXIT                    BBANK75P
005052       WHEN 'RECERT- '                                            BBANK75P
005053         PERFORM DO-RECERT THRU DO-RECERT-EXIT                    BBANK75P
005054       WHEN 'CONVERT '                                            BBANK75P
005055         PERFORM DO-CONVERT THRU DO-CONVERT-EXIT                  BBANK75P
005056       WHEN 'CONVERT+'                                            BBANK75P
005057         PERFORM DO-CONVERT THRU DO-CONVERT-EXIT                  BBANK75P
005058       WHEN 'CONVERT-'                                            BBANK75P
005059         PERFORM DO-CONVERT THRU DO-CONVERT-EXIT                  BBANK75P
005060       WHEN 'RATEOVR '                                            BBANK75P
005061         PERFORM DO-RATE-OVERRIDE THRU DO-RATE-OVERRIDE-EXIT      BBANK75P
005062       WHEN 'RATEOVR+'                                            BBANK75P
005063         PERFORM DO-RATE-OVERRIDE THRU DO-RATE-OVERRIDE-EXIT      BBANK75P
005064       WHEN 'RATEOVR-'                                            BBANK75P
005065         PERFORM DO-RATE-OVERRIDE THRU DO-RATE-OVERRIDE-EXIT      BBANK75P
005066       WHEN 'RETMAIL '                                            BBANK75P
005067         PERFORM DO-RETURNED-MAIL THRU DO-RETURNED-MAIL-EXIT      BBANK75P
005068       WHEN 'RETMAIL+'                                            BBANK75P
005069         PERFORM DO-RETURNED-MAIL THRU DO-RETURNED-MAIL-EXIT      BBANK75P
005070       WHEN 'RETMAIL-'                                            BBANK75P
005071         PERFORM DO-RETURNED-MAIL THRU DO-RETURNED-MAIL-EXIT      BBANK75P
005072       WHEN 'GLMAP   '                                            BBANK75P
005073         PERFORM DO-GL-MAPPING THRU DO-GL-MAPPING-EXIT            BBANK75P
005074       WHEN 'GLMAP+  '                                            BBANK75P
005075         PERFORM DO-GL-MAPPING THRU DO-GL-MAPPING-EXIT            BBANK75P
005076       WHEN 'GLMAP-  '                                            BBANK75P
005077         PERFORM DO-GL-MAPPING THRU DO-GL-MAPPING-EXIT            BBANK75P
005078       WHEN 'CHQCASH '                                            BBANK75P
005079         PERFORM DO-CHEQUE-CASHING THRU                           BBANK75P
005080                 DO-CHEQUE-CASHING-EXIT                           BBANK75P
005081       WHEN 'CONSTMT '                                            BBANK75P
005082         PERFORM DO-CONSOL-STMT THRU DO-CONSOL-STMT-EXIT          BBANK75P
005083       WHEN 'CONSTMT+'                                            BBANK75P
005084         PERFORM DO-CONSOL-STMT THRU DO-CONSOL-STMT-EXIT          BBANK75P
005085       WHEN 'CONSTMT-'                                            BBANK75P
005086         PERFORM DO-CONSOL-STMT THRU DO-CONSOL-STMT-EXIT          BBANK75P
005087       WHEN 'FXNOTE  '                                            BBANK75P
005088         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005089       WHEN 'FXNOTEQ '                                            BBANK75P
005090         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005091       WHEN 'FXNOTEB '                                            BBANK75P
005092         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005093       WHEN 'FXNOTES '                                            BBANK75P
005094         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005095       WHEN 'FXNOTE+ '                                            BBANK75P
005096         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005097       WHEN 'FXNOTE- '                                            BBANK75P
005098         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005099       WHEN 'FXNOTEC '                                            BBANK75P
005100         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005101       WHEN 'FXNOTEM '                                            BBANK75P
005102         PERFORM DO-FX-NOTES THRU DO-FX-NOTES-EXIT                BBANK75P
005103       WHEN 'BANKRPT '                                            BBANK75P
005104         PERFORM DO-BANKRUPTCY THRU DO-BANKRUPTCY-EXIT            BBANK75P
005105       WHEN 'BANKRPT+'                                            BBANK75P
005106         PERFORM DO-BANKRUPTCY THRU DO-BANKRUPTCY-EXIT            BBANK75P
005107       WHEN 'BANKRPTD'                                            BBANK75P
005108         PERFORM DO-BANKRUPTCY THRU DO-BANKRUPTCY-EXIT            BBANK75P
005109       WHEN 'BANKRPTM'                                            BBANK75P
005110         PERFORM DO-BANKRUPTCY THRU DO-BANKRUPTCY-EXIT            BBANK75P
005111       WHEN 'MILSVC  '                                            BBANK75P
005112         PERFORM DO-MIL-SERVICE THRU DO-MIL-SERVICE-EXIT          BBANK75P
005113       WHEN 'MILSVC+ '                                            BBANK75P
005114         PERFORM DO-MIL-SERVICE THRU DO-MIL-SERVICE-EXIT          BBANK75P
005115       WHEN 'MILSVCE '                                            BBANK75P
005116         PERFORM DO-MIL-SERVICE THRU DO-MIL-SERVICE-EXIT          BBANK75P
005117       WHEN OTHER                                                 BBANK75P
005118         MOVE 'Unknown function code' TO WS-ERROR-MSG             BBANK75P
005119     END-EVALUATE.                                                BBANK75P
005120 PROCESS-FUNCTION-EXIT.                                           BBANK75P
005121     EXIT.                                                        BBANK75P
005122                                                                  BBANK75P
005123***************************************************************** BBANK75P
005124* Clear the result lines                                        * BBANK75P
005125***************************************************************** BBANK75P
005126 CLEAR-RESULT.                                                    BBANK75P
005127     PERFORM CLEAR-ONE-LINE THRU CLEAR-ONE-LINE-EXIT              BBANK75P
005128       VARYING WS-LINE-SUB FROM 1 BY 1                            BBANK75P
005129         UNTIL WS-LINE-SUB IS GREATER THAN 8.                     BBANK75P
005130     MOVE 0 TO WS-LINE-SUB.                                       BBANK75P
005131 CLEAR-RESULT-EXIT.                                               BBANK75P
005132     EXIT.                                                        BBANK75P
005133                                                                  BBANK75P
005134 CLEAR-ONE-LINE.                                                  BBANK75P
005135     MOVE SPACES TO BANK-SCR75-LINE (WS-LINE-SUB).                BBANK75P
005136 CLEAR-ONE-LINE-EXIT.                                             BBANK75P
005137     EXIT.                                                        BBANK75P
005138                                                                  BBANK75P
005139***************************************************************** BBANK75P
005140* The amount field - digits only, pennies implied, leading      * BBANK75P
005141* spaces filled with zeros; blank means zero                    * BBANK75P
005142***************************************************************** BBANK75P
005143 PARSE-AMOUNT.                                                    BBANK75P
005144     SET WS-PARSE-OK TO TRUE.                                     BBANK75P
005145     MOVE ZERO TO WS-AMOUNT-N.                                    BBANK75P
005146     IF BANK-SCR75-AMOUNT IS EQUAL TO SPACES OR                   BBANK75P
005147        BANK-SCR75-AMOUNT IS EQUAL TO LOW-VALUES                  BBANK75P
005156        GO TO PARSE-AMOUNT-EXIT                                   BBANK75P
005166     END-IF.                                                      BBANK75P
005176     INSPECT BANK-SCR75-AMOUNT                                    BBANK75P
005316***************************************************************** BBANK75P
005326* DRAWDOWN - draw a quote down into a loan account. KEY1 the    * BBANK75P
005336* disbursement account, KEY2 the quote timestamp, TEXT(1:1)     * BBANK75P
005346* the account type, TEXT(3:4) the branch, TEXT(8:5) the owner,  * BBANK75P
005351* AMOUNT any discount points withheld on a mortgage             * BBANK75P
005356***************************************************************** BBANK75P
005366 DO-DRAWDOWN.                                                     BBANK75P
005376     MOVE SPACES TO CD22-DATA.                                    BBANK75P
005446     END-IF.                                                      BBANK75P
005456     MOVE BANK-SCR75-TEXT (1:1) TO CD22I-ACC-TYPE.                BBANK75P
005466     MOVE BANK-SCR75-TEXT (3:4) TO CD22I-BRANCH-CODE.             BBANK75P
005467     PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT.                 BBANK75P
005468     IF WS-PARSE-BAD                                              BBANK75P
005469        GO TO DO-DRAWDOWN-EXIT                                    BBANK75P
005470     END-IF.                                                      BBANK75P
005471     MOVE WS-AMOUNT-N TO CD22I-POINTS-AMT.                        BBANK75P
005476 COPY CBANKX22.                                                   BBANK75P
005486     MOVE CD22O-MSG TO WS-ERROR-MSG.                              BBANK75P
005496     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
005766     MOVE BANK-SCR75-KEY2 (1:8) TO CD23I-EFF-DATE.                BBANK75P
005776     MOVE ZERO TO CD23I-MIN-BAL.                                  BBANK75P
005786     MOVE ZERO TO CD23I-INT-RATE.                                 BBANK75P
005791     MOVE ZERO TO CD23I-DEBIT-RATE.                               BBANK75P
005793     MOVE ZERO TO CD23I-ECR-RATE.                                 BBANK75P
005796 COPY CBANKX23.                                                   BBANK75P
005806     MOVE CD23O-MSG TO WS-ERROR-MSG.                              BBANK75P
005816     MOVE CD23O-MIN-BAL TO WS-EDIT-AMT.                           BBANK75P
005826     MOVE CD23O-INT-RATE TO WS-EDIT-RATE5.                        BBANK75P
005831     MOVE CD23O-DEBIT-RATE TO WS-EDIT-RATE5B.                     BBANK75P
005833     MOVE CD23O-ECR-RATE TO WS-EDIT-RATE5C.                       BBANK75P
005836     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
005846     STRING 'MIN BAL ' DELIMITED BY SIZE                          BBANK75P
005856            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
005866            '  RATE ' DELIMITED BY SIZE                           BBANK75P
005876            WS-EDIT-RATE5 DELIMITED BY SIZE                       BBANK75P
005879            '  DEBIT ' DELIMITED BY SIZE                          BBANK75P
005882            WS-EDIT-RATE5B DELIMITED BY SIZE                      BBANK75P
005883            '  ECR ' DELIMITED BY SIZE                            BBANK75P
005884            WS-EDIT-RATE5C DELIMITED BY SIZE                      BBANK75P
005886       INTO BANK-SCR75-LINE (1).                                  BBANK75P
005896 DO-RATE-EXIT.                                                    BBANK75P
005906     EXIT.                                                        BBANK75P
008066     EXIT.                                                        BBANK75P
008076                                                                  BBANK75P
008086***************************************************************** BBANK75P
008096* WATCH / WATCH- / WATCHF - watchlist review queue. KEY1(1:5) a * BBANK75P
008106* start or subject customer; on a decision KEY2(1:8) the watch  * BBANK75P
008116* id and KEY2(10:8) the payee id of a payee hit, TEXT the       * BBANK75P
008118* reviewer's note                                               * BBANK75P
008126***************************************************************** BBANK75P
008136 DO-WATCH.                                                        BBANK75P
008146     MOVE SPACES TO CD29-DATA.                                    BBANK75P
008186         SET CD29I-CLEAR TO TRUE                                  BBANK75P
008196         MOVE BANK-SCR75-KEY1 (1:5) TO CD29I-PID                  BBANK75P
008206         MOVE BANK-SCR75-KEY2 (1:8) TO CD29I-WATCH-ID             BBANK75P
008207         MOVE BANK-SCR75-KEY2 (10:8) TO CD29I-PAYEE-ID            BBANK75P
008216         MOVE BANK-SCR75-TEXT (1:30) TO CD29I-NOTE                BBANK75P
008226       WHEN 'WATCHF  '                                            BBANK75P
008236         SET CD29I-CONFIRM TO TRUE                                BBANK75P
008246         MOVE BANK-SCR75-KEY1 (1:5) TO CD29I-PID                  BBANK75P
008256         MOVE BANK-SCR75-KEY2 (1:8) TO CD29I-WATCH-ID             BBANK75P
008257         MOVE BANK-SCR75-KEY2 (10:8) TO CD29I-PAYEE-ID            BBANK75P
008266         MOVE BANK-SCR75-TEXT (1:30) TO CD29I-NOTE                BBANK75P
008276       WHEN OTHER                                                 BBANK75P
008286         SET CD29I-LIST TO TRUE                                   BBANK75P
008496            CD29O-E-MATCH-FIELD (WS-SUB1) DELIMITED BY SIZE       BBANK75P
008506            ' ' DELIMITED BY SIZE                                 BBANK75P
008516            CD29O-E-FOUND-DATE (WS-SUB1) DELIMITED BY SIZE        BBANK75P
008518            ' ' DELIMITED BY SIZE                                 BBANK75P
008520            CD29O-E-PAYEE-ID (WS-SUB1) DELIMITED BY SIZE          BBANK75P
008526       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
008536 SHOW-ONE-WATCH-EXIT.                                             BBANK75P
008546     EXIT.                                                        BBANK75P
009566     EXIT.                                                        BBANK75P
009576                                                                  BBANK75P
009586***************************************************************** BBANK75P
009596* C360 - customer at a glance. KEY1(1:5) the customer. A        * BBANK75P
009599* customer in a household gets it on lines 7 and 8; C360HH      * BBANK75P
009602* lists the other members' accounts instead                     * BBANK75P
009606***************************************************************** BBANK75P
009616 DO-C360.                                                         BBANK75P
009626     MOVE SPACES TO CD32-DATA.                                    BBANK75P
009636     MOVE BANK-SCR75-KEY1 (1:5) TO CD32I-PID.                     BBANK75P
009646 COPY CBANKX32.                                                   BBANK75P
009656     MOVE CD32O-MSG TO WS-ERROR-MSG.                              BBANK75P
009657     IF BANK-SCR75-FUNC IS EQUAL TO 'C360HH  '                    BBANK75P
009658        PERFORM SHOW-C360-HOUSEHOLD THRU                          BBANK75P
009659                SHOW-C360-HOUSEHOLD-EXIT                          BBANK75P
009660        GO TO DO-C360-EXIT                                        BBANK75P
009661     END-IF.                                                      BBANK75P
009666     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
009676     STRING CD32O-NAME DELIMITED BY SIZE                          BBANK75P
009686            ' ' DELIMITED BY SIZE                                 BBANK75P
009696            CD32O-EMAIL (1:14) DELIMITED BY SIZE                  BBANK75P
009706            ' LOCK ' DELIMITED BY SIZE                            BBANK75P
009708            CD32O-PIN-LOCKED DELIMITED BY SIZE                    BBANK75P
009710            ' CASES ' DELIMITED BY SIZE                           BBANK75P
009712            CD32O-OPEN-CASES DELIMITED BY SIZE                    BBANK75P
009716            ' RISK ' DELIMITED BY SIZE                            BBANK75P
009720            CD32O-RISK-RATING DELIMITED BY SIZE                   BBANK75P
009722            ' ADDR ' DELIMITED BY SIZE                            BBANK75P
009724            CD32O-ADDR-STATUS DELIMITED BY SIZE                   BBANK75P
009726       INTO BANK-SCR75-LINE (1).                                  BBANK75P
009736     IF CD32O-ACC-COUNT IS GREATER THAN ZERO                      BBANK75P
009746        PERFORM SHOW-ONE-C360-ACC THRU SHOW-ONE-C360-ACC-EXIT     BBANK75P
009756          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
009766            UNTIL WS-SUB1 IS GREATER THAN CD32O-ACC-COUNT         BBANK75P
009776     END-IF.                                                      BBANK75P
009777     IF CD32O-HH-HEAD-PID IS NOT EQUAL TO SPACES                  BBANK75P
009778        MOVE CD32O-HH-TOTAL TO WS-EDIT-HH-TOTAL                   BBANK75P
009779        MOVE SPACES TO BANK-SCR75-LINE (7)                        BBANK75P
009780        STRING 'HOUSEHOLD HEAD ' DELIMITED BY SIZE                BBANK75P
009781               CD32O-HH-HEAD-PID DELIMITED BY SIZE                BBANK75P
009782               ' MEMBERS ' DELIMITED BY SIZE                      BBANK75P
009783               CD32O-HH-MEMBER-COUNT DELIMITED BY SIZE            BBANK75P
009784               ' COMBINED' DELIMITED BY SIZE                      BBANK75P
009785               WS-EDIT-HH-TOTAL DELIMITED BY SIZE                 BBANK75P
009786          INTO BANK-SCR75-LINE (7)                                BBANK75P
009787        MOVE SPACES TO BANK-SCR75-LINE (8)                        BBANK75P
009788        MOVE 1 TO WS-SUB2                                         BBANK75P
009789        PERFORM SHOW-ONE-C360-MEMBER THRU                         BBANK75P
009790                SHOW-ONE-C360-MEMBER-EXIT                         BBANK75P
009791          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
009792            UNTIL WS-SUB1 IS GREATER THAN CD32O-HH-MEMBER-COUNT   BBANK75P
009793               OR WS-SUB1 IS GREATER THAN 3                       BBANK75P
009794     END-IF.                                                      BBANK75P
009798 DO-C360-EXIT.                                                    BBANK75P
009802     EXIT.                                                        BBANK75P
009806                                                                  BBANK75P
009816 SHOW-ONE-C360-ACC.                                               BBANK75P
009826     MOVE CD32O-A-BALANCE (WS-SUB1) TO WS-EDIT-AMT.               BBANK75P
009946       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
009956 SHOW-ONE-C360-ACC-EXIT.                                          BBANK75P
009966     EXIT.                                                        BBANK75P
009967                                                                  BBANK75P
009968 SHOW-ONE-C360-MEMBER.                                            BBANK75P
009969     STRING CD32O-H-PID (WS-SUB1) DELIMITED BY SIZE               BBANK75P
009970            ' ' DELIMITED BY SIZE                                 BBANK75P
009971            CD32O-H-NAME (WS-SUB1) (1:18) DELIMITED BY SIZE       BBANK75P
009972            ' ' DELIMITED BY SIZE                                 BBANK75P
009973       INTO BANK-SCR75-LINE (8)                                   BBANK75P
009974       WITH POINTER WS-SUB2.                                      BBANK75P
009975 SHOW-ONE-C360-MEMBER-EXIT.                                       BBANK75P
009976     EXIT.                                                        BBANK75P
009977                                                                  BBANK75P
009978 SHOW-C360-HOUSEHOLD.                                             BBANK75P
009979     IF CD32O-HH-HEAD-PID IS EQUAL TO SPACES                      BBANK75P
009980        IF WS-ERROR-MSG IS EQUAL TO SPACES                        BBANK75P
009981           MOVE 'Customer is not in a household' TO WS-ERROR-MSG  BBANK75P
009982        END-IF                                                    BBANK75P
009983        GO TO SHOW-C360-HOUSEHOLD-EXIT                            BBANK75P
009984     END-IF.                                                      BBANK75P
009985     MOVE CD32O-HH-TOTAL TO WS-EDIT-HH-TOTAL.                     BBANK75P
009986     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
009987     STRING 'HOUSEHOLD HEAD ' DELIMITED BY SIZE                   BBANK75P
009988            CD32O-HH-HEAD-PID DELIMITED BY SIZE                   BBANK75P
009989            ' OTHER ACCOUNTS ' DELIMITED BY SIZE                  BBANK75P
009990            CD32O-HH-ACC-COUNT DELIMITED BY SIZE                  BBANK75P
009991            ' COMBINED' DELIMITED BY SIZE                         BBANK75P
009992            WS-EDIT-HH-TOTAL DELIMITED BY SIZE                    BBANK75P
009993       INTO BANK-SCR75-LINE (1).                                  BBANK75P
009994     PERFORM SHOW-ONE-C360-HH-ACC THRU                            BBANK75P
009995             SHOW-ONE-C360-HH-ACC-EXIT                            BBANK75P
009996       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
009997         UNTIL WS-SUB1 IS GREATER THAN CD32O-HH-ACC-COUNT         BBANK75P
009998            OR WS-SUB1 IS GREATER THAN 7.                         BBANK75P
009999 SHOW-C360-HOUSEHOLD-EXIT.                                        BBANK75P
010000     EXIT.                                                        BBANK75P
010001                                                                  BBANK75P
010002 SHOW-ONE-C360-HH-ACC.                                            BBANK75P
010003     MOVE CD32O-HA-BALANCE (WS-SUB1) TO WS-EDIT-AMT.              BBANK75P
010004     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
010005     STRING CD32O-HA-PID (WS-SUB1) DELIMITED BY SIZE              BBANK75P
010006            ' ' DELIMITED BY SIZE                                 BBANK75P
010007            CD32O-HA-ACCNO (WS-SUB1) DELIMITED BY SIZE            BBANK75P
010008            ' T' DELIMITED BY SIZE                                BBANK75P
010009            CD32O-HA-TYPE (WS-SUB1) DELIMITED BY SIZE             BBANK75P
010010            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
010011       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
010012 SHOW-ONE-C360-HH-ACC-EXIT.                                       BBANK75P
010013     EXIT.                                                        BBANK75P
010015                                                                  BBANK75P
010017***************************************************************** BBANK75P
010019* POD / POD+ / POD- / DECEASE / RELEASE - payable-on-death      * BBANK75P
010021* designations and estate handling. KEY1 the account (the       * BBANK75P
010023* customer on DECEASE), KEY2(1:1) the slot, TEXT(1:20) the      * BBANK75P
010026* beneficiary, KEY2(3:15) the relation, AMOUNT the share        * BBANK75P
010036* percent in digits (pennies form, 02500 is 25 percent);        * BBANK75P
010046* DECEASE and RELEASE take the supervisor's signon              * BBANK75P
017176* ATM / ATMLOAD - the terminal master. KEY1(1:4) the terminal;  * BBANK75P
017186* a replenishment takes AMOUNT the cash loaded and the four     * BBANK75P
017196* denomination/count pairs - three digits and five digits -     * BBANK75P
017206* in the first result line. An inquiry shows the terminal's     * BBANK75P
017209* open faults - cause, since when and the ticket raised - from  * BBANK75P
017212* the third result line                                         * BBANK75P
017216***************************************************************** BBANK75P
017226 DO-ATM.                                                          BBANK75P
017236     MOVE SPACES TO CD08-DATA.                                    BBANK75P
017596            ' ON ' DELIMITED BY SIZE                              BBANK75P
017606            CD08O-LAST-LOADED-DTE DELIMITED BY SIZE               BBANK75P
017616       INTO BANK-SCR75-LINE (2).                                  BBANK75P
017617     IF CD08O-FAULT-COUNT IS NUMERIC                              BBANK75P
017618        PERFORM SHOW-ONE-FAULT THRU SHOW-ONE-FAULT-EXIT           BBANK75P
017619          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
017620            UNTIL WS-SUB1 IS GREATER THAN CD08O-FAULT-COUNT       BBANK75P
017621     END-IF.                                                      BBANK75P
017626 DO-ATM-EXIT.                                                     BBANK75P
017636     EXIT.                                                        BBANK75P
017646                                                                  BBANK75P
017716       TO CD08I-CAS-LOADED (WS-SUB1).                             BBANK75P
017726 LOAD-ONE-CAS-EXIT.                                               BBANK75P
017736     EXIT.                                                        BBANK75P
017737                                                                  BBANK75P
017738 SHOW-ONE-FAULT.                                                  BBANK75P
017739     COMPUTE WS-LINE-SUB = WS-SUB1 + 2.                           BBANK75P
017740     MOVE SPACES TO BANK-SCR75-LINE (WS-LINE-SUB).                BBANK75P
017741     STRING 'FAULT ' DELIMITED BY SIZE                            BBANK75P
017742            CD08O-FAULT-CAUSE (WS-SUB1) DELIMITED BY SIZE         BBANK75P
017743            ' SINCE ' DELIMITED BY SIZE                           BBANK75P
017744            CD08O-FAULT-SINCE-DATE (WS-SUB1) DELIMITED BY SIZE    BBANK75P
017745            ' ' DELIMITED BY SIZE                                 BBANK75P
017746            CD08O-FAULT-SINCE-TIME (WS-SUB1) (1:4)                BBANK75P
017747                               DELIMITED BY SIZE                  BBANK75P
017748       INTO BANK-SCR75-LINE (WS-LINE-SUB).                        BBANK75P
017749     IF CD08O-FAULT-TICKET (WS-SUB1) IS EQUAL TO SPACES           BBANK75P
017750        MOVE 'NO TICKET YET'                                      BBANK75P
017751          TO BANK-SCR75-LINE (WS-LINE-SUB) (32:)                  BBANK75P
017752     ELSE                                                         BBANK75P
017753        MOVE 'TICKET'                                             BBANK75P
017754          TO BANK-SCR75-LINE (WS-LINE-SUB) (32:)                  BBANK75P
017755        MOVE CD08O-FAULT-TICKET (WS-SUB1)                         BBANK75P
017756          TO BANK-SCR75-LINE (WS-LINE-SUB) (39:)                  BBANK75P
017757     END-IF.                                                      BBANK75P
017758 SHOW-ONE-FAULT-EXIT.                                             BBANK75P
017759     EXIT.                                                        BBANK75P
017761                                                                  BBANK75P
017763                                                                  BBANK75P
017766***************************************************************** BBANK75P
017776* RATE+ / RATEUPD - add or update a tiered rate. KEY1(1:1) the  * BBANK75P
017786* account type, KEY1(3:1) the tier, KEY2(1:8) the effective     * BBANK75P
017796* date, AMOUNT the minimum balance, TEXT(1:5) the annual rate   * BBANK75P
017806* as digits, one before the point and four after, TEXT(7:5)     * BBANK75P
017809* the debit rate on overdrawn balances the same way (blank      * BBANK75P
017812* for none), TEXT(13:5) the earnings credit rate on a business  * BBANK75P
017814* account's average balance likewise (blank for none)           * BBANK75P
017816***************************************************************** BBANK75P
017826 DO-RATE-MAINT.                                                   BBANK75P
017836     MOVE SPACES TO CD23-DATA.                                    BBANK75P
018056     MOVE BANK-SCR75-KEY1 (3:1) TO CD23I-TIER.                    BBANK75P
018066     MOVE BANK-SCR75-KEY2 (1:8) TO CD23I-EFF-DATE.                BBANK75P
018076     MOVE WS-AMOUNT-N TO CD23I-MIN-BAL.                           BBANK75P
018080     MOVE WS-DIG5R-R TO CD23I-INT-RATE.                           BBANK75P
018082     MOVE ZERO TO CD23I-DEBIT-RATE.                               BBANK75P
018083     MOVE ZERO TO CD23I-ECR-RATE.                                 BBANK75P
018084     IF BANK-SCR75-TEXT (7:5) IS NOT EQUAL TO SPACES              BBANK75P
018085        MOVE BANK-SCR75-TEXT (7:5) TO WS-DIG5R                    BBANK75P
018086        INSPECT WS-DIG5R REPLACING LEADING ' ' BY '0'             BBANK75P
018087        IF WS-DIG5R IS NOT NUMERIC                                BBANK75P
018088           MOVE 'Debit rate must be five digits' TO WS-ERROR-MSG  BBANK75P
018089           GO TO DO-RATE-MAINT-EXIT                               BBANK75P
018090        END-IF                                                    BBANK75P
018091        MOVE WS-DIG5R-R TO CD23I-DEBIT-RATE                       BBANK75P
018092     END-IF.                                                      BBANK75P
018093     IF BANK-SCR75-TEXT (13:5) IS NOT EQUAL TO SPACES             BBANK75P
018094        MOVE BANK-SCR75-TEXT (13:5) TO WS-DIG5R                   BBANK75P
018095        INSPECT WS-DIG5R REPLACING LEADING ' ' BY '0'             BBANK75P
018096        IF WS-DIG5R IS NOT NUMERIC                                BBANK75P
018097           MOVE 'Earnings credit rate must be five digits'        BBANK75P
018098             TO WS-ERROR-MSG                                      BBANK75P
018099           GO TO DO-RATE-MAINT-EXIT                               BBANK75P
018100        END-IF                                                    BBANK75P
018101        MOVE WS-DIG5R-R TO CD23I-ECR-RATE                         BBANK75P
018102     END-IF.                                                      BBANK75P
018103     MOVE 'DBANK23P' TO WS-STAGE-TARGET.                          BBANK75P
018104*    rate and fee changes no longer hit the live file from one    BBANK75P
018105*    keyboard - the prepared commarea is staged for a second      BBANK75P
018106*    operator to approve (maker-checker)                          BBANK75P
018107     PERFORM STAGE-REFDATA-CHANGE THRU                            BBANK75P
018108             STAGE-REFDATA-CHANGE-EXIT.                           BBANK75P
018109     MOVE C133O-MSG TO WS-ERROR-MSG.                              BBANK75P
018116 DO-RATE-MAINT-EXIT.                                              BBANK75P
018126     EXIT.                                                        BBANK75P
018136                                                                  BBANK75P
021527     EXIT.                                                        BBANK75P
021528                                                                  BBANK75P
021529***************************************************************** BBANK75P
021530* FEEREF - courtesy fee refund. KEY2(1:12) the reference number * BBANK75P
021531* of the fee or loan late charge, KEY2(14:3) the reason code;   * BBANK75P
021532* the acting operator is the signed-on user and the supervisor  * BBANK75P
021533* field carries the override                                    * BBANK75P
021534***************************************************************** BBANK75P
021535 DO-FEE-REFUND.                                                   BBANK75P
021536     MOVE SPACES TO C126-DATA.                                    BBANK75P
021668       WHEN 'DBANK35P'                                            BBANK75P
021678         MOVE LENGTH OF CD35-DATA TO C133I-CA-LEN                 BBANK75P
021688         MOVE CD35-DATA TO C133I-CA-IMAGE                         BBANK75P
021690       WHEN 'DBNK189P'                                            BBANK75P
021692         MOVE LENGTH OF C189-DATA TO C133I-CA-LEN                 BBANK75P
021694         MOVE C189-DATA TO C133I-CA-IMAGE                         BBANK75P
021695       WHEN 'DBNK198P'                                            BBANK75P
021696         MOVE LENGTH OF C198-DATA TO C133I-CA-LEN                 BBANK75P
021697         MOVE C198-DATA TO C133I-CA-IMAGE                         BBANK75P
021698       WHEN 'DBANK41P'                                            BBANK75P
021708         MOVE ZERO TO C133I-CA-LEN                                BBANK75P
021718     END-EVALUATE.                                                BBANK75P
022358***************************************************************** BBANK75P
022368* LOANAPPQ / LOANAPPD / LOANAPPC - the web loan application    *  BBANK75P
022378* worklist. KEY2(1:12) the application reference on a          *  BBANK75P
022388* decision; a convert names the customer in KEY1(1:5). Each    *  BBANK75P
022393* line ends with the credit recommendation and reason codes    *  BBANK75P
022398***************************************************************** BBANK75P
022408 DO-LOAN-APPS.                                                    BBANK75P
022418     MOVE SPACES TO C135-DATA.                                    BBANK75P
022718            C135O-E-NAME (WS-SUB1) (1:20) DELIMITED BY SIZE       BBANK75P
022728            ' ' DELIMITED BY SIZE                                 BBANK75P
022738            C135O-E-TAKEN-DATE (WS-SUB1) DELIMITED BY SIZE        BBANK75P
022740            ' ' DELIMITED BY SIZE                                 BBANK75P
022742            C135O-E-RECOMMEND (WS-SUB1) DELIMITED BY SIZE         BBANK75P
022744            ' ' DELIMITED BY SIZE                                 BBANK75P
022746            C135O-E-REASONS (WS-SUB1) DELIMITED BY SIZE           BBANK75P
022748       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
022758 SHOW-ONE-LOAN-APP-EXIT.                                          BBANK75P
022768     EXIT.                                                        BBANK75P
023108***************************************************************** BBANK75P
023118* CASHORD+ / CASHAPP / CASHRCV / CASHORDQ - cash logistics.    *  BBANK75P
023128* A raise names the branch in KEY1(1:4) and an optional ATM    *  BBANK75P
023138* in KEY1(6:4) with AMOUNT the value, and KEY2(1:3) the        *  BBANK75P
023148* currency for an order of foreign banknotes; decisions        *  BBANK75P
023153* carry the order id in KEY2(1:12)                             *  BBANK75P
023158***************************************************************** BBANK75P
023168 DO-CASH-ORDER.                                                   BBANK75P
023178     MOVE SPACES TO C138-DATA.                                    BBANK75P
023218         SET C138I-RAISE TO TRUE                                  BBANK75P
023228         MOVE BANK-SCR75-KEY1 (1:4) TO C138I-TO-BRANCH            BBANK75P
023238         MOVE BANK-SCR75-KEY1 (6:4) TO C138I-TO-TERMINAL          BBANK75P
023243         MOVE BANK-SCR75-KEY2 (1:3) TO C138I-CCY-CODE             BBANK75P
023248         PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT              BBANK75P
023258         IF WS-PARSE-BAD                                          BBANK75P
023268            GO TO DO-CASH-ORDER-EXIT                              BBANK75P
023548            C138O-E-TO-BRANCH (WS-SUB1) DELIMITED BY SIZE         BBANK75P
023558            ' ' DELIMITED BY SIZE                                 BBANK75P
023568            C138O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
023571            ' ' DELIMITED BY SIZE                                 BBANK75P
023574            C138O-E-CCY-CODE (WS-SUB1) DELIMITED BY SIZE          BBANK75P
023578            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
023588            ' ' DELIMITED BY SIZE                                 BBANK75P
023598            C138O-E-RAISED-DATE (WS-SUB1) DELIMITED BY SIZE       BBANK75P
024608* minimum opening deposit, KEY2(1:11) the minimum ongoing         BBANK75P
024618* balance (pennies implied), KEY2(13:2) max accounts per          BBANK75P
024628* customer, KEY2(16:2) minimum age, KEY2(19:1) the minimum        BBANK75P
024638* relationship tier, KEY2(21:3) the outgoing transfers allowed    BBANK75P
024640* per statement cycle (blank for no limit) and KEY2(25:1) what    BBANK75P
024642* happens past it - R refuse, C charge the XWDL fee. Rules are    BBANK75P
024644* data, not code, like BNKRATE and BNKFEES. TEXT(22:1) Y marks    BBANK75P
024651* a business type for monthly account analysis.                   BBANK75P
024658**************************************************************    BBANK75P
024668 DO-PRODUCT.                                                      BBANK75P
024678     MOVE SPACES TO C145-DATA.                                    BBANK75P
024858         MOVE BANK-SCR75-KEY2 (13:2) TO C145I-MAX-PER-CUST        BBANK75P
024868         MOVE BANK-SCR75-KEY2 (16:2) TO C145I-MIN-AGE             BBANK75P
024878         MOVE BANK-SCR75-KEY2 (19:1) TO C145I-ELIG-TIER           BBANK75P
024881         MOVE BANK-SCR75-KEY2 (21:3) TO C145I-XFER-LIMIT          BBANK75P
024884         MOVE BANK-SCR75-KEY2 (25:1) TO C145I-XFER-EXCESS         BBANK75P
024886         MOVE BANK-SCR75-TEXT (22:1) TO C145I-ANALYSIS            BBANK75P
024888       WHEN 'PRODRET '                                            BBANK75P
024898         SET C145I-RETIRE TO TRUE                                 BBANK75P
024908       WHEN OTHER                                                 BBANK75P
025228               ' BY ' DELIMITED BY SIZE                           BBANK75P
025238               C145O-UPDATED-BY DELIMITED BY SIZE                 BBANK75P
025248          INTO BANK-SCR75-LINE (5)                                BBANK75P
025250        MOVE SPACES TO BANK-SCR75-LINE (6)                        BBANK75P
025251        STRING 'XFER LIMIT ' DELIMITED BY SIZE                    BBANK75P
025252               C145O-XFER-LIMIT DELIMITED BY SIZE                 BBANK75P
025253               '  EXCESS ' DELIMITED BY SIZE                      BBANK75P
025254               C145O-XFER-EXCESS DELIMITED BY SIZE                BBANK75P
025255               '  ANALYSIS ' DELIMITED BY SIZE                    BBANK75P
025256               C145O-ANALYSIS DELIMITED BY SIZE                   BBANK75P
025260          INTO BANK-SCR75-LINE (6)                                BBANK75P
025264     END-IF.                                                      BBANK75P
025268 DO-PRODUCT-EXIT.                                                 BBANK75P
025278     EXIT.                                                        BBANK75P
025279                                                                  BBANK75P
025280***************************************************************** BBANK75P
025281* COLL+ / COLLVAL / COLL- / COLLS - the collateral and          * BBANK75P
025282* guarantor register. KEY1 the loan account. On COLL+ KEY2(1:1) * BBANK75P
025283* the kind (P property, V vehicle, D pledged deposit, G         * BBANK75P
025284* guarantor), KEY2(3:9) the deposit account or KEY2(3:5) the    * BBANK75P
025285* guarantor, KEY2(13:8) the valuation date, KEY2(22:1) the lien * BBANK75P
025286* position, AMOUNT the valuation or guaranteed amount and       * BBANK75P
025287* TEXT(1:30) the description. COLLVAL and COLL- take the item   * BBANK75P
025288* number in KEY2(1:3); COLLVAL the new valuation in AMOUNT and  * BBANK75P
025289* its date in KEY2(13:8)                                        * BBANK75P
025290***************************************************************** BBANK75P
025291 DO-COLLATERAL.                                                   BBANK75P
025292     MOVE SPACES TO C151-DATA.                                    BBANK75P
025293     MOVE BANK-SCR75-KEY1 TO C151I-LOAN-ACCNO.                    BBANK75P
025294     MOVE BANK-USERID TO C151I-OPERATOR.                          BBANK75P
025295     MOVE ZERO TO C151I-SEQ.                                      BBANK75P
025296     MOVE ZERO TO C151I-LIEN-POS.                                 BBANK75P
025297     MOVE ZERO TO C151I-VALUATION.                                BBANK75P
025298     IF BANK-SCR75-FUNC IS EQUAL TO 'COLLS   '                    BBANK75P
025299        SET C151I-LIST TO TRUE                                    BBANK75P
025300        GO TO DO-COLLATERAL-LINK                                  BBANK75P
025301     END-IF.                                                      BBANK75P
025302     PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT.                 BBANK75P
025303     IF WS-PARSE-BAD                                              BBANK75P
025304        GO TO DO-COLLATERAL-EXIT                                  BBANK75P
025305     END-IF.                                                      BBANK75P
025306     MOVE WS-AMOUNT-N TO C151I-VALUATION.                         BBANK75P
025307     MOVE BANK-SCR75-KEY2 (13:8) TO C151I-VALUED-DATE.            BBANK75P
025308     IF BANK-SCR75-FUNC IS EQUAL TO 'COLL+   '                    BBANK75P
025309        SET C151I-ADD TO TRUE                                     BBANK75P
025310        MOVE BANK-SCR75-KEY2 (1:1) TO C151I-KIND                  BBANK75P
025311        MOVE BANK-SCR75-KEY2 (3:9) TO C151I-DEP-ACCNO             BBANK75P
025312        MOVE BANK-SCR75-KEY2 (3:5) TO C151I-GUAR-PID              BBANK75P
025313        IF BANK-SCR75-KEY2 (22:1) IS NUMERIC                      BBANK75P
025314           MOVE BANK-SCR75-KEY2 (22:1) TO C151I-LIEN-POS          BBANK75P
025315        END-IF                                                    BBANK75P
025316        MOVE BANK-SCR75-TEXT (1:30) TO C151I-DESC                 BBANK75P
025317        GO TO DO-COLLATERAL-LINK                                  BBANK75P
025318     END-IF.                                                      BBANK75P
025319     IF BANK-SCR75-KEY2 (1:3) IS NOT NUMERIC                      BBANK75P
025320        MOVE 'Item number must be 3 digits' TO WS-ERROR-MSG       BBANK75P
025321        GO TO DO-COLLATERAL-EXIT                                  BBANK75P
025322     END-IF.                                                      BBANK75P
025323     MOVE BANK-SCR75-KEY2 (1:3) TO C151I-SEQ.                     BBANK75P
025324     IF BANK-SCR75-FUNC IS EQUAL TO 'COLLVAL '                    BBANK75P
025325        SET C151I-REVALUE TO TRUE                                 BBANK75P
025326     ELSE                                                         BBANK75P
025327        SET C151I-RELEASE TO TRUE                                 BBANK75P
025328     END-IF.                                                      BBANK75P
025329 DO-COLLATERAL-LINK.                                              BBANK75P
025330 COPY CBNKX151.                                                   BBANK75P
025331     MOVE C151O-MSG TO WS-ERROR-MSG.                              BBANK75P
025332     IF C151O-COUNT IS GREATER THAN ZERO                          BBANK75P
025333        PERFORM SHOW-ONE-COLLATERAL THRU SHOW-ONE-COLLATERAL-EXIT BBANK75P
025334          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
025335            UNTIL WS-SUB1 IS GREATER THAN C151O-COUNT             BBANK75P
025336     ELSE                                                         BBANK75P
025337        IF C151O-OK                                               BBANK75P
025338           MOVE SPACES TO BANK-SCR75-LINE (1)                     BBANK75P
025339           STRING 'ITEM ' DELIMITED BY SIZE                       BBANK75P
025340                  C151O-SEQ DELIMITED BY SIZE                     BBANK75P
025341             INTO BANK-SCR75-LINE (1)                             BBANK75P
025342        END-IF                                                    BBANK75P
025343     END-IF.                                                      BBANK75P
025344 DO-COLLATERAL-EXIT.                                              BBANK75P
025345     EXIT.                                                        BBANK75P
025346                                                                  BBANK75P
025347 SHOW-ONE-COLLATERAL.                                             BBANK75P
025348     MOVE C151O-E-AMOUNT (WS-SUB1) TO WS-EDIT-AMT.                BBANK75P
025349     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
025350     STRING C151O-E-SEQ (WS-SUB1) DELIMITED BY SIZE               BBANK75P
025351            ' ' DELIMITED BY SIZE                                 BBANK75P
025352            C151O-E-KIND (WS-SUB1) DELIMITED BY SIZE              BBANK75P
025353            ' ' DELIMITED BY SIZE                                 BBANK75P
025354            C151O-E-REF (WS-SUB1) DELIMITED BY SIZE               BBANK75P
025355            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025356            ' VALUED ' DELIMITED BY SIZE                          BBANK75P
025357            C151O-E-VALUED-DATE (WS-SUB1) DELIMITED BY SIZE       BBANK75P
025358            ' LIEN ' DELIMITED BY SIZE                            BBANK75P
025359            C151O-E-LIEN-POS (WS-SUB1) DELIMITED BY SIZE          BBANK75P
025360            ' ' DELIMITED BY SIZE                                 BBANK75P
025361            C151O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
025362       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
025363 SHOW-ONE-COLLATERAL-EXIT.                                        BBANK75P
025364     EXIT.                                                        BBANK75P
025365                                                                  BBANK75P
025366***************************************************************** BBANK75P
025367* LINE+ / LINEUPD / LINEFRZ / LINEREIN / LINECLS / LINE /       * BBANK75P
025368* LINEDRAW / LINEPAY - the revolving credit line. KEY1 the line * BBANK75P
025369* account. LINE+ and LINEUPD take the approved limit in AMOUNT, * BBANK75P
025370* the collection account in KEY2(1:9), the minimum payment per  * BBANK75P
025371* cent in KEY2(11:5) (two decimals implied) and the minimum     * BBANK75P
025372* payment floor in KEY2(17:9) (pennies implied); on LINEUPD a   * BBANK75P
025373* blank or zero field keeps the current term. LINEDRAW and      * BBANK75P
025374* LINEPAY take the amount in AMOUNT and the borrower's other    * BBANK75P
025375* account in KEY2(1:9) and file a receipt                       * BBANK75P
025376***************************************************************** BBANK75P
025377 DO-CREDIT-LINE.                                                  BBANK75P
025378     MOVE SPACES TO C153-DATA.                                    BBANK75P
025379     MOVE BANK-SCR75-KEY1 TO C153I-ACCNO.                         BBANK75P
025380     MOVE BANK-USERID TO C153I-OPERATOR.                          BBANK75P
025381     MOVE ZERO TO C153I-LIMIT.                                    BBANK75P
025382     MOVE ZERO TO C153I-MIN-PCT.                                  BBANK75P
025383     MOVE ZERO TO C153I-MIN-FLOOR.                                BBANK75P
025384     MOVE ZERO TO C153I-AMOUNT.                                   BBANK75P
025385     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025386       WHEN 'LINE+   '                                            BBANK75P
025387         SET C153I-OPEN TO TRUE                                   BBANK75P
025388       WHEN 'LINEUPD '                                            BBANK75P
025389         SET C153I-CHANGE TO TRUE                                 BBANK75P
025390       WHEN 'LINEFRZ '                                            BBANK75P
025391         SET C153I-FREEZE TO TRUE                                 BBANK75P
025392       WHEN 'LINEREIN'                                            BBANK75P
025393         SET C153I-REINSTATE TO TRUE                              BBANK75P
025394       WHEN 'LINECLS '                                            BBANK75P
025395         SET C153I-CLOSE TO TRUE                                  BBANK75P
025396       WHEN 'LINEDRAW'                                            BBANK75P
025397         SET C153I-DRAW TO TRUE                                   BBANK75P
025398       WHEN 'LINEPAY '                                            BBANK75P
025399         SET C153I-REPAY TO TRUE                                  BBANK75P
025400       WHEN OTHER                                                 BBANK75P
025401         SET C153I-INQUIRE TO TRUE                                BBANK75P
025402     END-EVALUATE.                                                BBANK75P
025403     IF C153I-FREEZE OR C153I-REINSTATE OR                        BBANK75P
025404        C153I-CLOSE OR C153I-INQUIRE                              BBANK75P
025405        GO TO DO-CREDIT-LINE-LINK                                 BBANK75P
025406     END-IF.                                                      BBANK75P
025407     PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT.                 BBANK75P
025408     IF WS-PARSE-BAD                                              BBANK75P
025409        GO TO DO-CREDIT-LINE-EXIT                                 BBANK75P
025410     END-IF.                                                      BBANK75P
025411     MOVE BANK-SCR75-KEY2 (1:9) TO C153I-OTHER-ACCNO.             BBANK75P
025412     IF C153I-DRAW OR C153I-REPAY                                 BBANK75P
025413        MOVE WS-AMOUNT-N TO C153I-AMOUNT                          BBANK75P
025414        GO TO DO-CREDIT-LINE-LINK                                 BBANK75P
025415     END-IF.                                                      BBANK75P
025416     MOVE WS-AMOUNT-N TO C153I-LIMIT.                             BBANK75P
025417     MOVE BANK-SCR75-KEY2 (11:5) TO WS-DIG5P.                     BBANK75P
025418     INSPECT WS-DIG5P REPLACING LEADING ' ' BY '0'.               BBANK75P
025419     IF WS-DIG5P IS NOT NUMERIC                                   BBANK75P
025420        MOVE 'Minimum per cent must be five digits'               BBANK75P
025421          TO WS-ERROR-MSG                                         BBANK75P
025422        GO TO DO-CREDIT-LINE-EXIT                                 BBANK75P
025423     END-IF.                                                      BBANK75P
025424     MOVE WS-DIG5P-R TO C153I-MIN-PCT.                            BBANK75P
025425     MOVE BANK-SCR75-KEY2 (17:9) TO WS-DIG9.                      BBANK75P
025426     INSPECT WS-DIG9 REPLACING LEADING ' ' BY '0'.                BBANK75P
025427     IF WS-DIG9 IS NOT NUMERIC                                    BBANK75P
025428        MOVE 'Minimum floor must be nine digits' TO WS-ERROR-MSG  BBANK75P
025429        GO TO DO-CREDIT-LINE-EXIT                                 BBANK75P
025430     END-IF.                                                      BBANK75P
025431     MOVE WS-DIG9-R TO C153I-MIN-FLOOR.                           BBANK75P
025432 DO-CREDIT-LINE-LINK.                                             BBANK75P
025433 COPY CBNKX153.                                                   BBANK75P
025434     MOVE C153O-MSG TO WS-ERROR-MSG.                              BBANK75P
025435     IF NOT C153O-OK                                              BBANK75P
025436        GO TO DO-CREDIT-LINE-EXIT                                 BBANK75P
025437     END-IF.                                                      BBANK75P
025438     MOVE C153O-DRAWN TO WS-EDIT-AMT.                             BBANK75P
025439     MOVE C153O-AVAILABLE TO WS-EDIT-AMT2.                        BBANK75P
025440     IF C153I-DRAW OR C153I-REPAY                                 BBANK75P
025441        MOVE SPACES TO BANK-SCR75-LINE (1)                        BBANK75P
025442        STRING 'REF ' DELIMITED BY SIZE                           BBANK75P
025443               C153O-REFNO DELIMITED BY SIZE                      BBANK75P
025444               ' DRAWN' DELIMITED BY SIZE                         BBANK75P
025445               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
025446               ' AVAILABLE' DELIMITED BY SIZE                     BBANK75P
025447               WS-EDIT-AMT2 DELIMITED BY SIZE                     BBANK75P
025448          INTO BANK-SCR75-LINE (1)                                BBANK75P
025449        MOVE C153O-REFNO TO WS-RCPT-REFNO                         BBANK75P
025450        PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT               BBANK75P
025451        GO TO DO-CREDIT-LINE-EXIT                                 BBANK75P
025452     END-IF.                                                      BBANK75P
025453     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025454     STRING 'STATUS ' DELIMITED BY SIZE                           BBANK75P
025455            C153O-LINE-STATUS DELIMITED BY SIZE                   BBANK75P
025456            ' DRAWN' DELIMITED BY SIZE                            BBANK75P
025457            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025458            ' AVAILABLE' DELIMITED BY SIZE                        BBANK75P
025459            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
025460       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025461     MOVE C153O-LIMIT TO WS-EDIT-AMT.                             BBANK75P
025462     MOVE C153O-MIN-FLOOR TO WS-EDIT-AMT2.                        BBANK75P
025463     MOVE C153O-MIN-PCT TO WS-EDIT-PCT.                           BBANK75P
025464     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
025465     STRING 'LIMIT' DELIMITED BY SIZE                             BBANK75P
025466            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025467            ' MIN% ' DELIMITED BY SIZE                            BBANK75P
025468            WS-EDIT-PCT DELIMITED BY SIZE                         BBANK75P
025469            ' FLOOR' DELIMITED BY SIZE                            BBANK75P
025470            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
025471       INTO BANK-SCR75-LINE (2).                                  BBANK75P
025472     MOVE C153O-LAST-BILL-MIN TO WS-EDIT-AMT.                     BBANK75P
025473     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
025474     STRING 'COLLECT FROM ' DELIMITED BY SIZE                     BBANK75P
025475            C153O-COLL-ACCNO DELIMITED BY SIZE                    BBANK75P
025476            ' LAST BILLED ' DELIMITED BY SIZE                     BBANK75P
025477            C153O-LAST-BILL-DATE DELIMITED BY SIZE                BBANK75P
025478            ' MIN' DELIMITED BY SIZE                              BBANK75P
025479            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025480       INTO BANK-SCR75-LINE (3).                                  BBANK75P
025481 DO-CREDIT-LINE-EXIT.                                             BBANK75P
025482     EXIT.                                                        BBANK75P
025483                                                                  BBANK75P
025484***************************************************************** BBANK75P
025485* CHQDEP - a cheque drawn on another bank taken in on deposit   * BBANK75P
025486* for outward clearing. KEY1 the account credited, KEY2(1:9)    * BBANK75P
025487* the drawee bank's routing number, TEXT(1:17) the drawer's     * BBANK75P
025488* account at that bank, TEXT(19:10) the cheque serial number    * BBANK75P
025489* and the amount in AMOUNT. The credit is held until the        * BBANK75P
025490* cheque has had time to clear; a receipt is filed              * BBANK75P
025491***************************************************************** BBANK75P
025492 DO-CHEQUE-DEPOSIT.                                               BBANK75P
025493     PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT.                 BBANK75P
025494     IF WS-PARSE-BAD                                              BBANK75P
025495        GO TO DO-CHEQUE-DEPOSIT-EXIT                              BBANK75P
025496     END-IF.                                                      BBANK75P
025497     MOVE SPACES TO C155-DATA.                                    BBANK75P
025498     SET C155I-AT-COUNTER TO TRUE.                                BBANK75P
025499     MOVE BANK-SCR75-KEY1 TO C155I-ACCNO.                         BBANK75P
025500     MOVE BANK-SCR75-KEY2 (1:9) TO C155I-ROUTING.                 BBANK75P
025501     MOVE BANK-SCR75-TEXT (1:17) TO C155I-DRAWEE-ACCNO.           BBANK75P
025502     MOVE BANK-SCR75-TEXT (19:10) TO C155I-SERIAL.                BBANK75P
025503     MOVE WS-AMOUNT-N TO C155I-AMOUNT.                            BBANK75P
025504     MOVE BANK-USERID TO C155I-USERID.                            BBANK75P
025505     MOVE SPACES TO C155I-TERM-ID.                                BBANK75P
025506 COPY CBNKX155.                                                   BBANK75P
025507     MOVE C155O-MSG TO WS-ERROR-MSG.                              BBANK75P
025508     IF NOT C155O-OK                                              BBANK75P
025509        GO TO DO-CHEQUE-DEPOSIT-EXIT                              BBANK75P
025510     END-IF.                                                      BBANK75P
025511     MOVE C155O-NEW-BAL TO WS-EDIT-AMT.                           BBANK75P
025512     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025513     STRING 'REF ' DELIMITED BY SIZE                              BBANK75P
025514            C155O-REFNO DELIMITED BY SIZE                         BBANK75P
025515            ' NEW BALANCE' DELIMITED BY SIZE                      BBANK75P
025516            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025517       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025518     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
025519     STRING 'DRAWN ON ' DELIMITED BY SIZE                         BBANK75P
025520            C155O-BANK-NAME DELIMITED BY SIZE                     BBANK75P
025521            ' AVAILABLE ' DELIMITED BY SIZE                       BBANK75P
025522            C155O-AVAIL-DATE DELIMITED BY SIZE                    BBANK75P
025523       INTO BANK-SCR75-LINE (2).                                  BBANK75P
025524     MOVE C155O-REFNO TO WS-RCPT-REFNO.                           BBANK75P
025525     PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT.                 BBANK75P
025526 DO-CHEQUE-DEPOSIT-EXIT.                                          BBANK75P
025527     EXIT.                                                        BBANK75P
025528                                                                  BBANK75P
025529***************************************************************** BBANK75P
025530* WIRE / WIRECAN / WIREREL / WIRES - high-value wires. On entry * BBANK75P
025531* KEY1 the source account, KEY2(1:5) the customer, KEY2(7:8)    * BBANK75P
025532* the payee id, AMOUNT the amount and TEXT(1:35) the payment    * BBANK75P
025533* details. Cancel and release take the wire reference in        * BBANK75P
025534* KEY2(1:12); release carries the supervisor sign-off fields.   * BBANK75P
025535***************************************************************** BBANK75P
025536 DO-WIRE.                                                         BBANK75P
025537     MOVE SPACES TO C158-DATA.                                    BBANK75P
025538     MOVE BANK-USERID TO C158I-USERID.                            BBANK75P
025539     MOVE ZERO TO C158I-AMOUNT.                                   BBANK75P
025540     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025541       WHEN 'WIRE    '                                            BBANK75P
025542         SET C158I-ENTER TO TRUE                                  BBANK75P
025543         PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT              BBANK75P
025544         IF WS-PARSE-BAD                                          BBANK75P
025545            GO TO DO-WIRE-EXIT                                    BBANK75P
025546         END-IF                                                   BBANK75P
025547         MOVE BANK-SCR75-KEY1 TO C158I-SRC-ACCNO                  BBANK75P
025548         MOVE BANK-SCR75-KEY2 (1:5) TO C158I-PID                  BBANK75P
025549         MOVE BANK-SCR75-KEY2 (7:8) TO C158I-PAYEE-ID             BBANK75P
025550         MOVE WS-AMOUNT-N TO C158I-AMOUNT                         BBANK75P
025551         MOVE BANK-SCR75-TEXT (1:35) TO C158I-DETAILS             BBANK75P
025552       WHEN 'WIRECAN '                                            BBANK75P
025553         SET C158I-CANCEL TO TRUE                                 BBANK75P
025554         MOVE BANK-SCR75-KEY2 (1:12) TO C158I-REFNO               BBANK75P
025555       WHEN 'WIREREL '                                            BBANK75P
025556         SET C158I-RELEASE TO TRUE                                BBANK75P
025557         MOVE BANK-SCR75-KEY2 (1:12) TO C158I-REFNO               BBANK75P
025558         MOVE BANK-SCR75-SUP-PID TO C158I-SUPER-PID               BBANK75P
025559         MOVE BANK-SCR75-SUP-PSW TO C158I-SUPER-PSWD              BBANK75P
025560       WHEN OTHER                                                 BBANK75P
025561         SET C158I-LIST TO TRUE                                   BBANK75P
025562     END-EVALUATE.                                                BBANK75P
025563 COPY CBNKX158.                                                   BBANK75P
025564     MOVE C158O-MSG TO WS-ERROR-MSG.                              BBANK75P
025565     IF NOT C158O-OK                                              BBANK75P
025566        GO TO DO-WIRE-EXIT                                        BBANK75P
025567     END-IF.                                                      BBANK75P
025568     IF C158I-LIST                                                BBANK75P
025569        IF C158O-COUNT IS GREATER THAN ZERO                       BBANK75P
025570           PERFORM SHOW-ONE-WIRE THRU SHOW-ONE-WIRE-EXIT          BBANK75P
025571             VARYING WS-SUB1 FROM 1 BY 1                          BBANK75P
025572               UNTIL WS-SUB1 IS GREATER THAN C158O-COUNT          BBANK75P
025573        END-IF                                                    BBANK75P
025574        GO TO DO-WIRE-EXIT                                        BBANK75P
025575     END-IF.                                                      BBANK75P
025576     MOVE C158O-FEE-AMOUNT TO WS-EDIT-AMT.                        BBANK75P
025577     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025578     STRING 'WIRE REF ' DELIMITED BY SIZE                         BBANK75P
025579            C158O-REFNO DELIMITED BY SIZE                         BBANK75P
025580            ' VALUE ' DELIMITED BY SIZE                           BBANK75P
025581            C158O-VALUE-DATE DELIMITED BY SIZE                    BBANK75P
025582            ' FEE' DELIMITED BY SIZE                              BBANK75P
025583            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025584       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025585     IF C158I-RELEASE                                             BBANK75P
025586        MOVE C158O-NEW-BAL TO WS-EDIT-AMT                         BBANK75P
025587        MOVE SPACES TO BANK-SCR75-LINE (2)                        BBANK75P
025588        STRING 'NEW BALANCE' DELIMITED BY SIZE                    BBANK75P
025589               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
025590          INTO BANK-SCR75-LINE (2)                                BBANK75P
025591     END-IF.                                                      BBANK75P
025592 DO-WIRE-EXIT.                                                    BBANK75P
025593     EXIT.                                                        BBANK75P
025594                                                                  BBANK75P
025595 SHOW-ONE-WIRE.                                                   BBANK75P
025596     MOVE C158O-E-AMOUNT (WS-SUB1) TO WS-EDIT-AMT.                BBANK75P
025597     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
025598     STRING C158O-E-REFNO (WS-SUB1) DELIMITED BY SIZE             BBANK75P
025599            ' ' DELIMITED BY SIZE                                 BBANK75P
025600            C158O-E-SRC-ACCNO (WS-SUB1) DELIMITED BY SIZE         BBANK75P
025601            ' ' DELIMITED BY SIZE                                 BBANK75P
025602            C158O-E-PAYEE-ID (WS-SUB1) DELIMITED BY SIZE          BBANK75P
025603            ' ' DELIMITED BY SIZE                                 BBANK75P
025604            C158O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
025605            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025606            ' ' DELIMITED BY SIZE                                 BBANK75P
025607            C158O-E-VALUE-DATE (WS-SUB1) DELIMITED BY SIZE        BBANK75P
025608       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
025609 SHOW-ONE-WIRE-EXIT.                                              BBANK75P
025610     EXIT.                                                        BBANK75P
025611                                                                  BBANK75P
025612***************************************************************** BBANK75P
025613* OCHQ / OCHQSTP / OCHQQ - official cheques. On issue KEY1 the  * BBANK75P
025614* account paying, or blank for cash with the remitter's name in * BBANK75P
025615* KEY2, TEXT(1:30) the payee and AMOUNT the amount; a receipt   * BBANK75P
025616* is filed. OCHQSTP and OCHQQ take the serial in KEY1(1:6);     * BBANK75P
025617* OCHQSTP carries the supervisor sign-off fields.               * BBANK75P
025618***************************************************************** BBANK75P
025619 DO-OFFICIAL-CHEQUE.                                              BBANK75P
025620     MOVE SPACES TO C162-DATA.                                    BBANK75P
025621     MOVE BANK-USERID TO C162I-USERID.                            BBANK75P
025622     MOVE ZERO TO C162I-AMOUNT.                                   BBANK75P
025623     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025624       WHEN 'OCHQ    '                                            BBANK75P
025625         SET C162I-ISSUE TO TRUE                                  BBANK75P
025626         PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT              BBANK75P
025627         IF WS-PARSE-BAD                                          BBANK75P
025628            GO TO DO-OFFICIAL-CHEQUE-EXIT                         BBANK75P
025629         END-IF                                                   BBANK75P
025630         MOVE BANK-SCR75-KEY1 TO C162I-SRC-ACCNO                  BBANK75P
025631         MOVE BANK-SCR75-TEXT (1:30) TO C162I-PAYEE-NAME          BBANK75P
025632         MOVE BANK-SCR75-KEY2 TO C162I-REMITTER                   BBANK75P
025633         MOVE WS-AMOUNT-N TO C162I-AMOUNT                         BBANK75P
025634       WHEN 'OCHQSTP '                                            BBANK75P
025635         SET C162I-REPLACE TO TRUE                                BBANK75P
025636         MOVE BANK-SCR75-KEY1 (1:6) TO C162I-SERIAL               BBANK75P
025637         MOVE BANK-SCR75-SUP-PID TO C162I-SUPER-PID               BBANK75P
025638         MOVE BANK-SCR75-SUP-PSW TO C162I-SUPER-PSWD              BBANK75P
025639       WHEN OTHER                                                 BBANK75P
025640         SET C162I-INQUIRE TO TRUE                                BBANK75P
025641         MOVE BANK-SCR75-KEY1 (1:6) TO C162I-SERIAL               BBANK75P
025642     END-EVALUATE.                                                BBANK75P
025643 COPY CBNKX162.                                                   BBANK75P
025644     MOVE C162O-MSG TO WS-ERROR-MSG.                              BBANK75P
025645     IF NOT C162O-OK                                              BBANK75P
025646        GO TO DO-OFFICIAL-CHEQUE-EXIT                             BBANK75P
025647     END-IF.                                                      BBANK75P
025648     MOVE C162O-AMOUNT TO WS-EDIT-AMT.                            BBANK75P
025649     MOVE C162O-FEE-AMOUNT TO WS-EDIT-AMT2.                       BBANK75P
025650     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025651     STRING 'SERIAL ' DELIMITED BY SIZE                           BBANK75P
025652            C162O-SERIAL DELIMITED BY SIZE                        BBANK75P
025653            ' AMOUNT' DELIMITED BY SIZE                           BBANK75P
025654            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025655            ' FEE' DELIMITED BY SIZE                              BBANK75P
025656            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
025657       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025658     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
025659     STRING 'PAY ' DELIMITED BY SIZE                              BBANK75P
025660            C162O-PAYEE-NAME DELIMITED BY SIZE                    BBANK75P
025661            ' REF ' DELIMITED BY SIZE                             BBANK75P
025662            C162O-REFNO DELIMITED BY SIZE                         BBANK75P
025663       INTO BANK-SCR75-LINE (2).                                  BBANK75P
025664     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
025665     STRING 'STATUS ' DELIMITED BY SIZE                           BBANK75P
025666            C162O-ITEM-STATUS DELIMITED BY SIZE                   BBANK75P
025667            ' ISSUED ' DELIMITED BY SIZE                          BBANK75P
025668            C162O-ISSUED-DATE DELIMITED BY SIZE                   BBANK75P
025669            ' AS OF ' DELIMITED BY SIZE                           BBANK75P
025670            C162O-STATUS-DATE DELIMITED BY SIZE                   BBANK75P
025671            ' LINKED ' DELIMITED BY SIZE                          BBANK75P
025672            C162O-LINKED-SERIAL DELIMITED BY SIZE                 BBANK75P
025673       INTO BANK-SCR75-LINE (3).                                  BBANK75P
025674     IF NOT C162I-ISSUE                                           BBANK75P
025675        GO TO DO-OFFICIAL-CHEQUE-EXIT                             BBANK75P
025676     END-IF.                                                      BBANK75P
025677     IF C162I-SRC-ACCNO IS NOT EQUAL TO SPACES                    BBANK75P
025678        MOVE C162O-NEW-BAL TO WS-EDIT-AMT                         BBANK75P
025679        MOVE SPACES TO BANK-SCR75-LINE (4)                        BBANK75P
025680        STRING 'NEW BALANCE' DELIMITED BY SIZE                    BBANK75P
025681               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
025682          INTO BANK-SCR75-LINE (4)                                BBANK75P
025683     END-IF.                                                      BBANK75P
025684     MOVE C162O-REFNO TO WS-RCPT-REFNO.                           BBANK75P
025685     PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT.                 BBANK75P
025686 DO-OFFICIAL-CHEQUE-EXIT.                                         BBANK75P
025687     EXIT.                                                        BBANK75P
025688                                                                  BBANK75P
025689***************************************************************** BBANK75P
025690* SDBOX+ / SDBRENT / SDBIN / SDBEST / SDBPAY / SDBDRILL /       * BBANK75P
025691* SDBCLS / SDBQ / SDBHIST - safe deposit boxes. KEY1(1:4) the   * BBANK75P
025692* branch and KEY1(5:5) the box. SDBOX+ takes the size (S, M, L  * BBANK75P
025693* or X) in TEXT(1:1); SDBRENT the rent account in KEY2(1:9) and * BBANK75P
025694* up to three renters in TEXT(1:5), TEXT(7:5) and TEXT(13:5);   * BBANK75P
025695* SDBIN the visiting renter in KEY2(1:5); SDBEST the executor   * BBANK75P
025696* named in TEXT(1:30) and SDBDRILL the sealed inventory's       * BBANK75P
025697* reference in TEXT(1:20), both with the supervisor sign-off    * BBANK75P
025698* fields. SDBHIST lists the box's visits, or with KEY1 blank    * BBANK75P
025699* the visits of the customer in KEY2(1:5). Rent taken files a   * BBANK75P
025700* receipt.                                                      * BBANK75P
025701***************************************************************** BBANK75P
025702 DO-SAFE-DEPOSIT.                                                 BBANK75P
025703     MOVE SPACES TO C164-DATA.                                    BBANK75P
025704     MOVE BANK-USERID TO C164I-USERID.                            BBANK75P
025705     MOVE BANK-SCR75-KEY1 (1:4) TO C164I-BRANCH.                  BBANK75P
025706     MOVE BANK-SCR75-KEY1 (5:5) TO C164I-BOX-NO.                  BBANK75P
025707     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025708       WHEN 'SDBOX+  '                                            BBANK75P
025709         SET C164I-ADD-BOX TO TRUE                                BBANK75P
025710         MOVE BANK-SCR75-TEXT (1:1) TO C164I-SIZE                 BBANK75P
025711       WHEN 'SDBRENT '                                            BBANK75P
025712         SET C164I-RENT TO TRUE                                   BBANK75P
025713         MOVE BANK-SCR75-KEY2 (1:9) TO C164I-PAY-ACCNO            BBANK75P
025714         MOVE BANK-SCR75-TEXT (1:5) TO C164I-RENTER-PID (1)       BBANK75P
025715         MOVE BANK-SCR75-TEXT (7:5) TO C164I-RENTER-PID (2)       BBANK75P
025716         MOVE BANK-SCR75-TEXT (13:5) TO C164I-RENTER-PID (3)      BBANK75P
025717       WHEN 'SDBIN   '                                            BBANK75P
025718         SET C164I-ACCESS TO TRUE                                 BBANK75P
025719         MOVE BANK-SCR75-KEY2 (1:5) TO C164I-PID                  BBANK75P
025720       WHEN 'SDBEST  '                                            BBANK75P
025721         SET C164I-ESTATE-ACCESS TO TRUE                          BBANK75P
025722         MOVE BANK-SCR75-TEXT (1:30) TO C164I-NAME                BBANK75P
025723         MOVE BANK-SCR75-SUP-PID TO C164I-SUPER-PID               BBANK75P
025724         MOVE BANK-SCR75-SUP-PSW TO C164I-SUPER-PSWD              BBANK75P
025725       WHEN 'SDBPAY  '                                            BBANK75P
025726         SET C164I-PAY-ARREARS TO TRUE                            BBANK75P
025727       WHEN 'SDBDRILL'                                            BBANK75P
025728         SET C164I-DRILL TO TRUE                                  BBANK75P
025729         MOVE BANK-SCR75-TEXT (1:20) TO C164I-INVENTORY-REF       BBANK75P
025730         MOVE BANK-SCR75-SUP-PID TO C164I-SUPER-PID               BBANK75P
025731         MOVE BANK-SCR75-SUP-PSW TO C164I-SUPER-PSWD              BBANK75P
025732       WHEN 'SDBCLS  '                                            BBANK75P
025733         SET C164I-CLOSE TO TRUE                                  BBANK75P
025734       WHEN 'SDBHIST '                                            BBANK75P
025735         SET C164I-HISTORY TO TRUE                                BBANK75P
025736         MOVE BANK-SCR75-KEY2 (1:5) TO C164I-PID                  BBANK75P
025737       WHEN OTHER                                                 BBANK75P
025738         SET C164I-INQUIRE TO TRUE                                BBANK75P
025739     END-EVALUATE.                                                BBANK75P
025740 COPY CBNKX164.                                                   BBANK75P
025741     MOVE C164O-MSG TO WS-ERROR-MSG.                              BBANK75P
025742     IF NOT C164O-OK                                              BBANK75P
025743        GO TO DO-SAFE-DEPOSIT-EXIT                                BBANK75P
025744     END-IF.                                                      BBANK75P
025745     IF C164I-HISTORY                                             BBANK75P
025746        PERFORM SHOW-ONE-VISIT THRU SHOW-ONE-VISIT-EXIT           BBANK75P
025747          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
025748            UNTIL WS-SUB1 IS GREATER THAN C164O-COUNT             BBANK75P
025749        GO TO DO-SAFE-DEPOSIT-EXIT                                BBANK75P
025750     END-IF.                                                      BBANK75P
025751     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025752     STRING 'BOX ' DELIMITED BY SIZE                              BBANK75P
025753            C164I-BRANCH DELIMITED BY SIZE                        BBANK75P
025754            '/' DELIMITED BY SIZE                                 BBANK75P
025755            C164I-BOX-NO DELIMITED BY SIZE                        BBANK75P
025756            ' SIZE ' DELIMITED BY SIZE                            BBANK75P
025757            C164O-SIZE DELIMITED BY SIZE                          BBANK75P
025758            ' STATUS ' DELIMITED BY SIZE                          BBANK75P
025759            C164O-BOX-STATUS DELIMITED BY SIZE                    BBANK75P
025760            ' AGREEMENT ' DELIMITED BY SIZE                       BBANK75P
025761            C164O-AGREEMENT DELIMITED BY SIZE                     BBANK75P
025762            ' ' DELIMITED BY SIZE                                 BBANK75P
025763            C164O-AGR-STATUS DELIMITED BY SIZE                    BBANK75P
025764       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025765     IF C164O-AGR-STATUS IS EQUAL TO SPACES                       BBANK75P
025766        GO TO DO-SAFE-DEPOSIT-EXIT                                BBANK75P
025767     END-IF.                                                      BBANK75P
025768     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
025769     STRING 'RENTERS ' DELIMITED BY SIZE                          BBANK75P
025770            C164O-RENTER-PID (1) DELIMITED BY SIZE                BBANK75P
025771            ' ' DELIMITED BY SIZE                                 BBANK75P
025772            C164O-RENTER-PID (2) DELIMITED BY SIZE                BBANK75P
025773            ' ' DELIMITED BY SIZE                                 BBANK75P
025774            C164O-RENTER-PID (3) DELIMITED BY SIZE                BBANK75P
025775            ' RENT FROM ' DELIMITED BY SIZE                       BBANK75P
025776            C164O-PAY-ACCNO DELIMITED BY SIZE                     BBANK75P
025777            ' SINCE ' DELIMITED BY SIZE                           BBANK75P
025778            C164O-START-DATE DELIMITED BY SIZE                    BBANK75P
025779       INTO BANK-SCR75-LINE (2).                                  BBANK75P
025780     MOVE C164O-RENT-AMOUNT TO WS-EDIT-AMT.                       BBANK75P
025781     MOVE C164O-ARREARS TO WS-EDIT-AMT2.                          BBANK75P
025782     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
025783     STRING 'RENT' DELIMITED BY SIZE                              BBANK75P
025784            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025785            ' DUE ' DELIMITED BY SIZE                             BBANK75P
025786            C164O-NEXT-BILL-DATE DELIMITED BY SIZE                BBANK75P
025787            ' OWED' DELIMITED BY SIZE                             BBANK75P
025788            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
025789            ' SINCE ' DELIMITED BY SIZE                           BBANK75P
025790            C164O-ARREARS-SINCE DELIMITED BY SIZE                 BBANK75P
025791       INTO BANK-SCR75-LINE (3).                                  BBANK75P
025792     IF C164O-REFNO IS EQUAL TO SPACES                            BBANK75P
025793        GO TO DO-SAFE-DEPOSIT-EXIT                                BBANK75P
025794     END-IF.                                                      BBANK75P
025795     MOVE C164O-NEW-BAL TO WS-EDIT-AMT.                           BBANK75P
025796     MOVE SPACES TO BANK-SCR75-LINE (4).                          BBANK75P
025797     STRING 'REF ' DELIMITED BY SIZE                              BBANK75P
025798            C164O-REFNO DELIMITED BY SIZE                         BBANK75P
025799            ' NEW BALANCE' DELIMITED BY SIZE                      BBANK75P
025800            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025801       INTO BANK-SCR75-LINE (4).                                  BBANK75P
025802     MOVE C164O-REFNO TO WS-RCPT-REFNO.                           BBANK75P
025803     PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT.                 BBANK75P
025804 DO-SAFE-DEPOSIT-EXIT.                                            BBANK75P
025805     EXIT.                                                        BBANK75P
025806                                                                  BBANK75P
025807 SHOW-ONE-VISIT.                                                  BBANK75P
025808     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
025809     STRING C164O-E-DATE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
025810            ' ' DELIMITED BY SIZE                                 BBANK75P
025811            C164O-E-TIME (WS-SUB1) DELIMITED BY SIZE              BBANK75P
025812            ' ' DELIMITED BY SIZE                                 BBANK75P
025813            C164O-E-BRANCH (WS-SUB1) DELIMITED BY SIZE            BBANK75P
025814            '/' DELIMITED BY SIZE                                 BBANK75P
025815            C164O-E-BOX-NO (WS-SUB1) DELIMITED BY SIZE            BBANK75P
025816            ' ' DELIMITED BY SIZE                                 BBANK75P
025817            C164O-E-PID (WS-SUB1) DELIMITED BY SIZE               BBANK75P
025818            ' ' DELIMITED BY SIZE                                 BBANK75P
025819            C164O-E-KIND (WS-SUB1) DELIMITED BY SIZE              BBANK75P
025820            ' ' DELIMITED BY SIZE                                 BBANK75P
025821            C164O-E-NAME (WS-SUB1) DELIMITED BY SIZE              BBANK75P
025822       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
025823 SHOW-ONE-VISIT-EXIT.                                             BBANK75P
025824     EXIT.                                                        BBANK75P
025825                                                                  BBANK75P
025826***************************************************************** BBANK75P
025827* FRDQ / FRDCLR / FRDCNF - card uses the fraud rules engine     * BBANK75P
025828* queued. KEY2(1:12) the item's case id on a decision; the      * BBANK75P
025829* acting operator signs it. CLEAR releases the engine's block   * BBANK75P
025830* on the card, CONFIRM hot-lists the card. Lines show the score * BBANK75P
025831* and the rules that fired - V velocity, L locations, A amount, * BBANK75P
025832* D dormant - and B where the engine blocked the card           * BBANK75P
025833***************************************************************** BBANK75P
025834 DO-FRAUD-QUEUE.                                                  BBANK75P
025835     MOVE SPACES TO C170-DATA.                                    BBANK75P
025836     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025837       WHEN 'FRDCLR  '                                            BBANK75P
025838         SET C170I-CLEAR TO TRUE                                  BBANK75P
025839         MOVE BANK-SCR75-KEY2 (1:12) TO C170I-CASE-ID             BBANK75P
025840         MOVE BANK-USERID TO C170I-OPERATOR                       BBANK75P
025841       WHEN 'FRDCNF  '                                            BBANK75P
025842         SET C170I-CONFIRM TO TRUE                                BBANK75P
025843         MOVE BANK-SCR75-KEY2 (1:12) TO C170I-CASE-ID             BBANK75P
025844         MOVE BANK-USERID TO C170I-OPERATOR                       BBANK75P
025845       WHEN OTHER                                                 BBANK75P
025846         SET C170I-LIST TO TRUE                                   BBANK75P
025847     END-EVALUATE.                                                BBANK75P
025848 COPY CBNKX170.                                                   BBANK75P
025849     MOVE C170O-MSG TO WS-ERROR-MSG.                              BBANK75P
025850     IF C170O-COUNT IS GREATER THAN ZERO                          BBANK75P
025851        PERFORM SHOW-ONE-FRAUD THRU SHOW-ONE-FRAUD-EXIT           BBANK75P
025852          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
025853            UNTIL WS-SUB1 IS GREATER THAN C170O-COUNT             BBANK75P
025854     END-IF.                                                      BBANK75P
025855 DO-FRAUD-QUEUE-EXIT.                                             BBANK75P
025856     EXIT.                                                        BBANK75P
025857                                                                  BBANK75P
025858 SHOW-ONE-FRAUD.                                                  BBANK75P
025859     MOVE SPACES TO MASK-INPUT.                                   BBANK75P
025860     MOVE C170O-E-CARD-NO (WS-SUB1) TO MASK-INPUT.                BBANK75P
025861     CALL 'UCRDMASK' USING WS-MASK-DATA.                          BBANK75P
025862     MOVE C170O-E-AMOUNT (WS-SUB1) TO WS-EDIT-AMT.                BBANK75P
025863     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
025864     STRING C170O-E-CASE-ID (WS-SUB1) DELIMITED BY SIZE           BBANK75P
025865            ' ' DELIMITED BY SIZE                                 BBANK75P
025866            MASK-OUTPUT (1:16) DELIMITED BY SIZE                  BBANK75P
025867            ' ' DELIMITED BY SIZE                                 BBANK75P
025868            C170O-E-CHANNEL (WS-SUB1) DELIMITED BY SIZE           BBANK75P
025869            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025870            ' ' DELIMITED BY SIZE                                 BBANK75P
025871            C170O-E-SCORE (WS-SUB1) DELIMITED BY SIZE             BBANK75P
025872            ' ' DELIMITED BY SIZE                                 BBANK75P
025873            C170O-E-RULES (WS-SUB1) DELIMITED BY SIZE             BBANK75P
025874            ' ' DELIMITED BY SIZE                                 BBANK75P
025875            C170O-E-CARD-ACTION (WS-SUB1) DELIMITED BY SIZE       BBANK75P
025876            ' ' DELIMITED BY SIZE                                 BBANK75P
025877            C170O-E-LOCATION (WS-SUB1) DELIMITED BY SIZE          BBANK75P
025878       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
025879 SHOW-ONE-FRAUD-EXIT.                                             BBANK75P
025880     EXIT.                                                        BBANK75P
025881                                                                  BBANK75P
025883***************************************************************** BBANK75P
025884* AMLQ / AMLCLR / AMLCNF - AML scenario cases. KEY1(1:9) the    * BBANK75P
025885* account, KEY2(1:1) the scenario and KEY2(3:8) the date it was * BBANK75P
025886* detected on a disposition; the acting operator signs the      * BBANK75P
025887* decision. Scenarios are R pass-through, D dormant account     * BBANK75P
025888* active, P round external payments, F many senders paying in   * BBANK75P
025889***************************************************************** BBANK75P
025890 DO-AML-QUEUE.                                                    BBANK75P
025891     MOVE SPACES TO C172-DATA.                                    BBANK75P
025892     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025893       WHEN 'AMLCLR  '                                            BBANK75P
025894         SET C172I-CLEAR TO TRUE                                  BBANK75P
025895         MOVE BANK-SCR75-KEY1 (1:9) TO C172I-ACCNO                BBANK75P
025896         MOVE BANK-SCR75-KEY2 (1:1) TO C172I-SCENARIO             BBANK75P
025897         MOVE BANK-SCR75-KEY2 (3:8) TO C172I-DETECTED-DATE        BBANK75P
025898         MOVE BANK-USERID TO C172I-OPERATOR                       BBANK75P
025899       WHEN 'AMLCNF  '                                            BBANK75P
025900         SET C172I-CONFIRM TO TRUE                                BBANK75P
025901         MOVE BANK-SCR75-KEY1 (1:9) TO C172I-ACCNO                BBANK75P
025902         MOVE BANK-SCR75-KEY2 (1:1) TO C172I-SCENARIO             BBANK75P
025903         MOVE BANK-SCR75-KEY2 (3:8) TO C172I-DETECTED-DATE        BBANK75P
025904         MOVE BANK-USERID TO C172I-OPERATOR                       BBANK75P
025905       WHEN OTHER                                                 BBANK75P
025906         SET C172I-LIST TO TRUE                                   BBANK75P
025907     END-EVALUATE.                                                BBANK75P
025908 COPY CBNKX172.                                                   BBANK75P
025909     MOVE C172O-MSG TO WS-ERROR-MSG.                              BBANK75P
025910     IF C172O-COUNT IS GREATER THAN ZERO                          BBANK75P
025911        PERFORM SHOW-ONE-AML THRU SHOW-ONE-AML-EXIT               BBANK75P
025912          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
025913            UNTIL WS-SUB1 IS GREATER THAN C172O-COUNT             BBANK75P
025914     END-IF.                                                      BBANK75P
025915 DO-AML-QUEUE-EXIT.                                               BBANK75P
025916     EXIT.                                                        BBANK75P
025917                                                                  BBANK75P
025918 SHOW-ONE-AML.                                                    BBANK75P
025919     MOVE C172O-E-AMOUNT-IN (WS-SUB1) TO WS-EDIT-AMT.             BBANK75P
025920     MOVE C172O-E-AMOUNT-OUT (WS-SUB1) TO WS-EDIT-AMT2.           BBANK75P
025921     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
025922     STRING C172O-E-ACCNO (WS-SUB1) DELIMITED BY SIZE             BBANK75P
025923            ' ' DELIMITED BY SIZE                                 BBANK75P
025924            C172O-E-SCENARIO (WS-SUB1) DELIMITED BY SIZE          BBANK75P
025925            ' ' DELIMITED BY SIZE                                 BBANK75P
025926            C172O-E-DETECTED-DATE (WS-SUB1) DELIMITED BY SIZE     BBANK75P
025927            ' IN' DELIMITED BY SIZE                               BBANK75P
025928            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
025929            ' OUT' DELIMITED BY SIZE                              BBANK75P
025930            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
025931            ' N ' DELIMITED BY SIZE                               BBANK75P
025932            C172O-E-ITEM-COUNT (WS-SUB1) DELIMITED BY SIZE        BBANK75P
025933       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
025934 SHOW-ONE-AML-EXIT.                                               BBANK75P
025936     EXIT.                                                        BBANK75P
025937                                                                  BBANK75P
025938***************************************************************** BBANK75P
025939* ENTITY / ENTITYQ / BOWN+ / BOWN- - business entity customers. * BBANK75P
025940* KEY1(1:5) the entity. ENTITY sets the type (C company, P      * BBANK75P
025941* partnership, T trust) in KEY2(1:1), the formation date        * BBANK75P
025942* YYYYMMDD in KEY2(3:8), the registration number in KEY2(12:15) * BBANK75P
025943* and the nature of business in TEXT. BOWN+ puts the person in  * BBANK75P
025944* KEY2(1:5) on the beneficial owner register as O owner, C      * BBANK75P
025945* controller or B both (KEY2(7:1)) with the share in            * BBANK75P
025946* AMOUNT(1:5), 999V99; BOWN- takes the person in KEY2(1:5) off. * BBANK75P
025947* Every function shows the profile and the register after it    * BBANK75P
025948***************************************************************** BBANK75P
025949 DO-ENTITY.                                                       BBANK75P
025950     MOVE SPACES TO C176-DATA.                                    BBANK75P
025951     MOVE BANK-USERID TO C176I-OPERATOR.                          BBANK75P
025952     MOVE BANK-SCR75-KEY1 (1:5) TO C176I-ENTITY-PID.              BBANK75P
025953     MOVE ZERO TO C176I-PCT.                                      BBANK75P
025954     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
025955       WHEN 'ENTITY  '                                            BBANK75P
025956         SET C176I-SET-PROFILE TO TRUE                            BBANK75P
025957         MOVE BANK-SCR75-KEY2 (1:1) TO C176I-ENTITY-TYPE          BBANK75P
025958         MOVE BANK-SCR75-KEY2 (3:8) TO C176I-FORMED-DATE          BBANK75P
025959         MOVE BANK-SCR75-KEY2 (12:15) TO C176I-REG-NO             BBANK75P
025960         MOVE BANK-SCR75-TEXT TO C176I-NATURE                     BBANK75P
025961       WHEN 'BOWN+   '                                            BBANK75P
025962         SET C176I-ADD-OWNER TO TRUE                              BBANK75P
025963         MOVE BANK-SCR75-KEY2 (1:5) TO C176I-OWNER-PID            BBANK75P
025964         MOVE BANK-SCR75-KEY2 (7:1) TO C176I-ROLE                 BBANK75P
025965         INSPECT C176I-ROLE CONVERTING 'ocb' TO 'OCB'             BBANK75P
025966         MOVE BANK-SCR75-AMOUNT (1:5) TO WS-DIG5P                 BBANK75P
025967         INSPECT WS-DIG5P REPLACING LEADING ' ' BY '0'            BBANK75P
025968         IF WS-DIG5P IS NOT NUMERIC                               BBANK75P
025969            MOVE 'Share must be digits' TO WS-ERROR-MSG           BBANK75P
025970            GO TO DO-ENTITY-EXIT                                  BBANK75P
025971         END-IF                                                   BBANK75P
025972         MOVE WS-DIG5P-R TO C176I-PCT                             BBANK75P
025973       WHEN 'BOWN-   '                                            BBANK75P
025974         SET C176I-REMOVE-OWNER TO TRUE                           BBANK75P
025975         MOVE BANK-SCR75-KEY2 (1:5) TO C176I-OWNER-PID            BBANK75P
025976       WHEN OTHER                                                 BBANK75P
025977         SET C176I-INQUIRE TO TRUE                                BBANK75P
025978     END-EVALUATE.                                                BBANK75P
025979 COPY CBNKX176.                                                   BBANK75P
025980     MOVE C176O-MSG TO WS-ERROR-MSG.                              BBANK75P
025981     IF NOT C176O-OK                                              BBANK75P
025982        GO TO DO-ENTITY-EXIT                                      BBANK75P
025983     END-IF.                                                      BBANK75P
025984     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
025985     STRING C176I-ENTITY-PID DELIMITED BY SIZE                    BBANK75P
025986            ' ' DELIMITED BY SIZE                                 BBANK75P
025987            C176O-ENTITY-TYPE DELIMITED BY SIZE                   BBANK75P
025988            ' ' DELIMITED BY SIZE                                 BBANK75P
025989            C176O-ENTITY-NAME DELIMITED BY SIZE                   BBANK75P
025990            ' ' DELIMITED BY SIZE                                 BBANK75P
025991            C176O-NATURE (1:35) DELIMITED BY SIZE                 BBANK75P
025992       INTO BANK-SCR75-LINE (1).                                  BBANK75P
025993     MOVE C176O-TOTAL-PCT TO WS-EDIT-PCT.                         BBANK75P
025994     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
025995     STRING 'REG ' DELIMITED BY SIZE                              BBANK75P
025996            C176O-REG-NO DELIMITED BY SIZE                        BBANK75P
025997            ' FORMED ' DELIMITED BY SIZE                          BBANK75P
025998            C176O-FORMED-DATE DELIMITED BY SIZE                   BBANK75P
025999            ' REGISTERED SHARES ' DELIMITED BY SIZE               BBANK75P
026000            WS-EDIT-PCT DELIMITED BY SIZE                         BBANK75P
026001            '%' DELIMITED BY SIZE                                 BBANK75P
026002       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026003     PERFORM SHOW-ONE-OWNER THRU SHOW-ONE-OWNER-EXIT              BBANK75P
026004       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026005         UNTIL WS-SUB1 IS GREATER THAN C176O-COUNT.               BBANK75P
026006 DO-ENTITY-EXIT.                                                  BBANK75P
026007     EXIT.                                                        BBANK75P
026008                                                                  BBANK75P
026009 SHOW-ONE-OWNER.                                                  BBANK75P
026010     MOVE C176O-E-PCT (WS-SUB1) TO WS-EDIT-PCT.                   BBANK75P
026011     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 2).                BBANK75P
026012     STRING C176O-E-OWNER-PID (WS-SUB1) DELIMITED BY SIZE         BBANK75P
026013            ' ' DELIMITED BY SIZE                                 BBANK75P
026014            C176O-E-OWNER-NAME (WS-SUB1) DELIMITED BY SIZE        BBANK75P
026015            ' ' DELIMITED BY SIZE                                 BBANK75P
026016            C176O-E-ROLE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026017            ' ' DELIMITED BY SIZE                                 BBANK75P
026018            WS-EDIT-PCT DELIMITED BY SIZE                         BBANK75P
026019            '% SINCE ' DELIMITED BY SIZE                          BBANK75P
026020            C176O-E-ADDED-DATE (WS-SUB1) DELIMITED BY SIZE        BBANK75P
026021       INTO BANK-SCR75-LINE (WS-SUB1 + 2).                        BBANK75P
026022 SHOW-ONE-OWNER-EXIT.                                             BBANK75P
026023     EXIT.                                                        BBANK75P
026024                                                                  BBANK75P
026025***************************************************************** BBANK75P
026026* HHOLD / HHOLD+ / HHOLD- / HHHEAD - the household register.    * BBANK75P
026027* KEY1(1:5) the customer. HHOLD+ adds the customer in           * BBANK75P
026028* KEY2(1:5) to the household (starting one headed by KEY1 if    * BBANK75P
026029* KEY1 is in none), or with KEY2 blank confirms KEY1's own      * BBANK75P
026030* suggested membership. HHOLD- takes KEY1 off, or turns down    * BBANK75P
026031* the suggestion; HHHEAD makes KEY1 head of household. Line 1   * BBANK75P
026032* shows the head, the lines after it the members, each with     * BBANK75P
026033* status (S suggested, C confirmed), how they were grouped (A   * BBANK75P
026034* shared address, J joint account, M by staff) and the date     * BBANK75P
026035***************************************************************** BBANK75P
026036 DO-HOUSEHOLD.                                                    BBANK75P
026037     MOVE SPACES TO C178-DATA.                                    BBANK75P
026038     MOVE BANK-USERID TO C178I-OPERATOR.                          BBANK75P
026039     MOVE BANK-SCR75-KEY1 (1:5) TO C178I-PID.                     BBANK75P
026040     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026041       WHEN 'HHOLD+  '                                            BBANK75P
026042         SET C178I-ADD-MEMBER TO TRUE                             BBANK75P
026043         MOVE BANK-SCR75-KEY2 (1:5) TO C178I-MEMBER-PID           BBANK75P
026044       WHEN 'HHOLD-  '                                            BBANK75P
026045         SET C178I-REMOVE-MEMBER TO TRUE                          BBANK75P
026046       WHEN 'HHHEAD  '                                            BBANK75P
026047         SET C178I-MAKE-HEAD TO TRUE                              BBANK75P
026048       WHEN OTHER                                                 BBANK75P
026049         SET C178I-INQUIRE TO TRUE                                BBANK75P
026050     END-EVALUATE.                                                BBANK75P
026051 COPY CBNKX178.                                                   BBANK75P
026052     MOVE C178O-MSG TO WS-ERROR-MSG.                              BBANK75P
026053     IF NOT C178O-OK OR                                           BBANK75P
026054        C178O-HEAD-PID IS EQUAL TO SPACES                         BBANK75P
026055        GO TO DO-HOUSEHOLD-EXIT                                   BBANK75P
026056     END-IF.                                                      BBANK75P
026057     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026058     STRING 'HEAD ' DELIMITED BY SIZE                             BBANK75P
026059            C178O-HEAD-PID DELIMITED BY SIZE                      BBANK75P
026060            ' ' DELIMITED BY SIZE                                 BBANK75P
026061            C178O-HEAD-NAME DELIMITED BY SIZE                     BBANK75P
026062       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026063     PERFORM SHOW-ONE-MEMBER THRU SHOW-ONE-MEMBER-EXIT            BBANK75P
026064       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026065         UNTIL WS-SUB1 IS GREATER THAN C178O-COUNT.               BBANK75P
026066 DO-HOUSEHOLD-EXIT.                                               BBANK75P
026067     EXIT.                                                        BBANK75P
026068                                                                  BBANK75P
026069 SHOW-ONE-MEMBER.                                                 BBANK75P
026070     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
026071     STRING C178O-E-PID (WS-SUB1) DELIMITED BY SIZE               BBANK75P
026072            ' ' DELIMITED BY SIZE                                 BBANK75P
026073            C178O-E-NAME (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026074            ' ' DELIMITED BY SIZE                                 BBANK75P
026075            C178O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026076            ' ' DELIMITED BY SIZE                                 BBANK75P
026077            C178O-E-SOURCE (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026078            ' SINCE ' DELIMITED BY SIZE                           BBANK75P
026079            C178O-E-DATE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026080       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
026081 SHOW-ONE-MEMBER-EXIT.                                            BBANK75P
026082                                                                  BBANK75P
026083***************************************************************** BBANK75P
026084* INSIDER / INSIDER+ / INSIDER- - the insider register.         * BBANK75P
026085* KEY1(1:5) the operator's user ID. INSIDER+ links them to the  * BBANK75P
026086* customer in KEY2(1:5) - KEY2(7:1) S for their own PID or R    * BBANK75P
026087* (the default) for a related person, TEXT(1:12) the            * BBANK75P
026088* relationship; INSIDER- takes the link to KEY2(1:5) off. The   * BBANK75P
026089* lines show the live links with relation and date added        * BBANK75P
026090***************************************************************** BBANK75P
026091 DO-INSIDER.                                                      BBANK75P
026092     MOVE SPACES TO C182-DATA.                                    BBANK75P
026093     MOVE BANK-USERID TO C182I-OPERATOR.                          BBANK75P
026094     MOVE BANK-SCR75-KEY1 (1:5) TO C182I-USERID.                  BBANK75P
026095     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026096       WHEN 'INSIDER+'                                            BBANK75P
026097         SET C182I-ADD TO TRUE                                    BBANK75P
026098         MOVE BANK-SCR75-KEY2 (1:5) TO C182I-PID                  BBANK75P
026099         MOVE BANK-SCR75-KEY2 (7:1) TO C182I-RELATION             BBANK75P
026100         MOVE BANK-SCR75-TEXT (1:12) TO C182I-DESCRIPTION         BBANK75P
026101       WHEN 'INSIDER-'                                            BBANK75P
026102         SET C182I-REMOVE TO TRUE                                 BBANK75P
026103         MOVE BANK-SCR75-KEY2 (1:5) TO C182I-PID                  BBANK75P
026104       WHEN OTHER                                                 BBANK75P
026105         SET C182I-LIST TO TRUE                                   BBANK75P
026106     END-EVALUATE.                                                BBANK75P
026107 COPY CBNKX182.                                                   BBANK75P
026108     MOVE C182O-MSG TO WS-ERROR-MSG.                              BBANK75P
026109     IF NOT C182O-OK                                              BBANK75P
026110        GO TO DO-INSIDER-EXIT                                     BBANK75P
026111     END-IF.                                                      BBANK75P
026112     PERFORM SHOW-ONE-LINK THRU SHOW-ONE-LINK-EXIT                BBANK75P
026113       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026114         UNTIL WS-SUB1 IS GREATER THAN C182O-COUNT.               BBANK75P
026115 DO-INSIDER-EXIT.                                                 BBANK75P
026116     EXIT.                                                        BBANK75P
026117                                                                  BBANK75P
026118 SHOW-ONE-LINK.                                                   BBANK75P
026119     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1).                    BBANK75P
026120     STRING C182O-E-PID (WS-SUB1) DELIMITED BY SIZE               BBANK75P
026121            ' ' DELIMITED BY SIZE                                 BBANK75P
026122            C182O-E-NAME (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026123            ' ' DELIMITED BY SIZE                                 BBANK75P
026124            C182O-E-RELATION (WS-SUB1) DELIMITED BY SIZE          BBANK75P
026125            ' ' DELIMITED BY SIZE                                 BBANK75P
026126            C182O-E-DESCRIPTION (WS-SUB1) DELIMITED BY SIZE       BBANK75P
026127            ' SINCE ' DELIMITED BY SIZE                           BBANK75P
026128            C182O-E-DATE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026129       INTO BANK-SCR75-LINE (WS-SUB1).                            BBANK75P
026130 SHOW-ONE-LINK-EXIT.                                              BBANK75P
026131     EXIT.                                                        BBANK75P
026132                                                                  BBANK75P
026133***************************************************************** BBANK75P
026134* RECERT / RECERT+ / RECERT- - quarterly access review.         * BBANK75P
026135* RECERT lists the open cycle's entries awaiting the signed-on  * BBANK75P
026136* supervisor, from the user ID in KEY1(1:5) on; RECERT+ attests * BBANK75P
026137* and RECERT- revokes the access of the user in KEY1(1:5). The  * BBANK75P
026138* lines show role, branch scope, refund limit and the count of  * BBANK75P
026139* segregation of duties conflicts found against the user        * BBANK75P
026140***************************************************************** BBANK75P
026141 DO-RECERT.                                                       BBANK75P
026142     MOVE SPACES TO C185-DATA.                                    BBANK75P
026143     MOVE BANK-USERID TO C185I-OPERATOR.                          BBANK75P
026144     MOVE BANK-SCR75-KEY1 (1:5) TO C185I-USERID.                  BBANK75P
026145     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026146       WHEN 'RECERT+ '                                            BBANK75P
026147         SET C185I-ATTEST TO TRUE                                 BBANK75P
026148       WHEN 'RECERT- '                                            BBANK75P
026149         SET C185I-REVOKE TO TRUE                                 BBANK75P
026150       WHEN OTHER                                                 BBANK75P
026151         SET C185I-LIST TO TRUE                                   BBANK75P
026152     END-EVALUATE.                                                BBANK75P
026153 COPY CBNKX185.                                                   BBANK75P
026154     MOVE C185O-MSG TO WS-ERROR-MSG.                              BBANK75P
026155     IF NOT C185O-OK                                              BBANK75P
026156        GO TO DO-RECERT-EXIT                                      BBANK75P
026157     END-IF.                                                      BBANK75P
026158     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026159     STRING 'CYCLE ' DELIMITED BY SIZE                            BBANK75P
026160            C185O-CYCLE DELIMITED BY SIZE                         BBANK75P
026161            ' - DECIDE BY ' DELIMITED BY SIZE                     BBANK75P
026162            C185O-DEADLINE DELIMITED BY SIZE                      BBANK75P
026163       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026164     PERFORM SHOW-ONE-RECERT THRU SHOW-ONE-RECERT-EXIT            BBANK75P
026165       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026166         UNTIL WS-SUB1 IS GREATER THAN C185O-COUNT.               BBANK75P
026167 DO-RECERT-EXIT.                                                  BBANK75P
026168     EXIT.                                                        BBANK75P
026169                                                                  BBANK75P
026170 SHOW-ONE-RECERT.                                                 BBANK75P
026171     MOVE C185O-E-REFUND-LIMIT (WS-SUB1) TO WS-EDIT-AMOUNT.       BBANK75P
026172     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
026173     STRING C185O-E-USERID (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026174            ' ROLE ' DELIMITED BY SIZE                            BBANK75P
026175            C185O-E-ROLE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026176            ' SCOPE ' DELIMITED BY SIZE                           BBANK75P
026177            C185O-E-BRANCH-SCOPE (WS-SUB1) DELIMITED BY SIZE      BBANK75P
026178            ' LIMIT' DELIMITED BY SIZE                            BBANK75P
026179            WS-EDIT-AMOUNT DELIMITED BY SIZE                      BBANK75P
026180            ' SOD ' DELIMITED BY SIZE                             BBANK75P
026181            C185O-E-SOD-COUNT (WS-SUB1) DELIMITED BY SIZE         BBANK75P
026182       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
026183 SHOW-ONE-RECERT-EXIT.                                            BBANK75P
026184     EXIT.                                                        BBANK75P
026186                                                                  BBANK75P
026187***************************************************************** BBANK75P
026188* CONVERT / CONVERT+ / CONVERT- - product conversion of account * BBANK75P
026189* KEY1. CONVERT shows the account's latest conversion; CONVERT+ * BBANK75P
026190* asks for the type in KEY2(1:1), which DBNK187P checks against * BBANK75P
026191* that type's product rules and the overnight run applies;      * BBANK75P
026192* CONVERT- cancels a conversion not yet applied                 * BBANK75P
026193***************************************************************** BBANK75P
026194 DO-CONVERT.                                                      BBANK75P
026195     MOVE SPACES TO C187-DATA.                                    BBANK75P
026196     MOVE BANK-USERID TO C187I-OPERATOR.                          BBANK75P
026197     MOVE BANK-SCR75-KEY1 (1:9) TO C187I-ACCNO.                   BBANK75P
026198     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026199       WHEN 'CONVERT+'                                            BBANK75P
026200         SET C187I-REQUEST TO TRUE                                BBANK75P
026201         MOVE BANK-SCR75-KEY2 (1:1) TO C187I-NEW-TYPE             BBANK75P
026202       WHEN 'CONVERT-'                                            BBANK75P
026203         SET C187I-CANCEL TO TRUE                                 BBANK75P
026204       WHEN OTHER                                                 BBANK75P
026205         SET C187I-ENQUIRE TO TRUE                                BBANK75P
026206     END-EVALUATE.                                                BBANK75P
026207 COPY CBNKX187.                                                   BBANK75P
026208     MOVE C187O-MSG TO WS-ERROR-MSG.                              BBANK75P
026209     IF NOT C187O-OK                                              BBANK75P
026210        GO TO DO-CONVERT-EXIT                                     BBANK75P
026211     END-IF.                                                      BBANK75P
026212     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026213     STRING 'ACCOUNT ' DELIMITED BY SIZE                          BBANK75P
026214            C187I-ACCNO DELIMITED BY SIZE                         BBANK75P
026215            ' OWNER ' DELIMITED BY SIZE                           BBANK75P
026216            C187O-PID DELIMITED BY SIZE                           BBANK75P
026217            ' TYPE ' DELIMITED BY SIZE                            BBANK75P
026218            C187O-OLD-TYPE DELIMITED BY SIZE                      BBANK75P
026219            ' ' DELIMITED BY SIZE                                 BBANK75P
026220            C187O-OLD-DESC DELIMITED BY SIZE                      BBANK75P
026221       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026222     IF C187O-PCV-STATUS IS EQUAL TO SPACES                       BBANK75P
026223        GO TO DO-CONVERT-EXIT                                     BBANK75P
026224     END-IF.                                                      BBANK75P
026225     EVALUATE C187O-PCV-STATUS                                    BBANK75P
026226       WHEN 'P'                                                   BBANK75P
026227         MOVE 'PENDING' TO WS-CONVERT-STATUS                      BBANK75P
026228       WHEN 'A'                                                   BBANK75P
026229         MOVE 'APPLIED' TO WS-CONVERT-STATUS                      BBANK75P
026230       WHEN 'C'                                                   BBANK75P
026231         MOVE 'CANCELLED' TO WS-CONVERT-STATUS                    BBANK75P
026232       WHEN OTHER                                                 BBANK75P
026233         MOVE 'REFUSED' TO WS-CONVERT-STATUS                      BBANK75P
026234     END-EVALUATE.                                                BBANK75P
026235     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026236     STRING 'TO TYPE ' DELIMITED BY SIZE                          BBANK75P
026237            C187O-NEW-TYPE DELIMITED BY SIZE                      BBANK75P
026238            ' ' DELIMITED BY SIZE                                 BBANK75P
026239            C187O-NEW-DESC DELIMITED BY SIZE                      BBANK75P
026240            ' ' DELIMITED BY SIZE                                 BBANK75P
026241            WS-CONVERT-STATUS DELIMITED BY SIZE                   BBANK75P
026242       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026243     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
026244     STRING 'REQUESTED ' DELIMITED BY SIZE                        BBANK75P
026245            C187O-REQ-DATE DELIMITED BY SIZE                      BBANK75P
026246            ' BY ' DELIMITED BY SIZE                              BBANK75P
026247            C187O-REQ-BY DELIMITED BY SIZE                        BBANK75P
026248       INTO BANK-SCR75-LINE (3).                                  BBANK75P
026249     IF C187O-DONE-DATE IS NOT EQUAL TO SPACES                    BBANK75P
026250        MOVE SPACES TO BANK-SCR75-LINE (4)                        BBANK75P
026251        STRING 'DECIDED ' DELIMITED BY SIZE                       BBANK75P
026252               C187O-DONE-DATE DELIMITED BY SIZE                  BBANK75P
026253               ' ' DELIMITED BY SIZE                              BBANK75P
026254               C187O-REASON DELIMITED BY SIZE                     BBANK75P
026255          INTO BANK-SCR75-LINE (4)                                BBANK75P
026256     END-IF.                                                      BBANK75P
026257 DO-CONVERT-EXIT.                                                 BBANK75P
026258     EXIT.                                                        BBANK75P
026259                                                                  BBANK75P
026260***************************************************************** BBANK75P
026261* RATEOVR / RATEOVR+ / RATEOVR- - account interest rate         * BBANK75P
026262* override on KEY1. RATEOVR shows the latest override; RATEOVR+ * BBANK75P
026263* takes the rate in TEXT(1:5) (9V9999), the start and end dates * BBANK75P
026264* in KEY2(1:8) and KEY2(10:8) and the reason in TEXT(7:30);     * BBANK75P
026265* RATEOVR- ends the override in force. DBNK189P checks the      * BBANK75P
026266* request and it is staged for a second operator to approve     * BBANK75P
026267***************************************************************** BBANK75P
026268 DO-RATE-OVERRIDE.                                                BBANK75P
026269     MOVE SPACES TO C189-DATA.                                    BBANK75P
026270     MOVE BANK-USERID TO C189I-OPERATOR.                          BBANK75P
026271     MOVE BANK-SCR75-KEY1 (1:9) TO C189I-ACCNO.                   BBANK75P
026272     IF BANK-SCR75-FUNC IS EQUAL TO 'RATEOVR+'                    BBANK75P
026273        MOVE BANK-SCR75-TEXT (1:5) TO WS-DIG5R                    BBANK75P
026274        INSPECT WS-DIG5R REPLACING LEADING ' ' BY '0'             BBANK75P
026275        MOVE WS-DIG5R TO C189I-INT-RATE                           BBANK75P
026276        MOVE BANK-SCR75-KEY2 (1:8) TO C189I-START-DATE            BBANK75P
026277        MOVE BANK-SCR75-KEY2 (10:8) TO C189I-END-DATE             BBANK75P
026278        MOVE BANK-SCR75-TEXT (7:30) TO C189I-REASON               BBANK75P
026279        SET C189I-VALIDATE TO TRUE                                BBANK75P
026280     ELSE                                                         BBANK75P
026281        SET C189I-ENQUIRE TO TRUE                                 BBANK75P
026282     END-IF.                                                      BBANK75P
026283 COPY CBNKX189.                                                   BBANK75P
026284     MOVE C189O-MSG TO WS-ERROR-MSG.                              BBANK75P
026285     IF NOT C189O-OK                                              BBANK75P
026286        GO TO DO-RATE-OVERRIDE-EXIT                               BBANK75P
026287     END-IF.                                                      BBANK75P
026288     IF BANK-SCR75-FUNC IS EQUAL TO 'RATEOVR '                    BBANK75P
026289        PERFORM SHOW-RATE-OVERRIDE THRU                           BBANK75P
026290                SHOW-RATE-OVERRIDE-EXIT                           BBANK75P
026291        GO TO DO-RATE-OVERRIDE-EXIT                               BBANK75P
026292     END-IF.                                                      BBANK75P
026293     IF BANK-SCR75-FUNC IS EQUAL TO 'RATEOVR+'                    BBANK75P
026294        SET C189I-SET TO TRUE                                     BBANK75P
026295     ELSE                                                         BBANK75P
026296        IF C189O-ROV-STATUS IS NOT EQUAL TO 'A'                   BBANK75P
026297           MOVE 'No rate override in force to remove'             BBANK75P
026298             TO WS-ERROR-MSG                                      BBANK75P
026299           GO TO DO-RATE-OVERRIDE-EXIT                            BBANK75P
026300        END-IF                                                    BBANK75P
026301        SET C189I-REMOVE TO TRUE                                  BBANK75P
026302     END-IF.                                                      BBANK75P
026303*    an account's rate is not changed from one keyboard - the     BBANK75P
026304*    checked commarea is staged for a second operator to approve  BBANK75P
026305     MOVE 'DBNK189P' TO WS-STAGE-TARGET.                          BBANK75P
026306     PERFORM STAGE-REFDATA-CHANGE THRU                            BBANK75P
026307             STAGE-REFDATA-CHANGE-EXIT.                           BBANK75P
026308     MOVE C133O-MSG TO WS-ERROR-MSG.                              BBANK75P
026309 DO-RATE-OVERRIDE-EXIT.                                           BBANK75P
026310     EXIT.                                                        BBANK75P
026311                                                                  BBANK75P
026312 SHOW-RATE-OVERRIDE.                                              BBANK75P
026313     IF C189O-ROV-STATUS IS EQUAL TO SPACES                       BBANK75P
026314        GO TO SHOW-RATE-OVERRIDE-EXIT                             BBANK75P
026315     END-IF.                                                      BBANK75P
026316     IF C189O-ROV-STATUS IS EQUAL TO 'A'                          BBANK75P
026317        MOVE 'ACTIVE' TO WS-ROVR-STATUS                           BBANK75P
026318     ELSE                                                         BBANK75P
026319        MOVE 'REMOVED' TO WS-ROVR-STATUS                          BBANK75P
026320     END-IF.                                                      BBANK75P
026321     MOVE C189O-INT-RATE TO WS-EDIT-RATE5.                        BBANK75P
026322     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026323     STRING 'ACCOUNT ' DELIMITED BY SIZE                          BBANK75P
026324            C189I-ACCNO DELIMITED BY SIZE                         BBANK75P
026325            ' OWNER ' DELIMITED BY SIZE                           BBANK75P
026326            C189O-PID DELIMITED BY SIZE                           BBANK75P
026327            ' RATE ' DELIMITED BY SIZE                            BBANK75P
026328            WS-EDIT-RATE5 DELIMITED BY SIZE                       BBANK75P
026329            ' ' DELIMITED BY SIZE                                 BBANK75P
026330            WS-ROVR-STATUS DELIMITED BY SIZE                      BBANK75P
026331       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026332     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026333     STRING 'FROM ' DELIMITED BY SIZE                             BBANK75P
026334            C189O-START-DATE DELIMITED BY SIZE                    BBANK75P
026335            ' TO ' DELIMITED BY SIZE                              BBANK75P
026336            C189O-END-DATE DELIMITED BY SIZE                      BBANK75P
026337       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026338     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
026339     STRING 'REASON ' DELIMITED BY SIZE                           BBANK75P
026340            C189O-REASON DELIMITED BY SIZE                        BBANK75P
026341       INTO BANK-SCR75-LINE (3).                                  BBANK75P
026342     MOVE SPACES TO BANK-SCR75-LINE (4).                          BBANK75P
026343     STRING 'LAST SET ' DELIMITED BY SIZE                         BBANK75P
026344            C189O-SET-DATE DELIMITED BY SIZE                      BBANK75P
026345            ' BY ' DELIMITED BY SIZE                              BBANK75P
026346            C189O-SET-BY DELIMITED BY SIZE                        BBANK75P
026347       INTO BANK-SCR75-LINE (4).                                  BBANK75P
026348 SHOW-RATE-OVERRIDE-EXIT.                                         BBANK75P
026349     EXIT.                                                        BBANK75P
026350                                                                  BBANK75P
026351***************************************************************** BBANK75P
026352* RETMAIL / RETMAIL+ / RETMAIL- - the returned-mail register.   * BBANK75P
026353* KEY1(1:5) the customer. RETMAIL+ records a statement or       * BBANK75P
026354* letter sent back by the post office - KEY2(1:8) the document  * BBANK75P
026355* (STMT by default), TEXT(1:20) the reason; RETMAIL- clears the * BBANK75P
026356* returns by hand. The lines show the address status and the    * BBANK75P
026357* returns with the address each was sent to                     * BBANK75P
026358***************************************************************** BBANK75P
026359 DO-RETURNED-MAIL.                                                BBANK75P
026360     MOVE SPACES TO C191-DATA.                                    BBANK75P
026361     MOVE BANK-USERID TO C191I-OPERATOR.                          BBANK75P
026362     MOVE BANK-SCR75-KEY1 (1:5) TO C191I-PID.                     BBANK75P
026363     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026364       WHEN 'RETMAIL+'                                            BBANK75P
026365         SET C191I-RECORD TO TRUE                                 BBANK75P
026366         MOVE BANK-SCR75-KEY2 (1:8) TO C191I-DOC-TYPE             BBANK75P
026367         MOVE BANK-SCR75-TEXT (1:20) TO C191I-REASON              BBANK75P
026368       WHEN 'RETMAIL-'                                            BBANK75P
026369         SET C191I-CLEAR TO TRUE                                  BBANK75P
026370       WHEN OTHER                                                 BBANK75P
026371         SET C191I-ENQUIRE TO TRUE                                BBANK75P
026372     END-EVALUATE.                                                BBANK75P
026373 COPY CBNKX191.                                                   BBANK75P
026374     MOVE C191O-MSG TO WS-ERROR-MSG.                              BBANK75P
026375     IF NOT C191O-OK                                              BBANK75P
026376        GO TO DO-RETURNED-MAIL-EXIT                               BBANK75P
026377     END-IF.                                                      BBANK75P
026378     IF C191O-ADDR-RETURNED                                       BBANK75P
026379        MOVE 'RETURNED' TO WS-RMAIL-STATUS                        BBANK75P
026380     ELSE                                                         BBANK75P
026381        MOVE 'GOOD' TO WS-RMAIL-STATUS                            BBANK75P
026382     END-IF.                                                      BBANK75P
026383     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026384     STRING C191I-PID DELIMITED BY SIZE                           BBANK75P
026385            ' ' DELIMITED BY SIZE                                 BBANK75P
026386            C191O-NAME DELIMITED BY SIZE                          BBANK75P
026387            ' ADDRESS ' DELIMITED BY SIZE                         BBANK75P
026388            WS-RMAIL-STATUS DELIMITED BY SIZE                     BBANK75P
026389            ' E-MAIL ' DELIMITED BY SIZE                          BBANK75P
026390            C191O-EMAIL-HELD DELIMITED BY SIZE                    BBANK75P
026391       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026392     PERFORM SHOW-ONE-RETURN THRU SHOW-ONE-RETURN-EXIT            BBANK75P
026393       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026394         UNTIL WS-SUB1 IS GREATER THAN C191O-COUNT.               BBANK75P
026395 DO-RETURNED-MAIL-EXIT.                                           BBANK75P
026396     EXIT.                                                        BBANK75P
026397                                                                  BBANK75P
026398 SHOW-ONE-RETURN.                                                 BBANK75P
026399     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
026400     STRING C191O-E-DATE (WS-SUB1) DELIMITED BY SIZE              BBANK75P
026401            ' ' DELIMITED BY SIZE                                 BBANK75P
026402            C191O-E-DOC-TYPE (WS-SUB1) DELIMITED BY SIZE          BBANK75P
026403            ' ' DELIMITED BY SIZE                                 BBANK75P
026404            C191O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026405            ' ' DELIMITED BY SIZE                                 BBANK75P
026406            C191O-E-REASON (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026407            ' ' DELIMITED BY SIZE                                 BBANK75P
026408            C191O-E-ADDR1 (WS-SUB1) DELIMITED BY SIZE             BBANK75P
026409       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
026410 SHOW-ONE-RETURN-EXIT.                                            BBANK75P
026411     EXIT.                                                        BBANK75P
026412                                                                  BBANK75P
026413***************************************************************** BBANK75P
026414* GLMAP / GLMAP+ / GLMAP- - the chart of accounts mapping. KEY1 * BBANK75P
026415* (1:4) the ledger category (blank for postings with none, **** * BBANK75P
026416* for any); KEY2(1:1) the ledger type, KEY2(3:1) the account    * BBANK75P
026417* type and KEY2(5:4) the branch, * and **** standing for any.   * BBANK75P
026418* GLMAP+ takes the debit GL account in TEXT(1:8), the credit GL * BBANK75P
026419* account in TEXT(10:8) and the description in TEXT(19:22);     * BBANK75P
026420* GLMAP- takes the mapping out of use. DBNK198P checks the      * BBANK75P
026421* request and it is staged for a second operator to approve     * BBANK75P
026422***************************************************************** BBANK75P
026423 DO-GL-MAPPING.                                                   BBANK75P
026424     MOVE SPACES TO C198-DATA.                                    BBANK75P
026425     MOVE BANK-USERID TO C198I-OPERATOR.                          BBANK75P
026426     MOVE BANK-SCR75-KEY1 (1:4) TO C198I-CATEGORY.                BBANK75P
026427     MOVE BANK-SCR75-KEY2 (1:1) TO C198I-LEDG-TYPE.               BBANK75P
026428     MOVE BANK-SCR75-KEY2 (3:1) TO C198I-ACC-TYPE.                BBANK75P
026429     MOVE BANK-SCR75-KEY2 (5:4) TO C198I-BRANCH.                  BBANK75P
026430     IF BANK-SCR75-FUNC IS EQUAL TO 'GLMAP+  '                    BBANK75P
026431        MOVE BANK-SCR75-TEXT (1:8) TO C198I-DR-GL                 BBANK75P
026432        MOVE BANK-SCR75-TEXT (10:8) TO C198I-CR-GL                BBANK75P
026433        MOVE BANK-SCR75-TEXT (19:22) TO C198I-DESC                BBANK75P
026434        SET C198I-VALIDATE TO TRUE                                BBANK75P
026435     ELSE                                                         BBANK75P
026436        SET C198I-ENQUIRE TO TRUE                                 BBANK75P
026437     END-IF.                                                      BBANK75P
026438 COPY CBNKX198.                                                   BBANK75P
026439     MOVE C198O-MSG TO WS-ERROR-MSG.                              BBANK75P
026440     IF NOT C198O-OK                                              BBANK75P
026441        GO TO DO-GL-MAPPING-EXIT                                  BBANK75P
026442     END-IF.                                                      BBANK75P
026443     IF BANK-SCR75-FUNC IS EQUAL TO 'GLMAP   '                    BBANK75P
026444        PERFORM SHOW-GL-MAPPING THRU                              BBANK75P
026445                SHOW-GL-MAPPING-EXIT                              BBANK75P
026446        GO TO DO-GL-MAPPING-EXIT                                  BBANK75P
026447     END-IF.                                                      BBANK75P
026448     IF BANK-SCR75-FUNC IS EQUAL TO 'GLMAP+  '                    BBANK75P
026449        SET C198I-SET TO TRUE                                     BBANK75P
026450     ELSE                                                         BBANK75P
026451        IF C198O-MAP-STATUS IS NOT EQUAL TO 'A'                   BBANK75P
026452           MOVE 'No GL mapping in use to remove'                  BBANK75P
026453             TO WS-ERROR-MSG                                      BBANK75P
026454           GO TO DO-GL-MAPPING-EXIT                               BBANK75P
026455        END-IF                                                    BBANK75P
026456        SET C198I-REMOVE TO TRUE                                  BBANK75P
026457     END-IF.                                                      BBANK75P
026458*    the GL feed is not rearranged from one keyboard - the        BBANK75P
026459*    checked commarea is staged for a second operator to approve  BBANK75P
026460     MOVE 'DBNK198P' TO WS-STAGE-TARGET.                          BBANK75P
026461     PERFORM STAGE-REFDATA-CHANGE THRU                            BBANK75P
026462             STAGE-REFDATA-CHANGE-EXIT.                           BBANK75P
026463     MOVE C133O-MSG TO WS-ERROR-MSG.                              BBANK75P
026464 DO-GL-MAPPING-EXIT.                                              BBANK75P
026465     EXIT.                                                        BBANK75P
026466                                                                  BBANK75P
026467 SHOW-GL-MAPPING.                                                 BBANK75P
026468     IF C198O-MAP-STATUS IS EQUAL TO SPACES                       BBANK75P
026469        GO TO SHOW-GL-MAPPING-EXIT                                BBANK75P
026470     END-IF.                                                      BBANK75P
026471     IF C198O-MAP-STATUS IS EQUAL TO 'A'                          BBANK75P
026472        MOVE 'IN USE' TO WS-GLMP-STATUS                           BBANK75P
026473     ELSE                                                         BBANK75P
026474        MOVE 'REMOVED' TO WS-GLMP-STATUS                          BBANK75P
026475     END-IF.                                                      BBANK75P
026476     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026477     STRING 'CATEGORY ' DELIMITED BY SIZE                         BBANK75P
026478            C198I-CATEGORY DELIMITED BY SIZE                      BBANK75P
026479            ' TYPE ' DELIMITED BY SIZE                            BBANK75P
026480            C198I-LEDG-TYPE DELIMITED BY SIZE                     BBANK75P
026481            ' ACCOUNT TYPE ' DELIMITED BY SIZE                    BBANK75P
026482            C198I-ACC-TYPE DELIMITED BY SIZE                      BBANK75P
026483            ' BRANCH ' DELIMITED BY SIZE                          BBANK75P
026484            C198I-BRANCH DELIMITED BY SIZE                        BBANK75P
026485            ' ' DELIMITED BY SIZE                                 BBANK75P
026486            WS-GLMP-STATUS DELIMITED BY SIZE                      BBANK75P
026487       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026488     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026489     STRING 'DEBIT ' DELIMITED BY SIZE                            BBANK75P
026490            C198O-DR-GL DELIMITED BY SIZE                         BBANK75P
026491            ' CREDIT ' DELIMITED BY SIZE                          BBANK75P
026492            C198O-CR-GL DELIMITED BY SIZE                         BBANK75P
026493       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026494     MOVE C198O-DESC TO BANK-SCR75-LINE (3).                      BBANK75P
026495     MOVE SPACES TO BANK-SCR75-LINE (4).                          BBANK75P
026496     STRING 'LAST SET ' DELIMITED BY SIZE                         BBANK75P
026497            C198O-SET-DATE DELIMITED BY SIZE                      BBANK75P
026498            ' BY ' DELIMITED BY SIZE                              BBANK75P
026499            C198O-SET-BY DELIMITED BY SIZE                        BBANK75P
026500       INTO BANK-SCR75-LINE (4).                                  BBANK75P
026501 SHOW-GL-MAPPING-EXIT.                                            BBANK75P
026502     EXIT.                                                        BBANK75P
026503                                                                  BBANK75P
026504***************************************************************** BBANK75P
026505* CHQCASH - cash a cheque for a presenter without an account.   * BBANK75P
026506* KEY1 the drawer's account, KEY2(1:6) the cheque serial,       * BBANK75P
026507* KEY2(8:2) the identification type (DL, PP or ID) and          * BBANK75P
026508* KEY2(11:16) its number, TEXT(1:30) the presenter's name and   * BBANK75P
026509* TEXT(32:8) the date of birth if shown, AMOUNT the cheque      * BBANK75P
026510* amount. The cash to hand over is shown and a receipt filed.   * BBANK75P
026511***************************************************************** BBANK75P
026512 DO-CHEQUE-CASHING.                                               BBANK75P
026513     MOVE SPACES TO C202-DATA.                                    BBANK75P
026514     SET C202I-CASH TO TRUE.                                      BBANK75P
026515     MOVE BANK-USERID TO C202I-USERID.                            BBANK75P
026516     PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT.                 BBANK75P
026517     IF WS-PARSE-BAD                                              BBANK75P
026518        GO TO DO-CHEQUE-CASHING-EXIT                              BBANK75P
026519     END-IF.                                                      BBANK75P
026520     MOVE WS-AMOUNT-N TO C202I-AMOUNT.                            BBANK75P
026521     MOVE BANK-SCR75-KEY1 TO C202I-DRAWER-ACCNO.                  BBANK75P
026522     MOVE BANK-SCR75-KEY2 (1:6) TO C202I-SERIAL.                  BBANK75P
026523     MOVE BANK-SCR75-KEY2 (8:2) TO C202I-ID-TYPE.                 BBANK75P
026524     MOVE BANK-SCR75-KEY2 (11:16) TO C202I-ID-NUMBER.             BBANK75P
026525     MOVE BANK-SCR75-TEXT (1:30) TO C202I-NAME.                   BBANK75P
026526     MOVE BANK-SCR75-TEXT (32:8) TO C202I-BIRTH-DATE.             BBANK75P
026527 COPY CBNKX202.                                                   BBANK75P
026528     MOVE C202O-MSG TO WS-ERROR-MSG.                              BBANK75P
026529     IF C202O-WATCH-ID IS NOT EQUAL TO SPACES                     BBANK75P
026530        MOVE SPACES TO BANK-SCR75-LINE (1)                        BBANK75P
026531        STRING 'REFUSED - WATCHLIST ENTRY ' DELIMITED BY SIZE     BBANK75P
026532               C202O-WATCH-ID DELIMITED BY SIZE                   BBANK75P
026533          INTO BANK-SCR75-LINE (1)                                BBANK75P
026534     END-IF.                                                      BBANK75P
026535     IF NOT C202O-OK                                              BBANK75P
026536        GO TO DO-CHEQUE-CASHING-EXIT                              BBANK75P
026537     END-IF.                                                      BBANK75P
026538     MOVE C202O-AMOUNT TO WS-EDIT-AMT.                            BBANK75P
026539     MOVE C202O-FEE-AMOUNT TO WS-EDIT-AMT2.                       BBANK75P
026540     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026541     STRING 'CHEQUE ' DELIMITED BY SIZE                           BBANK75P
026542            C202I-SERIAL DELIMITED BY SIZE                        BBANK75P
026543            ' AMOUNT' DELIMITED BY SIZE                           BBANK75P
026544            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026545            ' FEE' DELIMITED BY SIZE                              BBANK75P
026546            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
026547       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026548     MOVE C202O-CASH-PAID TO WS-EDIT-AMT.                         BBANK75P
026549     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026550     STRING 'PAY OUT' DELIMITED BY SIZE                           BBANK75P
026551            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026552            ' REF ' DELIMITED BY SIZE                             BBANK75P
026553            C202O-REFNO DELIMITED BY SIZE                         BBANK75P
026554       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026555     MOVE C202O-REFNO TO WS-RCPT-REFNO.                           BBANK75P
026556     PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT.                 BBANK75P
026557 DO-CHEQUE-CASHING-EXIT.                                          BBANK75P
026558     EXIT.                                                        BBANK75P
026559                                                                  BBANK75P
026560***************************************************************** BBANK75P
026561* CONSTMT / CONSTMT+ / CONSTMT- - the consolidated relationship * BBANK75P
026562* statement. KEY1(1:5) the customer. CONSTMT+ elects one        * BBANK75P
026563* statement across all the customer's accounts in place of one  * BBANK75P
026564* per account, CONSTMT- withdraws the election. The line shows  * BBANK75P
026565* the election, the delivery route and the accounts covered     * BBANK75P
026566***************************************************************** BBANK75P
026567 DO-CONSOL-STMT.                                                  BBANK75P
026568     MOVE SPACES TO C204-DATA.                                    BBANK75P
026569     MOVE BANK-USERID TO C204I-OPERATOR.                          BBANK75P
026570     MOVE BANK-SCR75-KEY1 (1:5) TO C204I-PID.                     BBANK75P
026571     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026572       WHEN 'CONSTMT+'                                            BBANK75P
026573         SET C204I-ELECT TO TRUE                                  BBANK75P
026574       WHEN 'CONSTMT-'                                            BBANK75P
026575         SET C204I-WITHDRAW TO TRUE                               BBANK75P
026576       WHEN OTHER                                                 BBANK75P
026577         SET C204I-ENQUIRE TO TRUE                                BBANK75P
026578     END-EVALUATE.                                                BBANK75P
026579 COPY CBNKX204.                                                   BBANK75P
026580     MOVE C204O-MSG TO WS-ERROR-MSG.                              BBANK75P
026581     IF NOT C204O-OK                                              BBANK75P
026582        GO TO DO-CONSOL-STMT-EXIT                                 BBANK75P
026583     END-IF.                                                      BBANK75P
026584     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026585     STRING C204I-PID DELIMITED BY SIZE                           BBANK75P
026586            ' ' DELIMITED BY SIZE                                 BBANK75P
026587            C204O-NAME DELIMITED BY SIZE                          BBANK75P
026588       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026589     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026590     STRING 'CONSOLIDATED ' DELIMITED BY SIZE                     BBANK75P
026591            C204O-CONSOL-STMT DELIMITED BY SIZE                   BBANK75P
026592            ' ROUTE ' DELIMITED BY SIZE                           BBANK75P
026593            C204O-ROUTE DELIMITED BY SIZE                         BBANK75P
026594            ' OPEN ACCOUNTS ' DELIMITED BY SIZE                   BBANK75P
026595            C204O-ACCOUNTS DELIMITED BY SIZE                      BBANK75P
026596       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026597 DO-CONSOL-STMT-EXIT.                                             BBANK75P
026598     EXIT.                                                        BBANK75P
026599                                                                  BBANK75P
026600***************************************************************** BBANK75P
026601* FXNOTE / FXNOTEQ / FXNOTEB / FXNOTES / FXNOTE+ / FXNOTE- /    * BBANK75P
026602* FXNOTEC / FXNOTEM - foreign banknotes at the counter. KEY1    * BBANK75P
026603* (1:3) the currency, AMOUNT the foreign amount. FXNOTE shows   * BBANK75P
026604* the terms, today's rates and the teller's holding; FXNOTEQ    * BBANK75P
026605* quotes with KEY2(1:1) B when the bank buys or S when it       * BBANK75P
026606* sells; FXNOTEB buys notes from the customer and FXNOTES sells * BBANK75P
026607* notes to the customer, each filing a receipt; FXNOTE+ takes   * BBANK75P
026608* notes from the branch vault and FXNOTE- returns them; FXNOTEC * BBANK75P
026609* records the teller's count. FXNOTEM sets the terms (needs a   * BBANK75P
026610* supervisor) - KEY2(1:6) the buy margin and KEY2(8:6) the sell * BBANK75P
026611* margin as percentages with four decimals (025000 is 2.5),     * BBANK75P
026612* KEY2(15:5) the smallest note and KEY2(21:1) A or S            * BBANK75P
026613***************************************************************** BBANK75P
026614 DO-FX-NOTES.                                                     BBANK75P
026615     MOVE SPACES TO C206-DATA.                                    BBANK75P
026616     MOVE BANK-USERID TO C206I-USERID.                            BBANK75P
026617     MOVE BANK-SCR75-KEY1 (1:3) TO C206I-CCY-CODE.                BBANK75P
026618     MOVE ZERO TO C206I-FCY-AMOUNT.                               BBANK75P
026619     MOVE ZERO TO C206I-BUY-MARGIN.                               BBANK75P
026620     MOVE ZERO TO C206I-SELL-MARGIN.                              BBANK75P
026621     MOVE ZERO TO C206I-MIN-NOTE.                                 BBANK75P
026622     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026623       WHEN 'FXNOTEQ '                                            BBANK75P
026624         SET C206I-QUOTE TO TRUE                                  BBANK75P
026625         MOVE BANK-SCR75-KEY2 (1:1) TO C206I-SIDE                 BBANK75P
026626       WHEN 'FXNOTEB '                                            BBANK75P
026627         SET C206I-BUY TO TRUE                                    BBANK75P
026628       WHEN 'FXNOTES '                                            BBANK75P
026629         SET C206I-SELL TO TRUE                                   BBANK75P
026630       WHEN 'FXNOTE+ '                                            BBANK75P
026631         SET C206I-FROM-VAULT TO TRUE                             BBANK75P
026632       WHEN 'FXNOTE- '                                            BBANK75P
026633         SET C206I-TO-VAULT TO TRUE                               BBANK75P
026634       WHEN 'FXNOTEC '                                            BBANK75P
026635         SET C206I-COUNT TO TRUE                                  BBANK75P
026636       WHEN 'FXNOTEM '                                            BBANK75P
026637         SET C206I-SET-TERMS TO TRUE                              BBANK75P
026638       WHEN OTHER                                                 BBANK75P
026639         SET C206I-ENQUIRE TO TRUE                                BBANK75P
026640     END-EVALUATE.                                                BBANK75P
026641     IF C206I-SET-TERMS                                           BBANK75P
026642        MOVE BANK-SCR75-KEY2 (1:6) TO WS-DIG6M                    BBANK75P
026643        INSPECT WS-DIG6M REPLACING LEADING ' ' BY '0'             BBANK75P
026644        IF WS-DIG6M IS NOT NUMERIC                                BBANK75P
026645           MOVE 'Buy margin must be 6 digits' TO WS-ERROR-MSG     BBANK75P
026646           GO TO DO-FX-NOTES-EXIT                                 BBANK75P
026647        END-IF                                                    BBANK75P
026648        MOVE WS-DIG6M-R TO C206I-BUY-MARGIN                       BBANK75P
026649        MOVE BANK-SCR75-KEY2 (8:6) TO WS-DIG6M                    BBANK75P
026650        INSPECT WS-DIG6M REPLACING LEADING ' ' BY '0'             BBANK75P
026651        IF WS-DIG6M IS NOT NUMERIC                                BBANK75P
026652           MOVE 'Sell margin must be 6 digits' TO WS-ERROR-MSG    BBANK75P
026653           GO TO DO-FX-NOTES-EXIT                                 BBANK75P
026654        END-IF                                                    BBANK75P
026655        MOVE WS-DIG6M-R TO C206I-SELL-MARGIN                      BBANK75P
026656        MOVE BANK-SCR75-KEY2 (15:5) TO WS-DIG5N                   BBANK75P
026657        INSPECT WS-DIG5N REPLACING LEADING ' ' BY '0'             BBANK75P
026658        IF WS-DIG5N IS NOT NUMERIC                                BBANK75P
026659           MOVE 'Smallest note must be digits' TO WS-ERROR-MSG    BBANK75P
026660           GO TO DO-FX-NOTES-EXIT                                 BBANK75P
026661        END-IF                                                    BBANK75P
026662        MOVE WS-DIG5N-R TO C206I-MIN-NOTE                         BBANK75P
026663        MOVE BANK-SCR75-KEY2 (21:1) TO C206I-NEW-STATUS           BBANK75P
026664     END-IF.                                                      BBANK75P
026665     IF NOT C206I-ENQUIRE AND                                     BBANK75P
026666        NOT C206I-SET-TERMS                                       BBANK75P
026667        PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT               BBANK75P
026668        IF WS-PARSE-BAD                                           BBANK75P
026669           GO TO DO-FX-NOTES-EXIT                                 BBANK75P
026670        END-IF                                                    BBANK75P
026671        MOVE WS-AMOUNT-N TO C206I-FCY-AMOUNT                      BBANK75P
026672     END-IF.                                                      BBANK75P
026673 COPY CBNKX206.                                                   BBANK75P
026674     MOVE C206O-MSG TO WS-ERROR-MSG.                              BBANK75P
026675     IF NOT C206O-OK                                              BBANK75P
026676        GO TO DO-FX-NOTES-EXIT                                    BBANK75P
026677     END-IF.                                                      BBANK75P
026678     MOVE C206O-BUY-MARGIN TO WS-EDIT-MARGIN.                     BBANK75P
026679     MOVE C206O-MIN-NOTE TO WS-EDIT-NOTE.                         BBANK75P
026680     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026681     MOVE 1 TO WS-SUB2.                                           BBANK75P
026682     STRING C206I-CCY-CODE DELIMITED BY SIZE                      BBANK75P
026683            ' STATUS ' DELIMITED BY SIZE                          BBANK75P
026684            C206O-CCY-STATUS DELIMITED BY SIZE                    BBANK75P
026685            ' BUY MARGIN ' DELIMITED BY SIZE                      BBANK75P
026686            WS-EDIT-MARGIN DELIMITED BY SIZE                      BBANK75P
026687       INTO BANK-SCR75-LINE (1)                                   BBANK75P
026688       WITH POINTER WS-SUB2.                                      BBANK75P
026689     MOVE C206O-SELL-MARGIN TO WS-EDIT-MARGIN.                    BBANK75P
026690     STRING ' SELL MARGIN ' DELIMITED BY SIZE                     BBANK75P
026691            WS-EDIT-MARGIN DELIMITED BY SIZE                      BBANK75P
026692            ' SMALLEST NOTE ' DELIMITED BY SIZE                   BBANK75P
026693            WS-EDIT-NOTE DELIMITED BY SIZE                        BBANK75P
026694       INTO BANK-SCR75-LINE (1)                                   BBANK75P
026695       WITH POINTER WS-SUB2.                                      BBANK75P
026696     IF C206I-SET-TERMS                                           BBANK75P
026697        GO TO DO-FX-NOTES-EXIT                                    BBANK75P
026698     END-IF.                                                      BBANK75P
026699     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026700     MOVE 1 TO WS-SUB2.                                           BBANK75P
026701     MOVE C206O-MID-RATE TO WS-EDIT-RATE.                         BBANK75P
026702     STRING 'MID ' DELIMITED BY SIZE                              BBANK75P
026703            WS-EDIT-RATE DELIMITED BY SIZE                        BBANK75P
026704       INTO BANK-SCR75-LINE (2)                                   BBANK75P
026705       WITH POINTER WS-SUB2.                                      BBANK75P
026706     MOVE C206O-BUY-RATE TO WS-EDIT-RATE.                         BBANK75P
026707     STRING 'WE BUY ' DELIMITED BY SIZE                           BBANK75P
026708            WS-EDIT-RATE DELIMITED BY SIZE                        BBANK75P
026709       INTO BANK-SCR75-LINE (2)                                   BBANK75P
026710       WITH POINTER WS-SUB2.                                      BBANK75P
026711     MOVE C206O-SELL-RATE TO WS-EDIT-RATE.                        BBANK75P
026712     STRING 'WE SELL ' DELIMITED BY SIZE                          BBANK75P
026713            WS-EDIT-RATE DELIMITED BY SIZE                        BBANK75P
026714       INTO BANK-SCR75-LINE (2)                                   BBANK75P
026715       WITH POINTER WS-SUB2.                                      BBANK75P
026716     IF C206I-QUOTE                                               BBANK75P
026717        PERFORM SHOW-FX-DEAL THRU SHOW-FX-DEAL-EXIT               BBANK75P
026718        GO TO DO-FX-NOTES-EXIT                                    BBANK75P
026719     END-IF.                                                      BBANK75P
026720     IF C206I-BUY OR                                              BBANK75P
026721        C206I-SELL                                                BBANK75P
026722        PERFORM SHOW-FX-DEAL THRU SHOW-FX-DEAL-EXIT               BBANK75P
026723        MOVE C206O-REFNO TO WS-RCPT-REFNO                         BBANK75P
026724        PERFORM FILE-RECEIPT THRU FILE-RECEIPT-EXIT               BBANK75P
026725        GO TO DO-FX-NOTES-EXIT                                    BBANK75P
026726     END-IF.                                                      BBANK75P
026727     IF C206O-HOLD-STATUS IS EQUAL TO SPACES                      BBANK75P
026728        MOVE 'NO HOLDING OF THE CURRENCY TODAY'                   BBANK75P
026729          TO BANK-SCR75-LINE (3)                                  BBANK75P
026730        GO TO DO-FX-NOTES-EXIT                                    BBANK75P
026731     END-IF.                                                      BBANK75P
026732     MOVE C206O-OPEN-COUNT TO WS-EDIT-AMT.                        BBANK75P
026733     MOVE C206O-VAULT-IN TO WS-EDIT-AMT2.                         BBANK75P
026734     MOVE SPACES TO BANK-SCR75-LINE (3).                          BBANK75P
026735     MOVE 1 TO WS-SUB2.                                           BBANK75P
026736     STRING 'OPEN' DELIMITED BY SIZE                              BBANK75P
026737            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026738            ' VAULT IN' DELIMITED BY SIZE                         BBANK75P
026739            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
026740       INTO BANK-SCR75-LINE (3)                                   BBANK75P
026741       WITH POINTER WS-SUB2.                                      BBANK75P
026742     MOVE C206O-VAULT-OUT TO WS-EDIT-AMT.                         BBANK75P
026743     STRING ' OUT' DELIMITED BY SIZE                              BBANK75P
026744            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026745       INTO BANK-SCR75-LINE (3)                                   BBANK75P
026746       WITH POINTER WS-SUB2.                                      BBANK75P
026747     MOVE C206O-BOUGHT TO WS-EDIT-AMT.                            BBANK75P
026748     MOVE C206O-SOLD TO WS-EDIT-AMT2.                             BBANK75P
026749     MOVE SPACES TO BANK-SCR75-LINE (4).                          BBANK75P
026750     MOVE 1 TO WS-SUB2.                                           BBANK75P
026751     STRING 'BOUGHT' DELIMITED BY SIZE                            BBANK75P
026752            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026753            ' SOLD' DELIMITED BY SIZE                             BBANK75P
026754            WS-EDIT-AMT2 DELIMITED BY SIZE                        BBANK75P
026755       INTO BANK-SCR75-LINE (4)                                   BBANK75P
026756       WITH POINTER WS-SUB2.                                      BBANK75P
026757     MOVE C206O-ON-HAND TO WS-EDIT-AMT.                           BBANK75P
026758     STRING ' ON HAND' DELIMITED BY SIZE                          BBANK75P
026759            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026760       INTO BANK-SCR75-LINE (4)                                   BBANK75P
026761       WITH POINTER WS-SUB2.                                      BBANK75P
026762     IF C206O-HOLD-STATUS IS EQUAL TO 'C'                         BBANK75P
026763        MOVE C206O-CLOSE-COUNT TO WS-EDIT-AMT                     BBANK75P
026764        MOVE C206O-OVER-SHORT TO WS-EDIT-AMT2                     BBANK75P
026765        MOVE SPACES TO BANK-SCR75-LINE (5)                        BBANK75P
026766        STRING 'COUNTED' DELIMITED BY SIZE                        BBANK75P
026767               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
026768               ' OVER/SHORT' DELIMITED BY SIZE                    BBANK75P
026769               WS-EDIT-AMT2 DELIMITED BY SIZE                     BBANK75P
026770          INTO BANK-SCR75-LINE (5)                                BBANK75P
026771     END-IF.                                                      BBANK75P
026772 DO-FX-NOTES-EXIT.                                                BBANK75P
026773     EXIT.                                                        BBANK75P
026774                                                                  BBANK75P
026775 SHOW-FX-DEAL.                                                    BBANK75P
026776     MOVE C206I-FCY-AMOUNT TO WS-EDIT-AMT.                        BBANK75P
026777     MOVE C206O-DOM-AMOUNT TO WS-EDIT-AMT2.                       BBANK75P
026778     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026779     IF C206I-BUY OR                                              BBANK75P
026780        C206I-SIDE-BUY                                            BBANK75P
026781        MOVE C206O-BUY-RATE TO WS-EDIT-RATE                       BBANK75P
026782        STRING 'BUY ' DELIMITED BY SIZE                           BBANK75P
026783               C206I-CCY-CODE DELIMITED BY SIZE                   BBANK75P
026784               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
026785               ' AT ' DELIMITED BY SIZE                           BBANK75P
026786               WS-EDIT-RATE DELIMITED BY SIZE                     BBANK75P
026787               ' PAY OUT' DELIMITED BY SIZE                       BBANK75P
026788               WS-EDIT-AMT2 DELIMITED BY SIZE                     BBANK75P
026789          INTO BANK-SCR75-LINE (1)                                BBANK75P
026790     ELSE                                                         BBANK75P
026791        MOVE C206O-SELL-RATE TO WS-EDIT-RATE                      BBANK75P
026792        STRING 'SELL ' DELIMITED BY SIZE                          BBANK75P
026793               C206I-CCY-CODE DELIMITED BY SIZE                   BBANK75P
026794               WS-EDIT-AMT DELIMITED BY SIZE                      BBANK75P
026795               ' AT ' DELIMITED BY SIZE                           BBANK75P
026796               WS-EDIT-RATE DELIMITED BY SIZE                     BBANK75P
026797               ' TAKE IN' DELIMITED BY SIZE                       BBANK75P
026798               WS-EDIT-AMT2 DELIMITED BY SIZE                     BBANK75P
026799          INTO BANK-SCR75-LINE (1)                                BBANK75P
026800     END-IF.                                                      BBANK75P
026801     MOVE C206O-MARGIN-INCOME TO WS-EDIT-AMT.                     BBANK75P
026802     MOVE SPACES TO BANK-SCR75-LINE (2).                          BBANK75P
026803     STRING 'MARGIN' DELIMITED BY SIZE                            BBANK75P
026804            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026805            ' REF ' DELIMITED BY SIZE                             BBANK75P
026806            C206O-REFNO DELIMITED BY SIZE                         BBANK75P
026807       INTO BANK-SCR75-LINE (2).                                  BBANK75P
026808 SHOW-FX-DEAL-EXIT.                                               BBANK75P
026809     EXIT.                                                        BBANK75P
026810                                                                  BBANK75P
026811***************************************************************** BBANK75P
026812* BANKRPT / BANKRPT+ / BANKRPTD / BANKRPTM - the bankruptcy     * BBANK75P
026813* register. KEY1(1:5) the customer. BANKRPT+ records a          * BBANK75P
026814* petition - KEY2(1:8) the filing date, KEY2(10:2) the chapter  * BBANK75P
026815* (07, 11, 12 or 13), KEY2(13:14) the case number, TEXT the     * BBANK75P
026816* court - and stays collection at once; BANKRPTD and BANKRPTM   * BBANK75P
026817* close the active case as discharged or dismissed, KEY2(1:8)   * BBANK75P
026818* the date (blank for today), and lift the stay. The lines show * BBANK75P
026819* the stay and the cases                                        * BBANK75P
026820***************************************************************** BBANK75P
026821 DO-BANKRUPTCY.                                                   BBANK75P
026822     MOVE SPACES TO C212-DATA.                                    BBANK75P
026823     MOVE BANK-USERID TO C212I-OPERATOR.                          BBANK75P
026824     MOVE BANK-SCR75-KEY1 (1:5) TO C212I-PID.                     BBANK75P
026825     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026826       WHEN 'BANKRPT+'                                            BBANK75P
026827         SET C212I-RECORD TO TRUE                                 BBANK75P
026828         MOVE BANK-SCR75-KEY2 (1:8) TO C212I-FILED-DATE           BBANK75P
026829         MOVE BANK-SCR75-KEY2 (10:2) TO C212I-CHAPTER             BBANK75P
026830         MOVE BANK-SCR75-KEY2 (13:14) TO C212I-CASE-NO            BBANK75P
026831         MOVE BANK-SCR75-TEXT TO C212I-COURT                      BBANK75P
026832       WHEN 'BANKRPTD'                                            BBANK75P
026833         SET C212I-DISCHARGED TO TRUE                             BBANK75P
026834         MOVE BANK-SCR75-KEY2 (1:8) TO C212I-CLOSED-DATE          BBANK75P
026835       WHEN 'BANKRPTM'                                            BBANK75P
026836         SET C212I-DISMISSED TO TRUE                              BBANK75P
026837         MOVE BANK-SCR75-KEY2 (1:8) TO C212I-CLOSED-DATE          BBANK75P
026838       WHEN OTHER                                                 BBANK75P
026839         SET C212I-ENQUIRE TO TRUE                                BBANK75P
026840     END-EVALUATE.                                                BBANK75P
026841 COPY CBNKX212.                                                   BBANK75P
026842     MOVE C212O-MSG TO WS-ERROR-MSG.                              BBANK75P
026843     IF NOT C212O-OK                                              BBANK75P
026844        GO TO DO-BANKRUPTCY-EXIT                                  BBANK75P
026845     END-IF.                                                      BBANK75P
026846     IF C212O-STAY-ACTIVE                                         BBANK75P
026847        MOVE 'STAYED' TO WS-BKRP-STAY                             BBANK75P
026848     ELSE                                                         BBANK75P
026849        MOVE 'NONE' TO WS-BKRP-STAY                               BBANK75P
026850     END-IF.                                                      BBANK75P
026851     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026852     STRING C212I-PID DELIMITED BY SIZE                           BBANK75P
026853            ' ' DELIMITED BY SIZE                                 BBANK75P
026854            C212O-NAME DELIMITED BY SIZE                          BBANK75P
026855            ' COLLECTION ' DELIMITED BY SIZE                      BBANK75P
026856            WS-BKRP-STAY DELIMITED BY SIZE                        BBANK75P
026857       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026858     PERFORM SHOW-ONE-BKRP-CASE THRU SHOW-ONE-BKRP-CASE-EXIT      BBANK75P
026859       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026860         UNTIL WS-SUB1 IS GREATER THAN C212O-COUNT.               BBANK75P
026861     IF C212O-CASES-STAYED IS GREATER THAN ZERO                   BBANK75P
026862        MOVE SPACES TO BANK-SCR75-LINE (8)                        BBANK75P
026863        STRING 'COLLECTIONS CASES CHANGED ' DELIMITED BY SIZE     BBANK75P
026864               C212O-CASES-STAYED DELIMITED BY SIZE               BBANK75P
026865          INTO BANK-SCR75-LINE (8)                                BBANK75P
026866     END-IF.                                                      BBANK75P
026867 DO-BANKRUPTCY-EXIT.                                              BBANK75P
026868     EXIT.                                                        BBANK75P
026869                                                                  BBANK75P
026870 SHOW-ONE-BKRP-CASE.                                              BBANK75P
026871     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
026872     STRING C212O-E-FILED-DATE (WS-SUB1) DELIMITED BY SIZE        BBANK75P
026873            ' CH' DELIMITED BY SIZE                               BBANK75P
026874            C212O-E-CHAPTER (WS-SUB1) DELIMITED BY SIZE           BBANK75P
026875            ' ' DELIMITED BY SIZE                                 BBANK75P
026876            C212O-E-CASE-NO (WS-SUB1) DELIMITED BY SIZE           BBANK75P
026877            ' ' DELIMITED BY SIZE                                 BBANK75P
026878            C212O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026879            ' ' DELIMITED BY SIZE                                 BBANK75P
026880            C212O-E-CLOSED-DATE (WS-SUB1) DELIMITED BY SIZE       BBANK75P
026881            ' ' DELIMITED BY SIZE                                 BBANK75P
026882            C212O-E-COURT (WS-SUB1) DELIMITED BY SIZE             BBANK75P
026883       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
026884 SHOW-ONE-BKRP-CASE-EXIT.                                         BBANK75P
026885     EXIT.                                                        BBANK75P
026886                                                                  BBANK75P
026887***************************************************************** BBANK75P
026888* MILSVC / MILSVC+ / MILSVCE - the military service register.   * BBANK75P
026889* KEY1(1:5) the customer. MILSVC+ records a period of active    * BBANK75P
026890* duty - KEY2(1:8) the start date, KEY2(10:8) the end date if   * BBANK75P
026891* known - pending verification against the eligibility file;   *  BBANK75P
026892* MILSVCE records the date the open period ends, KEY2(1:8)      * BBANK75P
026893* (blank for today). The lines show the capped accounts, the    * BBANK75P
026894* interest forgone and the periods                              * BBANK75P
026895***************************************************************** BBANK75P
026896 DO-MIL-SERVICE.                                                  BBANK75P
026897     MOVE SPACES TO C217-DATA.                                    BBANK75P
026898     MOVE BANK-USERID TO C217I-OPERATOR.                          BBANK75P
026899     MOVE BANK-SCR75-KEY1 (1:5) TO C217I-PID.                     BBANK75P
026900     EVALUATE BANK-SCR75-FUNC                                     BBANK75P
026901       WHEN 'MILSVC+ '                                            BBANK75P
026902         SET C217I-RECORD TO TRUE                                 BBANK75P
026903         MOVE BANK-SCR75-KEY2 (1:8) TO C217I-START-DATE           BBANK75P
026904         MOVE BANK-SCR75-KEY2 (10:8) TO C217I-END-DATE            BBANK75P
026905       WHEN 'MILSVCE '                                            BBANK75P
026906         SET C217I-ENDED TO TRUE                                  BBANK75P
026907         MOVE BANK-SCR75-KEY2 (1:8) TO C217I-END-DATE             BBANK75P
026908       WHEN OTHER                                                 BBANK75P
026909         SET C217I-ENQUIRE TO TRUE                                BBANK75P
026910     END-EVALUATE.                                                BBANK75P
026911 COPY CBNKX217.                                                   BBANK75P
026912     MOVE C217O-MSG TO WS-ERROR-MSG.                              BBANK75P
026913     IF NOT C217O-OK                                              BBANK75P
026914        GO TO DO-MIL-SERVICE-EXIT                                 BBANK75P
026915     END-IF.                                                      BBANK75P
026916     MOVE C217O-FORGONE-AMT TO WS-EDIT-AMT.                       BBANK75P
026917     MOVE SPACES TO BANK-SCR75-LINE (1).                          BBANK75P
026918     STRING C217I-PID DELIMITED BY SIZE                           BBANK75P
026919            ' ' DELIMITED BY SIZE                                 BBANK75P
026920            C217O-NAME DELIMITED BY SIZE                          BBANK75P
026921            ' CAPPED ' DELIMITED BY SIZE                          BBANK75P
026922            C217O-CAPPED-COUNT DELIMITED BY SIZE                  BBANK75P
026923            ' FORGONE' DELIMITED BY SIZE                          BBANK75P
026924            WS-EDIT-AMT DELIMITED BY SIZE                         BBANK75P
026925       INTO BANK-SCR75-LINE (1).                                  BBANK75P
026926     PERFORM SHOW-ONE-MIL-PERIOD THRU SHOW-ONE-MIL-PERIOD-EXIT    BBANK75P
026927       VARYING WS-SUB1 FROM 1 BY 1                                BBANK75P
026928         UNTIL WS-SUB1 IS GREATER THAN C217O-COUNT.               BBANK75P
026929 DO-MIL-SERVICE-EXIT.                                             BBANK75P
026930     EXIT.                                                        BBANK75P
026931                                                                  BBANK75P
026932 SHOW-ONE-MIL-PERIOD.                                             BBANK75P
026933     MOVE SPACES TO BANK-SCR75-LINE (WS-SUB1 + 1).                BBANK75P
026934     STRING C217O-E-CLAIM-START (WS-SUB1) DELIMITED BY SIZE       BBANK75P
026935            '-' DELIMITED BY SIZE                                 BBANK75P
026936            C217O-E-CLAIM-END (WS-SUB1) DELIMITED BY SIZE         BBANK75P
026937            ' ' DELIMITED BY SIZE                                 BBANK75P
026938            C217O-E-STATUS (WS-SUB1) DELIMITED BY SIZE            BBANK75P
026939            ' ACTIVE ' DELIMITED BY SIZE                          BBANK75P
026940            C217O-E-ACTIVE-START (WS-SUB1) DELIMITED BY SIZE      BBANK75P
026941            '-' DELIMITED BY SIZE                                 BBANK75P
026942            C217O-E-ACTIVE-END (WS-SUB1) DELIMITED BY SIZE        BBANK75P
026943            ' ' DELIMITED BY SIZE                                 BBANK75P
026944            C217O-E-ELIG-REF (WS-SUB1) DELIMITED BY SIZE          BBANK75P
026945       INTO BANK-SCR75-LINE (WS-SUB1 + 1).                        BBANK75P
026946 SHOW-ONE-MIL-PERIOD-EXIT.                                        BBANK75P
026947     EXIT.                                                        BBANK75P
026948                                                                  BBANK75P
026949***************************************************************** BBANK75P
026950* The insider check ahead of a sensitive function - the account * BBANK75P
026951* is KEY1, or for a reversal or fee refund the posting named by * BBANK75P
026952* the reference in KEY2(1:12). DBNK182P journals a refusal      * BBANK75P
026953***************************************************************** BBANK75P
026954 CHECK-INSIDER.                                                   BBANK75P
026956     MOVE SPACES TO C182-DATA.                                    BBANK75P
026966     SET C182I-CHECK TO TRUE.                                     BBANK75P
026976     MOVE BANK-USERID TO C182I-OPERATOR.                          BBANK75P
026986     MOVE BANK-SCR75-FUNC TO C182I-FUNCTION.                      BBANK75P
026996     IF BANK-SCR75-FUNC IS EQUAL TO 'REVERSE ' OR                 BBANK75P
027006        BANK-SCR75-FUNC IS EQUAL TO 'FEEREF  '                    BBANK75P
027016        MOVE BANK-SCR75-KEY2 (1:12) TO C182I-REFNO                BBANK75P
027026     ELSE                                                         BBANK75P
027036        MOVE BANK-SCR75-KEY1 TO C182I-ACCNO                       BBANK75P
027046     END-IF.                                                      BBANK75P
027056 COPY CBNKX182.                                                   BBANK75P
027066 CHECK-INSIDER-EXIT.                                              BBANK75P
027076     EXIT.                                                        BBANK75P
027096                                                                  BBANK75P
027106***************************************************************** BBANK75P
027116* Every counter posting files its receipt at completion - the   * BBANK75P
027126* reference just returned is printed through DBANK46P and the   * BBANK75P
027136* receipt lines shown under the posting summary                 * BBANK75P
027146***************************************************************** BBANK75P
027156 FILE-RECEIPT.                                                    BBANK75P
027166     IF WS-RCPT-REFNO IS EQUAL TO SPACES                          BBANK75P
027176        GO TO FILE-RECEIPT-EXIT                                   BBANK75P
027186     END-IF.                                                      BBANK75P
027196     MOVE SPACES TO CD46-DATA.                                    BBANK75P
027206     SET CD46I-PRINT TO TRUE.                                     BBANK75P
027216     MOVE WS-RCPT-REFNO TO CD46I-REFNO.                           BBANK75P
027226 COPY CBANKX46.                                                   BBANK75P
027236     IF CD46O-LINE-COUNT IS GREATER THAN ZERO                     BBANK75P
027246        PERFORM SHOW-RCPT-TAIL THRU SHOW-RCPT-TAIL-EXIT           BBANK75P
027256          VARYING WS-SUB1 FROM 1 BY 1                             BBANK75P
027266            UNTIL WS-SUB1 IS GREATER THAN CD46O-LINE-COUNT        BBANK75P
027276               OR WS-SUB1 IS GREATER THAN 7                       BBANK75P
027286     END-IF.                                                      BBANK75P
027296 FILE-RECEIPT-EXIT.                                               BBANK75P
027306     EXIT.                                                        BBANK75P
027316                                                                  BBANK75P
027326 SHOW-RCPT-TAIL.                                                  BBANK75P
027336     MOVE CD46O-LINE (WS-SUB1)                                    BBANK75P
027346       TO BANK-SCR75-LINE (WS-SUB1 + 1).                          BBANK75P
027356 SHOW-RCPT-TAIL-EXIT.                                             BBANK75P
027366     EXIT.                                                        BBANK75P
027376* $ Version 5.94a sequenced on Friday 21 Sep 2007 at 3:00pm       BBANK75P
