002000*              order covers the cheque, or when the available   * DBANK75P
002100*              balance plus credit limit cannot cover it - an   * DBANK75P
002200*              NSF bounce also raises the scheduled NSF fee.    * DBANK75P
002300*              A cheque drawn on the official cheques account   * DBANK75P
002310*              999999950 is paid against the BNKOCHQ register   * DBANK75P
002320*              instead: it must be outstanding or unclaimed and * DBANK75P
002330*              for the amount issued, and is marked paid.       * DBANK75P
002340*              Every item lands on the posting journal.         * DBANK75P
002400*              VSAM version                                     * DBANK75P
002500****************************************************************  DBANK75P
002600                                                                  DBANK75P
008251            ACCESS MODE  IS DYNAMIC                               DBANK75P
008252            RECORD KEY   IS BPQ-REC-KEY                           DBANK75P
008253            FILE STATUS  IS WS-BNKPPQ-STATUS.                     DBANK75P
008258                                                                  DBANK75P
008263     SELECT BNKOCHQ-FILE                                          DBANK75P
008268            ASSIGN       TO BNKOCHQ                               DBANK75P
008273            ORGANIZATION IS INDEXED                               DBANK75P
008278            ACCESS MODE  IS RANDOM                                DBANK75P
008283            RECORD KEY   IS BOQ-REC-SERIAL                        DBANK75P
008288            FILE STATUS  IS WS-BNKOCHQ-STATUS.                    DBANK75P
008300                                                                  DBANK75P
008400 DATA DIVISION.                                                   DBANK75P
008500                                                                  DBANK75P
012035 FD  BNKPPQ-FILE.                                                 DBANK75P
012036 01  BNKPPQ-REC.                                                  DBANK75P
012037 COPY CBANKVPQ.                                                   DBANK75P
012047                                                                  DBANK75P
012057 FD  BNKOCHQ-FILE.                                                DBANK75P
012067 01  BNKOCHQ-REC.                                                 DBANK75P
012077 COPY CBANKVOQ.                                                   DBANK75P
012100                                                                  DBANK75P
012200 WORKING-STORAGE SECTION.                                         DBANK75P
012300 COPY CTIMERD.                                                    DBANK75P
015023   05  WS-BNKPPQ-STATUS.                                          DBANK75P
015024     10  WS-BNKPPQ-STAT1                      PIC X(1).           DBANK75P
015025     10  WS-BNKPPQ-STAT2                      PIC X(1).           DBANK75P
015035   05  WS-BNKOCHQ-STATUS.                                         DBANK75P
015045     10  WS-BNKOCHQ-STAT1                     PIC X(1).           DBANK75P
015055     10  WS-BNKOCHQ-STAT2                     PIC X(1).           DBANK75P
015100                                                                  DBANK75P
015200   05  WS-IO-STATUS.                                              DBANK75P
015300     10  WS-IO-STAT1                          PIC X(1).           DBANK75P
017510                                                                  DBANK75P
017511   05  WS-SUSP-ACCNO                         PIC X(9)             DBANK75P
017512       VALUE '999999992'.                                         DBANK75P
017522   05  WS-OFCHQ-ACCNO                        PIC X(9)             DBANK75P
017532       VALUE '999999950'.                                         DBANK75P
017600   05  WS-EDIT-AMT-7-2                 PIC Z,ZZZ,ZZ9.99.          DBANK75P
017700                                                                  DBANK75P
017800   05  WS-STOP-HIT-FLAG                      PIC X(1).            DBANK75P
026141     MOVE 'BNKPPQ-FILE' TO WS-FILE.                               DBANK75P
026151     PERFORM CHECK-OPEN THRU                                      DBANK75P
026161             CHECK-OPEN-EXIT.                                     DBANK75P
026166                                                                  DBANK75P
026171     OPEN I-O BNKOCHQ-FILE.                                       DBANK75P
026176     MOVE WS-BNKOCHQ-STATUS TO WS-IO-STATUS.                      DBANK75P
026181     MOVE 'BNKOCHQ-FILE' TO WS-FILE.                              DBANK75P
026186     PERFORM CHECK-OPEN THRU                                      DBANK75P
026191             CHECK-OPEN-EXIT.                                     DBANK75P
026200                                                                  DBANK75P
026300     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK75P
026400        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK75P
031112     CLOSE BNKCQPD-FILE.                                          DBANK75P
031115     CLOSE BNKPPAY-FILE.                                          DBANK75P
031116     CLOSE BNKPPQ-FILE.                                           DBANK75P
031126     CLOSE BNKOCHQ-FILE.                                          DBANK75P
031300                                                                  DBANK75P
031310*    file applied clean - register it so a replayed copy is       DBANK75P
031320*    refused next time                                            DBANK75P
033000*   R05 invalid amount      R06 duplicate presentment          *  DBANK75P
033004*   R07 serial never issued to the account                     *  DBANK75P
033006*   R08 refer to maker (positive pay return decision)          *  DBANK75P
033016*   R09 amount differs from the official cheque issued         *  DBANK75P
033100****************************************************************  DBANK75P
033200 POST-CHEQUE-ITEM.                                                DBANK75P
033300     IF CHQ-REC-AMOUNT-X IS NOT NUMERIC OR                        DBANK75P
033700                RETURN-ITEM-EXIT                                  DBANK75P
033800        GO TO POST-CHEQUE-ITEM-EXIT                               DBANK75P
033900     END-IF.                                                      DBANK75P
033910*    the bank's own official cheques are paid off the register    DBANK75P
033920     IF CHQ-REC-ACCNO IS EQUAL TO WS-OFCHQ-ACCNO                  DBANK75P
033930        PERFORM PAY-OFFICIAL-CHEQUE THRU                          DBANK75P
033940                PAY-OFFICIAL-CHEQUE-EXIT                          DBANK75P
033950        GO TO POST-CHEQUE-ITEM-EXIT                               DBANK75P
033960     END-IF.                                                      DBANK75P
034000     MOVE CHQ-REC-ACCNO TO BAC-REC-ACCNO.                         DBANK75P
034100     READ BNKACC-FILE                                             DBANK75P
034200       INVALID KEY                                                DBANK75P
040000             WRITE-JOURNAL-LINE-EXIT.                             DBANK75P
040100 POST-CHEQUE-ITEM-EXIT.                                           DBANK75P
040200     EXIT.                                                        DBANK75P
040201                                                                  DBANK75P
040202***************************************************************** DBANK75P
040203* An official cheque is drawn on the bank itself. The serial    * DBANK75P
040204* must be on the BNKOCHQ register, not yet paid, not stopped or * DBANK75P
040205* remitted to the state, and presented for the amount issued.   * DBANK75P
040206* The debit goes to the official cheques account under its      * DBANK75P
040207* house PID and the item is marked paid with the presenter.     * DBANK75P
040208***************************************************************** DBANK75P
040209 PAY-OFFICIAL-CHEQUE.                                             DBANK75P
040210     MOVE CHQ-REC-SERIAL TO BOQ-REC-SERIAL.                       DBANK75P
040211     READ BNKOCHQ-FILE                                            DBANK75P
040212       INVALID KEY                                                DBANK75P
040213         MOVE 'R07' TO CRT-REC-REASON                             DBANK75P
040214         PERFORM RETURN-ITEM THRU                                 DBANK75P
040215                 RETURN-ITEM-EXIT                                 DBANK75P
040216         GO TO PAY-OFFICIAL-CHEQUE-EXIT                           DBANK75P
040217     END-READ.                                                    DBANK75P
040218     IF BOQ-REC-IS-PAID                                           DBANK75P
040219        MOVE 'R06' TO CRT-REC-REASON                              DBANK75P
040220        PERFORM RETURN-ITEM THRU                                  DBANK75P
040221                RETURN-ITEM-EXIT                                  DBANK75P
040222        GO TO PAY-OFFICIAL-CHEQUE-EXIT                            DBANK75P
040223     END-IF.                                                      DBANK75P
040224     IF BOQ-REC-IS-STOPPED OR BOQ-REC-IS-ESCHEATED                DBANK75P
040225        MOVE 'R04' TO CRT-REC-REASON                              DBANK75P
040226        PERFORM RETURN-ITEM THRU                                  DBANK75P
040227                RETURN-ITEM-EXIT                                  DBANK75P
040228        GO TO PAY-OFFICIAL-CHEQUE-EXIT                            DBANK75P
040229     END-IF.                                                      DBANK75P
040230     IF BOQ-REC-AMOUNT IS NOT EQUAL TO CHQ-REC-AMOUNT             DBANK75P
040231        MOVE 'R09' TO CRT-REC-REASON                              DBANK75P
040232        PERFORM RETURN-ITEM THRU                                  DBANK75P
040233                RETURN-ITEM-EXIT                                  DBANK75P
040234        GO TO PAY-OFFICIAL-CHEQUE-EXIT                            DBANK75P
040235     END-IF.                                                      DBANK75P
040236     MOVE 'OFCHQ' TO BAC-REC-PID.                                 DBANK75P
040237     PERFORM WRITE-CHEQUE-LEDGER THRU                             DBANK75P
040238             WRITE-CHEQUE-LEDGER-EXIT.                            DBANK75P
040239     IF CRT-REC-REASON IS EQUAL TO 'P01'                          DBANK75P
040240        PERFORM RETURN-ITEM THRU                                  DBANK75P
040241                RETURN-ITEM-EXIT                                  DBANK75P
040242        GO TO PAY-OFFICIAL-CHEQUE-EXIT                            DBANK75P
040243     END-IF.                                                      DBANK75P
040244     SET BOQ-REC-IS-PAID TO TRUE.                                 DBANK75P
040245     MOVE BUSD-DATE TO BOQ-REC-STATUS-DATE.                       DBANK75P
040246     MOVE BUSD-DATE TO BOQ-REC-PAID-DATE.                         DBANK75P
040247     MOVE CHQ-REC-PRES-BANK TO BOQ-REC-PRES-BANK.                 DBANK75P
040248     MOVE TREF-REFNO TO BOQ-REC-PAID-REFNO.                       DBANK75P
040249     REWRITE BNKOCHQ-REC                                          DBANK75P
040250       INVALID KEY                                                DBANK75P
040251         MOVE 'Unable to mark official cheque paid'               DBANK75P
040252           TO WS-CONSOLE-MESSAGE                                  DBANK75P
040253         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK75P
040254     END-REWRITE.                                                 DBANK75P
040255     ADD 1 TO WS-ITEMS-POSTED.                                    DBANK75P
040256     ADD CHQ-REC-AMOUNT TO WS-AMOUNT-POSTED.                      DBANK75P
040257     PERFORM WRITE-SUSPENSE-ITEM THRU                             DBANK75P
040258             WRITE-SUSPENSE-ITEM-EXIT.                            DBANK75P
040259     MOVE 'POSTED' TO WS-JRNL-ACTION.                             DBANK75P
040260     PERFORM RECORD-PAID-SERIAL THRU                              DBANK75P
040261             RECORD-PAID-SERIAL-EXIT.                             DBANK75P
040262     PERFORM WRITE-JOURNAL-LINE THRU                              DBANK75P
040263             WRITE-JOURNAL-LINE-EXIT.                             DBANK75P
040264 PAY-OFFICIAL-CHEQUE-EXIT.                                        DBANK75P
040265     EXIT.                                                        DBANK75P
040300                                                                  DBANK75P
040400****************************************************************  DBANK75P
040500* Write the debit ledger entry with the cheque serial carried  *  DBANK75P
