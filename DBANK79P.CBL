002300*              extract record. The stage lengths in months are  * DBANK79P
002400*              BNKPARM keys DORMMNTH, NOTFMNTH, ESCHMNTH and    * DBANK79P
002500*              REMITMNT, with sensible defaults when absent.    * DBANK79P
002510*              Official cheques on the BNKOCHQ register follow  * DBANK79P
002520*              the same road: one still outstanding BNKPARM     * DBANK79P
002530*              OCHQDORM months after issue is marked unclaimed  * DBANK79P
002540*              and the purchaser is written to, and REMITMNT    * DBANK79P
002550*              months later the amount is swept from the        * DBANK79P
002560*              official cheques account to the holding account  * DBANK79P
002570*              and the item goes on the remittance extract.     * DBANK79P
002576*              Every letter is queued through ULTRQUE for the   * DBANK79P
002582*              nightly letter production run DBNK193P, which    * DBANK79P
002588*              mails it and logs it on BNKCORR; ESCHLTR keeps   * DBANK79P
002594*              this run's copy.                                 * DBANK79P
002600*              VSAM version                                     * DBANK79P
002700****************************************************************  DBANK79P
002800                                                                  DBANK79P
007700            ASSIGN       TO ESCHEXT                               DBANK79P
007800            ORGANIZATION IS SEQUENTIAL                            DBANK79P
007900            FILE STATUS  IS WS-ESCHEXT-STATUS.                    DBANK79P
008072     SELECT BNKOCHQ-FILE                                          DBANK79P
008073            ASSIGN       TO BNKOCHQ                               DBANK79P
008074            ORGANIZATION IS INDEXED                               DBANK79P
008075            ACCESS MODE  IS DYNAMIC                               DBANK79P
008076            RECORD KEY   IS BOQ-REC-SERIAL                        DBANK79P
008077            FILE STATUS  IS WS-BNKOCHQ-STATUS.                    DBANK79P
008080                                                                  DBANK79P
008100 DATA DIVISION.                                                   DBANK79P
008200                                                                  DBANK79P
010800   05  EEX-REC-NAME                     PIC X(30).                DBANK79P
010900   05  EEX-REC-AMOUNT                   PIC 9(9)V99.              DBANK79P
011000   05  EEX-REC-LAST-STATUS-DTE          PIC X(8).                 DBANK79P
011100   05  EEX-REC-ITEM-SERIAL              PIC X(6).                 DBANK79P
011110   05  FILLER                           PIC X(3).                 DBANK79P
011210                                                                  DBANK79P
011244 FD  BNKOCHQ-FILE.                                                DBANK79P
011246 01  BNKOCHQ-REC.                                                 DBANK79P
011248 COPY CBANKVOQ.                                                   DBANK79P
011250                                                                  DBANK79P
011300 WORKING-STORAGE SECTION.                                         DBANK79P
011400 COPY CTIMERD.                                                    DBANK79P
013600   05  WS-ESCHEXT-STATUS.                                         DBANK79P
013700     10  WS-ESCHEXT-STAT1                     PIC X(1).           DBANK79P
013800     10  WS-ESCHEXT-STAT2                     PIC X(1).           DBANK79P
013932   05  WS-BNKOCHQ-STATUS.                                         DBANK79P
013934     10  WS-BNKOCHQ-STAT1                     PIC X(1).           DBANK79P
013936     10  WS-BNKOCHQ-STAT2                     PIC X(1).           DBANK79P
013940                                                                  DBANK79P
014000   05  WS-IO-STATUS.                                              DBANK79P
014100     10  WS-IO-STAT1                          PIC X(1).           DBANK79P
015600   05  WS-NOTF-MONTHS                        PIC S9(4) COMP.      DBANK79P
015700   05  WS-ESCH-MONTHS                        PIC S9(4) COMP.      DBANK79P
015800   05  WS-REMIT-MONTHS                       PIC S9(4) COMP.      DBANK79P
015810   05  WS-OCHQ-MONTHS                        PIC S9(4) COMP.      DBANK79P
015900                                                                  DBANK79P
016000   05  WS-TODAY-DATE                         PIC X(8).            DBANK79P
016100   05  WS-TODAY-MONTHS                       PIC S9(9) COMP.      DBANK79P
016700   05  WS-WORK-MONTHS                        PIC S9(9) COMP.      DBANK79P
016800   05  WS-ELAPSED-MONTHS                     PIC S9(9) COMP.      DBANK79P
016850   05  WS-LETTER-STAGE                       PIC 9(1).            DBANK79P
016857*    how a letter goes out - held back when the postal address    DBANK79P
016864*    has been returned and there is no e-mail to use              DBANK79P
016871   05  WS-LETTER-CHANNEL                     PIC X(1).            DBANK79P
016878     88  LETTER-BY-EMAIL                      VALUE 'E'.          DBANK79P
016885     88  LETTER-BY-MAIL                       VALUE 'M'.          DBANK79P
016892     88  LETTER-HELD-BACK                     VALUE 'S'.          DBANK79P
016900                                                                  DBANK79P
017000   05  WS-CUTOFF-TS                          PIC X(26).           DBANK79P
017100   05  WS-HAS-RECENT-FLAG                    PIC X(1).            DBANK79P
017500   05  WS-SAVE-ACCNO                         PIC X(9).            DBANK79P
017600   05  WS-HOLDING-ACCNO                      PIC X(9)             DBANK79P
017700       VALUE '999999980'.                                         DBANK79P
017710   05  WS-OFCHQ-ACCNO                        PIC X(9)             DBANK79P
017720       VALUE '999999950'.                                         DBANK79P
017730   05  WS-REMIT-PID                          PIC X(5).            DBANK79P
017740   05  WS-REMIT-ACCNO                        PIC X(9).            DBANK79P
017800   05  WS-REMIT-AMOUNT                       PIC S9(9)V99         DBANK79P
017900                                              COMP-3.             DBANK79P
018000                                                                  DBANK79P
018800       VALUE ZERO.                                                DBANK79P
018900   05  WS-REMITTED                            PIC 9(5)            DBANK79P
019000       VALUE ZERO.                                                DBANK79P
019010   05  WS-OCHQ-UNCLAIMED                      PIC 9(5)            DBANK79P
019020       VALUE ZERO.                                                DBANK79P
019030   05  WS-OCHQ-REMITTED                       PIC 9(5)            DBANK79P
019040       VALUE ZERO.                                                DBANK79P
019050   05  WS-LETTERS-HELD                        PIC 9(5)            DBANK79P
019060       VALUE ZERO.                                                DBANK79P
019100                                                                  DBANK79P
019200   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBANK79P
019300                                                                  DBANK79P
020801 01  WS-FJRN-DATA.                                                DBANK79P
020802 COPY CFJRND.                                                     DBANK79P
020803                                                                  DBANK79P
020804 01  WS-LTRQ-DATA.                                                DBANK79P
020805 COPY CLTRQD.                                                     DBANK79P
020815                                                                  DBANK79P
020900 PROCEDURE DIVISION.                                              DBANK79P
021000     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBANK79P
021100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK79P
025900             CHECK-OPEN-EXIT.                                     DBANK79P
026000                                                                  DBANK79P
026100     OPEN OUTPUT ESCHEXT-FILE.                                    DBANK79P
026200     MOVE WS-ESCHEXT-STATUS TO WS-IO-STATUS.                      DBANK79P
026300     MOVE 'ESCHEXT-FILE' TO WS-FILE.                              DBANK79P
026400     PERFORM CHECK-OPEN THRU                                      DBANK79P
026500             CHECK-OPEN-EXIT.                                     DBANK79P
026550                                                                  DBANK79P
026556     OPEN I-O BNKOCHQ-FILE.                                       DBANK79P
026563     MOVE WS-BNKOCHQ-STATUS TO WS-IO-STATUS.                      DBANK79P
026570     MOVE 'BNKOCHQ-FILE' TO WS-FILE.                              DBANK79P
026577     PERFORM CHECK-OPEN THRU                                      DBANK79P
026584             CHECK-OPEN-EXIT.                                     DBANK79P
026600                                                                  DBANK79P
026700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK79P
026800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK79P
030700        MOVE 12 TO WS-WORK-MONTHS                                 DBANK79P
030800     END-IF.                                                      DBANK79P
030900     MOVE WS-WORK-MONTHS TO WS-REMIT-MONTHS.                      DBANK79P
030910     MOVE 'OCHQDORM' TO PRM-REC-KEY.                              DBANK79P
030920     PERFORM GET-MONTHS-PARM THRU                                 DBANK79P
030930             GET-MONTHS-PARM-EXIT.                                DBANK79P
030940     IF WS-WORK-MONTHS IS EQUAL TO ZERO                           DBANK79P
030950        MOVE 36 TO WS-WORK-MONTHS                                 DBANK79P
030960     END-IF.                                                      DBANK79P
030970     MOVE WS-WORK-MONTHS TO WS-OCHQ-MONTHS.                       DBANK79P
031000                                                                  DBANK79P
031100     ACCEPT WS-TS-CURRENT-DATE FROM DATE YYYYMMDD.                DBANK79P
031200     MOVE WS-TS-CURRENT-DATE TO WS-TODAY-DATE.                    DBANK79P
034700             PROCESS-ONE-ACCOUNT-EXIT.                            DBANK79P
034800     GO TO ACCT-LOOP.                                             DBANK79P
034900 ACCT-ENDED.                                                      DBANK79P
034910     PERFORM OCHQ-PASS THRU                                       DBANK79P
034920             OCHQ-PASS-EXIT.                                      DBANK79P
035000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK79P
035100     STRING WS-MOVED-DORMANT          DELIMITED BY SIZE           DBANK79P
035200            ' accounts marked dormant' DELIMITED BY SIZE          DBANK79P
036700            ' balances remitted'      DELIMITED BY SIZE           DBANK79P
036800       INTO WS-CONSOLE-MESSAGE.                                   DBANK79P
036900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK79P
036909     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK79P
036918     STRING WS-OCHQ-UNCLAIMED         DELIMITED BY SIZE           DBANK79P
036927            ' official cheques unclaimed' DELIMITED BY SIZE       DBANK79P
036936       INTO WS-CONSOLE-MESSAGE.                                   DBANK79P
036945     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK79P
036954     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK79P
036963     STRING WS-OCHQ-REMITTED          DELIMITED BY SIZE           DBANK79P
036972            ' official cheques remitted' DELIMITED BY SIZE        DBANK79P
036973       INTO WS-CONSOLE-MESSAGE.                                   DBANK79P
036974     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK79P
036975     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK79P
036976     STRING WS-LETTERS-HELD           DELIMITED BY SIZE           DBANK79P
036977            ' letters held back - address returned'               DBANK79P
036978                                      DELIMITED BY SIZE           DBANK79P
036981       INTO WS-CONSOLE-MESSAGE.                                   DBANK79P
036990     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK79P
037000                                                                  DBANK79P
037100     CLOSE BNKACC-FILE.                                           DBANK79P
037200     CLOSE BNKCUST-FILE.                                          DBANK79P
037400     CLOSE BNKPARM-FILE.                                          DBANK79P
037500     CLOSE ESCHLTR-FILE.                                          DBANK79P
037600     CLOSE ESCHEXT-FILE.                                          DBANK79P
037620     CLOSE BNKOCHQ-FILE.                                          DBANK79P
037700                                                                  DBANK79P
037800     SET BCTL-FUNC-END TO TRUE.                                   DBANK79P
037900     MOVE WS-ACCTS-READ TO BCTL-RECORD-COUNT.                     DBANK79P
049200* account escheated                                            *  DBANK79P
049300****************************************************************  DBANK79P
049400 REMIT-ACCOUNT.                                                   DBANK79P
049500     MOVE BAC-REC-PID TO WS-REMIT-PID.                            DBANK79P
049510     MOVE BAC-REC-ACCNO TO WS-REMIT-ACCNO.                        DBANK79P
049520     MOVE BAC-REC-BALANCE TO WS-REMIT-AMOUNT.                     DBANK79P
049600     PERFORM GET-CUSTOMER THRU                                    DBANK79P
049700             GET-CUSTOMER-EXIT.                                   DBANK79P
049800     IF WS-REMIT-AMOUNT IS GREATER THAN ZERO                      DBANK79P
053100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK79P
053200     MOVE SPACES TO BNKLEDG-REC.                                  DBANK79P
053300     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK79P
053400     MOVE WS-REMIT-PID TO BLG-REC-PID.                            DBANK79P
053500     MOVE '1' TO BLG-REC-TYPE.                                    DBANK79P
053600     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK79P
053700     MOVE 'ESCH' TO BLG-REC-CATEGORY.                             DBANK79P
053800     MOVE WS-REMIT-ACCNO TO BLG-REC-ACCNO.                        DBANK79P
053900     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK79P
054000     MOVE WS-REMIT-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                DBANK79P
054100     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK79P
054200     MOVE WS-REMIT-AMOUNT TO BLG-REC-AMOUNT.                      DBANK79P
054300     MOVE SPACES TO TXN-DATA.                                     DBANK79P
060100 WRITE-LETTER.                                                    DBANK79P
060200     PERFORM GET-CUSTOMER THRU                                    DBANK79P
060300             GET-CUSTOMER-EXIT.                                   DBANK79P
060310     PERFORM SET-LETTER-CHANNEL THRU                              DBANK79P
060320             SET-LETTER-CHANNEL-EXIT.                             DBANK79P
060330     IF LETTER-HELD-BACK                                          DBANK79P
060340        GO TO WRITE-LETTER-LOG                                    DBANK79P
060350     END-IF.                                                      DBANK79P
060400     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
060500     WRITE ESCHLTR-REC.                                           DBANK79P
060600     PERFORM WRITE-LETTER-ADDRESS THRU                            DBANK79P
060700             WRITE-LETTER-ADDRESS-EXIT.                           DBANK79P
062100     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
062200     EVALUATE WS-LETTER-STAGE                                     DBANK79P
062300       WHEN 1                                                     DBANK79P
064000           INTO ESCHLTR-REC                                       DBANK79P
064100     END-EVALUATE.                                                DBANK79P
064200     WRITE ESCHLTR-REC.                                           DBANK79P
064205 WRITE-LETTER-LOG.                                                DBANK79P
064210*    the letter goes to the nightly letter production, which      DBANK79P
064220*    logs it on the customer's correspondence history             DBANK79P
064230     MOVE SPACES TO WS-LTRQ-DATA.                                 DBANK79P
064240     MOVE BAC-REC-PID TO LTRQ-PID.                                DBANK79P
064250     MOVE 'LETTER  ' TO LTRQ-DOC-TYPE.                            DBANK79P
064260     MOVE BAC-REC-DORM-STATUS TO LTRQ-REF (1:1).                  DBANK79P
064270     MOVE BAC-REC-ACCNO TO LTRQ-REF (2:9).                        DBANK79P
064271     EVALUATE WS-LETTER-STAGE                                     DBANK79P
064272       WHEN 1                                                     DBANK79P
064276         MOVE 'DORMNT' TO LTRQ-TEMPLATE                           DBANK79P
064280       WHEN 2                                                     DBANK79P
064284         MOVE 'ESCHWN' TO LTRQ-TEMPLATE                           DBANK79P
064288       WHEN OTHER                                                 DBANK79P
064292         MOVE 'ESCHFN' TO LTRQ-TEMPLATE                           DBANK79P
064296     END-EVALUATE.                                                DBANK79P
064297     MOVE BAC-REC-ACCNO TO LTRQ-ACCNO.                            DBANK79P
064298     MOVE BAC-REC-BALANCE TO LTRQ-AMOUNT.                         DBANK79P
064299     MOVE WS-TODAY-DATE TO LTRQ-DATE.                             DBANK79P
064300     MOVE 'DBANK79P' TO LTRQ-JOB-NAME.                            DBANK79P
064301     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBANK79P
064302     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBANK79P
064303     IF NOT LTRQ-OK                                               DBANK79P
064304        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBANK79P
064305        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK79P
064306     END-IF.                                                      DBANK79P
064316 WRITE-LETTER-EXIT.                                               DBANK79P
064400     EXIT.                                                        DBANK79P
064500                                                                  DBANK79P
064600****************************************************************  DBANK79P
065402             JOURNAL-ACC-IMAGE-EXIT.                              DBANK79P
065500 REWRITE-ACCOUNT-EXIT.                                            DBANK79P
065600     EXIT.                                                        DBANK79P
065601                                                                  DBANK79P
065602***************************************************************** DBANK79P
065603* Official cheques age on the register much as accounts do. An  * DBANK79P
065604* item still outstanding OCHQDORM months after issue is marked  * DBANK79P
065605* unclaimed and its purchaser written to; one left unclaimed    * DBANK79P
065606* for REMITMNT months is remitted from the official cheques     * DBANK79P
065607* account, which cannot then pay it, and leaves the register    * DBANK79P
065608* as escheated                                                  * DBANK79P
065609***************************************************************** DBANK79P
065610 OCHQ-PASS.                                                       DBANK79P
065611     MOVE LOW-VALUES TO BOQ-REC-SERIAL.                           DBANK79P
065612     START BNKOCHQ-FILE KEY IS GREATER THAN BOQ-REC-SERIAL        DBANK79P
065613       INVALID KEY                                                DBANK79P
065614         GO TO OCHQ-PASS-EXIT                                     DBANK79P
065615     END-START.                                                   DBANK79P
065616 OCHQ-LOOP.                                                       DBANK79P
065617     READ BNKOCHQ-FILE NEXT                                       DBANK79P
065618       AT END                                                     DBANK79P
065619         GO TO OCHQ-PASS-EXIT                                     DBANK79P
065620     END-READ.                                                    DBANK79P
065621     IF BOQ-REC-IS-OUTSTANDING                                    DBANK79P
065622        MOVE BOQ-REC-ISSUED-DATE TO WS-WORK-DATE                  DBANK79P
065623        PERFORM MONTHS-SINCE-DATE THRU                            DBANK79P
065624                MONTHS-SINCE-DATE-EXIT                            DBANK79P
065625        IF WS-ELAPSED-MONTHS IS NOT LESS THAN WS-OCHQ-MONTHS      DBANK79P
065626           PERFORM MARK-OCHQ-UNCLAIMED THRU                       DBANK79P
065627                   MARK-OCHQ-UNCLAIMED-EXIT                       DBANK79P
065628        END-IF                                                    DBANK79P
065629        GO TO OCHQ-LOOP                                           DBANK79P
065630     END-IF.                                                      DBANK79P
065631     IF BOQ-REC-IS-UNCLAIMED                                      DBANK79P
065632        MOVE BOQ-REC-STATUS-DATE TO WS-WORK-DATE                  DBANK79P
065633        PERFORM MONTHS-SINCE-DATE THRU                            DBANK79P
065634                MONTHS-SINCE-DATE-EXIT                            DBANK79P
065635        IF WS-ELAPSED-MONTHS IS NOT LESS THAN WS-REMIT-MONTHS     DBANK79P
065636           PERFORM REMIT-OCHQ THRU                                DBANK79P
065637                   REMIT-OCHQ-EXIT                                DBANK79P
065638        END-IF                                                    DBANK79P
065639     END-IF.                                                      DBANK79P
065640     GO TO OCHQ-LOOP.                                             DBANK79P
065641 OCHQ-PASS-EXIT.                                                  DBANK79P
065642     EXIT.                                                        DBANK79P
065643                                                                  DBANK79P
065644***************************************************************** DBANK79P
065645* Months from the date in WS-WORK-DATE to today                 * DBANK79P
065646***************************************************************** DBANK79P
065647 MONTHS-SINCE-DATE.                                               DBANK79P
065648     MOVE 0 TO WS-ELAPSED-MONTHS.                                 DBANK79P
065649     IF WS-WORK-DATE (1:8) IS NOT NUMERIC                         DBANK79P
065650        GO TO MONTHS-SINCE-DATE-EXIT                              DBANK79P
065651     END-IF.                                                      DBANK79P
065652     COMPUTE WS-WORK-MONTHS =                                     DBANK79P
065653         (WS-WD-YYYY * 12) + WS-WD-MM.                            DBANK79P
065654     COMPUTE WS-ELAPSED-MONTHS =                                  DBANK79P
065655         WS-TODAY-MONTHS - WS-WORK-MONTHS.                        DBANK79P
065656 MONTHS-SINCE-DATE-EXIT.                                          DBANK79P
065657     EXIT.                                                        DBANK79P
065658                                                                  DBANK79P
065659***************************************************************** DBANK79P
065660* Mark the item unclaimed. A purchaser who is a customer gets a * DBANK79P
065661* letter and a correspondence record; a cash purchaser has no   * DBANK79P
065662* address on file and is reached through the state list only.   * DBANK79P
065663***************************************************************** DBANK79P
065664 MARK-OCHQ-UNCLAIMED.                                             DBANK79P
065665     SET BOQ-REC-IS-UNCLAIMED TO TRUE.                            DBANK79P
065666     MOVE WS-TODAY-DATE TO BOQ-REC-STATUS-DATE.                   DBANK79P
065667     PERFORM REWRITE-OCHQ THRU                                    DBANK79P
065668             REWRITE-OCHQ-EXIT.                                   DBANK79P
065669     ADD 1 TO WS-OCHQ-UNCLAIMED.                                  DBANK79P
065670     IF BOQ-REC-PURCHASER-PID IS EQUAL TO SPACES                  DBANK79P
065671        GO TO MARK-OCHQ-UNCLAIMED-EXIT                            DBANK79P
065672     END-IF.                                                      DBANK79P
065673     MOVE BOQ-REC-PURCHASER-PID TO BCS-REC-PID.                   DBANK79P
065674     READ BNKCUST-FILE                                            DBANK79P
065675       INVALID KEY                                                DBANK79P
065676         GO TO MARK-OCHQ-UNCLAIMED-EXIT                           DBANK79P
065677     END-READ.                                                    DBANK79P
065678     MOVE BOQ-REC-AMOUNT TO WS-EDIT-AMT-9-2.                      DBANK79P
065679     PERFORM SET-LETTER-CHANNEL THRU                              DBANK79P
065680             SET-LETTER-CHANNEL-EXIT.                             DBANK79P
065681     IF LETTER-HELD-BACK                                          DBANK79P
065682        GO TO MARK-OCHQ-UNCLAIMED-LOG                             DBANK79P
065683     END-IF.                                                      DBANK79P
065685     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065687     WRITE ESCHLTR-REC.                                           DBANK79P
065689     PERFORM WRITE-LETTER-ADDRESS THRU                            DBANK79P
065691             WRITE-LETTER-ADDRESS-EXIT.                           DBANK79P
065696     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065697     STRING '  Official cheque ' DELIMITED BY SIZE                DBANK79P
065698            BOQ-REC-SERIAL DELIMITED BY SIZE                      DBANK79P
065699            ' for' DELIMITED BY SIZE                              DBANK79P
065700            WS-EDIT-AMT-9-2 DELIMITED BY SIZE                     DBANK79P
065701            ' payable to ' DELIMITED BY SIZE                      DBANK79P
065702            BOQ-REC-PAYEE-NAME DELIMITED BY '  '                  DBANK79P
065703       INTO ESCHLTR-REC.                                          DBANK79P
065704     WRITE ESCHLTR-REC.                                           DBANK79P
065705     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065706     STRING '  has not been presented and may pass to state '     DBANK79P
065707                                  DELIMITED BY SIZE               DBANK79P
065708            'custody.' DELIMITED BY SIZE                          DBANK79P
065709       INTO ESCHLTR-REC.                                          DBANK79P
065710     WRITE ESCHLTR-REC.                                           DBANK79P
065711 MARK-OCHQ-UNCLAIMED-LOG.                                         DBANK79P
065712     MOVE SPACES TO WS-LTRQ-DATA.                                 DBANK79P
065713     MOVE BOQ-REC-PURCHASER-PID TO LTRQ-PID.                      DBANK79P
065714     MOVE 'LETTER  ' TO LTRQ-DOC-TYPE.                            DBANK79P
065715     MOVE BOQ-REC-SERIAL TO LTRQ-REF.                             DBANK79P
065716     MOVE 'OCHQUN' TO LTRQ-TEMPLATE.                              DBANK79P
065717     MOVE BOQ-REC-SRC-ACCNO TO LTRQ-ACCNO.                        DBANK79P
065718     MOVE BOQ-REC-AMOUNT TO LTRQ-AMOUNT.                          DBANK79P
065719     MOVE BOQ-REC-ISSUED-DATE TO LTRQ-DATE.                       DBANK79P
065720     MOVE BOQ-REC-PAYEE-NAME TO LTRQ-TEXT.                        DBANK79P
065721     MOVE 'DBANK79P' TO LTRQ-JOB-NAME.                            DBANK79P
065722     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBANK79P
065723     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBANK79P
065724     IF NOT LTRQ-OK                                               DBANK79P
065725        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBANK79P
065726        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK79P
065727     END-IF.                                                      DBANK79P
065728 MARK-OCHQ-UNCLAIMED-EXIT.                                        DBANK79P
065729     EXIT.                                                        DBANK79P
065730                                                                  DBANK79P
065731***************************************************************** DBANK79P
065732* A customer whose postal address has been returned is written  * DBANK79P
065733* to by e-mail where one is held; with none the letter is held  * DBANK79P
065734* back, recorded only in the correspondence history             * DBANK79P
065735***************************************************************** DBANK79P
065736 SET-LETTER-CHANNEL.                                              DBANK79P
065737     SET LETTER-BY-MAIL TO TRUE.                                  DBANK79P
065738     IF NOT BCS-REC-ADDR-RETURNED                                 DBANK79P
065739        GO TO SET-LETTER-CHANNEL-EXIT                             DBANK79P
065740     END-IF.                                                      DBANK79P
065741     IF BCS-REC-EMAIL IS EQUAL TO SPACES                          DBANK79P
065742        SET LETTER-HELD-BACK TO TRUE                              DBANK79P
065743        ADD 1 TO WS-LETTERS-HELD                                  DBANK79P
065744     ELSE                                                         DBANK79P
065745        SET LETTER-BY-EMAIL TO TRUE                               DBANK79P
065746     END-IF.                                                      DBANK79P
065747 SET-LETTER-CHANNEL-EXIT.                                         DBANK79P
065748     EXIT.                                                        DBANK79P
065749                                                                  DBANK79P
065750***************************************************************** DBANK79P
065751* The name and address block of a letter - the e-mail address   * DBANK79P
065752* in place of the postal one when it goes by e-mail             * DBANK79P
065753***************************************************************** DBANK79P
065754 WRITE-LETTER-ADDRESS.                                            DBANK79P
065755     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065756     STRING '  ' DELIMITED BY SIZE                                DBANK79P
065757            BCS-REC-NAME DELIMITED BY SIZE                        DBANK79P
065758       INTO ESCHLTR-REC.                                          DBANK79P
065759     WRITE ESCHLTR-REC.                                           DBANK79P
065760     IF LETTER-BY-EMAIL                                           DBANK79P
065761        MOVE SPACES TO ESCHLTR-REC                                DBANK79P
065762        STRING '  By e-mail to ' DELIMITED BY SIZE                DBANK79P
065763               BCS-REC-EMAIL DELIMITED BY SIZE                    DBANK79P
065764          INTO ESCHLTR-REC                                        DBANK79P
065765        WRITE ESCHLTR-REC                                         DBANK79P
065766        MOVE SPACES TO ESCHLTR-REC                                DBANK79P
065767        WRITE ESCHLTR-REC                                         DBANK79P
065768        GO TO WRITE-LETTER-ADDRESS-EXIT                           DBANK79P
065769     END-IF.                                                      DBANK79P
065770     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065771     STRING '  ' DELIMITED BY SIZE                                DBANK79P
065772            BCS-REC-ADDR1 DELIMITED BY SIZE                       DBANK79P
065773       INTO ESCHLTR-REC.                                          DBANK79P
065774     WRITE ESCHLTR-REC.                                           DBANK79P
065775     MOVE SPACES TO ESCHLTR-REC.                                  DBANK79P
065776     STRING '  ' DELIMITED BY SIZE                                DBANK79P
065777            BCS-REC-ADDR2 DELIMITED BY SIZE                       DBANK79P
065778       INTO ESCHLTR-REC.                                          DBANK79P
065779     WRITE ESCHLTR-REC.                                           DBANK79P
065780 WRITE-LETTER-ADDRESS-EXIT.                                       DBANK79P
065781     EXIT.                                                        DBANK79P
065782                                                                  DBANK79P
065800***************************************************************** DBANK79P
065801* Sweep the item's amount from the official cheques account to  * DBANK79P
065802* the holding account, put it on the remittance extract under   * DBANK79P
065803* the payee's name and close it off on the register             * DBANK79P
065804***************************************************************** DBANK79P
065805 REMIT-OCHQ.                                                      DBANK79P
065806     MOVE 'OFCHQ' TO WS-REMIT-PID.                                DBANK79P
065807     MOVE WS-OFCHQ-ACCNO TO WS-REMIT-ACCNO.                       DBANK79P
065808     MOVE BOQ-REC-AMOUNT TO WS-REMIT-AMOUNT.                      DBANK79P
065809     PERFORM WRITE-REMIT-LEDGER THRU                              DBANK79P
065810             WRITE-REMIT-LEDGER-EXIT.                             DBANK79P
065811     MOVE SPACES TO EEX-REC.                                      DBANK79P
065812     MOVE WS-TODAY-DATE TO EEX-REC-DATE.                          DBANK79P
065813     MOVE BOQ-REC-PURCHASER-PID TO EEX-REC-PID.                   DBANK79P
065814     MOVE WS-OFCHQ-ACCNO TO EEX-REC-ACCNO.                        DBANK79P
065815     MOVE BOQ-REC-PAYEE-NAME TO EEX-REC-NAME.                     DBANK79P
065816     MOVE BOQ-REC-AMOUNT TO EEX-REC-AMOUNT.                       DBANK79P
065817     MOVE BOQ-REC-STATUS-DATE TO EEX-REC-LAST-STATUS-DTE.         DBANK79P
065818     MOVE BOQ-REC-SERIAL TO EEX-REC-ITEM-SERIAL.                  DBANK79P
065819     WRITE EEX-REC.                                               DBANK79P
065820     SET BOQ-REC-IS-ESCHEATED TO TRUE.                            DBANK79P
065821     MOVE WS-TODAY-DATE TO BOQ-REC-STATUS-DATE.                   DBANK79P
065822     PERFORM REWRITE-OCHQ THRU                                    DBANK79P
065823             REWRITE-OCHQ-EXIT.                                   DBANK79P
065824     ADD 1 TO WS-OCHQ-REMITTED.                                   DBANK79P
065825 REMIT-OCHQ-EXIT.                                                 DBANK79P
065826     EXIT.                                                        DBANK79P
065827                                                                  DBANK79P
065828***************************************************************** DBANK79P
065829* Put the updated official cheque back                          * DBANK79P
065830***************************************************************** DBANK79P
065831 REWRITE-OCHQ.                                                    DBANK79P
065832     REWRITE BNKOCHQ-REC                                          DBANK79P
065833       INVALID KEY                                                DBANK79P
065834         MOVE 'Unable to rewrite official cheque'                 DBANK79P
065835           TO WS-CONSOLE-MESSAGE                                  DBANK79P
065836         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK79P
065837     END-REWRITE.                                                 DBANK79P
065838 REWRITE-OCHQ-EXIT.                                               DBANK79P
065839     EXIT.                                                        DBANK79P
065840                                                                  DBANK79P
065841****************************************************************  DBANK79P
065900* Numeric months value from a BNKPARM record, zero if absent    * DBANK79P
066000****************************************************************  DBANK79P
066100 GET-MONTHS-PARM.                                                 DBANK79P
066200     MOVE 0 TO WS-WORK-MONTHS.                                    DBANK79P
069400                                                                  DBANK79P
069500****************************************************************  DBANK79P
069600* Display the file status bytes. This routine will display as *   DBANK79P
069700* two digits if the full two byte file status is numeric. If    * DBANK79P
069800* second byte is non-numeric then it will be treated as a       * DBANK79P
069900* binary number.                                                * DBANK79P
070000****************************************************************  DBANK79P
070100 DISPLAY-IO-STATUS.                                               DBANK79P
070200     IF WS-IO-STATUS NUMERIC                                      DBANK79P
