001500* Function:    Monthly KYC document chase. Lists every          * DBNK113P
001600*              customer whose verified document expires in the  * DBNK113P
001700*              next 60 days (KYCRPT, archived by DBANK84P       * DBNK113P
001800*              under id KYCCHASE) and queues the chase letter   * DBNK113P
001900*              through ULTRQUE for the nightly letter           * DBNK113P
002000*              production run DBNK193P; a document already      * DBNK113P
002100*              chased this cycle is passed over. A second pass  * DBNK113P
002110*              applies the risk-based review cycle: a customer  * DBNK113P
002120*              whose newest verified document is older than the * DBNK113P
002130*              cycle for the AML risk rating DBNK173P gave them * DBNK113P
002140*              (BNKPARM KYCREVH, KYCREVM, KYCREVL in days) gets * DBNK113P
002150*              a KYCREVW review letter, unless one has gone out * DBNK113P
002160*              since that verification. VSAM version            * DBNK113P
002200***************************************************************** DBNK113P
002300                                                                  DBNK113P
002400 IDENTIFICATION DIVISION.                                         DBNK113P
005500     SELECT BNKCORR-FILE                                          DBNK113P
005600            ASSIGN       TO BNKCORR                               DBNK113P
005700            ORGANIZATION IS INDEXED                               DBNK113P
005800            ACCESS MODE  IS DYNAMIC                               DBNK113P
005900            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK113P
005910            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK113P
006000            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK113P
006010                                                                  DBNK113P
006020     SELECT BNKPARM-FILE                                          DBNK113P
006030            ASSIGN       TO BNKPARM                               DBNK113P
006040            ORGANIZATION IS INDEXED                               DBNK113P
006050            ACCESS MODE  IS RANDOM                                DBNK113P
006060            RECORD KEY   IS PRM-REC-KEY                           DBNK113P
006070            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK113P
006100                                                                  DBNK113P
006200 DATA DIVISION.                                                   DBNK113P
006300                                                                  DBNK113P
007600 FD  BNKCORR-FILE.                                                DBNK113P
007700 01  BNKCORR-REC.                                                 DBNK113P
007800 COPY CBANKVCO.                                                   DBNK113P
007810                                                                  DBNK113P
007820 FD  BNKPARM-FILE.                                                DBNK113P
007830 01  BNKPARM-REC.                                                 DBNK113P
007840 COPY CBANKVPM.                                                   DBNK113P
007900                                                                  DBNK113P
008000 WORKING-STORAGE SECTION.                                         DBNK113P
008100 COPY CTIMERD.                                                    DBNK113P
009700   05  WS-BNKCORR-STATUS.                                         DBNK113P
009800     10  WS-BNKCORR-STAT1                      PIC X(1).          DBNK113P
009900     10  WS-BNKCORR-STAT2                      PIC X(1).          DBNK113P
009910   05  WS-BNKPARM-STATUS.                                         DBNK113P
009920     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK113P
009930     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK113P
010000                                                                  DBNK113P
010100   05  WS-IO-STATUS.                                              DBNK113P
010200     10  WS-IO-STAT1                          PIC X(1).           DBNK113P
012100     10  WS-CL-DD                            PIC 9(2).            DBNK113P
012200   05  WS-WORK-DD                            PIC S9(5)            DBNK113P
012300                                             COMP-3.              DBNK113P
012303                                                                  DBNK113P
012306*    the review cycle in days for each risk rating, defaulted     DBNK113P
012309*    when BNKPARM holds nothing for them                          DBNK113P
012312   05  WS-PARM-KEY                           PIC X(8).            DBNK113P
012315   05  WS-PARM-VALUE                         PIC S9(7)V99         DBNK113P
012318                                             COMP-3.              DBNK113P
012321   05  WS-CYCLE-HIGH                         PIC S9(5) COMP-3.    DBNK113P
012324   05  WS-CYCLE-MEDIUM                       PIC S9(5) COMP-3.    DBNK113P
012327   05  WS-CYCLE-LOW                          PIC S9(5) COMP-3.    DBNK113P
012330   05  WS-REV-CYCLE                          PIC S9(5) COMP-3.    DBNK113P
012333   05  WS-REV-AGE                            PIC S9(7) COMP-3.    DBNK113P
012336   05  WS-RUN-DAY-NO                         PIC S9(7) COMP-3.    DBNK113P
012339   05  WS-DAY-NO                             PIC S9(7) COMP-3.    DBNK113P
012342   05  WS-DATE-WORK                          PIC X(8).            DBNK113P
012345   05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.                     DBNK113P
012348     10  WS-DW-YYYY                          PIC 9(4).            DBNK113P
012351     10  WS-DW-MM                            PIC 9(2).            DBNK113P
012354     10  WS-DW-DD                            PIC 9(2).            DBNK113P
012357                                                                  DBNK113P
012360*    the customer whose documents are being gathered              DBNK113P
012363   05  WS-REV-PID                            PIC X(5).            DBNK113P
012366   05  WS-REV-LAST-DATE                      PIC X(8).            DBNK113P
012369   05  WS-REV-FLAG                           PIC X(1).            DBNK113P
012372     88  WS-REV-ALREADY-SENT                 VALUE 'Y'.           DBNK113P
012375     88  WS-REV-NOT-SENT                     VALUE 'N'.           DBNK113P
012400                                                                  DBNK113P
012500   05  WS-DOCS-READ                          PIC 9(5)             DBNK113P
012600       VALUE ZERO.                                                DBNK113P
012700   05  WS-DOCS-CHASED                        PIC 9(5)             DBNK113P
012800       VALUE ZERO.                                                DBNK113P
012810   05  WS-REVIEWS-DUE                        PIC 9(5)             DBNK113P
012820       VALUE ZERO.                                                DBNK113P
012900                                                                  DBNK113P
013000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK113P
013100                                                                  DBNK113P
013200 01  WS-BCTL-DATA.                                                DBNK113P
013300 COPY CBCTLD.                                                     DBNK113P
013310                                                                  DBNK113P
013320 01  WS-LTRQ-DATA.                                                DBNK113P
013330 COPY CLTRQD.                                                     DBNK113P
013400                                                                  DBNK113P
013500 PROCEDURE DIVISION.                                              DBNK113P
013600     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK113P
017200     PERFORM CHECK-OPEN THRU                                      DBNK113P
017300             CHECK-OPEN-EXIT.                                     DBNK113P
017400                                                                  DBNK113P
017500     OPEN INPUT BNKCORR-FILE.                                     DBNK113P
017600     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK113P
017700     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK113P
017800     PERFORM CHECK-OPEN THRU                                      DBNK113P
017900             CHECK-OPEN-EXIT.                                     DBNK113P
017910                                                                  DBNK113P
017920     OPEN INPUT BNKPARM-FILE.                                     DBNK113P
017930     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBNK113P
017940     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK113P
017950     PERFORM CHECK-OPEN THRU                                      DBNK113P
017960             CHECK-OPEN-EXIT.                                     DBNK113P
018000                                                                  DBNK113P
018100     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK113P
018200        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK113P
018900                                                                  DBNK113P
019000     ACCEPT WS-TS-CURRENT-DATE FROM DATE YYYYMMDD.                DBNK113P
019100     MOVE WS-TS-CURRENT-DATE TO WS-RUN-DATE.                      DBNK113P
019104     MOVE WS-RUN-DATE TO WS-DATE-WORK.                            DBNK113P
019108     PERFORM COUNT-DAYS THRU                                      DBNK113P
019112             COUNT-DAYS-EXIT.                                     DBNK113P
019116     MOVE WS-DAY-NO TO WS-RUN-DAY-NO.                             DBNK113P
019120                                                                  DBNK113P
019124     MOVE 'KYCREVH ' TO WS-PARM-KEY.                              DBNK113P
019128     MOVE 365 TO WS-PARM-VALUE.                                   DBNK113P
019132     PERFORM GET-CYCLE-PARM THRU                                  DBNK113P
019136             GET-CYCLE-PARM-EXIT.                                 DBNK113P
019140     MOVE WS-PARM-VALUE TO WS-CYCLE-HIGH.                         DBNK113P
019144     MOVE 'KYCREVM ' TO WS-PARM-KEY.                              DBNK113P
019148     MOVE 1095 TO WS-PARM-VALUE.                                  DBNK113P
019152     PERFORM GET-CYCLE-PARM THRU                                  DBNK113P
019156             GET-CYCLE-PARM-EXIT.                                 DBNK113P
019160     MOVE WS-PARM-VALUE TO WS-CYCLE-MEDIUM.                       DBNK113P
019164     MOVE 'KYCREVL ' TO WS-PARM-KEY.                              DBNK113P
019168     MOVE 1825 TO WS-PARM-VALUE.                                  DBNK113P
019172     PERFORM GET-CYCLE-PARM THRU                                  DBNK113P
019176             GET-CYCLE-PARM-EXIT.                                 DBNK113P
019180     MOVE WS-PARM-VALUE TO WS-CYCLE-LOW.                          DBNK113P
019200                                                                  DBNK113P
019300***************************************************************** DBNK113P
019400* The chase horizon is run date plus 60 days - the same        *  DBNK113P
025500            ' chase letters raised' DELIMITED BY SIZE             DBNK113P
025600       INTO WS-CONSOLE-MESSAGE.                                   DBNK113P
025700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK113P
025702                                                                  DBNK113P
025704***************************************************************** DBNK113P
025706* Risk-based review cycle. The register is in customer order,   * DBNK113P
025708* so each customer's documents are gathered for their newest    * DBNK113P
025710* verification and the customer judged when the next begins     * DBNK113P
025712***************************************************************** DBNK113P
025714     MOVE SPACES TO KYCRPT-REC.                                   DBNK113P
025716     WRITE KYCRPT-REC.                                            DBNK113P
025718     MOVE SPACES TO KYCRPT-REC.                                   DBNK113P
025720     STRING '  KYC REVIEWS DUE ON THE RISK-BASED CYCLE'           DBNK113P
025722                                     DELIMITED BY SIZE            DBNK113P
025724       INTO KYCRPT-REC.                                           DBNK113P
025726     WRITE KYCRPT-REC.                                            DBNK113P
025728     MOVE SPACES TO WS-REV-PID.                                   DBNK113P
025730     MOVE SPACES TO WS-REV-LAST-DATE.                             DBNK113P
025732     MOVE LOW-VALUES TO KYC-REC-KEY.                              DBNK113P
025734     START BNKKYC-FILE KEY IS NOT LESS THAN KYC-REC-KEY           DBNK113P
025736       INVALID KEY                                                DBNK113P
025738         GO TO REV-ENDED                                          DBNK113P
025740     END-START.                                                   DBNK113P
025742 REV-LOOP.                                                        DBNK113P
025744     READ BNKKYC-FILE NEXT                                        DBNK113P
025746       AT END                                                     DBNK113P
025748         GO TO REV-ENDED                                          DBNK113P
025750     END-READ.                                                    DBNK113P
025752     IF KYC-REC-PID IS NOT EQUAL TO WS-REV-PID                    DBNK113P
025754        IF WS-REV-PID IS NOT EQUAL TO SPACES                      DBNK113P
025756           PERFORM REVIEW-ONE-CUSTOMER THRU                       DBNK113P
025758                   REVIEW-ONE-CUSTOMER-EXIT                       DBNK113P
025760        END-IF                                                    DBNK113P
025762        MOVE KYC-REC-PID TO WS-REV-PID                            DBNK113P
025764        MOVE SPACES TO WS-REV-LAST-DATE                           DBNK113P
025766     END-IF.                                                      DBNK113P
025768     IF KYC-REC-IS-VERIFIED AND                                   DBNK113P
025770        KYC-REC-VERIFIED-DATE IS GREATER THAN WS-REV-LAST-DATE    DBNK113P
025772        MOVE KYC-REC-VERIFIED-DATE TO WS-REV-LAST-DATE            DBNK113P
025774     END-IF.                                                      DBNK113P
025776     GO TO REV-LOOP.                                              DBNK113P
025778 REV-ENDED.                                                       DBNK113P
025780     IF WS-REV-PID IS NOT EQUAL TO SPACES                         DBNK113P
025782        PERFORM REVIEW-ONE-CUSTOMER THRU                          DBNK113P
025784                REVIEW-ONE-CUSTOMER-EXIT                          DBNK113P
025786     END-IF.                                                      DBNK113P
025788     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK113P
025790     STRING WS-REVIEWS-DUE DELIMITED BY SIZE                      DBNK113P
025792            ' review letters raised' DELIMITED BY SIZE            DBNK113P
025794       INTO WS-CONSOLE-MESSAGE.                                   DBNK113P
025796     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK113P
025800                                                                  DBNK113P
025900     CLOSE KYCRPT-FILE.                                           DBNK113P
026000     CLOSE BNKKYC-FILE.                                           DBNK113P
026100     CLOSE BNKCUST-FILE.                                          DBNK113P
026200     CLOSE BNKCORR-FILE.                                          DBNK113P
026210     CLOSE BNKPARM-FILE.                                          DBNK113P
026300                                                                  DBNK113P
026400     SET BCTL-FUNC-END TO TRUE.                                   DBNK113P
026500     MOVE WS-DOCS-READ TO BCTL-RECORD-COUNT.                      DBNK113P
029300            BCS-REC-NAME             DELIMITED BY '  '            DBNK113P
029400       INTO KYCRPT-REC.                                           DBNK113P
029500     WRITE KYCRPT-REC.                                            DBNK113P
029600     MOVE SPACES TO WS-LTRQ-DATA.                                 DBNK113P
029700     MOVE KYC-REC-PID TO LTRQ-PID.                                DBNK113P
029800     MOVE 'KYCCHASE' TO LTRQ-DOC-TYPE.                            DBNK113P
029900     MOVE KYC-REC-DOC-TYPE TO LTRQ-REF.                           DBNK113P
030000     MOVE 'KYCCHS' TO LTRQ-TEMPLATE.                              DBNK113P
030100     MOVE KYC-REC-EXPIRY-DATE TO LTRQ-DATE.                       DBNK113P
030200     MOVE KYC-REC-DOC-TYPE TO LTRQ-TEXT.                          DBNK113P
030210     MOVE 'DBNK113P' TO LTRQ-JOB-NAME.                            DBNK113P
030300     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBNK113P
030500     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBNK113P
030600     IF NOT LTRQ-OK                                               DBNK113P
030700        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBNK113P
030800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK113P
030900     END-IF.                                                      DBNK113P
031200     MOVE WS-RUN-DATE TO KYC-REC-CHASED-DATE.                     DBNK113P
031300     REWRITE BNKKYC-REC                                           DBNK113P
031400       INVALID KEY                                                DBNK113P
031900     ADD 1 TO WS-DOCS-CHASED.                                     DBNK113P
032000 CHASE-ONE-DOCUMENT-EXIT.                                         DBNK113P
032100     EXIT.                                                        DBNK113P
032101                                                                  DBNK113P
032102***************************************************************** DBNK113P
032103* One review cycle limit from BNKPARM - left at its default     * DBNK113P
032104* unless the record carries a positive amount                   * DBNK113P
032105***************************************************************** DBNK113P
032106 GET-CYCLE-PARM.                                                  DBNK113P
032107     MOVE WS-PARM-KEY TO PRM-REC-KEY.                             DBNK113P
032108     READ BNKPARM-FILE                                            DBNK113P
032109       INVALID KEY                                                DBNK113P
032110         GO TO GET-CYCLE-PARM-EXIT                                DBNK113P
032111     END-READ.                                                    DBNK113P
032112     IF PRM-REC-AMOUNT IS GREATER THAN ZERO                       DBNK113P
032113        MOVE PRM-REC-AMOUNT TO WS-PARM-VALUE                      DBNK113P
032114     END-IF.                                                      DBNK113P
032115 GET-CYCLE-PARM-EXIT.                                             DBNK113P
032116     EXIT.                                                        DBNK113P
032117                                                                  DBNK113P
032118 COUNT-DAYS.                                                      DBNK113P
032119     MOVE 0 TO WS-DAY-NO.                                         DBNK113P
032120     IF WS-DATE-WORK IS NUMERIC                                   DBNK113P
032121        COMPUTE WS-DAY-NO = (WS-DW-YYYY * 365) +                  DBNK113P
032122                            (WS-DW-MM * 30) + WS-DW-DD            DBNK113P
032123     END-IF.                                                      DBNK113P
032124 COUNT-DAYS-EXIT.                                                 DBNK113P
032125     EXIT.                                                        DBNK113P
032126                                                                  DBNK113P
032127***************************************************************** DBNK113P
032128* Judge one customer against the review cycle for their risk    * DBNK113P
032129* rating - an unrated customer runs on the low-risk cycle - and * DBNK113P
032130* file the review letter when it has come round                 * DBNK113P
032131***************************************************************** DBNK113P
032132 REVIEW-ONE-CUSTOMER.                                             DBNK113P
032133     IF WS-REV-LAST-DATE IS EQUAL TO SPACES                       DBNK113P
032134        GO TO REVIEW-ONE-CUSTOMER-EXIT                            DBNK113P
032135     END-IF.                                                      DBNK113P
032136     MOVE WS-REV-PID TO BCS-REC-PID.                              DBNK113P
032137     READ BNKCUST-FILE                                            DBNK113P
032138       INVALID KEY                                                DBNK113P
032139         GO TO REVIEW-ONE-CUSTOMER-EXIT                           DBNK113P
032140     END-READ.                                                    DBNK113P
032141     IF NOT BCS-REC-NOT-MERGED OR                                 DBNK113P
032142        BCS-REC-IS-DECEASED                                       DBNK113P
032143        GO TO REVIEW-ONE-CUSTOMER-EXIT                            DBNK113P
032144     END-IF.                                                      DBNK113P
032145     IF BCS-REC-RISK-HIGH                                         DBNK113P
032146        MOVE WS-CYCLE-HIGH TO WS-REV-CYCLE                        DBNK113P
032147     ELSE                                                         DBNK113P
032148        IF BCS-REC-RISK-MEDIUM                                    DBNK113P
032149           MOVE WS-CYCLE-MEDIUM TO WS-REV-CYCLE                   DBNK113P
032150        ELSE                                                      DBNK113P
032151           MOVE WS-CYCLE-LOW TO WS-REV-CYCLE                      DBNK113P
032152        END-IF                                                    DBNK113P
032153     END-IF.                                                      DBNK113P
032154     MOVE WS-REV-LAST-DATE TO WS-DATE-WORK.                       DBNK113P
032155     PERFORM COUNT-DAYS THRU                                      DBNK113P
032156             COUNT-DAYS-EXIT.                                     DBNK113P
032157     COMPUTE WS-REV-AGE = WS-RUN-DAY-NO - WS-DAY-NO.              DBNK113P
032158     IF WS-REV-AGE IS LESS THAN WS-REV-CYCLE                      DBNK113P
032159        GO TO REVIEW-ONE-CUSTOMER-EXIT                            DBNK113P
032160     END-IF.                                                      DBNK113P
032161                                                                  DBNK113P
032162*    a review letter already sent since that verification stands  DBNK113P
032163     SET WS-REV-NOT-SENT TO TRUE.                                 DBNK113P
032164     MOVE WS-REV-PID TO BCO-REC-PID.                              DBNK113P
032165     START BNKCORR-FILE KEY IS EQUAL TO BCO-REC-PID               DBNK113P
032166       INVALID KEY                                                DBNK113P
032167         GO TO CORR-DONE                                          DBNK113P
032168     END-START.                                                   DBNK113P
032169 CORR-LOOP.                                                       DBNK113P
032170     READ BNKCORR-FILE NEXT                                       DBNK113P
032171       AT END                                                     DBNK113P
032172         GO TO CORR-DONE                                          DBNK113P
032173     END-READ.                                                    DBNK113P
032174     IF BCO-REC-PID IS NOT EQUAL TO WS-REV-PID                    DBNK113P
032175        GO TO CORR-DONE                                           DBNK113P
032176     END-IF.                                                      DBNK113P
032177     IF BCO-REC-DOC-TYPE IS EQUAL TO 'KYCREVW ' AND               DBNK113P
032178        BCO-REC-SENT-DATE IS NOT LESS THAN WS-REV-LAST-DATE       DBNK113P
032179        SET WS-REV-ALREADY-SENT TO TRUE                           DBNK113P
032180        GO TO CORR-DONE                                           DBNK113P
032181     END-IF.                                                      DBNK113P
032182     GO TO CORR-LOOP.                                             DBNK113P
032183 CORR-DONE.                                                       DBNK113P
032184     IF WS-REV-ALREADY-SENT                                       DBNK113P
032185        GO TO REVIEW-ONE-CUSTOMER-EXIT                            DBNK113P
032186     END-IF.                                                      DBNK113P
032187                                                                  DBNK113P
032188     MOVE SPACES TO KYCRPT-REC.                                   DBNK113P
032189     STRING '  '                     DELIMITED BY SIZE            DBNK113P
032190            WS-REV-PID               DELIMITED BY SIZE            DBNK113P
032191            '  RISK '                DELIMITED BY SIZE            DBNK113P
032192            BCS-REC-RISK-RATING      DELIMITED BY SIZE            DBNK113P
032193            '  LAST VERIFIED '       DELIMITED BY SIZE            DBNK113P
032194            WS-REV-LAST-DATE         DELIMITED BY SIZE            DBNK113P
032195            '  '                     DELIMITED BY SIZE            DBNK113P
032196            BCS-REC-NAME             DELIMITED BY '  '            DBNK113P
032197       INTO KYCRPT-REC.                                           DBNK113P
032198     WRITE KYCRPT-REC.                                            DBNK113P
032199     MOVE SPACES TO WS-LTRQ-DATA.                                 DBNK113P
032200     MOVE WS-REV-PID TO LTRQ-PID.                                 DBNK113P
032201     MOVE 'KYCREVW ' TO LTRQ-DOC-TYPE.                            DBNK113P
032202     MOVE 'RISK ' TO LTRQ-REF.                                    DBNK113P
032203     MOVE BCS-REC-RISK-RATING TO LTRQ-REF (6:1).                  DBNK113P
032204     MOVE 'KYCREV' TO LTRQ-TEMPLATE.                              DBNK113P
032205     MOVE WS-REV-LAST-DATE TO LTRQ-DATE.                          DBNK113P
032206     MOVE 'DBNK113P' TO LTRQ-JOB-NAME.                            DBNK113P
032208     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBNK113P
032210     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBNK113P
032212     IF NOT LTRQ-OK                                               DBNK113P
032214        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBNK113P
032216        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK113P
032218        GO TO REVIEW-ONE-CUSTOMER-EXIT                            DBNK113P
032220     END-IF.                                                      DBNK113P
032228     ADD 1 TO WS-REVIEWS-DUE.                                     DBNK113P
032230 REVIEW-ONE-CUSTOMER-EXIT.                                        DBNK113P
032232     EXIT.                                                        DBNK113P
032234                                                                  DBNK113P
032300***************************************************************** DBNK113P
032400* Check file open OK                                            * DBNK113P
032500***************************************************************** DBNK113P
