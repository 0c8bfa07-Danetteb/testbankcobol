002100*              record is written per alert, addressed to the    * DBANK80P
002200*              customer's e-mail when they have opted in (the   * DBANK80P
002300*              same opt-in the statement run honours) and to    * DBANK80P
002400*              post otherwise. The low-balance and statement    * DBANK80P
002410*              alerts are optional and honour the BNKCONS       * DBANK80P
002420*              consent register - an alert withdrawn for e-mail * DBANK80P
002430*              goes by post, and one withdrawn for post as well * DBANK80P
002440*              is not sent at all.                              * DBANK80P
002500*              VSAM version                                     * DBANK80P
002600****************************************************************  DBANK80P
002700                                                                  DBANK80P
008150            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBANK80P
008160            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBANK80P
008170            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBANK80P
008171                                                                  DBANK80P
008172     SELECT BNKCONS-FILE                                          DBANK80P
008173            ASSIGN       TO BNKCONS                               DBANK80P
008174            ORGANIZATION IS INDEXED                               DBANK80P
008175            ACCESS MODE  IS RANDOM                                DBANK80P
008176            RECORD KEY   IS CNS-REC-KEY                           DBANK80P
008177            FILE STATUS  IS WS-BNKCONS-STATUS.                    DBANK80P
008180                                                                  DBANK80P
008200 DATA DIVISION.                                                   DBANK80P
008300                                                                  DBANK80P
011510 FD  BNKCORR-FILE.                                                DBANK80P
011520 01  BNKCORR-REC.                                                 DBANK80P
011530 COPY CBANKVCO.                                                   DBANK80P
011532                                                                  DBANK80P
011534 FD  BNKCONS-FILE.                                                DBANK80P
011536 01  BNKCONS-REC.                                                 DBANK80P
011538 COPY CBANKVCN.                                                   DBANK80P
011540                                                                  DBANK80P
011600 WORKING-STORAGE SECTION.                                         DBANK80P
011700 COPY CTIMERD.                                                    DBANK80P
014110   05  WS-BNKCORR-STATUS.                                         DBANK80P
014120     10  WS-BNKCORR-STAT1                     PIC X(1).           DBANK80P
014130     10  WS-BNKCORR-STAT2                     PIC X(1).           DBANK80P
014140   05  WS-BNKCONS-STATUS.                                         DBANK80P
014150     10  WS-BNKCONS-STAT1                     PIC X(1).           DBANK80P
014160     10  WS-BNKCONS-STAT2                     PIC X(1).           DBANK80P
014200                                                                  DBANK80P
014300   05  WS-IO-STATUS.                                              DBANK80P
014400     10  WS-IO-STAT1                          PIC X(1).           DBANK80P
016200       VALUE ZERO.                                                DBANK80P
016300   05  WS-ALERTS-WRITTEN                      PIC 9(5)            DBANK80P
016400       VALUE ZERO.                                                DBANK80P
016410   05  WS-ALERTS-SUPPRESSED                    PIC 9(5)           DBANK80P
016420       VALUE ZERO.                                                DBANK80P
016500                                                                  DBANK80P
016600   05  WS-SUB1                               PIC S9(4) COMP.      DBANK80P
016700   05  WS-SOFAIL-COUNT                       PIC S9(4) COMP       DBANK80P
017400   05  WS-SOFAIL-HIT-FLAG                    PIC X(1).            DBANK80P
017500     88  WS-SOFAIL-HIT                       VALUE 'Y'.           DBANK80P
017600     88  WS-SOFAIL-NO-HIT                    VALUE 'N'.           DBANK80P
017610   05  WS-CONS-CHANNEL                        PIC X(1).           DBANK80P
017620   05  WS-ALERT-CONSENT-FLAG                  PIC X(1).           DBANK80P
017630     88  WS-ALERT-CONSENTED                  VALUE 'Y'.           DBANK80P
017640     88  WS-ALERT-WITHDRAWN                  VALUE 'N'.           DBANK80P
017700                                                                  DBANK80P
017800 01  WS-SOFAIL-TABLE.                                             DBANK80P
017900   05  WS-SOFAIL-ACCNO OCCURS 500 TIMES     PIC X(9).             DBANK80P
023500     PERFORM CHECK-OPEN THRU                                      DBANK80P
023600             CHECK-OPEN-EXIT.                                     DBANK80P
023700                                                                  DBANK80P
023710     OPEN INPUT BNKCONS-FILE.                                     DBANK80P
023720     MOVE WS-BNKCONS-STATUS TO WS-IO-STATUS.                      DBANK80P
023730     MOVE 'BNKCONS-FILE' TO WS-FILE.                              DBANK80P
023740     PERFORM CHECK-OPEN THRU                                      DBANK80P
023750             CHECK-OPEN-EXIT.                                     DBANK80P
023760                                                                  DBANK80P
023800     OPEN OUTPUT ALRTOUT-FILE.                                    DBANK80P
023810     OPEN I-O BNKCORR-FILE.                                       DBANK80P
023900     MOVE WS-ALRTOUT-STATUS TO WS-IO-STATUS.                      DBANK80P
031800     STRING WS-ALERTS-WRITTEN         DELIMITED BY SIZE           DBANK80P
031900            ' alerts generated'       DELIMITED BY SIZE           DBANK80P
032000       INTO WS-CONSOLE-MESSAGE.                                   DBANK80P
032010     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK80P
032020     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK80P
032030     STRING WS-ALERTS-SUPPRESSED      DELIMITED BY SIZE           DBANK80P
032040            ' alerts withheld - consent withdrawn'                DBANK80P
032050                                      DELIMITED BY SIZE           DBANK80P
032060       INTO WS-CONSOLE-MESSAGE.                                   DBANK80P
032100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK80P
032200                                                                  DBANK80P
032300     CLOSE BNKALRT-FILE.                                          DBANK80P
032700     CLOSE BNKSORX-FILE.                                          DBANK80P
032800     CLOSE ALRTOUT-FILE.                                          DBANK80P
032810     CLOSE BNKCORR-FILE.                                          DBANK80P
032820     CLOSE BNKCONS-FILE.                                          DBANK80P
032900                                                                  DBANK80P
033000     SET BCTL-FUNC-END TO TRUE.                                   DBANK80P
033100     MOVE WS-SUBS-READ TO BCTL-RECORD-COUNT.                      DBANK80P
046400                                                                  DBANK80P
046500****************************************************************  DBANK80P
046600* One delivery record per alert - e-mail when the customer     *  DBANK80P
046700* has opted in and an address is on file, post otherwise. An   *  DBANK80P
046710* optional alert the customer has withdrawn consent for goes   *  DBANK80P
046720* by post instead of e-mail, and not at all if post is         *  DBANK80P
046730* withdrawn too                                                *  DBANK80P
046800****************************************************************  DBANK80P
046900 WRITE-ALERT.                                                     DBANK80P
047000     MOVE WS-TODAY-DATE TO AOT-REC-DATE.                          DBANK80P
047800        MOVE 'M' TO AOT-REC-CHANNEL                               DBANK80P
047900        MOVE SPACES TO AOT-REC-EMAIL                              DBANK80P
048000     END-IF.                                                      DBANK80P
048004     IF AOT-REC-TYPE IS EQUAL TO 'LOWBAL  ' OR                    DBANK80P
048008        AOT-REC-TYPE IS EQUAL TO 'STMTRDY '                       DBANK80P
048012        IF AOT-REC-CHANNEL IS EQUAL TO 'E'                        DBANK80P
048016           MOVE 'E' TO WS-CONS-CHANNEL                            DBANK80P
048020           PERFORM CHECK-ALERT-CONSENT THRU                       DBANK80P
048024                   CHECK-ALERT-CONSENT-EXIT                       DBANK80P
048028           IF WS-ALERT-WITHDRAWN                                  DBANK80P
048032              MOVE 'M' TO AOT-REC-CHANNEL                         DBANK80P
048036              MOVE SPACES TO AOT-REC-EMAIL                        DBANK80P
048040           END-IF                                                 DBANK80P
048044        END-IF                                                    DBANK80P
048048        IF AOT-REC-CHANNEL IS EQUAL TO 'M'                        DBANK80P
048052           MOVE 'P' TO WS-CONS-CHANNEL                            DBANK80P
048056           PERFORM CHECK-ALERT-CONSENT THRU                       DBANK80P
048060                   CHECK-ALERT-CONSENT-EXIT                       DBANK80P
048064           IF WS-ALERT-WITHDRAWN                                  DBANK80P
048068              ADD 1 TO WS-ALERTS-SUPPRESSED                       DBANK80P
048072              GO TO WRITE-ALERT-EXIT                              DBANK80P
048076           END-IF                                                 DBANK80P
048080        END-IF                                                    DBANK80P
048084     END-IF.                                                      DBANK80P
048100     WRITE AOT-REC.                                               DBANK80P
048200     ADD 1 TO WS-ALERTS-WRITTEN.                                  DBANK80P
048210*    The alert joins the customers correspondence history         DBANK80P
048278     END-WRITE.                                                   DBANK80P
048300 WRITE-ALERT-EXIT.                                                DBANK80P
048400     EXIT.                                                        DBANK80P
048404                                                                  DBANK80P
048408****************************************************************  DBANK80P
048412* The optional alerts need only the absence of a withdrawal -  *  DBANK80P
048416* no record on the consent register means the customer has     *  DBANK80P
048420* not refused them                                             *  DBANK80P
048424****************************************************************  DBANK80P
048428 CHECK-ALERT-CONSENT.                                             DBANK80P
048432     SET WS-ALERT-CONSENTED TO TRUE.                              DBANK80P
048436     MOVE BAC-REC-PID TO CNS-REC-PID.                             DBANK80P
048440     MOVE WS-CONS-CHANNEL TO CNS-REC-CHANNEL.                     DBANK80P
048444     SET CNS-REC-FOR-ALERTS TO TRUE.                              DBANK80P
048448     READ BNKCONS-FILE                                            DBANK80P
048452       INVALID KEY                                                DBANK80P
048456         GO TO CHECK-ALERT-CONSENT-EXIT                           DBANK80P
048460     END-READ.                                                    DBANK80P
048464     IF CNS-REC-WITHDRAWN                                         DBANK80P
048468        SET WS-ALERT-WITHDRAWN TO TRUE                            DBANK80P
048472     END-IF.                                                      DBANK80P
048476 CHECK-ALERT-CONSENT-EXIT.                                        DBANK80P
048480     EXIT.                                                        DBANK80P
048500                                                                  DBANK80P
048600****************************************************************  DBANK80P
048700* Check file open OK                                          *   DBANK80P
