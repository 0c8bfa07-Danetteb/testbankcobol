001700*              prints the aging by branch for the credit        * DBANK67P
001800*              committee and maintains the past-due flag on     * DBANK67P
001900*              the loan's BNKACC record that BBANK35P shows.    * DBANK67P
001910*              A loan falling into arrears, or into a worse     * DBANK67P
001920*              bucket, is sent an arrears letter through the    * DBANK67P
001930*              nightly letter production run DBNK193P. The      * DBANK67P
001940*              case of a borrower under a bankruptcy stay       * DBANK67P
001950*              (BCS-REC-BANKRUPTCY) is held instead, status S,  * DBANK67P
001960*              and no letter goes out until the stay lifts.     * DBANK67P
002000*              VSAM version                                     * DBANK67P
002100***************************************************************** DBANK67P
002200                                                                  DBANK67P
005218            ACCESS MODE  IS RANDOM                                DBANK67P
005220            RECORD KEY   IS CCL-REC-LOAN-ACCNO                    DBANK67P
005222            FILE STATUS  IS WS-BNKCOLL-STATUS.                    DBANK67P
005231                                                                  DBANK67P
005240     SELECT BNKCUST-FILE                                          DBANK67P
005249            ASSIGN       TO BNKCUST                               DBANK67P
005258            ORGANIZATION IS INDEXED                               DBANK67P
005267            ACCESS MODE  IS RANDOM                                DBANK67P
005276            RECORD KEY   IS BCS-REC-PID                           DBANK67P
005285            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBANK67P
005300                                                                  DBANK67P
005400 DATA DIVISION.                                                   DBANK67P
005500                                                                  DBANK67P
006612 FD  BNKCOLL-FILE.                                                DBANK67P
006614 01  BNKCOLL-REC.                                                 DBANK67P
006616 COPY CBANKVCC.                                                   DBANK67P
006626                                                                  DBANK67P
006636 FD  BNKCUST-FILE.                                                DBANK67P
006646 01  BNKCUST-REC.                                                 DBANK67P
006656 COPY CBANKVCS.                                                   DBANK67P
006700                                                                  DBANK67P
006800 WORKING-STORAGE SECTION.                                         DBANK67P
006900 COPY CTIMERD.                                                    DBANK67P
008314   05  WS-BNKCOLL-STATUS.                                         DBANK67P
008316     10  WS-BNKCOLL-STAT1                     PIC X(1).           DBANK67P
008318     10  WS-BNKCOLL-STAT2                     PIC X(1).           DBANK67P
008328   05  WS-BNKCUST-STATUS.                                         DBANK67P
008338     10  WS-BNKCUST-STAT1                     PIC X(1).           DBANK67P
008348     10  WS-BNKCUST-STAT2                     PIC X(1).           DBANK67P
008600                                                                  DBANK67P
008700   05  WS-IO-STATUS.                                              DBANK67P
008800     10  WS-IO-STAT1                         PIC X(1).            DBANK67P
010900       VALUE ZERO.                                                DBANK67P
011000   05  WS-LOANS-IN-ARREARS                   PIC 9(5)             DBANK67P
011100       VALUE ZERO.                                                DBANK67P
011110   05  WS-CASES-STAYED                       PIC 9(5)             DBANK67P
011120       VALUE ZERO.                                                DBANK67P
011200                                                                  DBANK67P
011300* Approximate days past due by plain field arithmetic, the same   DBANK67P
011400* convention the dormancy cutoff in DBANK57P uses, which is       DBANK67P
012300   05  WS-CUR-LOAN-ACCNO                     PIC X(9).            DBANK67P
012400   05  WS-CUR-PID                            PIC X(5).            DBANK67P
012500   05  WS-CUR-BRANCH                         PIC X(4).            DBANK67P
012510   05  WS-OLD-BUCKET                         PIC X(3).            DBANK67P
012520   05  WS-RANK-BUCKET                        PIC X(3).            DBANK67P
012530   05  WS-BUCKET-RANK                        PIC 9(1).            DBANK67P
012540   05  WS-OLD-BUCKET-RANK                    PIC 9(1).            DBANK67P
012550   05  WS-CUR-STAY                           PIC X(1).            DBANK67P
012560     88  WS-CUR-IS-STAYED                     VALUE 'Y'.          DBANK67P
012570     88  WS-CUR-NOT-STAYED                    VALUE 'N'.          DBANK67P
012600                                                                  DBANK67P
012700   05  WS-LOAN-B30                           PIC S9(9)V99         DBANK67P
012800                                             COMP-3.              DBANK67P
016210                                                                  DBANK67P
016220 01  WS-BCTL-DATA.                                                DBANK67P
016230 COPY CBCTLD.                                                     DBANK67P
016240                                                                  DBANK67P
016250 01  WS-LTRQ-DATA.                                                DBANK67P
016260 COPY CLTRQD.                                                     DBANK67P
016300                                                                  DBANK67P
016400 PROCEDURE DIVISION.                                              DBANK67P
016500     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBANK67P
018618     MOVE 'BNKCOLL-FILE' TO WS-FILE.                              DBANK67P
018620     PERFORM CHECK-OPEN THRU                                      DBANK67P
018700             CHECK-OPEN-EXIT.                                     DBANK67P
018710                                                                  DBANK67P
018720     OPEN INPUT BNKCUST-FILE.                                     DBANK67P
018730     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBANK67P
018740     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBANK67P
018750     PERFORM CHECK-OPEN THRU                                      DBANK67P
018760             CHECK-OPEN-EXIT.                                     DBANK67P
018800                                                                  DBANK67P
018900     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK67P
019000        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK67P
023800            ' loans in arrears'           DELIMITED BY SIZE       DBANK67P
023900       INTO WS-CONSOLE-MESSAGE.                                   DBANK67P
024000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK67P
024010     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK67P
024020     STRING WS-CASES-STAYED               DELIMITED BY SIZE       DBANK67P
024030            ' cases held - bankruptcy stay' DELIMITED BY SIZE     DBANK67P
024040       INTO WS-CONSOLE-MESSAGE.                                   DBANK67P
024050     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK67P
024100                                                                  DBANK67P
024200     CLOSE BNKLSCH-FILE.                                          DBANK67P
024300     CLOSE BNKACC-FILE.                                           DBANK67P
024400     CLOSE LOANARRT-FILE.                                         DBANK67P
024410     CLOSE BNKCOLL-FILE.                                          DBANK67P
024420     CLOSE BNKCUST-FILE.                                          DBANK67P
024500                                                                  DBANK67P
024510     SET BCTL-FUNC-END TO TRUE.                                   DBANK67P
024520     MOVE WS-INSTALLMENTS-READ TO BCTL-RECORD-COUNT.              DBANK67P
045615* whose promise date has passed breaks the promise; a loan     *  DBANK67P
045616* paid back under its buckets closes the case with outcome     *  DBANK67P
045617* paid. Cases referred to legal are left to the legal queue.   *  DBANK67P
045618* A borrower under a bankruptcy stay has the case held, status *  DBANK67P
045619* S, with the arrears kept current but no letter and no broken *  DBANK67P
045620* promise; once the stay lifts the case is open and due today. *  DBANK67P
045621***************************************************************** DBANK67P
045622 FEED-COLLECTIONS-CASE.                                           DBANK67P
045623     PERFORM CHECK-STAY THRU                                      DBANK67P
045624             CHECK-STAY-EXIT.                                     DBANK67P
045625     MOVE WS-CUR-LOAN-ACCNO TO CCL-REC-LOAN-ACCNO.                DBANK67P
045626     READ BNKCOLL-FILE                                            DBANK67P
045627       INVALID KEY                                                DBANK67P
045628         GO TO FEED-CASE-NEW                                      DBANK67P
045629     END-READ.                                                    DBANK67P
045630     IF CCL-REC-IS-CLOSED                                         DBANK67P
045631        IF WS-LOAN-TOTAL IS GREATER THAN ZERO                     DBANK67P
045632           GO TO FEED-CASE-REOPEN                                 DBANK67P
045633        END-IF                                                    DBANK67P
045634        GO TO FEED-COLLECTIONS-CASE-EXIT                          DBANK67P
045635     END-IF.                                                      DBANK67P
045636     IF WS-LOAN-TOTAL IS NOT GREATER THAN ZERO                    DBANK67P
045637        SET CCL-REC-IS-CLOSED TO TRUE                             DBANK67P
045638        MOVE WS-TODAY-DATE TO CCL-REC-CLOSED-DATE                 DBANK67P
045639        GO TO FEED-CASE-REWRITE                                   DBANK67P
045640     END-IF.                                                      DBANK67P
045641     IF WS-CUR-IS-STAYED                                          DBANK67P
045642        MOVE WS-LOAN-TOTAL TO CCL-REC-ARREARS-AMT                 DBANK67P
045643        PERFORM SET-CASE-BUCKET THRU                              DBANK67P
045644                SET-CASE-BUCKET-EXIT                              DBANK67P
045645        SET CCL-REC-IS-STAYED TO TRUE                             DBANK67P
045646        ADD 1 TO WS-CASES-STAYED                                  DBANK67P
045647        GO TO FEED-CASE-REWRITE                                   DBANK67P
045648     END-IF.                                                      DBANK67P
045649     IF CCL-REC-IS-STAYED                                         DBANK67P
045650        SET CCL-REC-IS-OPEN TO TRUE                               DBANK67P
045651        MOVE WS-TODAY-DATE TO CCL-REC-FOLLOW-UP                   DBANK67P
045652     END-IF.                                                      DBANK67P
045653     MOVE WS-LOAN-TOTAL TO CCL-REC-ARREARS-AMT.                   DBANK67P
045654     MOVE CCL-REC-BUCKET TO WS-OLD-BUCKET.                        DBANK67P
045655     PERFORM SET-CASE-BUCKET THRU                                 DBANK67P
045656             SET-CASE-BUCKET-EXIT.                                DBANK67P
045657     IF CCL-REC-IS-PROMISED AND                                   DBANK67P
045658        CCL-REC-PROMISE-DATE IS LESS THAN WS-TODAY-DATE           DBANK67P
045659        SET CCL-REC-IS-BROKEN TO TRUE                             DBANK67P
045660     END-IF.                                                      DBANK67P
045661     MOVE WS-OLD-BUCKET TO WS-RANK-BUCKET.                        DBANK67P
045662     PERFORM RANK-BUCKET THRU                                     DBANK67P
045663             RANK-BUCKET-EXIT.                                    DBANK67P
045664     MOVE WS-BUCKET-RANK TO WS-OLD-BUCKET-RANK.                   DBANK67P
045665     MOVE CCL-REC-BUCKET TO WS-RANK-BUCKET.                       DBANK67P
045666     PERFORM RANK-BUCKET THRU                                     DBANK67P
045667             RANK-BUCKET-EXIT.                                    DBANK67P
045668     IF WS-BUCKET-RANK IS GREATER THAN WS-OLD-BUCKET-RANK         DBANK67P
045669        PERFORM QUEUE-ARREARS-LETTER THRU                         DBANK67P
045670                QUEUE-ARREARS-LETTER-EXIT                         DBANK67P
045671     END-IF.                                                      DBANK67P
045672 FEED-CASE-REWRITE.                                               DBANK67P
045673     REWRITE BNKCOLL-REC                                          DBANK67P
045674       INVALID KEY                                                DBANK67P
045675         MOVE 'Unable to update collections case'                 DBANK67P
045676           TO WS-CONSOLE-MESSAGE                                  DBANK67P
045677         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK67P
045678     END-REWRITE.                                                 DBANK67P
045679     GO TO FEED-COLLECTIONS-CASE-EXIT.                            DBANK67P
045680 FEED-CASE-REOPEN.                                                DBANK67P
045681     SET CCL-REC-IS-OPEN TO TRUE.                                 DBANK67P
045682     MOVE WS-TODAY-DATE TO CCL-REC-OPENED-DATE.                   DBANK67P
045683     MOVE SPACES TO CCL-REC-CLOSED-DATE.                          DBANK67P
045684     MOVE WS-LOAN-TOTAL TO CCL-REC-ARREARS-AMT.                   DBANK67P
045685     PERFORM SET-CASE-BUCKET THRU                                 DBANK67P
045686             SET-CASE-BUCKET-EXIT.                                DBANK67P
045687     IF WS-CUR-IS-STAYED                                          DBANK67P
045688        SET CCL-REC-IS-STAYED TO TRUE                             DBANK67P
045689        ADD 1 TO WS-CASES-STAYED                                  DBANK67P
045690        GO TO FEED-CASE-REWRITE                                   DBANK67P
045691     END-IF.                                                      DBANK67P
045692     PERFORM QUEUE-ARREARS-LETTER THRU                            DBANK67P
045693             QUEUE-ARREARS-LETTER-EXIT.                           DBANK67P
045694     GO TO FEED-CASE-REWRITE.                                     DBANK67P
045695 FEED-CASE-NEW.                                                   DBANK67P
045696     IF WS-LOAN-TOTAL IS NOT GREATER THAN ZERO                    DBANK67P
045697        GO TO FEED-COLLECTIONS-CASE-EXIT                          DBANK67P
045698     END-IF.                                                      DBANK67P
045699     MOVE SPACES TO BNKCOLL-REC.                                  DBANK67P
045700     MOVE WS-CUR-LOAN-ACCNO TO CCL-REC-LOAN-ACCNO.                DBANK67P
045701     MOVE WS-CUR-PID TO CCL-REC-PID.                              DBANK67P
045702     MOVE SPACES TO CCL-REC-OPERATOR.                             DBANK67P
045703     SET CCL-REC-IS-OPEN TO TRUE.                                 DBANK67P
045704     MOVE WS-LOAN-TOTAL TO CCL-REC-ARREARS-AMT.                   DBANK67P
045705     PERFORM SET-CASE-BUCKET THRU                                 DBANK67P
045706             SET-CASE-BUCKET-EXIT.                                DBANK67P
045707     MOVE WS-TODAY-DATE TO CCL-REC-OPENED-DATE.                   DBANK67P
045708     MOVE SPACES TO CCL-REC-LAST-CONTACT.                         DBANK67P
045709     MOVE ZERO TO CCL-REC-CONTACTS.                               DBANK67P
045710     MOVE SPACES TO CCL-REC-PROMISE-DATE.                         DBANK67P
045711     MOVE ZERO TO CCL-REC-PROMISE-AMT.                            DBANK67P
045712     MOVE WS-TODAY-DATE TO CCL-REC-FOLLOW-UP.                     DBANK67P
045713     MOVE SPACES TO CCL-REC-CLOSED-DATE.                          DBANK67P
045714     IF WS-CUR-IS-STAYED                                          DBANK67P
045715        SET CCL-REC-IS-STAYED TO TRUE                             DBANK67P
045716        ADD 1 TO WS-CASES-STAYED                                  DBANK67P
045717     END-IF.                                                      DBANK67P
045718     WRITE BNKCOLL-REC                                            DBANK67P
045719       INVALID KEY                                                DBANK67P
045720         MOVE 'Unable to open collections case'                   DBANK67P
045721           TO WS-CONSOLE-MESSAGE                                  DBANK67P
045722         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK67P
045723         GO TO FEED-COLLECTIONS-CASE-EXIT                         DBANK67P
045724     END-WRITE.                                                   DBANK67P
045725     IF WS-CUR-NOT-STAYED                                         DBANK67P
045726        PERFORM QUEUE-ARREARS-LETTER THRU                         DBANK67P
045727                QUEUE-ARREARS-LETTER-EXIT                         DBANK67P
045728     END-IF.                                                      DBANK67P
045729 FEED-COLLECTIONS-CASE-EXIT.                                      DBANK67P
045730     EXIT.                                                        DBANK67P
045731                                                                  DBANK67P
045732 SET-CASE-BUCKET.                                                 DBANK67P
045733     EVALUATE TRUE                                                DBANK67P
045734       WHEN WS-LOAN-B90P IS GREATER THAN ZERO                     DBANK67P
045735         MOVE '90+' TO CCL-REC-BUCKET                             DBANK67P
045736       WHEN WS-LOAN-B90 IS GREATER THAN ZERO                      DBANK67P
045737         MOVE 'B90' TO CCL-REC-BUCKET                             DBANK67P
045738       WHEN WS-LOAN-B60 IS GREATER THAN ZERO                      DBANK67P
045739         MOVE 'B60' TO CCL-REC-BUCKET                             DBANK67P
045740       WHEN OTHER                                                 DBANK67P
045741         MOVE 'B30' TO CCL-REC-BUCKET                             DBANK67P
045742     END-EVALUATE.                                                DBANK67P
045743 SET-CASE-BUCKET-EXIT.                                            DBANK67P
045744     EXIT.                                                        DBANK67P
045745                                                                  DBANK67P
045746***************************************************************** DBANK67P
045747* Note whether the loan's borrower is under a bankruptcy stay   * DBANK67P
045748***************************************************************** DBANK67P
045749 CHECK-STAY.                                                      DBANK67P
045750     SET WS-CUR-NOT-STAYED TO TRUE.                               DBANK67P
045751     MOVE WS-CUR-PID TO BCS-REC-PID.                              DBANK67P
045752     READ BNKCUST-FILE                                            DBANK67P
045753       INVALID KEY                                                DBANK67P
045754         GO TO CHECK-STAY-EXIT                                    DBANK67P
045755     END-READ.                                                    DBANK67P
045756     IF BCS-REC-IN-BANKRUPTCY                                     DBANK67P
045757        SET WS-CUR-IS-STAYED TO TRUE                              DBANK67P
045758     END-IF.                                                      DBANK67P
045759 CHECK-STAY-EXIT.                                                 DBANK67P
045760     EXIT.                                                        DBANK67P
045761                                                                  DBANK67P
045762***************************************************************** DBANK67P
045763* Rank a bucket so a worsening case can be recognised: nothing  * DBANK67P
045764* 0, then 30, 60, 90 and over 90 days                           * DBANK67P
045765***************************************************************** DBANK67P
045766 RANK-BUCKET.                                                     DBANK67P
045767     EVALUATE WS-RANK-BUCKET                                      DBANK67P
045768       WHEN 'B30'                                                 DBANK67P
045769         MOVE 1 TO WS-BUCKET-RANK                                 DBANK67P
045770       WHEN 'B60'                                                 DBANK67P
045771         MOVE 2 TO WS-BUCKET-RANK                                 DBANK67P
045772       WHEN 'B90'                                                 DBANK67P
045773         MOVE 3 TO WS-BUCKET-RANK                                 DBANK67P
045774       WHEN '90+'                                                 DBANK67P
045775         MOVE 4 TO WS-BUCKET-RANK                                 DBANK67P
045776       WHEN OTHER                                                 DBANK67P
045777         MOVE 0 TO WS-BUCKET-RANK                                 DBANK67P
045778     END-EVALUATE.                                                DBANK67P
045779 RANK-BUCKET-EXIT.                                                DBANK67P
045780     EXIT.                                                        DBANK67P
045781                                                                  DBANK67P
045782***************************************************************** DBANK67P
045783* Queue the arrears letter for the nightly letter production,   * DBANK67P
045784* quoting the arrears and the bucket the loan now stands in     * DBANK67P
045785***************************************************************** DBANK67P
045786 QUEUE-ARREARS-LETTER.                                            DBANK67P
045787     MOVE SPACES TO WS-LTRQ-DATA.                                 DBANK67P
045788     MOVE WS-CUR-PID TO LTRQ-PID.                                 DBANK67P
045789     MOVE 'ARREARS ' TO LTRQ-DOC-TYPE.                            DBANK67P
045790     MOVE WS-CUR-LOAN-ACCNO TO LTRQ-REF (1:9).                    DBANK67P
045791     MOVE CCL-REC-BUCKET TO LTRQ-REF (10:3).                      DBANK67P
045792     MOVE 'ARREAR' TO LTRQ-TEMPLATE.                              DBANK67P
045793     MOVE WS-CUR-LOAN-ACCNO TO LTRQ-ACCNO.                        DBANK67P
045794     MOVE WS-LOAN-TOTAL TO LTRQ-AMOUNT.                           DBANK67P
045795     MOVE WS-TODAY-DATE TO LTRQ-DATE.                             DBANK67P
045796     MOVE CCL-REC-BUCKET TO LTRQ-TEXT.                            DBANK67P
045797     MOVE 'DBANK67P' TO LTRQ-JOB-NAME.                            DBANK67P
045798     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBANK67P
045799     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBANK67P
045800     IF NOT LTRQ-OK                                               DBANK67P
045801        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBANK67P
045802        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK67P
045803     END-IF.                                                      DBANK67P
045804 QUEUE-ARREARS-LETTER-EXIT.                                       DBANK67P
045805     EXIT.                                                        DBANK67P
045806                                                                  DBANK67P
045900***************************************************************** DBANK67P
046000* Check file open OK                                            * DBANK67P
046100***************************************************************** DBANK67P
