001400* Function:    Batch job to generate scheduled customer         * DBANK56P
001500*              statements, posting each account against the    *  DBANK56P
001600*              transfer history written since its last          * DBANK56P
001700*              statement. The accounts of a customer who has    * DBANK56P
001710*              elected the consolidated relationship statement  * DBANK56P
001720*              are passed by and left to DBNK205P.              * DBANK56P
001730*              VSAM version                                     * DBANK56P
001800******************************************************************DBANK56P
001900                                                                  DBANK56P
002000 IDENTIFICATION DIVISION.                                         DBANK56P
600034            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBANK56P
600035            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBANK56P
600036            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBANK56P
600037     SELECT BNKTXN-FILE                                           DBANK56P
600038            ASSIGN       TO BNKTXN                                DBANK56P
600039            ORGANIZATION IS INDEXED                               DBANK56P
600040            ACCESS MODE  IS DYNAMIC                               DBANK56P
600041            RECORD KEY   IS BTX-REC-TIMESTAMP                     DBANK56P
600042            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      DBANK56P
600043            FILE STATUS  IS WS-BNKTXN-STATUS.                     DBANK56P
600046                                                                  DBANK56P
600056 DATA DIVISION.                                                   DBANK56P
600066                                                                  DBANK56P
610030 FD  BNKCORR-FILE.                                                DBANK56P
610031 01  BNKCORR-REC.                                                 DBANK56P
610032 COPY CBANKVCO.                                                   DBANK56P
610034 FD  BNKTXN-FILE.                                                 DBANK56P
610036 01  BNKTXN-REC.                                                  DBANK56P
610038 COPY CBANKVTX.                                                   DBANK56P
610042                                                                  DBANK56P
610052 WORKING-STORAGE SECTION.                                         DBANK56P
610062 COPY CTIMERD.                                                    DBANK56P
620001   05  WS-BNKHIST-STATUS.                                         DBANK56P
620002     10  WS-BNKHIST-STAT1                    PIC X(1).            DBANK56P
620003     10  WS-BNKHIST-STAT2                    PIC X(1).            DBANK56P
620005   05  WS-BNKTXN-STATUS.                                          DBANK56P
620007     10  WS-BNKTXN-STAT1                     PIC X(1).            DBANK56P
620009     10  WS-BNKTXN-STAT2                     PIC X(1).            DBANK56P
620013                                                                  DBANK56P
620023   05  WS-IO-STATUS.                                              DBANK56P
620033     10  WS-IO-STAT1                         PIC X(1).            DBANK56P
620223       VALUE ZERO.                                                DBANK56P
620233   05  WS-STATEMENTS-EMAILED                 PIC 9(5)             DBANK56P
620243       VALUE ZERO.                                                DBANK56P
620246   05  WS-STATEMENTS-HELD                    PIC 9(5)             DBANK56P
620249       VALUE ZERO.                                                DBANK56P
620250   05  WS-ACCOUNTS-CONSOLIDATED              PIC 9(5)             DBANK56P
620251       VALUE ZERO.                                                DBANK56P
620253   05  WS-STMT-LINE-COUNT                    PIC 9(5)             DBANK56P
620263       VALUE ZERO.                                                DBANK56P
620264*    how this statement goes out - held back when the postal      DBANK56P
620265*    address has been returned and there is no e-mail to use      DBANK56P
620266   05  WS-STMT-CHANNEL                       PIC X(1).            DBANK56P
620267     88  STMT-BY-EMAIL                        VALUE 'E'.          DBANK56P
620268     88  STMT-BY-MAIL                         VALUE 'M'.          DBANK56P
620269     88  STMT-HELD-BACK                       VALUE 'S'.          DBANK56P
620273                                                                  DBANK56P
620283   05  WS-TXN-EOF-FLAG                       PIC X(1).            DBANK56P
620293     88  WS-TXN-EOF                          VALUE 'Y'.           DBANK56P
630583     MOVE 0 TO WS-ACCOUNTS-READ.                                  DBANK56P
630593     MOVE 0 TO WS-STATEMENTS-MAILED.                              DBANK56P
630603     MOVE 0 TO WS-STATEMENTS-EMAILED.                             DBANK56P
630608     MOVE 0 TO WS-STATEMENTS-HELD.                                DBANK56P
630610     MOVE 0 TO WS-ACCOUNTS-CONSOLIDATED.                          DBANK56P
630613 BNKACC-LOOP.                                                     DBANK56P
630623     READ BNKACC-FILE                                             DBANK56P
630633       AT END                                                     DBANK56P
630693*    No statement is produced for a deceased customer - the       DBANK56P
630703*    estate is handled through the release transaction            DBANK56P
630713     IF BCS-REC-IS-DECEASED                                       DBANK56P
630723        PERFORM SKIP-STATEMENT-LINES THRU                         DBANK56P
630733                SKIP-STATEMENT-LINES-EXIT                         DBANK56P
630734        GO TO BNKACC-LOOP                                         DBANK56P
630735     END-IF.                                                      DBANK56P
630736*    A customer who takes the consolidated relationship statement DBANK56P
630737*    has every account reported on it by DBNK205P                 DBANK56P
630738     IF BCS-REC-CONSOL-STMT-YES                                   DBANK56P
630739        ADD 1 TO WS-ACCOUNTS-CONSOLIDATED                         DBANK56P
630740        PERFORM SKIP-STATEMENT-LINES THRU                         DBANK56P
630741                SKIP-STATEMENT-LINES-EXIT                         DBANK56P
630742        GO TO BNKACC-LOOP                                         DBANK56P
630743     END-IF.                                                      DBANK56P
630748     PERFORM PRINT-ONE-STATEMENT THRU                             DBANK56P
630753             PRINT-ONE-STATEMENT-EXIT.                            DBANK56P
630763     PERFORM UPDATE-LAST-STATEMENT THRU                           DBANK56P
630773             UPDATE-LAST-STATEMENT-EXIT.                          DBANK56P
630903     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK56P
630913     STRING WS-STATEMENTS-MAILED         DELIMITED BY SIZE        DBANK56P
630923            ' queued for postal delivery' DELIMITED BY SIZE       DBANK56P
630924       INTO WS-CONSOLE-MESSAGE.                                   DBANK56P
630925     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK56P
630926     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK56P
630927     STRING WS-STATEMENTS-HELD           DELIMITED BY SIZE        DBANK56P
630928            ' held back - address returned'                       DBANK56P
630929                                         DELIMITED BY SIZE        DBANK56P
630933       INTO WS-CONSOLE-MESSAGE.                                   DBANK56P
630934     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK56P
630935     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK56P
630936     STRING WS-ACCOUNTS-CONSOLIDATED     DELIMITED BY SIZE        DBANK56P
630937            ' left to the consolidated statement'                 DBANK56P
630938                                         DELIMITED BY SIZE        DBANK56P
630939       INTO WS-CONSOLE-MESSAGE.                                   DBANK56P
630943     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK56P
630953                                                                  DBANK56P
630963     CLOSE BNKACC-FILE.                                           DBANK56P
650010     CLOSE BNKBRCH-FILE.                                          DBANK56P
650020     CLOSE BNKSTMA-FILE.                                          DBANK56P
650030     CLOSE BNKCORR-FILE.                                          DBANK56P
650035     CLOSE BNKTXN-FILE.                                           DBANK56P
650040                                                                  DBANK56P
650050     SET BCTL-FUNC-END TO TRUE.                                   DBANK56P
650060     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBANK56P
650250         MOVE 'Customer unavailable' TO BCS-REC-NAME              DBANK56P
650260         SET BCS-REC-SEND-EMAIL-NO TO TRUE                        DBANK56P
650270     END-READ.                                                    DBANK56P
650271*    a returned postal address sends the statement by e-mail whereDBANK56P
650272*    one is held, and holds the paper copy back where not         DBANK56P
650273     SET STMT-BY-MAIL TO TRUE.                                    DBANK56P
650274     IF BCS-REC-EMAIL IS EQUAL TO SPACES                          DBANK56P
650275        IF BCS-REC-ADDR-RETURNED                                  DBANK56P
650276           SET STMT-HELD-BACK TO TRUE                             DBANK56P
650277        END-IF                                                    DBANK56P
650278        GO TO GET-CUSTOMER-EXIT                                   DBANK56P
650279     END-IF.                                                      DBANK56P
650280     IF BCS-REC-SEND-EMAIL-YES OR                                 DBANK56P
650281        BCS-REC-ADDR-RETURNED                                     DBANK56P
650282        SET STMT-BY-EMAIL TO TRUE                                 DBANK56P
650283     END-IF.                                                      DBANK56P
650286 GET-CUSTOMER-EXIT.                                               DBANK56P
650290     EXIT.                                                        DBANK56P
650300                                                                  DBANK56P
650310******************************************************************DBANK56P
650450       INTO STMTOUT-REC.                                          DBANK56P
650460     PERFORM ARCHIVE-STMT-LINE THRU                               DBANK56P
650470             ARCHIVE-STMT-LINE-EXIT.                              DBANK56P
650480     PERFORM WRITE-STMT-LINE THRU                                 DBANK56P
650485             WRITE-STMT-LINE-EXIT.                                DBANK56P
650490                                                                  DBANK56P
650500     MOVE BAC-REC-BRANCH-CODE TO BRANCH-WK-CODE.                  DBANK56P
650510     PERFORM RESOLVE-BRANCH THRU                                  DBANK56P
650580       INTO STMTOUT-REC.                                          DBANK56P
650590     PERFORM ARCHIVE-STMT-LINE THRU                               DBANK56P
650600             ARCHIVE-STMT-LINE-EXIT.                              DBANK56P
650610     PERFORM WRITE-STMT-LINE THRU                                 DBANK56P
650615             WRITE-STMT-LINE-EXIT.                                DBANK56P
650620                                                                  DBANK56P
650630     MOVE 0 TO WS-STMT-LINE-COUNT.                                DBANK56P
650640     PERFORM PRINT-STATEMENT-LINES THRU                           DBANK56P
650650             PRINT-STATEMENT-LINES-EXIT.                          DBANK56P
650652*    a product conversion in the period is shown with the lines   DBANK56P
650654     PERFORM PRINT-PRODUCT-CHANGES THRU                           DBANK56P
650656             PRINT-PRODUCT-CHANGES-EXIT.                          DBANK56P
650660                                                                  DBANK56P
650670     IF WS-STMT-LINE-COUNT IS EQUAL TO ZERO                       DBANK56P
650680        MOVE SPACES TO STMTOUT-REC                                DBANK56P
650700          TO STMTOUT-REC                                          DBANK56P
650710        PERFORM ARCHIVE-STMT-LINE THRU                            DBANK56P
650720                ARCHIVE-STMT-LINE-EXIT                            DBANK56P
650730        PERFORM WRITE-STMT-LINE THRU                              DBANK56P
650735                WRITE-STMT-LINE-EXIT                              DBANK56P
650740     END-IF.                                                      DBANK56P
650750                                                                  DBANK56P
650760     MOVE BAC-REC-BALANCE TO WS-STMT-CLOSING-BAL-N.               DBANK56P
650800       INTO STMTOUT-REC.                                          DBANK56P
650810     PERFORM ARCHIVE-STMT-LINE THRU                               DBANK56P
650820             ARCHIVE-STMT-LINE-EXIT.                              DBANK56P
650830     PERFORM WRITE-STMT-LINE THRU                                 DBANK56P
650840             WRITE-STMT-LINE-EXIT.                                DBANK56P
660000     PERFORM COMPUTE-AVG-BALANCE THRU                             DBANK56P
660001             COMPUTE-AVG-BALANCE-EXIT.                            DBANK56P
660002     IF WS-ADB-DAYS IS GREATER THAN ZERO                          DBANK56P
660008          INTO STMTOUT-REC                                        DBANK56P
660009        PERFORM ARCHIVE-STMT-LINE THRU                            DBANK56P
660019                ARCHIVE-STMT-LINE-EXIT                            DBANK56P
660029        PERFORM WRITE-STMT-LINE THRU                              DBANK56P
660034                WRITE-STMT-LINE-EXIT                              DBANK56P
660039     END-IF.                                                      DBANK56P
660049*    The header record carries the period balances and count      DBANK56P
660059     MOVE SPACES TO BNKSTMA-REC.                                  DBANK56P
660399     END-WRITE.                                                   DBANK56P
660409 ARCHIVE-STMT-LINE-EXIT.                                          DBANK56P
660419     EXIT.                                                        DBANK56P
660420                                                                  DBANK56P
660421******************************************************************DBANK56P
660422* Print the line just built - unless the statement is held      * DBANK56P
660423* back, when it only goes to the archive                        * DBANK56P
660424******************************************************************DBANK56P
660425 WRITE-STMT-LINE.                                                 DBANK56P
660426     IF STMT-HELD-BACK                                            DBANK56P
660427        GO TO WRITE-STMT-LINE-EXIT                                DBANK56P
660428     END-IF.                                                      DBANK56P
660429     WRITE STMTOUT-REC.                                           DBANK56P
660430 WRITE-STMT-LINE-EXIT.                                            DBANK56P
660431     EXIT.                                                        DBANK56P
660435                                                                  DBANK56P
660439                                                                  DBANK56P
660449******************************************************************DBANK56P
660459* Consume buffered BNKLEDG entries for this account (in account/ *DBANK56P
660639             READ-NEXT-TXN-EXIT.                                  DBANK56P
660649     GO TO PRINT-STATEMENT-LINES.                                 DBANK56P
660659 PRINT-STATEMENT-LINES-EXIT.                                      DBANK56P
660660     EXIT.                                                        DBANK56P
660661                                                                  DBANK56P
660662******************************************************************DBANK56P
660663* Pass over the buffered BNKLEDG entries of an account that gets *DBANK56P
660664* no statement from this run, so the lookahead merge stays in    *DBANK56P
660665* step with the accounts that follow                             *DBANK56P
660666******************************************************************DBANK56P
660667 SKIP-STATEMENT-LINES.                                            DBANK56P
660668     IF WS-TXN-EOF                                                DBANK56P
660669        GO TO SKIP-STATEMENT-LINES-EXIT                           DBANK56P
660670     END-IF.                                                      DBANK56P
660671     IF WS-TXN-BUF-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO            DBANK56P
660672        GO TO SKIP-STATEMENT-LINES-EXIT                           DBANK56P
660673     END-IF.                                                      DBANK56P
660674     PERFORM READ-NEXT-TXN THRU                                   DBANK56P
660675             READ-NEXT-TXN-EXIT.                                  DBANK56P
660676     GO TO SKIP-STATEMENT-LINES.                                  DBANK56P
660677 SKIP-STATEMENT-LINES-EXIT.                                       DBANK56P
660681     EXIT.                                                        DBANK56P
660685                                                                  DBANK56P
660689******************************************************************DBANK56P
660699* Print one transfer line - FROM legs are shown as a debit,     * DBANK56P
660709* TO legs as a credit, matching the sub-type DBANK06P/53P/55P   * DBANK56P
660969     END-IF.                                                      DBANK56P
660979     PERFORM ARCHIVE-STMT-LINE THRU                               DBANK56P
660989             ARCHIVE-STMT-LINE-EXIT.                              DBANK56P
660999     PERFORM WRITE-STMT-LINE THRU                                 DBANK56P
661004             WRITE-STMT-LINE-EXIT.                                DBANK56P
661009 PRINT-TXN-LINE-EXIT.                                             DBANK56P
661019     EXIT.                                                        DBANK56P
661020                                                                  DBANK56P
661021******************************************************************DBANK56P
661022* Print the account's product conversions dated after its last  * DBANK56P
661023* statement, from the BNKTXN change log DBNK188P writes, read   * DBANK56P
661024* by the account/timestamp key; each is dated by the business   * DBANK56P
661025* date it took effect                                           * DBANK56P
661026******************************************************************DBANK56P
661027 PRINT-PRODUCT-CHANGES.                                           DBANK56P
661028     MOVE BAC-REC-ACCNO TO BTX-REC-ALTKEY1-ACCNO.                 DBANK56P
661029     MOVE LOW-VALUES TO BTX-REC-ALTKEY1-TIMESTAMP.                DBANK56P
661030     START BNKTXN-FILE KEY IS NOT LESS THAN BTX-REC-ALTKEY1       DBANK56P
661031       INVALID KEY                                                DBANK56P
661032         GO TO PRINT-PRODUCT-CHANGES-EXIT                         DBANK56P
661033     END-START.                                                   DBANK56P
661034 PRINT-PRODUCT-CHANGES-LOOP.                                      DBANK56P
661035     READ BNKTXN-FILE NEXT                                        DBANK56P
661036       AT END                                                     DBANK56P
661037         GO TO PRINT-PRODUCT-CHANGES-EXIT                         DBANK56P
661038     END-READ.                                                    DBANK56P
661039     IF BTX-REC-ALTKEY1-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO       DBANK56P
661040        GO TO PRINT-PRODUCT-CHANGES-EXIT                          DBANK56P
661041     END-IF.                                                      DBANK56P
661042     IF NOT BTX-REC-TYPE-CHANGE OR                                DBANK56P
661043        NOT BTX-REC-SUB-TYPE-PRODUCT                              DBANK56P
661044        GO TO PRINT-PRODUCT-CHANGES-LOOP                          DBANK56P
661045     END-IF.                                                      DBANK56P
661046     MOVE BTX-REC-DATA-OLD TO TXN-T3-OLD.                         DBANK56P
661047     MOVE BTX-REC-DATA-NEW TO TXN-T3-NEW.                         DBANK56P
661048     IF BAC-REC-LAST-STMT-DTE IS NOT EQUAL TO SPACES AND          DBANK56P
661049        TXN-T3-NEW-DATE IS NOT GREATER THAN BAC-REC-LAST-STMT-DTE DBANK56P
661050        GO TO PRINT-PRODUCT-CHANGES-LOOP                          DBANK56P
661051     END-IF.                                                      DBANK56P
661052     ADD 1 TO WS-STMT-LINE-COUNT.                                 DBANK56P
661053     MOVE SPACES TO STMTOUT-REC.                                  DBANK56P
661054     STRING '  '                     DELIMITED BY SIZE            DBANK56P
661055            TXN-T3-NEW-DATE          DELIMITED BY SIZE            DBANK56P
661056            ' PRODUCT CHANGED FROM ' DELIMITED BY SIZE            DBANK56P
661057            TXN-T3-OLD-TYPE          DELIMITED BY SIZE            DBANK56P
661058            ' '                      DELIMITED BY SIZE            DBANK56P
661059            TXN-T3-OLD-DESC          DELIMITED BY '  '            DBANK56P
661060            ' TO '                   DELIMITED BY SIZE            DBANK56P
661061            TXN-T3-NEW-TYPE          DELIMITED BY SIZE            DBANK56P
661062            ' '                      DELIMITED BY SIZE            DBANK56P
661063            TXN-T3-NEW-DESC          DELIMITED BY '  '            DBANK56P
661064       INTO STMTOUT-REC.                                          DBANK56P
661065     PERFORM ARCHIVE-STMT-LINE THRU                               DBANK56P
661066             ARCHIVE-STMT-LINE-EXIT.                              DBANK56P
661067     PERFORM WRITE-STMT-LINE THRU                                 DBANK56P
661068             WRITE-STMT-LINE-EXIT.                                DBANK56P
661069     GO TO PRINT-PRODUCT-CHANGES-LOOP.                            DBANK56P
661070 PRINT-PRODUCT-CHANGES-EXIT.                                      DBANK56P
661071     EXIT.                                                        DBANK56P
661072                                                                  DBANK56P
661073******************************************************************DBANK56P
661074* Translate a branch code into its display name/address for     * DBANK56P
661075* the statement header, defaulting to the head office entry     * DBANK56P
661076* (the first table row) when the code is blank or not on file   * DBANK56P
661079******************************************************************DBANK56P
661089 RESOLVE-BRANCH.                                                  DBANK56P
661099*    The branch master file is the source of truth; the           DBANK56P
661629         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK56P
661639     END-REWRITE.                                                 DBANK56P
661649                                                                  DBANK56P
661659     EVALUATE TRUE                                                DBANK56P
661669       WHEN STMT-BY-EMAIL                                         DBANK56P
661679         ADD 1 TO WS-STATEMENTS-EMAILED                           DBANK56P
661689       WHEN STMT-HELD-BACK                                        DBANK56P
661699         ADD 1 TO WS-STATEMENTS-HELD                              DBANK56P
661709       WHEN OTHER                                                 DBANK56P
661712         ADD 1 TO WS-STATEMENTS-MAILED                            DBANK56P
661715     END-EVALUATE.                                                DBANK56P
661719*    The send joins the customers correspondence history          DBANK56P
661729 COPY CTSTAMPP.                                                   DBANK56P
661739     MOVE SPACES TO BNKCORR-REC.                                  DBANK56P
661759     MOVE BAC-REC-PID TO BCO-REC-PID.                             DBANK56P
661769     MOVE BAC-REC-ACCNO TO BCO-REC-ACCNO.                         DBANK56P
661779     MOVE 'STMT    ' TO BCO-REC-DOC-TYPE.                         DBANK56P
661789     EVALUATE TRUE                                                DBANK56P
661799       WHEN STMT-BY-EMAIL                                         DBANK56P
661809         SET BCO-REC-BY-EMAIL TO TRUE                             DBANK56P
661819         MOVE BCS-REC-EMAIL TO BCO-REC-ADDRESS-USED               DBANK56P
661829       WHEN STMT-HELD-BACK                                        DBANK56P
661839         SET BCO-REC-SUPPRESSED TO TRUE                           DBANK56P
661849         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBANK56P
661859       WHEN OTHER                                                 DBANK56P
661861         SET BCO-REC-BY-MAIL TO TRUE                              DBANK56P
661863         MOVE BCS-REC-ADDR1 TO BCO-REC-ADDRESS-USED               DBANK56P
661865     END-EVALUATE.                                                DBANK56P
661869     MOVE WS-TODAY-DATE TO BCO-REC-SENT-DATE.                     DBANK56P
661879     MOVE WS-TODAY-DATE TO BCO-REC-LINK (1:8).                    DBANK56P
661889     WRITE BNKCORR-REC                                            DBANK56P
662269     OPEN INPUT BNKBRCH-FILE.                                     DBANK56P
662279     OPEN I-O BNKSTMA-FILE.                                       DBANK56P
662289     OPEN I-O BNKCORR-FILE.                                       DBANK56P
662294     OPEN INPUT BNKTXN-FILE.                                      DBANK56P
662299*    The branch master may be absent while a region is being      DBANK56P
662309*    brought up - the compiled table then serves as fallback      DBANK56P
662319     IF WS-BNKBRCH-STATUS IS EQUAL TO '00'                        DBANK56P
662359     END-IF.                                                      DBANK56P
662369     MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.                      DBANK56P
662379     MOVE 'BNKHIST-FILE' TO WS-FILE.                              DBANK56P
662380     PERFORM CHECK-OPEN THRU                                      DBANK56P
662381             CHECK-OPEN-EXIT.                                     DBANK56P
662382                                                                  DBANK56P
662383     MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.                       DBANK56P
662384     MOVE 'BNKTXN-FILE' TO WS-FILE.                               DBANK56P
662389     PERFORM CHECK-OPEN THRU                                      DBANK56P
662399             CHECK-OPEN-EXIT.                                     DBANK56P
662409                                                                  DBANK56P
