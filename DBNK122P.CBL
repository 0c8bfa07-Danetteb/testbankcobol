002200*              records per band (CBRRPT, archived by DBANK84P   * DBNK122P
002300*              under id CBUREAU) and the transmission is        * DBNK122P
002400*              registered on the interchange control file.      * DBNK122P
002410*              A borrower on the BNKBKRP bankruptcy register    * DBNK122P
002420*              carries the bankruptcy indicator for the case's  * DBNK122P
002430*              chapter while the case is active, and in the     * DBNK122P
002440*              month it is discharged or dismissed the closing  * DBNK122P
002450*              code; after that the indicator is left blank.    * DBNK122P
002500*              VSAM version                                     * DBNK122P
002600***************************************************************** DBNK122P
002700                                                                  DBNK122P
007700            RECORD KEY   IS BAC-REC-ACCNO                         DBNK122P
007800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK122P
007900            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK122P
007910                                                                  DBNK122P
007920     SELECT BNKBKRP-FILE                                          DBNK122P
007930            ASSIGN       TO BNKBKRP                               DBNK122P
007940            ORGANIZATION IS INDEXED                               DBNK122P
007950            ACCESS MODE  IS DYNAMIC                               DBNK122P
007960            RECORD KEY   IS BKR-REC-KEY                           DBNK122P
007970            FILE STATUS  IS WS-BNKBKRP-STATUS.                    DBNK122P
008000                                                                  DBNK122P
008100 DATA DIVISION.                                                   DBNK122P
008200                                                                  DBNK122P
009400   05  CBE-REC-TERM                     PIC 9(5).                 DBNK122P
009500   05  CBE-REC-STATUS-BAND              PIC X(1).                 DBNK122P
009600   05  CBE-REC-CHARGED-OFF              PIC X(1).                 DBNK122P
009700   05  CBE-REC-BANKRUPTCY               PIC X(1).                 DBNK122P
009710   05  FILLER                           PIC X(10).                DBNK122P
009800                                                                  DBNK122P
009900 FD  CBRRPT-FILE.                                                 DBNK122P
010000 01  CBRRPT-REC                         PIC X(132).               DBNK122P
011400 FD  BNKACC-FILE.                                                 DBNK122P
011500 01  BNKACC-REC.                                                  DBNK122P
011600 COPY CBANKVAC.                                                   DBNK122P
011610                                                                  DBNK122P
011620 FD  BNKBKRP-FILE.                                                DBNK122P
011630 01  BNKBKRP-REC.                                                 DBNK122P
011640 COPY CBANKVBK.                                                   DBNK122P
011700                                                                  DBNK122P
011800 WORKING-STORAGE SECTION.                                         DBNK122P
011900 COPY CTIMERD.                                                    DBNK122P
014100   05  WS-BNKACC-STATUS.                                          DBNK122P
014200     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK122P
014300     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK122P
014310   05  WS-BNKBKRP-STATUS.                                         DBNK122P
014320     10  WS-BNKBKRP-STAT1                     PIC X(1).           DBNK122P
014330     10  WS-BNKBKRP-STAT2                     PIC X(1).           DBNK122P
014400                                                                  DBNK122P
014500   05  WS-IO-STATUS.                                              DBNK122P
014600     10  WS-IO-STAT1                          PIC X(1).           DBNK122P
017700                                             COMP-3 VALUE ZERO.   DBNK122P
017800   05  WS-BAND-SUB                           PIC S9(4) COMP.      DBNK122P
017900   05  WS-BAND-COUNT OCCURS 10 TIMES         PIC 9(5).            DBNK122P
017910   05  WS-BANKRUPT-COUNT                     PIC 9(5)             DBNK122P
017920       VALUE ZERO.                                                DBNK122P
017930   05  WS-BKRP-STAGE                         PIC 9(1).            DBNK122P
017940   05  WS-BKRP-SUB                           PIC S9(4) COMP.      DBNK122P
017950   05  WS-BKRP-CODES                         PIC X(12)            DBNK122P
017960       VALUE 'ABCDEFGHIJKL'.                                      DBNK122P
017970   05  FILLER REDEFINES WS-BKRP-CODES.                            DBNK122P
017980     10  WS-BKRP-CODE OCCURS 12 TIMES        PIC X(1).            DBNK122P
018000                                                                  DBNK122P
018100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK122P
018200                                                                  DBNK122P
024300     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK122P
024400     PERFORM CHECK-OPEN THRU                                      DBNK122P
024500             CHECK-OPEN-EXIT.                                     DBNK122P
024510                                                                  DBNK122P
024520     OPEN INPUT BNKBKRP-FILE.                                     DBNK122P
024530     MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS.                      DBNK122P
024540     MOVE 'BNKBKRP-FILE' TO WS-FILE.                              DBNK122P
024550     PERFORM CHECK-OPEN THRU                                      DBNK122P
024560             CHECK-OPEN-EXIT.                                     DBNK122P
024600                                                                  DBNK122P
024700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK122P
024800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK122P
030800     CLOSE BNKLSCH-FILE.                                          DBNK122P
030900     CLOSE BNKCUST-FILE.                                          DBNK122P
031000     CLOSE BNKACC-FILE.                                           DBNK122P
031010     CLOSE BNKBKRP-FILE.                                          DBNK122P
031100                                                                  DBNK122P
031200     SET BCTL-FUNC-END TO TRUE.                                   DBNK122P
031300     MOVE WS-LOANS-EXTRACTED TO BCTL-RECORD-COUNT.                DBNK122P
038700     END-IF.                                                      DBNK122P
038800     MOVE BLN-REC-PAYMENT TO CBE-REC-PAYMENT.                     DBNK122P
038900     MOVE BLN-REC-TERM TO CBE-REC-TERM.                           DBNK122P
038910     PERFORM SET-BANKRUPTCY-IND THRU                              DBNK122P
038920             SET-BANKRUPTCY-IND-EXIT.                             DBNK122P
039000                                                                  DBNK122P
039100     MOVE BLN-REC-LOAN-ACCNO TO BAC-REC-ACCNO.                    DBNK122P
039200     READ BNKACC-FILE                                             DBNK122P
041300     WRITE CBE-REC.                                               DBNK122P
041400     ADD 1 TO WS-LOANS-EXTRACTED.                                 DBNK122P
041500     ADD WS-REMAIN-BAL TO WS-HASH-TOTAL.                          DBNK122P
041510     IF CBE-REC-BANKRUPTCY IS NOT EQUAL TO SPACE                  DBNK122P
041520        ADD 1 TO WS-BANKRUPT-COUNT                                DBNK122P
041530     END-IF.                                                      DBNK122P
041600     EVALUATE CBE-REC-STATUS-BAND                                 DBNK122P
041700       WHEN '0'                                                   DBNK122P
041800         ADD 1 TO WS-BAND-COUNT (1)                               DBNK122P
045000            WS-BAND-COUNT (5)        DELIMITED BY SIZE            DBNK122P
045100            '  CHGOFF '              DELIMITED BY SIZE            DBNK122P
045200            WS-BAND-COUNT (10)       DELIMITED BY SIZE            DBNK122P
045210            '  BKRPT '               DELIMITED BY SIZE            DBNK122P
045220            WS-BANKRUPT-COUNT        DELIMITED BY SIZE            DBNK122P
045300       INTO CBRRPT-REC.                                           DBNK122P
045400     WRITE CBRRPT-REC.                                            DBNK122P
045500 WRITE-CONTROL-REPORT-EXIT.                                       DBNK122P
045600     EXIT.                                                        DBNK122P
045700                                                                  DBNK122P
045701***************************************************************** DBNK122P
045702* Bankruptcy indicator from the borrower's BNKBKRP cases. An    * DBNK122P
045703* active case reports its chapter - A, B, C or D for chapter 7, * DBNK122P
045704* 11, 12 or 13; a case discharged this month reports E to H and * DBNK122P
045705* one dismissed this month I to L, so the bureau closes the     * DBNK122P
045706* filing; older closed cases report nothing.                    * DBNK122P
045707***************************************************************** DBNK122P
045708 SET-BANKRUPTCY-IND.                                              DBNK122P
045709     MOVE SPACE TO CBE-REC-BANKRUPTCY.                            DBNK122P
045710     MOVE BLN-REC-PID TO BKR-REC-PID.                             DBNK122P
045711     MOVE LOW-VALUES TO BKR-REC-FILED-DATE.                       DBNK122P
045712     START BNKBKRP-FILE KEY IS NOT LESS THAN BKR-REC-KEY          DBNK122P
045713       INVALID KEY                                                DBNK122P
045714         GO TO SET-BANKRUPTCY-IND-EXIT                            DBNK122P
045715     END-START.                                                   DBNK122P
045716 BKRP-LOOP.                                                       DBNK122P
045717     READ BNKBKRP-FILE NEXT                                       DBNK122P
045718       AT END                                                     DBNK122P
045719         GO TO SET-BANKRUPTCY-IND-EXIT                            DBNK122P
045720     END-READ.                                                    DBNK122P
045721     IF BKR-REC-PID IS NOT EQUAL TO BLN-REC-PID                   DBNK122P
045722        GO TO SET-BANKRUPTCY-IND-EXIT                             DBNK122P
045723     END-IF.                                                      DBNK122P
045724     EVALUATE TRUE                                                DBNK122P
045725       WHEN BKR-REC-IS-ACTIVE                                     DBNK122P
045726         MOVE 0 TO WS-BKRP-STAGE                                  DBNK122P
045727       WHEN BKR-REC-CLOSED-DATE (1:6) IS NOT EQUAL TO             DBNK122P
045728            WS-RUN-DATE (1:6)                                     DBNK122P
045729         GO TO BKRP-LOOP                                          DBNK122P
045730       WHEN BKR-REC-IS-DISCHARGED                                 DBNK122P
045731         MOVE 1 TO WS-BKRP-STAGE                                  DBNK122P
045732       WHEN BKR-REC-IS-DISMISSED                                  DBNK122P
045733         MOVE 2 TO WS-BKRP-STAGE                                  DBNK122P
045734       WHEN OTHER                                                 DBNK122P
045735         GO TO BKRP-LOOP                                          DBNK122P
045736     END-EVALUATE.                                                DBNK122P
045737     EVALUATE TRUE                                                DBNK122P
045738       WHEN BKR-REC-CHAPTER-7                                     DBNK122P
045739         MOVE 1 TO WS-BKRP-SUB                                    DBNK122P
045740       WHEN BKR-REC-CHAPTER-11                                    DBNK122P
045741         MOVE 2 TO WS-BKRP-SUB                                    DBNK122P
045742       WHEN BKR-REC-CHAPTER-12                                    DBNK122P
045743         MOVE 3 TO WS-BKRP-SUB                                    DBNK122P
045744       WHEN OTHER                                                 DBNK122P
045745         MOVE 4 TO WS-BKRP-SUB                                    DBNK122P
045746     END-EVALUATE.                                                DBNK122P
045747     COMPUTE WS-BKRP-SUB = WS-BKRP-SUB + (WS-BKRP-STAGE * 4).     DBNK122P
045748     MOVE WS-BKRP-CODE (WS-BKRP-SUB) TO CBE-REC-BANKRUPTCY.       DBNK122P
045749     IF BKR-REC-IS-ACTIVE                                         DBNK122P
045750        GO TO SET-BANKRUPTCY-IND-EXIT                             DBNK122P
045751     END-IF.                                                      DBNK122P
045752     GO TO BKRP-LOOP.                                             DBNK122P
045753 SET-BANKRUPTCY-IND-EXIT.                                         DBNK122P
045754     EXIT.                                                        DBNK122P
045764                                                                  DBNK122P
045800***************************************************************** DBNK122P
045900* Check file open OK                                            * DBNK122P
046000***************************************************************** DBNK122P
