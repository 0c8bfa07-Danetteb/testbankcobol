001800*              twelfth, plus a one-sixth cushion in the         * DBNK121P
001900*              industry convention), the year-to-date           * DBNK121P
002000*              disbursed figure is reset, and the analysis      * DBNK121P
002100*              statement is queued through ULTRQUE for the      * DBNK121P
002110*              nightly letter production run DBNK193P           * DBNK121P
002200*              (ESCRPT, archived by DBANK84P under id           * DBNK121P
002300*              ESCRANAL). VSAM version                          * DBNK121P
002400***************************************************************** DBNK121P
004700            RECORD KEY   IS ESC-REC-LOAN-ACCNO                    DBNK121P
004800            FILE STATUS  IS WS-BNKESCR-STATUS.                    DBNK121P
004900                                                                  DBNK121P
005700 DATA DIVISION.                                                   DBNK121P
005800                                                                  DBNK121P
005900 FILE SECTION.                                                    DBNK121P
006400 01  BNKESCR-REC.                                                 DBNK121P
006500 COPY CBANKVES.                                                   DBNK121P
006600                                                                  DBNK121P
007100 WORKING-STORAGE SECTION.                                         DBNK121P
007200 COPY CTIMERD.                                                    DBNK121P
007300 COPY CTSTAMPD.                                                   DBNK121P
008200   05  WS-BNKESCR-STATUS.                                         DBNK121P
008300     10  WS-BNKESCR-STAT1                      PIC X(1).          DBNK121P
008400     10  WS-BNKESCR-STAT2                      PIC X(1).          DBNK121P
008800                                                                  DBNK121P
008900   05  WS-IO-STATUS.                                              DBNK121P
009000     10  WS-IO-STAT1                          PIC X(1).           DBNK121P
011300                                                                  DBNK121P
011400 01  WS-BCTL-DATA.                                                DBNK121P
011500 COPY CBCTLD.                                                     DBNK121P
011510                                                                  DBNK121P
011520 01  WS-LTRQ-DATA.                                                DBNK121P
011530 COPY CLTRQD.                                                     DBNK121P
011600                                                                  DBNK121P
011700 PROCEDURE DIVISION.                                              DBNK121P
011800     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK121P
014800     PERFORM CHECK-OPEN THRU                                      DBNK121P
014900             CHECK-OPEN-EXIT.                                     DBNK121P
015000                                                                  DBNK121P
015700     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK121P
015800        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK121P
015900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK121P
019600                                                                  DBNK121P
019700     CLOSE ESCRPT-FILE.                                           DBNK121P
019800     CLOSE BNKESCR-FILE.                                          DBNK121P
020000                                                                  DBNK121P
020100     SET BCTL-FUNC-END TO TRUE.                                   DBNK121P
020200     MOVE WS-LOANS-ANALYZED TO BCTL-RECORD-COUNT.                 DBNK121P
024000            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK121P
024100       INTO ESCRPT-REC.                                           DBNK121P
024200     WRITE ESCRPT-REC.                                            DBNK121P
024300*    the statement goes out with the nightly letter production    DBNK121P
024306     MOVE SPACES TO WS-LTRQ-DATA.                                 DBNK121P
024312     MOVE ESC-REC-PID TO LTRQ-PID.                                DBNK121P
024318     MOVE 'ESCRANAL' TO LTRQ-DOC-TYPE.                            DBNK121P
024324     MOVE ESC-REC-LOAN-ACCNO TO LTRQ-REF.                         DBNK121P
024330     MOVE 'ESCRAN' TO LTRQ-TEMPLATE.                              DBNK121P
024336     MOVE ESC-REC-LOAN-ACCNO TO LTRQ-ACCNO.                       DBNK121P
024342     MOVE ESC-REC-MONTHLY-AMT TO LTRQ-AMOUNT.                     DBNK121P
024348     MOVE WS-RUN-DATE TO LTRQ-DATE.                               DBNK121P
024354     MOVE 'DBNK121P' TO LTRQ-JOB-NAME.                            DBNK121P
024360     SET LTRQ-FUNC-QUEUE TO TRUE.                                 DBNK121P
024366     CALL 'ULTRQUE' USING WS-LTRQ-DATA.                           DBNK121P
024372     IF NOT LTRQ-OK                                               DBNK121P
024378        MOVE LTRQ-MSG TO WS-CONSOLE-MESSAGE                       DBNK121P
024384        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK121P
024390     END-IF.                                                      DBNK121P
026000 ANALYZE-ONE-LOAN-EXIT.                                           DBNK121P
026100     EXIT.                                                        DBNK121P
026200                                                                  DBNK121P
