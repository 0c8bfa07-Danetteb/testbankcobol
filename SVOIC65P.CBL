000100***************************************************************** SVOIC65P
000200*                                                               * SVOIC65P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * SVOIC65P
000400*   This demonstration program is provided for use by users     * SVOIC65P
000500*   of Micro Focus products and may be used, modified and       * SVOIC65P
000600*   distributed as part of your application provided that       * SVOIC65P
000700*   you properly acknowledge the copyright of Micro Focus       * SVOIC65P
000800*   in this material.                                           * SVOIC65P
000900*                                                               * SVOIC65P
001000***************************************************************** SVOIC65P
001100                                                                  SVOIC65P
001200**************************************************************    SVOIC65P
001300* Program:     SVOIC65P.CBL (CICS Version)                        SVOIC65P
001400* Layer:       'Screen' handling                                  SVOIC65P
001500* Function:    Phone-banking lost or stolen card report. Checks   SVOIC65P
001600*              the caller's PIN through BCASH10P - the same       SVOIC65P
001700*              module, failure tracking and lockout as the ATM -  SVOIC65P
001800*              and then hands the report to BVOIC65P, which       SVOIC65P
001900*              lists the caller's cards or stops the one chosen.  SVOIC65P
002000*              The card itself may be gone, so the caller signs   SVOIC65P
002100*              on with their customer id and PIN alone.           SVOIC65P
002200**************************************************************    SVOIC65P
002300                                                                  SVOIC65P
002400 IDENTIFICATION DIVISION.                                         SVOIC65P
002500 PROGRAM-ID.                                                      SVOIC65P
002600     SVOIC65P.                                                    SVOIC65P
002700 DATE-WRITTEN.                                                    SVOIC65P
002800     September 2008.                                              SVOIC65P
002900 DATE-COMPILED.                                                   SVOIC65P
003000     Today.                                                       SVOIC65P
003100                                                                  SVOIC65P
003200 ENVIRONMENT DIVISION.                                            SVOIC65P
003300                                                                  SVOIC65P
003400 DATA DIVISION.                                                   SVOIC65P
003500 WORKING-STORAGE SECTION.                                         SVOIC65P
003600 01  WS-MISC-STORAGE.                                             SVOIC65P
003700   05  WS-PROGRAM-ID                         PIC X(8)             SVOIC65P
003800       VALUE 'SVOIC65P'.                                          SVOIC65P
003900   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      SVOIC65P
004000   05  WS-TRAN-ID                            PIC X(4).            SVOIC65P
004100   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             SVOIC65P
004200       VALUE SPACES.                                              SVOIC65P
004300   05  WS-CALL-BUSINESS-LOGIC                PIC X(1).            SVOIC65P
004400     88  CALL-BUSINESS-LOGIC-OK              VALUE '1'.           SVOIC65P
004500     88  CALL-BUSINESS-LOGIC-NOT-OK          VALUE '2'.           SVOIC65P
004600   05  WS-SUB1                               PIC S9(4) COMP.      SVOIC65P
004700                                                                  SVOIC65P
004800 01  WS-VOICE-DATA-AREAS.                                         SVOIC65P
004900   05  WS-CASH-EXT-DATA.                                          SVOIC65P
005000 COPY CCASHEXT.                                                   SVOIC65P
005100   05  WS-VOICE-EXT-DATA.                                         SVOIC65P
005200 COPY CVOICEXT.                                                   SVOIC65P
005300                                                                  SVOIC65P
005400 01  WS-CASH-DATA-AREAS.                                          SVOIC65P
005500   05  WS-CASH-DATA.                                              SVOIC65P
005600 COPY CCASHDAT.                                                   SVOIC65P
005700   05  WS-VOICE-XFER-DATA.                                        SVOIC65P
005800 COPY CVOICDAT.                                                   SVOIC65P
005900                                                                  SVOIC65P
006000 COPY CABENDD.                                                    SVOIC65P
006100                                                                  SVOIC65P
006200 LINKAGE SECTION.                                                 SVOIC65P
006300 01  DFHCOMMAREA.                                                 SVOIC65P
006400   05  FILLER                                PIC X(1024).         SVOIC65P
006500                                                                  SVOIC65P
006600 PROCEDURE DIVISION.                                              SVOIC65P
006700**************************************************************    SVOIC65P
006800* Write entry to log to show we have been invoked                 SVOIC65P
006900**************************************************************    SVOIC65P
007000*    COPY CTRACE.                                                 SVOIC65P
007100                                                                  SVOIC65P
007200**************************************************************    SVOIC65P
007300* Store our transaction-id                                        SVOIC65P
007400**************************************************************    SVOIC65P
007500     MOVE EIBTRNID TO WS-TRAN-ID.                                 SVOIC65P
007600     MOVE EIBCALEN TO WS-SAVED-EIBCALEN.                          SVOIC65P
007700                                                                  SVOIC65P
007800     SET CALL-BUSINESS-LOGIC-OK TO TRUE.                          SVOIC65P
007900                                                                  SVOIC65P
008000     IF EIBCALEN IS EQUAL TO 0                                    SVOIC65P
008100        MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                       SVOIC65P
008200        MOVE '0001' TO ABEND-CODE                                 SVOIC65P
008300        MOVE 'EIBCALEN 0. No COMMAREA' TO ABEND-REASON            SVOIC65P
008400        GO TO ABEND-PROGRAM                                       SVOIC65P
008500     END-IF.                                                      SVOIC65P
008600                                                                  SVOIC65P
008700     MOVE SPACES TO WS-VOICE-DATA-AREAS.                          SVOIC65P
008800     MOVE DFHCOMMAREA(1:WS-SAVED-EIBCALEN)                        SVOIC65P
008900       TO WS-VOICE-DATA-AREAS(1:WS-SAVED-EIBCALEN).               SVOIC65P
009000                                                                  SVOIC65P
009100**************************************************************    SVOIC65P
009200* This is the main process                                        SVOIC65P
009300**************************************************************    SVOIC65P
009400                                                                  SVOIC65P
009500* Obtain and format the input                                     SVOIC65P
009600     PERFORM READ-INPUT THRU                                      SVOIC65P
009700             READ-INPUT-EXIT.                                     SVOIC65P
009800                                                                  SVOIC65P
009900* Call the appropriate routine to check the userid & PIN          SVOIC65P
010000     IF CALL-BUSINESS-LOGIC-OK                                    SVOIC65P
010100        MOVE 'BCASH10P' TO WS-BUSINESS-LOGIC-PGM                  SVOIC65P
010200        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             SVOIC65P
010300                       COMMAREA(WS-CASH-DATA)                     SVOIC65P
010400                       LENGTH(LENGTH OF WS-CASH-DATA)             SVOIC65P
010500        END-EXEC                                                  SVOIC65P
010600     END-IF.                                                      SVOIC65P
010700     IF NOT CASH-PIN-STATUS-OK                                    SVOIC65P
010800        SET CALL-BUSINESS-LOGIC-NOT-OK TO TRUE                    SVOIC65P
010900     END-IF.                                                      SVOIC65P
011000                                                                  SVOIC65P
011100* Call the appropriate routine to handle the business logic       SVOIC65P
011200     IF CALL-BUSINESS-LOGIC-OK                                    SVOIC65P
011300        MOVE 'BVOIC65P' TO WS-BUSINESS-LOGIC-PGM                  SVOIC65P
011400        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             SVOIC65P
011500                       COMMAREA(WS-CASH-DATA-AREAS)               SVOIC65P
011600                       LENGTH(LENGTH OF WS-CASH-DATA-AREAS)       SVOIC65P
011700        END-EXEC                                                  SVOIC65P
011800     END-IF.                                                      SVOIC65P
011900                                                                  SVOIC65P
012000* Format and return the output                                    SVOIC65P
012100     PERFORM SEND-OUTPUT THRU                                     SVOIC65P
012200             SEND-OUTPUT-EXIT.                                    SVOIC65P
012300                                                                  SVOIC65P
012400**************************************************************    SVOIC65P
012500* Now we have to have finished and can return to our invoker.     SVOIC65P
012600**************************************************************    SVOIC65P
012700     IF WS-SAVED-EIBCALEN IS GREATER THAN 0                       SVOIC65P
012800        MOVE WS-VOICE-DATA-AREAS(1:WS-SAVED-EIBCALEN)             SVOIC65P
012900          TO DFHCOMMAREA(1:WS-SAVED-EIBCALEN)                     SVOIC65P
013000     END-IF.                                                      SVOIC65P
013100     EXEC CICS                                                    SVOIC65P
013200          RETURN                                                  SVOIC65P
013300     END-EXEC.                                                    SVOIC65P
013400     GOBACK.                                                      SVOIC65P
013500                                                                  SVOIC65P
013600**************************************************************    SVOIC65P
013700* Retrieve input data and format it                               SVOIC65P
013800**************************************************************    SVOIC65P
013900 READ-INPUT.                                                      SVOIC65P
014000     MOVE SPACES TO WS-CASH-DATA-AREAS.                           SVOIC65P
014100     MOVE ATM-IP00-USERID TO CASH-SIGNON-ID.                      SVOIC65P
014200     MOVE ATM-IP00-USERID TO CASH-USERID.                         SVOIC65P
014300     MOVE ATM-IP00-PIN TO CASH-PIN.                               SVOIC65P
014400     MOVE SPACES TO CASH-CARD-NO.                                 SVOIC65P
014500     MOVE ATM-IP00-TERM-ID TO CASH-TXN-TERM-ID.                   SVOIC65P
014600     MOVE VOI-IP65-CARD-SEL TO VOIC-CARD-SEL.                     SVOIC65P
014700 READ-INPUT-EXIT.                                                 SVOIC65P
014800     EXIT.                                                        SVOIC65P
014900                                                                  SVOIC65P
015000**************************************************************    SVOIC65P
015100* Build the output and send it                                    SVOIC65P
015200**************************************************************    SVOIC65P
015300 SEND-OUTPUT.                                                     SVOIC65P
015400     MOVE CASH-ERROR-MSG TO ATM-OP-ERR-MSG.                       SVOIC65P
015500     MOVE CASH-USERID TO ATM-OP-USERID.                           SVOIC65P
015600     MOVE CASH-PIN-STATUS TO ATM-OP-PIN-STATUS.                   SVOIC65P
015700     MOVE SPACES TO VOI-OP65-DATA.                                SVOIC65P
015800     MOVE 0 TO VOI-OP65-COUNT.                                    SVOIC65P
015900     IF CASH-TXN-STATUS-OK                                        SVOIC65P
016000        MOVE VOIC-CARD-COUNT TO VOI-OP65-COUNT                    SVOIC65P
016100        PERFORM SEND-ONE-CARD THRU                                SVOIC65P
016200                SEND-ONE-CARD-EXIT                                SVOIC65P
016300          VARYING WS-SUB1 FROM 1 BY 1                             SVOIC65P
016400            UNTIL WS-SUB1 IS GREATER THAN VOIC-CARD-COUNT         SVOIC65P
016500        MOVE VOIC-STOPPED-LAST4 TO VOI-OP65-STOPPED-LAST4         SVOIC65P
016600        MOVE VOIC-NEW-LAST4 TO VOI-OP65-NEW-LAST4                 SVOIC65P
016700     END-IF.                                                      SVOIC65P
016800 SEND-OUTPUT-EXIT.                                                SVOIC65P
016900     EXIT.                                                        SVOIC65P
017000                                                                  SVOIC65P
017100 SEND-ONE-CARD.                                                   SVOIC65P
017200     MOVE VOIC-CARD-LAST4 (WS-SUB1) TO VOI-OP65-LAST4 (WS-SUB1).  SVOIC65P
017300     MOVE VOIC-CARD-STATUS (WS-SUB1) TO VOI-OP65-STATUS (WS-SUB1).SVOIC65P
017400 SEND-ONE-CARD-EXIT.                                              SVOIC65P
017500     EXIT.                                                        SVOIC65P
017600                                                                  SVOIC65P
017700**************************************************************    SVOIC65P
017800* Fatal error - report it and stop                                SVOIC65P
017900**************************************************************    SVOIC65P
018000 ABEND-PROGRAM.                                                   SVOIC65P
018100 COPY CABENDPO.                                                   SVOIC65P
018200                                                                  SVOIC65P
