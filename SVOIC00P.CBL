001900*              are routed to the existing SCASHnnP handlers so    SVOIC00P
002000*              the BCASH/DCASH business and data modules are      SVOIC00P
002100*              reused unchanged; the own-account transfer leg     SVOIC00P
002200*              ('55') is handled by SVOIC55P and the lost or      SVOIC00P
002210*              stolen card report ('65') by SVOIC65P.             SVOIC00P
002300**************************************************************    SVOIC00P
002400                                                                  SVOIC00P
002500 IDENTIFICATION DIVISION.                                         SVOIC00P
011000                                                                  SVOIC00P
011100**************************************************************    SVOIC00P
011200* Determine what we have to do. Only the enquiry and own          SVOIC00P
011300* account transfer and lost card functions are offered over the   SVOIC00P
011400* phone - the cash functions need the machine.                    SVOIC00P
011500**************************************************************    SVOIC00P
011600     EVALUATE ATM-IP00-FUNCTION                                   SVOIC00P
011700       WHEN '10'                                                  SVOIC00P
012200         MOVE ATM-IP00-FUNCTION TO WS-SCREEN-FUNCTION-PGM(6:2)    SVOIC00P
012300       WHEN '55'                                                  SVOIC00P
012400         MOVE 'SVOIC55P' TO WS-SCREEN-FUNCTION-PGM                SVOIC00P
012410       WHEN '65'                                                  SVOIC00P
012420         MOVE 'SVOIC65P' TO WS-SCREEN-FUNCTION-PGM                SVOIC00P
012500       WHEN OTHER                                                 SVOIC00P
012600         MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                      SVOIC00P
012700         MOVE '0002' TO ABEND-CODE                                SVOIC00P
013000     END-EVALUATE.                                                SVOIC00P
013100                                                                  SVOIC00P
013200* Call the appropriate routine to handle the business logic.      SVOIC00P
013300* The transfer and lost card legs need the phone extension as     SVOIC00P
013400* well; the reused ATM legs see exactly the commarea they always  SVOIC00P
013500* have.                                                           SVOIC00P
013510     IF ATM-IP00-FUNCTION IS EQUAL TO '55' OR                     SVOIC00P
013520        ATM-IP00-FUNCTION IS EQUAL TO '65'                        SVOIC00P
013600        EXEC CICS LINK PROGRAM(WS-SCREEN-FUNCTION-PGM)            SVOIC00P
013700                       COMMAREA(WS-VOICE-DATA-AREAS)              SVOIC00P
013800                       LENGTH(LENGTH OF WS-VOICE-DATA-AREAS)      SVOIC00P
