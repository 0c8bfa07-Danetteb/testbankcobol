000100***************************************************************** DBNK196P
000200*                                                               * DBNK196P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK196P
000400*   This demonstration program is provided for use by users     * DBNK196P
000500*   of Micro Focus products and may be used, modified and       * DBNK196P
000600*   distributed as part of your application provided that       * DBNK196P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK196P
000800*   in this material.                                           * DBNK196P
000900*                                                               * DBNK196P
001000***************************************************************** DBNK196P
001100                                                                  DBNK196P
001200***************************************************************** DBNK196P
001300* Program:     DBNK196P.CBL                                     * DBNK196P
001400* Function:    Subject access extract. Reads SARIN, one record  * DBNK196P
001500*              per request from a customer for a copy of the    * DBNK196P
001600*              personal data we hold on them, and writes to     * DBNK196P
001700*              SAREXT everything held under the PID - the       * DBNK196P
001800*              BNKCUST details, each BNKACC account they own or * DBNK196P
001900*              hold jointly, the BNKLEDG and archived BNKLARC   * DBNK196P
002000*              movements and the BNKMAND mandates on those      * DBNK196P
002100*              accounts, their BNKCORR correspondence, BNKCASE  * DBNK196P
002200*              cases, BNKKYC documents, BNKCARD cards (numbers  * DBNK196P
002300*              masked through UCRDMASK), BNKPAYE payees and the * DBNK196P
002400*              BNKSECJ security events logged against them.     * DBNK196P
002500*              Watchlist screening (BNKWLST, BNKWHIT), the      * DBNK196P
002600*              structuring reviews on BNKSTRQ and the customer  * DBNK196P
002700*              risk rating are deliberately not released.       * DBNK196P
002800*              Each request is registered on BNKSARQ when first * DBNK196P
002900*              read, due one calendar month after it was        * DBNK196P
003000*              received, and completed with the business date,  * DBNK196P
003100*              whether that met the due date and the number of  * DBNK196P
003200*              records released. A request already completed is * DBNK196P
003300*              not extracted again. The file carries a header   * DBNK196P
003400*              and a control trailer and is registered through  * DBNK196P
003500*              UFILCTL as stream SAREXT.                        * DBNK196P
003600*              VSAM version                                     * DBNK196P
003700***************************************************************** DBNK196P
003800                                                                  DBNK196P
003900 IDENTIFICATION DIVISION.                                         DBNK196P
004000 PROGRAM-ID.                                                      DBNK196P
004100     DBNK196P.                                                    DBNK196P
004200 DATE-WRITTEN.                                                    DBNK196P
004300     October 2008.                                                DBNK196P
004400 DATE-COMPILED.                                                   DBNK196P
004500     Today.                                                       DBNK196P
004600                                                                  DBNK196P
004700 ENVIRONMENT DIVISION.                                            DBNK196P
004800                                                                  DBNK196P
004900 INPUT-OUTPUT   SECTION.                                          DBNK196P
005000   FILE-CONTROL.                                                  DBNK196P
005100     SELECT SARIN-FILE                                            DBNK196P
005200            ASSIGN       TO SARIN                                 DBNK196P
005300            ORGANIZATION IS SEQUENTIAL                            DBNK196P
005400            FILE STATUS  IS WS-SARIN-STATUS.                      DBNK196P
005500                                                                  DBNK196P
005600     SELECT SAREXT-FILE                                           DBNK196P
005700            ASSIGN       TO SAREXT                                DBNK196P
005800            ORGANIZATION IS SEQUENTIAL                            DBNK196P
005900            FILE STATUS  IS WS-SAREXT-STATUS.                     DBNK196P
006000                                                                  DBNK196P
006100     SELECT BNKSARQ-FILE                                          DBNK196P
006200            ASSIGN       TO BNKSARQ                               DBNK196P
006300            ORGANIZATION IS INDEXED                               DBNK196P
006400            ACCESS MODE  IS RANDOM                                DBNK196P
006500            RECORD KEY   IS SAR-REC-REQ-ID                        DBNK196P
006600            FILE STATUS  IS WS-BNKSARQ-STATUS.                    DBNK196P
006700                                                                  DBNK196P
006800     SELECT BNKCUST-FILE                                          DBNK196P
006900            ASSIGN       TO BNKCUST                               DBNK196P
007000            ORGANIZATION IS INDEXED                               DBNK196P
007100            ACCESS MODE  IS RANDOM                                DBNK196P
007200            RECORD KEY   IS BCS-REC-PID                           DBNK196P
007300            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBNK196P
007400                                                                  DBNK196P
007500     SELECT BNKACC-FILE                                           DBNK196P
007600            ASSIGN       TO BNKACC                                DBNK196P
007700            ORGANIZATION IS INDEXED                               DBNK196P
007800            ACCESS MODE  IS DYNAMIC                               DBNK196P
007900            RECORD KEY   IS BAC-REC-ACCNO                         DBNK196P
008000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBNK196P
008100            FILE STATUS  IS WS-BNKACC-STATUS.                     DBNK196P
008200                                                                  DBNK196P
008300     SELECT BNKLEDG-FILE                                          DBNK196P
008400            ASSIGN       TO BNKLEDG                               DBNK196P
008500            ORGANIZATION IS INDEXED                               DBNK196P
008600            ACCESS MODE  IS DYNAMIC                               DBNK196P
008700            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBNK196P
008800            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBNK196P
008900            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBNK196P
009000                                                                  DBNK196P
009100     SELECT BNKLARC-FILE                                          DBNK196P
009200            ASSIGN       TO BNKLARC                               DBNK196P
009300            ORGANIZATION IS INDEXED                               DBNK196P
009400            ACCESS MODE  IS DYNAMIC                               DBNK196P
009500            RECORD KEY   IS BLA-REC-TIMESTAMP                     DBNK196P
009600            ALTERNATE KEY IS BLA-REC-ALTKEY1 WITH DUPLICATES      DBNK196P
009700            FILE STATUS  IS WS-BNKLARC-STATUS.                    DBNK196P
009800                                                                  DBNK196P
009900     SELECT BNKMAND-FILE                                          DBNK196P
010000            ASSIGN       TO BNKMAND                               DBNK196P
010100            ORGANIZATION IS INDEXED                               DBNK196P
010200            ACCESS MODE  IS DYNAMIC                               DBNK196P
010300            RECORD KEY   IS BMD-REC-KEY                           DBNK196P
010400            FILE STATUS  IS WS-BNKMAND-STATUS.                    DBNK196P
010500                                                                  DBNK196P
010600     SELECT BNKCORR-FILE                                          DBNK196P
010700            ASSIGN       TO BNKCORR                               DBNK196P
010800            ORGANIZATION IS INDEXED                               DBNK196P
010900            ACCESS MODE  IS DYNAMIC                               DBNK196P
011000            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK196P
011100            ALTERNATE KEY IS BCO-REC-PID WITH DUPLICATES          DBNK196P
011200            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK196P
011300                                                                  DBNK196P
011400     SELECT BNKCASE-FILE                                          DBNK196P
011500            ASSIGN       TO BNKCASE                               DBNK196P
011600            ORGANIZATION IS INDEXED                               DBNK196P
011700            ACCESS MODE  IS DYNAMIC                               DBNK196P
011800            RECORD KEY   IS CSE-REC-KEY                           DBNK196P
011900            FILE STATUS  IS WS-BNKCASE-STATUS.                    DBNK196P
012000                                                                  DBNK196P
012100     SELECT BNKKYC-FILE                                           DBNK196P
012200            ASSIGN       TO BNKKYC                                DBNK196P
012300            ORGANIZATION IS INDEXED                               DBNK196P
012400            ACCESS MODE  IS DYNAMIC                               DBNK196P
012500            RECORD KEY   IS KYC-REC-KEY                           DBNK196P
012600            FILE STATUS  IS WS-BNKKYC-STATUS.                     DBNK196P
012700                                                                  DBNK196P
012800     SELECT BNKCARD-FILE                                          DBNK196P
012900            ASSIGN       TO BNKCARD                               DBNK196P
013000            ORGANIZATION IS INDEXED                               DBNK196P
013100            ACCESS MODE  IS DYNAMIC                               DBNK196P
013200            RECORD KEY   IS BCD-REC-CARD-NO                       DBNK196P
013300            ALTERNATE KEY IS BCD-REC-PID WITH DUPLICATES          DBNK196P
013400            FILE STATUS  IS WS-BNKCARD-STATUS.                    DBNK196P
013500                                                                  DBNK196P
013600     SELECT BNKPAYE-FILE                                          DBNK196P
013700            ASSIGN       TO BNKPAYE                               DBNK196P
013800            ORGANIZATION IS INDEXED                               DBNK196P
013900            ACCESS MODE  IS DYNAMIC                               DBNK196P
014000            RECORD KEY   IS BPE-REC-PAYEE-ID                      DBNK196P
014100            ALTERNATE KEY IS BPE-REC-OWNER-PID WITH DUPLICATES    DBNK196P
014200            FILE STATUS  IS WS-BNKPAYE-STATUS.                    DBNK196P
014300                                                                  DBNK196P
014400     SELECT BNKSECJ-FILE                                          DBNK196P
014500            ASSIGN       TO BNKSECJ                               DBNK196P
014600            ORGANIZATION IS INDEXED                               DBNK196P
014700            ACCESS MODE  IS DYNAMIC                               DBNK196P
014800            RECORD KEY   IS BSE-REC-TIMESTAMP                     DBNK196P
014900            FILE STATUS  IS WS-BNKSECJ-STATUS.                    DBNK196P
015000                                                                  DBNK196P
015100 DATA DIVISION.                                                   DBNK196P
015200                                                                  DBNK196P
015300 FILE SECTION.                                                    DBNK196P
015400 FD  SARIN-FILE.                                                  DBNK196P
015500 01  SRI-REC.                                                     DBNK196P
015600   05  SRI-REC-REQ-ID                   PIC X(10).                DBNK196P
015700   05  SRI-REC-PID                      PIC X(5).                 DBNK196P
015800   05  SRI-REC-RECEIVED-DATE            PIC X(8).                 DBNK196P
015900   05  SRI-REC-RAISED-BY                PIC X(8).                 DBNK196P
016000   05  FILLER                           PIC X(49).                DBNK196P
016100                                                                  DBNK196P
016200 FD  SAREXT-FILE.                                                 DBNK196P
016300 01  SXT-REC.                                                     DBNK196P
016400   05  SXT-REC-TYPE                     PIC X(3).                 DBNK196P
016500   05  SXT-REC-REQ-ID                   PIC X(10).                DBNK196P
016600   05  SXT-REC-PID                      PIC X(5).                 DBNK196P
016700   05  SXT-REC-SECTION                  PIC X(4).                 DBNK196P
016800   05  SXT-REC-DATA                     PIC X(228).               DBNK196P
016900   05  SXT-HDR REDEFINES SXT-REC-DATA.                            DBNK196P
017000     10  SXT-HDR-STREAM                 PIC X(8).                 DBNK196P
017100     10  SXT-HDR-BUS-DATE               PIC X(8).                 DBNK196P
017200     10  SXT-HDR-TIMESTAMP              PIC X(26).                DBNK196P
017300     10  FILLER                         PIC X(186).               DBNK196P
017400   05  SXT-REQ REDEFINES SXT-REC-DATA.                            DBNK196P
017500     10  SXT-REQ-RECEIVED-DATE          PIC X(8).                 DBNK196P
017600     10  SXT-REQ-DUE-DATE               PIC X(8).                 DBNK196P
017700     10  SXT-REQ-RAISED-BY              PIC X(8).                 DBNK196P
017800     10  SXT-REQ-BUS-DATE               PIC X(8).                 DBNK196P
017900     10  FILLER                         PIC X(196).               DBNK196P
018000   05  SXT-CUS REDEFINES SXT-REC-DATA.                            DBNK196P
018100     10  SXT-CUS-NAME                   PIC X(30).                DBNK196P
018200     10  SXT-CUS-ADDR1                  PIC X(30).                DBNK196P
018300     10  SXT-CUS-ADDR2                  PIC X(30).                DBNK196P
018400     10  SXT-CUS-STATE                  PIC X(2).                 DBNK196P
018500     10  SXT-CUS-CNTRY                  PIC X(15).                DBNK196P
018600     10  SXT-CUS-POST-CODE              PIC X(10).                DBNK196P
018700     10  SXT-CUS-TEL                    PIC X(15).                DBNK196P
018800     10  SXT-CUS-EMAIL                  PIC X(40).                DBNK196P
018900     10  SXT-CUS-LANG                   PIC X(1).                 DBNK196P
019000     10  SXT-CUS-BIRTH-DATE             PIC X(8).                 DBNK196P
019100     10  SXT-CUS-BRANCH-CODE            PIC X(4).                 DBNK196P
019200     10  SXT-CUS-ENTITY-TYPE            PIC X(1).                 DBNK196P
019300     10  SXT-CUS-SEND-MAIL              PIC X(1).                 DBNK196P
019400     10  SXT-CUS-SEND-EMAIL             PIC X(1).                 DBNK196P
019500     10  SXT-CUS-ADDR-STATUS            PIC X(1).                 DBNK196P
019600     10  SXT-CUS-DECEASED               PIC X(1).                 DBNK196P
019700     10  SXT-CUS-DECEASED-DATE          PIC X(8).                 DBNK196P
019800     10  SXT-CUS-MINOR-FLAG             PIC X(1).                 DBNK196P
019900     10  SXT-CUS-MERGED-INTO            PIC X(5).                 DBNK196P
020000     10  SXT-CUS-WHT-FLAG               PIC X(1).                 DBNK196P
020100     10  SXT-CUS-WHT-RATE               PIC Z9.99.                DBNK196P
020200     10  FILLER                         PIC X(18).                DBNK196P
020300   05  SXT-ACC REDEFINES SXT-REC-DATA.                            DBNK196P
020400     10  SXT-ACC-ACCNO                  PIC X(9).                 DBNK196P
020500     10  SXT-ACC-ROLE                   PIC X(1).                 DBNK196P
020600     10  SXT-ACC-TYPE                   PIC X(1).                 DBNK196P
020700     10  SXT-ACC-CCY-CODE               PIC X(3).                 DBNK196P
020800     10  SXT-ACC-BALANCE                PIC Z(8)9.99-.            DBNK196P
020900     10  SXT-ACC-STATUS                 PIC X(1).                 DBNK196P
021000     10  SXT-ACC-CLOSE-DATE             PIC X(8).                 DBNK196P
021100     10  SXT-ACC-BRANCH-CODE            PIC X(4).                 DBNK196P
021200     10  SXT-ACC-LAST-STMT-DTE          PIC X(8).                 DBNK196P
021300     10  SXT-ACC-LAST-STMT-BAL          PIC Z(8)9.99-.            DBNK196P
021400     10  SXT-ACC-CREDIT-LIMIT           PIC Z(6)9.99-.            DBNK196P
021500     10  SXT-ACC-HOLD-AMOUNT            PIC Z(6)9.99-.            DBNK196P
021600     10  SXT-ACC-DORM-STATUS            PIC X(1).                 DBNK196P
021700     10  SXT-ACC-TD-MATURITY-DTE        PIC X(8).                 DBNK196P
021800     10  SXT-ACC-NOTES                  PIC X(120).               DBNK196P
021900     10  FILLER                         PIC X(16).                DBNK196P
022000   05  SXT-LDG REDEFINES SXT-REC-DATA.                            DBNK196P
022100     10  SXT-LDG-TIMESTAMP              PIC X(26).                DBNK196P
022200     10  SXT-LDG-ACCNO                  PIC X(9).                 DBNK196P
022300     10  SXT-LDG-TYPE                   PIC X(1).                 DBNK196P
022400     10  SXT-LDG-SUB-TYPE               PIC X(1).                 DBNK196P
022500     10  SXT-LDG-AMOUNT                 PIC Z(6)9.99-.            DBNK196P
022600     10  SXT-LDG-BUS-DATE               PIC X(8).                 DBNK196P
022700     10  SXT-LDG-DESC                   PIC X(40).                DBNK196P
022800     10  SXT-LDG-REFNO                  PIC X(12).                DBNK196P
022900     10  SXT-LDG-CATEGORY               PIC X(4).                 DBNK196P
023000     10  SXT-LDG-TERMINAL-ID            PIC X(4).                 DBNK196P
023100     10  SXT-LDG-CHQ-SERIAL             PIC X(6).                 DBNK196P
023200     10  SXT-LDG-REV-STATUS             PIC X(1).                 DBNK196P
023300     10  SXT-LDG-DISPUTE-STATUS         PIC X(1).                 DBNK196P
023400     10  SXT-LDG-DISPUTE-REASON         PIC X(20).                DBNK196P
023500     10  SXT-LDG-FX-CCY                 PIC X(3).                 DBNK196P
023600     10  SXT-LDG-FX-OTHER-AMT           PIC Z(6)9.99-.            DBNK196P
023700     10  FILLER                         PIC X(70).                DBNK196P
023800   05  SXT-MND REDEFINES SXT-REC-DATA.                            DBNK196P
023900     10  SXT-MND-ACCNO                  PIC X(9).                 DBNK196P
024000     10  SXT-MND-ORIG-ID                PIC X(8).                 DBNK196P
024100     10  SXT-MND-REFERENCE              PIC X(16).                DBNK196P
024200     10  SXT-MND-FROM-DATE              PIC X(8).                 DBNK196P
024300     10  SXT-MND-TO-DATE                PIC X(8).                 DBNK196P
024400     10  SXT-MND-STATUS                 PIC X(1).                 DBNK196P
024500     10  SXT-MND-PLACED-DATE            PIC X(8).                 DBNK196P
024600     10  FILLER                         PIC X(170).               DBNK196P
024700   05  SXT-COR REDEFINES SXT-REC-DATA.                            DBNK196P
024800     10  SXT-COR-TIMESTAMP              PIC X(26).                DBNK196P
024900     10  SXT-COR-ACCNO                  PIC X(9).                 DBNK196P
025000     10  SXT-COR-DOC-TYPE               PIC X(8).                 DBNK196P
025100     10  SXT-COR-CHANNEL                PIC X(1).                 DBNK196P
025200     10  SXT-COR-SENT-DATE              PIC X(8).                 DBNK196P
025300     10  SXT-COR-ADDRESS-USED           PIC X(40).                DBNK196P
025400     10  FILLER                         PIC X(136).               DBNK196P
025500   05  SXT-CSE REDEFINES SXT-REC-DATA.                            DBNK196P
025600     10  SXT-CSE-OPENED-TS              PIC X(26).                DBNK196P
025700     10  SXT-CSE-TYPE                   PIC X(4).                 DBNK196P
025800     10  SXT-CSE-PRIORITY               PIC X(1).                 DBNK196P
025900     10  SXT-CSE-ACCNO                  PIC X(9).                 DBNK196P
026000     10  SXT-CSE-STATUS                 PIC X(1).                 DBNK196P
026100     10  SXT-CSE-NARRATIVE              PIC X(120).               DBNK196P
026200     10  SXT-CSE-RESOLUTION             PIC X(3).                 DBNK196P
026300     10  SXT-CSE-CLOSED-DATE            PIC X(8).                 DBNK196P
026400     10  FILLER                         PIC X(56).                DBNK196P
026500   05  SXT-KYC REDEFINES SXT-REC-DATA.                            DBNK196P
026600     10  SXT-KYC-DOC-TYPE               PIC X(4).                 DBNK196P
026700     10  SXT-KYC-REFNO                  PIC X(20).                DBNK196P
026800     10  SXT-KYC-EXPIRY-DATE            PIC X(8).                 DBNK196P
026900     10  SXT-KYC-VERIFIED-DATE          PIC X(8).                 DBNK196P
027000     10  SXT-KYC-STATUS                 PIC X(1).                 DBNK196P
027100     10  FILLER                         PIC X(187).               DBNK196P
027200   05  SXT-CRD REDEFINES SXT-REC-DATA.                            DBNK196P
027300     10  SXT-CRD-CARD-NO                PIC X(19).                DBNK196P
027400     10  SXT-CRD-ISSUE-DATE             PIC X(8).                 DBNK196P
027500     10  SXT-CRD-EXPIRY-DATE            PIC X(8).                 DBNK196P
027600     10  SXT-CRD-STATUS                 PIC X(1).                 DBNK196P
027700     10  SXT-CRD-REPLACED-BY            PIC X(19).                DBNK196P
027800     10  SXT-CRD-LAST-USED              PIC X(8).                 DBNK196P
027900     10  FILLER                         PIC X(165).               DBNK196P
028000   05  SXT-PAY REDEFINES SXT-REC-DATA.                            DBNK196P
028100     10  SXT-PAY-PAYEE-ID               PIC X(8).                 DBNK196P
028200     10  SXT-PAY-NAME                   PIC X(30).                DBNK196P
028300     10  SXT-PAY-BANK-NAME              PIC X(30).                DBNK196P
028400     10  SXT-PAY-ROUTING                PIC X(9).                 DBNK196P
028500     10  SXT-PAY-EXT-ACCNO              PIC X(17).                DBNK196P
028600     10  SXT-PAY-STATUS                 PIC X(1).                 DBNK196P
028700     10  FILLER                         PIC X(133).               DBNK196P
028800   05  SXT-SEC REDEFINES SXT-REC-DATA.                            DBNK196P
028900     10  SXT-SEC-TIMESTAMP              PIC X(26).                DBNK196P
029000     10  SXT-SEC-EVENT-TYPE             PIC X(8).                 DBNK196P
029100     10  SXT-SEC-CHANNEL                PIC X(1).                 DBNK196P
029200     10  SXT-SEC-TERMINAL-ID            PIC X(4).                 DBNK196P
029300     10  SXT-SEC-DETAIL                 PIC X(40).                DBNK196P
029400     10  FILLER                         PIC X(149).               DBNK196P
029500   05  SXT-END REDEFINES SXT-REC-DATA.                            DBNK196P
029600     10  SXT-END-RECORDS                PIC 9(7).                 DBNK196P
029700     10  SXT-END-ACCOUNTS               PIC 9(3).                 DBNK196P
029800     10  FILLER                         PIC X(218).               DBNK196P
029900   05  SXT-TRL REDEFINES SXT-REC-DATA.                            DBNK196P
030000     10  SXT-TRL-REQUESTS               PIC 9(7).                 DBNK196P
030100     10  SXT-TRL-ANSWERED               PIC 9(7).                 DBNK196P
030200     10  SXT-TRL-RECORDS                PIC 9(9).                 DBNK196P
030300     10  FILLER                         PIC X(205).               DBNK196P
030400                                                                  DBNK196P
030500 FD  BNKSARQ-FILE.                                                DBNK196P
030600 01  BNKSARQ-REC.                                                 DBNK196P
030700 COPY CBANKVDS.                                                   DBNK196P
030800                                                                  DBNK196P
030900 FD  BNKCUST-FILE.                                                DBNK196P
031000 01  BNKCUST-REC.                                                 DBNK196P
031100 COPY CBANKVCS.                                                   DBNK196P
031200                                                                  DBNK196P
031300 FD  BNKACC-FILE.                                                 DBNK196P
031400 01  BNKACC-REC.                                                  DBNK196P
031500 COPY CBANKVAC.                                                   DBNK196P
031600                                                                  DBNK196P
031700 FD  BNKLEDG-FILE.                                                DBNK196P
031800 01  BNKLEDG-REC.                                                 DBNK196P
031900 COPY CBANKVLG.                                                   DBNK196P
032000                                                                  DBNK196P
032100 FD  BNKLARC-FILE.                                                DBNK196P
032200 01  BNKLARC-REC.                                                 DBNK196P
032300 COPY CBANKVLG                                                    DBNK196P
032400        REPLACING ==BLG-REC-TIMESTAMP==                           DBNK196P
032500                  BY ==BLA-REC-TIMESTAMP==                        DBNK196P
032600                  ==BLG-REC-ALTKEY1==                             DBNK196P
032700                  BY ==BLA-REC-ALTKEY1==                          DBNK196P
032800                  ==BLG-REC-ALTKEY1-ACCNO==                       DBNK196P
032900                  BY ==BLA-REC-ALTKEY1-ACCNO==                    DBNK196P
033000                  ==BLG-REC-ALTKEY1-TIMESTAMP==                   DBNK196P
033100                  BY ==BLA-REC-ALTKEY1-TIMESTAMP==                DBNK196P
033200                  ==BLG-REC-TIMESTAMP-FF==                        DBNK196P
033300                  BY ==BLA-REC-TIMESTAMP-FF==                     DBNK196P
033400                  ==BLG-REC-PID==                                 DBNK196P
033500                  BY ==BLA-REC-PID==                              DBNK196P
033600                  ==BLG-REC-ACCNO==                               DBNK196P
033700                  BY ==BLA-REC-ACCNO==                            DBNK196P
033800                  ==BLG-REC-TYPE==                                DBNK196P
033900                  BY ==BLA-REC-TYPE==                             DBNK196P
034000                  ==BLG-REC-TYPE-TRANSFER==                       DBNK196P
034100                  BY ==BLA-REC-TYPE-TRANSFER==                    DBNK196P
034200                  ==BLG-REC-TYPE-CASH==                           DBNK196P
034300                  BY ==BLA-REC-TYPE-CASH==                        DBNK196P
034400                  ==BLG-REC-SUB-TYPE==                            DBNK196P
034500                  BY ==BLA-REC-SUB-TYPE==                         DBNK196P
034600                  ==BLG-REC-SUB-TYPE-FROM==                       DBNK196P
034700                  BY ==BLA-REC-SUB-TYPE-FROM==                    DBNK196P
034800                  ==BLG-REC-SUB-TYPE-TO==                         DBNK196P
034900                  BY ==BLA-REC-SUB-TYPE-TO==                      DBNK196P
035000                  ==BLG-REC-AMOUNT==                              DBNK196P
035100                  BY ==BLA-REC-AMOUNT==                           DBNK196P
035200                  ==BLG-REC-DATA-OLD==                            DBNK196P
035300                  BY ==BLA-REC-DATA-OLD==                         DBNK196P
035400                  ==BLG-REC-DATA-NEW==                            DBNK196P
035500                  BY ==BLA-REC-DATA-NEW==                         DBNK196P
035600                  ==BLG-REC-DISPUTE-STATUS==                      DBNK196P
035700                  BY ==BLA-REC-DISPUTE-STATUS==                   DBNK196P
035800                  ==BLG-REC-NOT-DISPUTED==                        DBNK196P
035900                  BY ==BLA-REC-NOT-DISPUTED==                     DBNK196P
036000                  ==BLG-REC-DISPUTE-OPEN==                        DBNK196P
036100                  BY ==BLA-REC-DISPUTE-OPEN==                     DBNK196P
036200                  ==BLG-REC-DISPUTE-RESOLVED==                    DBNK196P
036300                  BY ==BLA-REC-DISPUTE-RESOLVED==                 DBNK196P
036400                  ==BLG-REC-DISPUTE-REJECTED==                    DBNK196P
036500                  BY ==BLA-REC-DISPUTE-REJECTED==                 DBNK196P
036600                  ==BLG-REC-DISPUTE-REASON==                      DBNK196P
036700                  BY ==BLA-REC-DISPUTE-REASON==                   DBNK196P
036800                  ==BLG-REC-CATEGORY==                            DBNK196P
036900                  BY ==BLA-REC-CATEGORY==                         DBNK196P
037000                  ==BLG-REC-NO-CATEGORY==                         DBNK196P
037100                  BY ==BLA-REC-NO-CATEGORY==                      DBNK196P
037200                  ==BLG-REC-TERMINAL-ID==                         DBNK196P
037300                  BY ==BLA-REC-TERMINAL-ID==                      DBNK196P
037400                  ==BLG-REC-NO-TERMINAL==                         DBNK196P
037500                  BY ==BLA-REC-NO-TERMINAL==.                     DBNK196P
037600                                                                  DBNK196P
037700 FD  BNKMAND-FILE.                                                DBNK196P
037800 01  BNKMAND-REC.                                                 DBNK196P
037900 COPY CBANKVMD.                                                   DBNK196P
038000                                                                  DBNK196P
038100 FD  BNKCORR-FILE.                                                DBNK196P
038200 01  BNKCORR-REC.                                                 DBNK196P
038300 COPY CBANKVCO.                                                   DBNK196P
038400                                                                  DBNK196P
038500 FD  BNKCASE-FILE.                                                DBNK196P
038600 01  BNKCASE-REC.                                                 DBNK196P
038700 COPY CBANKVCM.                                                   DBNK196P
038800                                                                  DBNK196P
038900 FD  BNKKYC-FILE.                                                 DBNK196P
039000 01  BNKKYC-REC.                                                  DBNK196P
039100 COPY CBANKVKY.                                                   DBNK196P
039200                                                                  DBNK196P
039300 FD  BNKCARD-FILE.                                                DBNK196P
039400 01  BNKCARD-REC.                                                 DBNK196P
039500 COPY CBANKVCD.                                                   DBNK196P
039600                                                                  DBNK196P
039700 FD  BNKPAYE-FILE.                                                DBNK196P
039800 01  BNKPAYE-REC.                                                 DBNK196P
039900 COPY CBANKVPE.                                                   DBNK196P
040000                                                                  DBNK196P
040100 FD  BNKSECJ-FILE.                                                DBNK196P
040200 01  BNKSECJ-REC.                                                 DBNK196P
040300 COPY CBANKVSE.                                                   DBNK196P
040400                                                                  DBNK196P
040500 WORKING-STORAGE SECTION.                                         DBNK196P
040600 COPY CTIMERD.                                                    DBNK196P
040700 COPY CTSTAMPD.                                                   DBNK196P
040800                                                                  DBNK196P
040900 01  WS-MISC-STORAGE.                                             DBNK196P
041000   05  WS-PROGRAM-ID                         PIC X(8)             DBNK196P
041100       VALUE 'DBNK196P'.                                          DBNK196P
041200                                                                  DBNK196P
041300   05  WS-SARIN-STATUS.                                           DBNK196P
041400     10  WS-SARIN-STAT1                       PIC X(1).           DBNK196P
041500     10  WS-SARIN-STAT2                       PIC X(1).           DBNK196P
041600   05  WS-SAREXT-STATUS.                                          DBNK196P
041700     10  WS-SAREXT-STAT1                      PIC X(1).           DBNK196P
041800     10  WS-SAREXT-STAT2                      PIC X(1).           DBNK196P
041900   05  WS-BNKSARQ-STATUS.                                         DBNK196P
042000     10  WS-BNKSARQ-STAT1                     PIC X(1).           DBNK196P
042100     10  WS-BNKSARQ-STAT2                     PIC X(1).           DBNK196P
042200   05  WS-BNKCUST-STATUS.                                         DBNK196P
042300     10  WS-BNKCUST-STAT1                     PIC X(1).           DBNK196P
042400     10  WS-BNKCUST-STAT2                     PIC X(1).           DBNK196P
042500   05  WS-BNKACC-STATUS.                                          DBNK196P
042600     10  WS-BNKACC-STAT1                      PIC X(1).           DBNK196P
042700     10  WS-BNKACC-STAT2                      PIC X(1).           DBNK196P
042800   05  WS-BNKLEDG-STATUS.                                         DBNK196P
042900     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBNK196P
043000     10  WS-BNKLEDG-STAT2                     PIC X(1).           DBNK196P
043100   05  WS-BNKLARC-STATUS.                                         DBNK196P
043200     10  WS-BNKLARC-STAT1                     PIC X(1).           DBNK196P
043300     10  WS-BNKLARC-STAT2                     PIC X(1).           DBNK196P
043400   05  WS-BNKMAND-STATUS.                                         DBNK196P
043500     10  WS-BNKMAND-STAT1                     PIC X(1).           DBNK196P
043600     10  WS-BNKMAND-STAT2                     PIC X(1).           DBNK196P
043700   05  WS-BNKCORR-STATUS.                                         DBNK196P
043800     10  WS-BNKCORR-STAT1                     PIC X(1).           DBNK196P
043900     10  WS-BNKCORR-STAT2                     PIC X(1).           DBNK196P
044000   05  WS-BNKCASE-STATUS.                                         DBNK196P
044100     10  WS-BNKCASE-STAT1                     PIC X(1).           DBNK196P
044200     10  WS-BNKCASE-STAT2                     PIC X(1).           DBNK196P
044300   05  WS-BNKKYC-STATUS.                                          DBNK196P
044400     10  WS-BNKKYC-STAT1                      PIC X(1).           DBNK196P
044500     10  WS-BNKKYC-STAT2                      PIC X(1).           DBNK196P
044600   05  WS-BNKCARD-STATUS.                                         DBNK196P
044700     10  WS-BNKCARD-STAT1                     PIC X(1).           DBNK196P
044800     10  WS-BNKCARD-STAT2                     PIC X(1).           DBNK196P
044900   05  WS-BNKPAYE-STATUS.                                         DBNK196P
045000     10  WS-BNKPAYE-STAT1                     PIC X(1).           DBNK196P
045100     10  WS-BNKPAYE-STAT2                     PIC X(1).           DBNK196P
045200   05  WS-BNKSECJ-STATUS.                                         DBNK196P
045300     10  WS-BNKSECJ-STAT1                     PIC X(1).           DBNK196P
045400     10  WS-BNKSECJ-STAT2                     PIC X(1).           DBNK196P
045500                                                                  DBNK196P
045600   05  WS-IO-STATUS.                                              DBNK196P
045700     10  WS-IO-STAT1                          PIC X(1).           DBNK196P
045800     10  WS-IO-STAT2                          PIC X(1).           DBNK196P
045900                                                                  DBNK196P
046000   05  WS-TWO-BYTES.                                              DBNK196P
046100     10  WS-TWO-BYTES-LEFT                    PIC X(1).           DBNK196P
046200     10  WS-TWO-BYTES-RIGHT                   PIC X(1).           DBNK196P
046300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 DBNK196P
046400                                              PIC 9(1) COMP.      DBNK196P
046500                                                                  DBNK196P
046600   05  WS-OPEN-ERROR                         PIC 9(3).            DBNK196P
046700     88  OPEN-OK                              VALUE 0.            DBNK196P
046800                                                                  DBNK196P
046900   05  WS-FILE                               PIC X(16).           DBNK196P
047000                                                                  DBNK196P
047100*    the due date, one calendar month after the request arrived   DBNK196P
047200   05  WS-DUE-DATE                           PIC X(8).            DBNK196P
047300   05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.                       DBNK196P
047400     10  WS-DUE-YYYY                          PIC 9(4).           DBNK196P
047500     10  WS-DUE-MM                            PIC 9(2).           DBNK196P
047600     10  WS-DUE-DD                            PIC 9(2).           DBNK196P
047700   05  WS-MONTH-END                          PIC 9(2).            DBNK196P
047800   05  WS-LEAP-QUOT                          PIC 9(4).            DBNK196P
047900   05  WS-LEAP-REM4                          PIC 9(3).            DBNK196P
048000   05  WS-LEAP-REM100                        PIC 9(3).            DBNK196P
048100   05  WS-LEAP-REM400                        PIC 9(3).            DBNK196P
048200                                                                  DBNK196P
048300   05  WS-ACC-ROLE                           PIC X(1).            DBNK196P
048400   05  WS-ACC-SUB                            PIC 9(3).            DBNK196P
048500   05  WS-ACC-COUNT                          PIC 9(3).            DBNK196P
048600   05  WS-ACC-MAX                            PIC 9(3)             DBNK196P
048700       VALUE 100.                                                 DBNK196P
048800   05  WS-ACC-OVERFLOW                       PIC 9(3).            DBNK196P
048900                                                                  DBNK196P
049000   05  WS-REQ-RECORDS                        PIC 9(7).            DBNK196P
049100   05  WS-REQ-READ                           PIC 9(7)             DBNK196P
049200       VALUE ZERO.                                                DBNK196P
049300   05  WS-REQ-ANSWERED                       PIC 9(7)             DBNK196P
049400       VALUE ZERO.                                                DBNK196P
049500   05  WS-REQ-LATE                           PIC 9(7)             DBNK196P
049600       VALUE ZERO.                                                DBNK196P
049700   05  WS-REQ-ALREADY                        PIC 9(7)             DBNK196P
049800       VALUE ZERO.                                                DBNK196P
049900   05  WS-REQ-UNKNOWN                        PIC 9(7)             DBNK196P
050000       VALUE ZERO.                                                DBNK196P
050100   05  WS-REQ-REJECTED                       PIC 9(7)             DBNK196P
050200       VALUE ZERO.                                                DBNK196P
050300   05  WS-TOTAL-RECORDS                      PIC 9(9)             DBNK196P
050400       VALUE ZERO.                                                DBNK196P
050500                                                                  DBNK196P
050600 01  WS-MONTH-DAYS-DATA.                                          DBNK196P
050700   05  FILLER                                PIC X(24)            DBNK196P
050800       VALUE '312831303130313130313031'.                          DBNK196P
050900 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-DATA.                DBNK196P
051000   05  WS-MONTH-DAYS                         PIC 9(2)             DBNK196P
051100       OCCURS 12 TIMES.                                           DBNK196P
051200                                                                  DBNK196P
051300 01  WS-ACC-TABLE.                                                DBNK196P
051400   05  WS-AT-ACCNO                           PIC X(9)             DBNK196P
051500       OCCURS 100 TIMES.                                          DBNK196P
051600                                                                  DBNK196P
051700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK196P
051800                                                                  DBNK196P
051900 01  WS-MASK-DATA.                                                DBNK196P
052000 COPY CMASKD.                                                     DBNK196P
052100                                                                  DBNK196P
052200 01  WS-BCTL-DATA.                                                DBNK196P
052300 COPY CBCTLD.                                                     DBNK196P
052400                                                                  DBNK196P
052500 01  WS-BUSD-DATA.                                                DBNK196P
052600 COPY CBUSDD.                                                     DBNK196P
052700                                                                  DBNK196P
052800 01  WS-FCTL-DATA.                                                DBNK196P
052900 COPY CFCTLD.                                                     DBNK196P
053000                                                                  DBNK196P
053100 PROCEDURE DIVISION.                                              DBNK196P
053200     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBNK196P
053300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
053400     PERFORM RUN-TIME.                                            DBNK196P
053500                                                                  DBNK196P
053600***************************************************************** DBNK196P
053700* Register this run in the batch control file keyed on the      * DBNK196P
053800* business date                                                 * DBNK196P
053900***************************************************************** DBNK196P
054000     CALL 'UBUSDATE' USING WS-BUSD-DATA.                          DBNK196P
054100     MOVE 'DBNK196P' TO BCTL-JOB-NAME.                            DBNK196P
054200     MOVE BUSD-DATE TO BCTL-BUS-DATE.                             DBNK196P
054300     MOVE SPACES TO BCTL-PREREQ-JOB.                              DBNK196P
054400     SET BCTL-FUNC-START TO TRUE.                                 DBNK196P
054500     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK196P
054600     IF NOT BCTL-OK                                               DBNK196P
054700        MOVE BCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK196P
054800        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
054900        MOVE 8 TO RETURN-CODE                                     DBNK196P
055000        GO TO QUICK-EXIT                                          DBNK196P
055100     END-IF.                                                      DBNK196P
055200                                                                  DBNK196P
055300 COPY CTSTAMPP.                                                   DBNK196P
055400                                                                  DBNK196P
055500     SET OPEN-OK TO TRUE.                                         DBNK196P
055600                                                                  DBNK196P
055700     OPEN INPUT SARIN-FILE.                                       DBNK196P
055800     MOVE WS-SARIN-STATUS TO WS-IO-STATUS.                        DBNK196P
055900     MOVE 'SARIN-FILE' TO WS-FILE.                                DBNK196P
056000     PERFORM CHECK-OPEN THRU                                      DBNK196P
056100             CHECK-OPEN-EXIT.                                     DBNK196P
056200                                                                  DBNK196P
056300     OPEN OUTPUT SAREXT-FILE.                                     DBNK196P
056400     MOVE WS-SAREXT-STATUS TO WS-IO-STATUS.                       DBNK196P
056500     MOVE 'SAREXT-FILE' TO WS-FILE.                               DBNK196P
056600     PERFORM CHECK-OPEN THRU                                      DBNK196P
056700             CHECK-OPEN-EXIT.                                     DBNK196P
056800                                                                  DBNK196P
056900     OPEN I-O BNKSARQ-FILE.                                       DBNK196P
057000     MOVE WS-BNKSARQ-STATUS TO WS-IO-STATUS.                      DBNK196P
057100     MOVE 'BNKSARQ-FILE' TO WS-FILE.                              DBNK196P
057200     PERFORM CHECK-OPEN THRU                                      DBNK196P
057300             CHECK-OPEN-EXIT.                                     DBNK196P
057400                                                                  DBNK196P
057500     OPEN INPUT BNKCUST-FILE.                                     DBNK196P
057600     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBNK196P
057700     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBNK196P
057800     PERFORM CHECK-OPEN THRU                                      DBNK196P
057900             CHECK-OPEN-EXIT.                                     DBNK196P
058000                                                                  DBNK196P
058100     OPEN INPUT BNKACC-FILE.                                      DBNK196P
058200     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBNK196P
058300     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBNK196P
058400     PERFORM CHECK-OPEN THRU                                      DBNK196P
058500             CHECK-OPEN-EXIT.                                     DBNK196P
058600                                                                  DBNK196P
058700     OPEN INPUT BNKLEDG-FILE.                                     DBNK196P
058800     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBNK196P
058900     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBNK196P
059000     PERFORM CHECK-OPEN THRU                                      DBNK196P
059100             CHECK-OPEN-EXIT.                                     DBNK196P
059200                                                                  DBNK196P
059300     OPEN INPUT BNKLARC-FILE.                                     DBNK196P
059400     MOVE WS-BNKLARC-STATUS TO WS-IO-STATUS.                      DBNK196P
059500     MOVE 'BNKLARC-FILE' TO WS-FILE.                              DBNK196P
059600     PERFORM CHECK-OPEN THRU                                      DBNK196P
059700             CHECK-OPEN-EXIT.                                     DBNK196P
059800                                                                  DBNK196P
059900     OPEN INPUT BNKMAND-FILE.                                     DBNK196P
060000     MOVE WS-BNKMAND-STATUS TO WS-IO-STATUS.                      DBNK196P
060100     MOVE 'BNKMAND-FILE' TO WS-FILE.                              DBNK196P
060200     PERFORM CHECK-OPEN THRU                                      DBNK196P
060300             CHECK-OPEN-EXIT.                                     DBNK196P
060400                                                                  DBNK196P
060500     OPEN INPUT BNKCORR-FILE.                                     DBNK196P
060600     MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS.                      DBNK196P
060700     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK196P
060800     PERFORM CHECK-OPEN THRU                                      DBNK196P
060900             CHECK-OPEN-EXIT.                                     DBNK196P
061000                                                                  DBNK196P
061100     OPEN INPUT BNKCASE-FILE.                                     DBNK196P
061200     MOVE WS-BNKCASE-STATUS TO WS-IO-STATUS.                      DBNK196P
061300     MOVE 'BNKCASE-FILE' TO WS-FILE.                              DBNK196P
061400     PERFORM CHECK-OPEN THRU                                      DBNK196P
061500             CHECK-OPEN-EXIT.                                     DBNK196P
061600                                                                  DBNK196P
061700     OPEN INPUT BNKKYC-FILE.                                      DBNK196P
061800     MOVE WS-BNKKYC-STATUS TO WS-IO-STATUS.                       DBNK196P
061900     MOVE 'BNKKYC-FILE' TO WS-FILE.                               DBNK196P
062000     PERFORM CHECK-OPEN THRU                                      DBNK196P
062100             CHECK-OPEN-EXIT.                                     DBNK196P
062200                                                                  DBNK196P
062300     OPEN INPUT BNKCARD-FILE.                                     DBNK196P
062400     MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS.                      DBNK196P
062500     MOVE 'BNKCARD-FILE' TO WS-FILE.                              DBNK196P
062600     PERFORM CHECK-OPEN THRU                                      DBNK196P
062700             CHECK-OPEN-EXIT.                                     DBNK196P
062800                                                                  DBNK196P
062900     OPEN INPUT BNKPAYE-FILE.                                     DBNK196P
063000     MOVE WS-BNKPAYE-STATUS TO WS-IO-STATUS.                      DBNK196P
063100     MOVE 'BNKPAYE-FILE' TO WS-FILE.                              DBNK196P
063200     PERFORM CHECK-OPEN THRU                                      DBNK196P
063300             CHECK-OPEN-EXIT.                                     DBNK196P
063400                                                                  DBNK196P
063500     OPEN INPUT BNKSECJ-FILE.                                     DBNK196P
063600     MOVE WS-BNKSECJ-STATUS TO WS-IO-STATUS.                      DBNK196P
063700     MOVE 'BNKSECJ-FILE' TO WS-FILE.                              DBNK196P
063800     PERFORM CHECK-OPEN THRU                                      DBNK196P
063900             CHECK-OPEN-EXIT.                                     DBNK196P
064000                                                                  DBNK196P
064100     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK196P
064200        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK196P
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
064400        MOVE 16 TO RETURN-CODE                                    DBNK196P
064500        SET BCTL-FUNC-ABANDON TO TRUE                             DBNK196P
064600        CALL 'UBATCTL' USING WS-BCTL-DATA                         DBNK196P
064700        GO TO QUICK-EXIT                                          DBNK196P
064800     END-IF.                                                      DBNK196P
064900                                                                  DBNK196P
065000     MOVE SPACES TO SXT-REC.                                      DBNK196P
065100     MOVE 'HDR' TO SXT-REC-TYPE.                                  DBNK196P
065200     MOVE 'SAREXT  ' TO SXT-HDR-STREAM.                           DBNK196P
065300     MOVE BUSD-DATE TO SXT-HDR-BUS-DATE.                          DBNK196P
065400     MOVE WS-TIMESTAMP TO SXT-HDR-TIMESTAMP.                      DBNK196P
065500     WRITE SXT-REC.                                               DBNK196P
065600                                                                  DBNK196P
065700***************************************************************** DBNK196P
065800* Each request in turn                                          * DBNK196P
065900***************************************************************** DBNK196P
066000 SARIN-LOOP.                                                      DBNK196P
066100     READ SARIN-FILE                                              DBNK196P
066200       AT END                                                     DBNK196P
066300         GO TO SARIN-ENDED                                        DBNK196P
066400     END-READ.                                                    DBNK196P
066500     ADD 1 TO WS-REQ-READ.                                        DBNK196P
066600     PERFORM ANSWER-REQUEST THRU                                  DBNK196P
066700             ANSWER-REQUEST-EXIT.                                 DBNK196P
066800     GO TO SARIN-LOOP.                                            DBNK196P
066900 SARIN-ENDED.                                                     DBNK196P
067000     MOVE SPACES TO SXT-REC.                                      DBNK196P
067100     MOVE 'TRL' TO SXT-REC-TYPE.                                  DBNK196P
067200     MOVE WS-REQ-READ TO SXT-TRL-REQUESTS.                        DBNK196P
067300     MOVE WS-REQ-ANSWERED TO SXT-TRL-ANSWERED.                    DBNK196P
067400     MOVE WS-TOTAL-RECORDS TO SXT-TRL-RECORDS.                    DBNK196P
067500     WRITE SXT-REC.                                               DBNK196P
067600                                                                  DBNK196P
067700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
067800     STRING WS-REQ-READ              DELIMITED BY SIZE            DBNK196P
067900            ' requests read'         DELIMITED BY SIZE            DBNK196P
068000       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
068100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
068200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
068300     STRING WS-REQ-ANSWERED          DELIMITED BY SIZE            DBNK196P
068400            ' answered, '            DELIMITED BY SIZE            DBNK196P
068500            WS-REQ-LATE              DELIMITED BY SIZE            DBNK196P
068600            ' after the due date'    DELIMITED BY SIZE            DBNK196P
068700       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
068800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
068900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
069000     STRING WS-TOTAL-RECORDS         DELIMITED BY SIZE            DBNK196P
069100            ' records released'      DELIMITED BY SIZE            DBNK196P
069200       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
069300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
069400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
069500     STRING WS-REQ-ALREADY           DELIMITED BY SIZE            DBNK196P
069600            ' already answered - not repeated'                    DBNK196P
069700                                     DELIMITED BY SIZE            DBNK196P
069800       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
069900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
070000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
070100     STRING WS-REQ-UNKNOWN           DELIMITED BY SIZE            DBNK196P
070200            ' for a PID not on file' DELIMITED BY SIZE            DBNK196P
070300       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
070400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
070500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK196P
070600     STRING WS-REQ-REJECTED          DELIMITED BY SIZE            DBNK196P
070700            ' rejected - no reference or PID'                     DBNK196P
070800                                     DELIMITED BY SIZE            DBNK196P
070900       INTO WS-CONSOLE-MESSAGE.                                   DBNK196P
071000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK196P
071100                                                                  DBNK196P
071200     CLOSE SARIN-FILE.                                            DBNK196P
071300     CLOSE SAREXT-FILE.                                           DBNK196P
071400     CLOSE BNKSARQ-FILE.                                          DBNK196P
071500     CLOSE BNKCUST-FILE.                                          DBNK196P
071600     CLOSE BNKACC-FILE.                                           DBNK196P
071700     CLOSE BNKLEDG-FILE.                                          DBNK196P
071800     CLOSE BNKLARC-FILE.                                          DBNK196P
071900     CLOSE BNKMAND-FILE.                                          DBNK196P
072000     CLOSE BNKCORR-FILE.                                          DBNK196P
072100     CLOSE BNKCASE-FILE.                                          DBNK196P
072200     CLOSE BNKKYC-FILE.                                           DBNK196P
072300     CLOSE BNKCARD-FILE.                                          DBNK196P
072400     CLOSE BNKPAYE-FILE.                                          DBNK196P
072500     CLOSE BNKSECJ-FILE.                                          DBNK196P
072600                                                                  DBNK196P
072700***************************************************************** DBNK196P
072800* Register the extract like the other outbound transmissions    * DBNK196P
072900***************************************************************** DBNK196P
073000     MOVE SPACES TO WS-FCTL-DATA.                                 DBNK196P
073100     MOVE 'SAREXT  ' TO FCTL-STREAM.                              DBNK196P
073200     MOVE BUSD-DATE TO FCTL-BUS-DATE.                             DBNK196P
073300     MOVE 'DBNK196P' TO FCTL-JOB-NAME.                            DBNK196P
073400     MOVE WS-TOTAL-RECORDS TO FCTL-ITEM-COUNT.                    DBNK196P
073500     MOVE ZERO TO FCTL-HASH-TOTAL.                                DBNK196P
073600     SET FCTL-FUNC-REGISTER-OUT TO TRUE.                          DBNK196P
073700     CALL 'UFILCTL' USING WS-FCTL-DATA.                           DBNK196P
073800     IF NOT FCTL-OK                                               DBNK196P
073900        MOVE FCTL-MSG TO WS-CONSOLE-MESSAGE                       DBNK196P
074000        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
074100        MOVE 4 TO RETURN-CODE                                     DBNK196P
074200     END-IF.                                                      DBNK196P
074300                                                                  DBNK196P
074400     SET BCTL-FUNC-END TO TRUE.                                   DBNK196P
074500     MOVE WS-REQ-ANSWERED TO BCTL-RECORD-COUNT.                   DBNK196P
074600     MOVE RETURN-CODE TO BCTL-RETURN-CODE.                        DBNK196P
074700     CALL 'UBATCTL' USING WS-BCTL-DATA.                           DBNK196P
074800                                                                  DBNK196P
074900     PERFORM RUN-TIME.                                            DBNK196P
075000                                                                  DBNK196P
075100     IF RETURN-CODE IS NOT EQUAL TO 4                             DBNK196P
075200        MOVE 0 TO RETURN-CODE                                     DBNK196P
075300     END-IF.                                                      DBNK196P
075400 QUICK-EXIT.                                                      DBNK196P
075500     GOBACK.                                                      DBNK196P
075600                                                                  DBNK196P
075700***************************************************************** DBNK196P
075800* One request. It is registered before anything is extracted so * DBNK196P
075900* the date it arrived is held even if the run fails part way; a * DBNK196P
076000* request left open by such a run is simply extracted again     * DBNK196P
076100***************************************************************** DBNK196P
076200 ANSWER-REQUEST.                                                  DBNK196P
076300     IF SRI-REC-REQ-ID IS EQUAL TO SPACES OR                      DBNK196P
076400        SRI-REC-PID IS EQUAL TO SPACES                            DBNK196P
076500        ADD 1 TO WS-REQ-REJECTED                                  DBNK196P
076600        GO TO ANSWER-REQUEST-EXIT                                 DBNK196P
076700     END-IF.                                                      DBNK196P
076800     MOVE SRI-REC-REQ-ID TO SAR-REC-REQ-ID.                       DBNK196P
076900     READ BNKSARQ-FILE                                            DBNK196P
077000       INVALID KEY                                                DBNK196P
077100         CONTINUE                                                 DBNK196P
077200     END-READ.                                                    DBNK196P
077300     IF WS-BNKSARQ-STATUS IS EQUAL TO '00'                        DBNK196P
077400        IF SAR-REC-IS-COMPLETE                                    DBNK196P
077500           ADD 1 TO WS-REQ-ALREADY                                DBNK196P
077600           GO TO ANSWER-REQUEST-EXIT                              DBNK196P
077700        END-IF                                                    DBNK196P
077800     ELSE                                                         DBNK196P
077900        PERFORM REGISTER-REQUEST THRU                             DBNK196P
078000                REGISTER-REQUEST-EXIT                             DBNK196P
078100        IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'                 DBNK196P
078200           GO TO ANSWER-REQUEST-EXIT                              DBNK196P
078300        END-IF                                                    DBNK196P
078400     END-IF.                                                      DBNK196P
078500                                                                  DBNK196P
078600     MOVE SAR-REC-PID TO BCS-REC-PID.                             DBNK196P
078700     READ BNKCUST-FILE                                            DBNK196P
078800       INVALID KEY                                                DBNK196P
078900         CONTINUE                                                 DBNK196P
079000     END-READ.                                                    DBNK196P
079100     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    DBNK196P
079200        SET SAR-REC-IS-UNKNOWN-PID TO TRUE                        DBNK196P
079300        MOVE WS-TIMESTAMP TO SAR-REC-TIMESTAMP                    DBNK196P
079400        REWRITE BNKSARQ-REC                                       DBNK196P
079500        ADD 1 TO WS-REQ-UNKNOWN                                   DBNK196P
079600        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK196P
079700        STRING 'Request '           DELIMITED BY SIZE             DBNK196P
079800               SAR-REC-REQ-ID       DELIMITED BY SIZE             DBNK196P
079900               ' - PID '            DELIMITED BY SIZE             DBNK196P
080000               SAR-REC-PID          DELIMITED BY SIZE             DBNK196P
080100               ' not on file'       DELIMITED BY SIZE             DBNK196P
080200          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
080300        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
080400        GO TO ANSWER-REQUEST-EXIT                                 DBNK196P
080500     END-IF.                                                      DBNK196P
080600                                                                  DBNK196P
080700     MOVE ZERO TO WS-REQ-RECORDS.                                 DBNK196P
080800     MOVE SPACES TO SXT-REC.                                      DBNK196P
080900     MOVE 'REQ ' TO SXT-REC-SECTION.                              DBNK196P
081000     MOVE SAR-REC-RECEIVED-DATE TO SXT-REQ-RECEIVED-DATE.         DBNK196P
081100     MOVE SAR-REC-DUE-DATE TO SXT-REQ-DUE-DATE.                   DBNK196P
081200     MOVE SAR-REC-RAISED-BY TO SXT-REQ-RAISED-BY.                 DBNK196P
081300     MOVE BUSD-DATE TO SXT-REQ-BUS-DATE.                          DBNK196P
081400     PERFORM WRITE-DETAIL THRU                                    DBNK196P
081500             WRITE-DETAIL-EXIT.                                   DBNK196P
081600                                                                  DBNK196P
081700     PERFORM EXTRACT-CUSTOMER THRU                                DBNK196P
081800             EXTRACT-CUSTOMER-EXIT.                               DBNK196P
081900     PERFORM EXTRACT-ACCOUNTS THRU                                DBNK196P
082000             EXTRACT-ACCOUNTS-EXIT.                               DBNK196P
082100     PERFORM EXTRACT-ACCOUNT-HISTORY THRU                         DBNK196P
082200             EXTRACT-ACCOUNT-HISTORY-EXIT                         DBNK196P
082300       VARYING WS-ACC-SUB FROM 1 BY 1                             DBNK196P
082400         UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.           DBNK196P
082500     PERFORM EXTRACT-CORRESPONDENCE THRU                          DBNK196P
082600             EXTRACT-CORRESPONDENCE-EXIT.                         DBNK196P
082700     PERFORM EXTRACT-CASES THRU                                   DBNK196P
082800             EXTRACT-CASES-EXIT.                                  DBNK196P
082900     PERFORM EXTRACT-KYC THRU                                     DBNK196P
083000             EXTRACT-KYC-EXIT.                                    DBNK196P
083100     PERFORM EXTRACT-CARDS THRU                                   DBNK196P
083200             EXTRACT-CARDS-EXIT.                                  DBNK196P
083300     PERFORM EXTRACT-PAYEES THRU                                  DBNK196P
083400             EXTRACT-PAYEES-EXIT.                                 DBNK196P
083500     PERFORM EXTRACT-SECURITY THRU                                DBNK196P
083600             EXTRACT-SECURITY-EXIT.                               DBNK196P
083700                                                                  DBNK196P
083800     MOVE SPACES TO SXT-REC.                                      DBNK196P
083900     MOVE 'END' TO SXT-REC-TYPE.                                  DBNK196P
084000     MOVE SAR-REC-REQ-ID TO SXT-REC-REQ-ID.                       DBNK196P
084100     MOVE SAR-REC-PID TO SXT-REC-PID.                             DBNK196P
084200     MOVE WS-REQ-RECORDS TO SXT-END-RECORDS.                      DBNK196P
084300     MOVE WS-ACC-COUNT TO SXT-END-ACCOUNTS.                       DBNK196P
084400     WRITE SXT-REC.                                               DBNK196P
084500                                                                  DBNK196P
084600***************************************************************** DBNK196P
084700* Complete the register with the date and whether it was in     * DBNK196P
084800* time                                                          * DBNK196P
084900***************************************************************** DBNK196P
085000     SET SAR-REC-IS-COMPLETE TO TRUE.                             DBNK196P
085100     MOVE BUSD-DATE TO SAR-REC-COMPLETED-DATE.                    DBNK196P
085200     IF SAR-REC-COMPLETED-DATE IS GREATER THAN SAR-REC-DUE-DATE   DBNK196P
085300        SET SAR-REC-DEADLINE-MISSED TO TRUE                       DBNK196P
085400        ADD 1 TO WS-REQ-LATE                                      DBNK196P
085500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK196P
085600        STRING 'Request '           DELIMITED BY SIZE             DBNK196P
085700               SAR-REC-REQ-ID       DELIMITED BY SIZE             DBNK196P
085800               ' answered after due date '                        DBNK196P
085900                                    DELIMITED BY SIZE             DBNK196P
086000               SAR-REC-DUE-DATE     DELIMITED BY SIZE             DBNK196P
086100          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
086200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
086300     ELSE                                                         DBNK196P
086400        SET SAR-REC-DEADLINE-MET TO TRUE                          DBNK196P
086500     END-IF.                                                      DBNK196P
086600     MOVE WS-REQ-RECORDS TO SAR-REC-RECORD-COUNT.                 DBNK196P
086700     MOVE WS-TIMESTAMP TO SAR-REC-TIMESTAMP.                      DBNK196P
086800     REWRITE BNKSARQ-REC.                                         DBNK196P
086900     IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'                    DBNK196P
087000        MOVE 'BNKSARQ-FILE' TO WS-FILE                            DBNK196P
087100        MOVE WS-BNKSARQ-STATUS TO WS-IO-STATUS                    DBNK196P
087200        PERFORM DISPLAY-IO-STATUS                                 DBNK196P
087300        MOVE 4 TO RETURN-CODE                                     DBNK196P
087400     END-IF.                                                      DBNK196P
087500     ADD 1 TO WS-REQ-ANSWERED.                                    DBNK196P
087600     ADD WS-REQ-RECORDS TO WS-TOTAL-RECORDS.                      DBNK196P
087700 ANSWER-REQUEST-EXIT.                                             DBNK196P
087800     EXIT.                                                        DBNK196P
087900                                                                  DBNK196P
088000***************************************************************** DBNK196P
088100* Add a newly received request to the register. A request with  * DBNK196P
088200* no received date is taken as received today                   * DBNK196P
088300***************************************************************** DBNK196P
088400 REGISTER-REQUEST.                                                DBNK196P
088500     MOVE SPACES TO BNKSARQ-REC.                                  DBNK196P
088600     MOVE SRI-REC-REQ-ID TO SAR-REC-REQ-ID.                       DBNK196P
088700     MOVE SRI-REC-PID TO SAR-REC-PID.                             DBNK196P
088800     MOVE SRI-REC-RECEIVED-DATE TO SAR-REC-RECEIVED-DATE.         DBNK196P
088900     IF SAR-REC-RECEIVED-DATE IS NOT NUMERIC                      DBNK196P
089000        MOVE BUSD-DATE TO SAR-REC-RECEIVED-DATE                   DBNK196P
089100     END-IF.                                                      DBNK196P
089200     MOVE SRI-REC-RAISED-BY TO SAR-REC-RAISED-BY.                 DBNK196P
089300     PERFORM SET-DUE-DATE THRU                                    DBNK196P
089400             SET-DUE-DATE-EXIT.                                   DBNK196P
089500     MOVE WS-DUE-DATE TO SAR-REC-DUE-DATE.                        DBNK196P
089600     SET SAR-REC-IS-OPEN TO TRUE.                                 DBNK196P
089700     MOVE ZERO TO SAR-REC-RECORD-COUNT.                           DBNK196P
089800     MOVE WS-TIMESTAMP TO SAR-REC-TIMESTAMP.                      DBNK196P
089900     WRITE BNKSARQ-REC.                                           DBNK196P
090000     IF WS-BNKSARQ-STATUS IS NOT EQUAL TO '00'                    DBNK196P
090100        MOVE 'BNKSARQ-FILE' TO WS-FILE                            DBNK196P
090200        MOVE WS-BNKSARQ-STATUS TO WS-IO-STATUS                    DBNK196P
090300        PERFORM DISPLAY-IO-STATUS                                 DBNK196P
090400        MOVE 4 TO RETURN-CODE                                     DBNK196P
090500     END-IF.                                                      DBNK196P
090600 REGISTER-REQUEST-EXIT.                                           DBNK196P
090700     EXIT.                                                        DBNK196P
090800                                                                  DBNK196P
090900***************************************************************** DBNK196P
091000* The same day of the following month, or the last day of that  * DBNK196P
091100* month where it is shorter                                     * DBNK196P
091200***************************************************************** DBNK196P
091300 SET-DUE-DATE.                                                    DBNK196P
091400     MOVE SAR-REC-RECEIVED-DATE TO WS-DUE-DATE.                   DBNK196P
091500     ADD 1 TO WS-DUE-MM.                                          DBNK196P
091600     IF WS-DUE-MM IS GREATER THAN 12                              DBNK196P
091700        MOVE 1 TO WS-DUE-MM                                       DBNK196P
091800        ADD 1 TO WS-DUE-YYYY                                      DBNK196P
091900     END-IF.                                                      DBNK196P
092000     MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-MONTH-END.              DBNK196P
092100     IF WS-DUE-MM IS EQUAL TO 2                                   DBNK196P
092200        DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT               DBNK196P
092300               REMAINDER WS-LEAP-REM4                             DBNK196P
092400        DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT             DBNK196P
092500               REMAINDER WS-LEAP-REM100                           DBNK196P
092600        DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT             DBNK196P
092700               REMAINDER WS-LEAP-REM400                           DBNK196P
092800        IF WS-LEAP-REM4 IS EQUAL TO ZERO AND                      DBNK196P
092900           (WS-LEAP-REM100 IS NOT EQUAL TO ZERO OR                DBNK196P
093000            WS-LEAP-REM400 IS EQUAL TO ZERO)                      DBNK196P
093100           MOVE 29 TO WS-MONTH-END                                DBNK196P
093200        END-IF                                                    DBNK196P
093300     END-IF.                                                      DBNK196P
093400     IF WS-DUE-DD IS GREATER THAN WS-MONTH-END                    DBNK196P
093500        MOVE WS-MONTH-END TO WS-DUE-DD                            DBNK196P
093600     END-IF.                                                      DBNK196P
093700 SET-DUE-DATE-EXIT.                                               DBNK196P
093800     EXIT.                                                        DBNK196P
093900                                                                  DBNK196P
094000***************************************************************** DBNK196P
094100* Write one detail line for the request being answered - the    * DBNK196P
094200* caller has cleared the record and filled in its section       * DBNK196P
094300***************************************************************** DBNK196P
094400 WRITE-DETAIL.                                                    DBNK196P
094500     MOVE 'DTL' TO SXT-REC-TYPE.                                  DBNK196P
094600     MOVE SAR-REC-REQ-ID TO SXT-REC-REQ-ID.                       DBNK196P
094700     MOVE SAR-REC-PID TO SXT-REC-PID.                             DBNK196P
094800     WRITE SXT-REC.                                               DBNK196P
094900     ADD 1 TO WS-REQ-RECORDS.                                     DBNK196P
095000 WRITE-DETAIL-EXIT.                                               DBNK196P
095100     EXIT.                                                        DBNK196P
095200                                                                  DBNK196P
095300***************************************************************** DBNK196P
095400* The customer's own details. The risk rating is an internal    * DBNK196P
095500* anti-money-laundering assessment and is not released          * DBNK196P
095600***************************************************************** DBNK196P
095700 EXTRACT-CUSTOMER.                                                DBNK196P
095800     MOVE SPACES TO SXT-REC.                                      DBNK196P
095900     MOVE 'CUST' TO SXT-REC-SECTION.                              DBNK196P
096000     MOVE BCS-REC-NAME TO SXT-CUS-NAME.                           DBNK196P
096100     MOVE BCS-REC-ADDR1 TO SXT-CUS-ADDR1.                         DBNK196P
096200     MOVE BCS-REC-ADDR2 TO SXT-CUS-ADDR2.                         DBNK196P
096300     MOVE BCS-REC-STATE TO SXT-CUS-STATE.                         DBNK196P
096400     MOVE BCS-REC-CNTRY TO SXT-CUS-CNTRY.                         DBNK196P
096500     MOVE BCS-REC-POST-CODE TO SXT-CUS-POST-CODE.                 DBNK196P
096600     MOVE BCS-REC-TEL TO SXT-CUS-TEL.                             DBNK196P
096700     MOVE BCS-REC-EMAIL TO SXT-CUS-EMAIL.                         DBNK196P
096800     MOVE BCS-REC-LANG TO SXT-CUS-LANG.                           DBNK196P
096900     MOVE BCS-REC-BIRTH-DATE TO SXT-CUS-BIRTH-DATE.               DBNK196P
097000     MOVE BCS-REC-BRANCH-CODE TO SXT-CUS-BRANCH-CODE.             DBNK196P
097100     MOVE BCS-REC-ENTITY-TYPE TO SXT-CUS-ENTITY-TYPE.             DBNK196P
097200     MOVE BCS-REC-SEND-MAIL TO SXT-CUS-SEND-MAIL.                 DBNK196P
097300     MOVE BCS-REC-SEND-EMAIL TO SXT-CUS-SEND-EMAIL.               DBNK196P
097400     MOVE BCS-REC-ADDR-STATUS TO SXT-CUS-ADDR-STATUS.             DBNK196P
097500     MOVE BCS-REC-DECEASED TO SXT-CUS-DECEASED.                   DBNK196P
097600     MOVE BCS-REC-DECEASED-DATE TO SXT-CUS-DECEASED-DATE.         DBNK196P
097700     MOVE BCS-REC-MINOR-FLAG TO SXT-CUS-MINOR-FLAG.               DBNK196P
097800     MOVE BCS-REC-MERGED-INTO TO SXT-CUS-MERGED-INTO.             DBNK196P
097900     MOVE BCS-REC-WHT-FLAG TO SXT-CUS-WHT-FLAG.                   DBNK196P
098000     MOVE BCS-REC-WHT-RATE TO SXT-CUS-WHT-RATE.                   DBNK196P
098100     PERFORM WRITE-DETAIL THRU                                    DBNK196P
098200             WRITE-DETAIL-EXIT.                                   DBNK196P
098300 EXTRACT-CUSTOMER-EXIT.                                           DBNK196P
098400     EXIT.                                                        DBNK196P
098500                                                                  DBNK196P
098600***************************************************************** DBNK196P
098700* Every account the customer owns or holds jointly. Only the    * DBNK196P
098800* owning PID is keyed so the whole file is read. The account    * DBNK196P
098900* numbers are kept to pick up their history afterwards          * DBNK196P
099000***************************************************************** DBNK196P
099100 EXTRACT-ACCOUNTS.                                                DBNK196P
099200     MOVE ZERO TO WS-ACC-COUNT.                                   DBNK196P
099300     MOVE ZERO TO WS-ACC-OVERFLOW.                                DBNK196P
099400     MOVE LOW-VALUES TO BAC-REC-ACCNO.                            DBNK196P
099500     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO         DBNK196P
099600       INVALID KEY                                                DBNK196P
099700         GO TO EXTRACT-ACCOUNTS-EXIT                              DBNK196P
099800     END-START.                                                   DBNK196P
099900 EXTRACT-ACCOUNTS-LOOP.                                           DBNK196P
100000     READ BNKACC-FILE NEXT                                        DBNK196P
100100       AT END                                                     DBNK196P
100200         GO TO EXTRACT-ACCOUNTS-ENDED                             DBNK196P
100300     END-READ.                                                    DBNK196P
100400     IF BAC-REC-PID IS EQUAL TO SAR-REC-PID                       DBNK196P
100500        MOVE 'O' TO WS-ACC-ROLE                                   DBNK196P
100600     ELSE                                                         DBNK196P
100700        IF BAC-REC-JOINT-PID IS EQUAL TO SAR-REC-PID              DBNK196P
100800           MOVE 'J' TO WS-ACC-ROLE                                DBNK196P
100900        ELSE                                                      DBNK196P
101000           GO TO EXTRACT-ACCOUNTS-LOOP                            DBNK196P
101100        END-IF                                                    DBNK196P
101200     END-IF.                                                      DBNK196P
101300     MOVE SPACES TO SXT-REC.                                      DBNK196P
101400     MOVE 'ACCT' TO SXT-REC-SECTION.                              DBNK196P
101500     MOVE BAC-REC-ACCNO TO SXT-ACC-ACCNO.                         DBNK196P
101600     MOVE WS-ACC-ROLE TO SXT-ACC-ROLE.                            DBNK196P
101700     MOVE BAC-REC-TYPE TO SXT-ACC-TYPE.                           DBNK196P
101800     MOVE BAC-REC-CCY-CODE TO SXT-ACC-CCY-CODE.                   DBNK196P
101900     MOVE BAC-REC-BALANCE TO SXT-ACC-BALANCE.                     DBNK196P
102000     MOVE BAC-REC-STATUS TO SXT-ACC-STATUS.                       DBNK196P
102100     MOVE BAC-REC-CLOSE-DATE TO SXT-ACC-CLOSE-DATE.               DBNK196P
102200     MOVE BAC-REC-BRANCH-CODE TO SXT-ACC-BRANCH-CODE.             DBNK196P
102300     MOVE BAC-REC-LAST-STMT-DTE TO SXT-ACC-LAST-STMT-DTE.         DBNK196P
102400     MOVE BAC-REC-LAST-STMT-BAL TO SXT-ACC-LAST-STMT-BAL.         DBNK196P
102500     MOVE BAC-REC-CREDIT-LIMIT TO SXT-ACC-CREDIT-LIMIT.           DBNK196P
102600     MOVE BAC-REC-HOLD-AMOUNT TO SXT-ACC-HOLD-AMOUNT.             DBNK196P
102700     MOVE BAC-REC-DORM-STATUS TO SXT-ACC-DORM-STATUS.             DBNK196P
102800     MOVE BAC-REC-TD-MATURITY-DTE TO SXT-ACC-TD-MATURITY-DTE.     DBNK196P
102900     MOVE BAC-REC-NOTES TO SXT-ACC-NOTES.                         DBNK196P
103000     PERFORM WRITE-DETAIL THRU                                    DBNK196P
103100             WRITE-DETAIL-EXIT.                                   DBNK196P
103200     IF WS-ACC-COUNT IS LESS THAN WS-ACC-MAX                      DBNK196P
103300        ADD 1 TO WS-ACC-COUNT                                     DBNK196P
103400        MOVE BAC-REC-ACCNO TO WS-AT-ACCNO (WS-ACC-COUNT)          DBNK196P
103500     ELSE                                                         DBNK196P
103600        ADD 1 TO WS-ACC-OVERFLOW                                  DBNK196P
103700     END-IF.                                                      DBNK196P
103800     GO TO EXTRACT-ACCOUNTS-LOOP.                                 DBNK196P
103900 EXTRACT-ACCOUNTS-ENDED.                                          DBNK196P
104000     IF WS-ACC-OVERFLOW IS GREATER THAN ZERO                      DBNK196P
104100        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK196P
104200        STRING 'Request '           DELIMITED BY SIZE             DBNK196P
104300               SAR-REC-REQ-ID       DELIMITED BY SIZE             DBNK196P
104400               ' - history omitted for '                          DBNK196P
104500                                    DELIMITED BY SIZE             DBNK196P
104600               WS-ACC-OVERFLOW      DELIMITED BY SIZE             DBNK196P
104700               ' accounts'          DELIMITED BY SIZE             DBNK196P
104800          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
104900        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
105000        MOVE 4 TO RETURN-CODE                                     DBNK196P
105100     END-IF.                                                      DBNK196P
105200 EXTRACT-ACCOUNTS-EXIT.                                           DBNK196P
105300     EXIT.                                                        DBNK196P
105400                                                                  DBNK196P
105500***************************************************************** DBNK196P
105600* Live and archived movements and the mandates on one account   * DBNK196P
105700***************************************************************** DBNK196P
105800 EXTRACT-ACCOUNT-HISTORY.                                         DBNK196P
105900     PERFORM EXTRACT-LEDGER THRU                                  DBNK196P
106000             EXTRACT-LEDGER-EXIT.                                 DBNK196P
106100     PERFORM EXTRACT-ARCHIVE THRU                                 DBNK196P
106200             EXTRACT-ARCHIVE-EXIT.                                DBNK196P
106300     PERFORM EXTRACT-MANDATES THRU                                DBNK196P
106400             EXTRACT-MANDATES-EXIT.                               DBNK196P
106500 EXTRACT-ACCOUNT-HISTORY-EXIT.                                    DBNK196P
106600     EXIT.                                                        DBNK196P
106700                                                                  DBNK196P
106800 EXTRACT-LEDGER.                                                  DBNK196P
106900     MOVE WS-AT-ACCNO (WS-ACC-SUB) TO BLG-REC-ALTKEY1-ACCNO.      DBNK196P
107000     MOVE LOW-VALUES TO BLG-REC-ALTKEY1-TIMESTAMP.                DBNK196P
107100     START BNKLEDG-FILE KEY IS NOT LESS THAN BLG-REC-ALTKEY1      DBNK196P
107200       INVALID KEY                                                DBNK196P
107300         GO TO EXTRACT-LEDGER-EXIT                                DBNK196P
107400     END-START.                                                   DBNK196P
107500 EXTRACT-LEDGER-LOOP.                                             DBNK196P
107600     READ BNKLEDG-FILE NEXT                                       DBNK196P
107700       AT END                                                     DBNK196P
107800         GO TO EXTRACT-LEDGER-EXIT                                DBNK196P
107900     END-READ.                                                    DBNK196P
108000     IF BLG-REC-ALTKEY1-ACCNO IS NOT EQUAL TO                     DBNK196P
108100        WS-AT-ACCNO (WS-ACC-SUB)                                  DBNK196P
108200        GO TO EXTRACT-LEDGER-EXIT                                 DBNK196P
108300     END-IF.                                                      DBNK196P
108400     MOVE SPACES TO SXT-REC.                                      DBNK196P
108500     MOVE 'LEDG' TO SXT-REC-SECTION.                              DBNK196P
108600     MOVE BLG-REC-TIMESTAMP TO SXT-LDG-TIMESTAMP.                 DBNK196P
108700     MOVE BLG-REC-ACCNO TO SXT-LDG-ACCNO.                         DBNK196P
108800     MOVE BLG-REC-TYPE TO SXT-LDG-TYPE.                           DBNK196P
108900     MOVE BLG-REC-SUB-TYPE TO SXT-LDG-SUB-TYPE.                   DBNK196P
109000     MOVE BLG-REC-AMOUNT TO SXT-LDG-AMOUNT.                       DBNK196P
109100     MOVE BLG-REC-BUS-DATE OF BNKLEDG-REC TO SXT-LDG-BUS-DATE.    DBNK196P
109200     MOVE BLG-REC-DATA-OLD (1:40) TO SXT-LDG-DESC.                DBNK196P
109300     MOVE BLG-REC-REFNO OF BNKLEDG-REC TO SXT-LDG-REFNO.          DBNK196P
109400     MOVE BLG-REC-CATEGORY TO SXT-LDG-CATEGORY.                   DBNK196P
109500     MOVE BLG-REC-TERMINAL-ID TO SXT-LDG-TERMINAL-ID.             DBNK196P
109600     MOVE BLG-REC-CHQ-SERIAL OF BNKLEDG-REC TO SXT-LDG-CHQ-SERIAL.DBNK196P
109700     MOVE BLG-REC-REV-STATUS OF BNKLEDG-REC TO SXT-LDG-REV-STATUS.DBNK196P
109800     MOVE BLG-REC-DISPUTE-STATUS TO SXT-LDG-DISPUTE-STATUS.       DBNK196P
109900     MOVE BLG-REC-DISPUTE-REASON TO SXT-LDG-DISPUTE-REASON.       DBNK196P
110000     MOVE BLG-REC-FX-CCY OF BNKLEDG-REC TO SXT-LDG-FX-CCY.        DBNK196P
110100     MOVE BLG-REC-FX-OTHER-AMT OF BNKLEDG-REC                     DBNK196P
110200       TO SXT-LDG-FX-OTHER-AMT.                                   DBNK196P
110300     PERFORM WRITE-DETAIL THRU                                    DBNK196P
110400             WRITE-DETAIL-EXIT.                                   DBNK196P
110500     GO TO EXTRACT-LEDGER-LOOP.                                   DBNK196P
110600 EXTRACT-LEDGER-EXIT.                                             DBNK196P
110700     EXIT.                                                        DBNK196P
110800                                                                  DBNK196P
110900 EXTRACT-ARCHIVE.                                                 DBNK196P
111000     MOVE WS-AT-ACCNO (WS-ACC-SUB) TO BLA-REC-ALTKEY1-ACCNO.      DBNK196P
111100     MOVE LOW-VALUES TO BLA-REC-ALTKEY1-TIMESTAMP.                DBNK196P
111200     START BNKLARC-FILE KEY IS NOT LESS THAN BLA-REC-ALTKEY1      DBNK196P
111300       INVALID KEY                                                DBNK196P
111400         GO TO EXTRACT-ARCHIVE-EXIT                               DBNK196P
111500     END-START.                                                   DBNK196P
111600 EXTRACT-ARCHIVE-LOOP.                                            DBNK196P
111700     READ BNKLARC-FILE NEXT                                       DBNK196P
111800       AT END                                                     DBNK196P
111900         GO TO EXTRACT-ARCHIVE-EXIT                               DBNK196P
112000     END-READ.                                                    DBNK196P
112100     IF BLA-REC-ALTKEY1-ACCNO IS NOT EQUAL TO                     DBNK196P
112200        WS-AT-ACCNO (WS-ACC-SUB)                                  DBNK196P
112300        GO TO EXTRACT-ARCHIVE-EXIT                                DBNK196P
112400     END-IF.                                                      DBNK196P
112500     MOVE SPACES TO SXT-REC.                                      DBNK196P
112600     MOVE 'LARC' TO SXT-REC-SECTION.                              DBNK196P
112700     MOVE BLA-REC-TIMESTAMP TO SXT-LDG-TIMESTAMP.                 DBNK196P
112800     MOVE BLA-REC-ACCNO TO SXT-LDG-ACCNO.                         DBNK196P
112900     MOVE BLA-REC-TYPE TO SXT-LDG-TYPE.                           DBNK196P
113000     MOVE BLA-REC-SUB-TYPE TO SXT-LDG-SUB-TYPE.                   DBNK196P
113100     MOVE BLA-REC-AMOUNT TO SXT-LDG-AMOUNT.                       DBNK196P
113200     MOVE BLG-REC-BUS-DATE OF BNKLARC-REC TO SXT-LDG-BUS-DATE.    DBNK196P
113300     MOVE BLA-REC-DATA-OLD (1:40) TO SXT-LDG-DESC.                DBNK196P
113400     MOVE BLG-REC-REFNO OF BNKLARC-REC TO SXT-LDG-REFNO.          DBNK196P
113500     MOVE BLA-REC-CATEGORY TO SXT-LDG-CATEGORY.                   DBNK196P
113600     MOVE BLA-REC-TERMINAL-ID TO SXT-LDG-TERMINAL-ID.             DBNK196P
113700     MOVE BLG-REC-CHQ-SERIAL OF BNKLARC-REC TO SXT-LDG-CHQ-SERIAL.DBNK196P
113800     MOVE BLG-REC-REV-STATUS OF BNKLARC-REC TO SXT-LDG-REV-STATUS.DBNK196P
113900     MOVE BLA-REC-DISPUTE-STATUS TO SXT-LDG-DISPUTE-STATUS.       DBNK196P
114000     MOVE BLA-REC-DISPUTE-REASON TO SXT-LDG-DISPUTE-REASON.       DBNK196P
114100     MOVE BLG-REC-FX-CCY OF BNKLARC-REC TO SXT-LDG-FX-CCY.        DBNK196P
114200     MOVE BLG-REC-FX-OTHER-AMT OF BNKLARC-REC                     DBNK196P
114300       TO SXT-LDG-FX-OTHER-AMT.                                   DBNK196P
114400     PERFORM WRITE-DETAIL THRU                                    DBNK196P
114500             WRITE-DETAIL-EXIT.                                   DBNK196P
114600     GO TO EXTRACT-ARCHIVE-LOOP.                                  DBNK196P
114700 EXTRACT-ARCHIVE-EXIT.                                            DBNK196P
114800     EXIT.                                                        DBNK196P
114900                                                                  DBNK196P
115000 EXTRACT-MANDATES.                                                DBNK196P
115100     MOVE WS-AT-ACCNO (WS-ACC-SUB) TO BMD-REC-ACCNO.              DBNK196P
115200     MOVE LOW-VALUES TO BMD-REC-ORIG-ID.                          DBNK196P
115300     START BNKMAND-FILE KEY IS NOT LESS THAN BMD-REC-KEY          DBNK196P
115400       INVALID KEY                                                DBNK196P
115500         GO TO EXTRACT-MANDATES-EXIT                              DBNK196P
115600     END-START.                                                   DBNK196P
115700 EXTRACT-MANDATES-LOOP.                                           DBNK196P
115800     READ BNKMAND-FILE NEXT                                       DBNK196P
115900       AT END                                                     DBNK196P
116000         GO TO EXTRACT-MANDATES-EXIT                              DBNK196P
116100     END-READ.                                                    DBNK196P
116200     IF BMD-REC-ACCNO IS NOT EQUAL TO WS-AT-ACCNO (WS-ACC-SUB)    DBNK196P
116300        GO TO EXTRACT-MANDATES-EXIT                               DBNK196P
116400     END-IF.                                                      DBNK196P
116500     MOVE SPACES TO SXT-REC.                                      DBNK196P
116600     MOVE 'MAND' TO SXT-REC-SECTION.                              DBNK196P
116700     MOVE BMD-REC-ACCNO TO SXT-MND-ACCNO.                         DBNK196P
116800     MOVE BMD-REC-ORIG-ID TO SXT-MND-ORIG-ID.                     DBNK196P
116900     MOVE BMD-REC-REFERENCE TO SXT-MND-REFERENCE.                 DBNK196P
117000     MOVE BMD-REC-FROM-DATE TO SXT-MND-FROM-DATE.                 DBNK196P
117100     MOVE BMD-REC-TO-DATE TO SXT-MND-TO-DATE.                     DBNK196P
117200     MOVE BMD-REC-STATUS TO SXT-MND-STATUS.                       DBNK196P
117300     MOVE BMD-REC-PLACED-DATE TO SXT-MND-PLACED-DATE.             DBNK196P
117400     PERFORM WRITE-DETAIL THRU                                    DBNK196P
117500             WRITE-DETAIL-EXIT.                                   DBNK196P
117600     GO TO EXTRACT-MANDATES-LOOP.                                 DBNK196P
117700 EXTRACT-MANDATES-EXIT.                                           DBNK196P
117800     EXIT.                                                        DBNK196P
117900                                                                  DBNK196P
118000***************************************************************** DBNK196P
118100* Statements, notices and letters sent to the customer          * DBNK196P
118200***************************************************************** DBNK196P
118300 EXTRACT-CORRESPONDENCE.                                          DBNK196P
118400     MOVE SAR-REC-PID TO BCO-REC-PID.                             DBNK196P
118500     START BNKCORR-FILE KEY IS EQUAL TO BCO-REC-PID               DBNK196P
118600       INVALID KEY                                                DBNK196P
118700         GO TO EXTRACT-CORRESPONDENCE-EXIT                        DBNK196P
118800     END-START.                                                   DBNK196P
118900 EXTRACT-CORRESPONDENCE-LOOP.                                     DBNK196P
119000     READ BNKCORR-FILE NEXT                                       DBNK196P
119100       AT END                                                     DBNK196P
119200         GO TO EXTRACT-CORRESPONDENCE-EXIT                        DBNK196P
119300     END-READ.                                                    DBNK196P
119400     IF BCO-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBNK196P
119500        GO TO EXTRACT-CORRESPONDENCE-EXIT                         DBNK196P
119600     END-IF.                                                      DBNK196P
119700     MOVE SPACES TO SXT-REC.                                      DBNK196P
119800     MOVE 'CORR' TO SXT-REC-SECTION.                              DBNK196P
119900     MOVE BCO-REC-TIMESTAMP TO SXT-COR-TIMESTAMP.                 DBNK196P
120000     MOVE BCO-REC-ACCNO TO SXT-COR-ACCNO.                         DBNK196P
120100     MOVE BCO-REC-DOC-TYPE TO SXT-COR-DOC-TYPE.                   DBNK196P
120200     MOVE BCO-REC-CHANNEL TO SXT-COR-CHANNEL.                     DBNK196P
120300     MOVE BCO-REC-SENT-DATE TO SXT-COR-SENT-DATE.                 DBNK196P
120400     MOVE BCO-REC-ADDRESS-USED TO SXT-COR-ADDRESS-USED.           DBNK196P
120500     PERFORM WRITE-DETAIL THRU                                    DBNK196P
120600             WRITE-DETAIL-EXIT.                                   DBNK196P
120700     GO TO EXTRACT-CORRESPONDENCE-LOOP.                           DBNK196P
120800 EXTRACT-CORRESPONDENCE-EXIT.                                     DBNK196P
120900     EXIT.                                                        DBNK196P
121000                                                                  DBNK196P
121100***************************************************************** DBNK196P
121200* Service cases raised for the customer                         * DBNK196P
121300***************************************************************** DBNK196P
121400 EXTRACT-CASES.                                                   DBNK196P
121500     MOVE SAR-REC-PID TO CSE-REC-PID.                             DBNK196P
121600     MOVE LOW-VALUES TO CSE-REC-OPENED-TS.                        DBNK196P
121700     START BNKCASE-FILE KEY IS NOT LESS THAN CSE-REC-KEY          DBNK196P
121800       INVALID KEY                                                DBNK196P
121900         GO TO EXTRACT-CASES-EXIT                                 DBNK196P
122000     END-START.                                                   DBNK196P
122100 EXTRACT-CASES-LOOP.                                              DBNK196P
122200     READ BNKCASE-FILE NEXT                                       DBNK196P
122300       AT END                                                     DBNK196P
122400         GO TO EXTRACT-CASES-EXIT                                 DBNK196P
122500     END-READ.                                                    DBNK196P
122600     IF CSE-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBNK196P
122700        GO TO EXTRACT-CASES-EXIT                                  DBNK196P
122800     END-IF.                                                      DBNK196P
122900     MOVE SPACES TO SXT-REC.                                      DBNK196P
123000     MOVE 'CASE' TO SXT-REC-SECTION.                              DBNK196P
123100     MOVE CSE-REC-OPENED-TS TO SXT-CSE-OPENED-TS.                 DBNK196P
123200     MOVE CSE-REC-TYPE TO SXT-CSE-TYPE.                           DBNK196P
123300     MOVE CSE-REC-PRIORITY TO SXT-CSE-PRIORITY.                   DBNK196P
123400     MOVE CSE-REC-ACCNO TO SXT-CSE-ACCNO.                         DBNK196P
123500     MOVE CSE-REC-STATUS TO SXT-CSE-STATUS.                       DBNK196P
123600     MOVE CSE-REC-NARRATIVE TO SXT-CSE-NARRATIVE.                 DBNK196P
123700     MOVE CSE-REC-RESOLUTION TO SXT-CSE-RESOLUTION.               DBNK196P
123800     MOVE CSE-REC-CLOSED-DATE TO SXT-CSE-CLOSED-DATE.             DBNK196P
123900     PERFORM WRITE-DETAIL THRU                                    DBNK196P
124000             WRITE-DETAIL-EXIT.                                   DBNK196P
124100     GO TO EXTRACT-CASES-LOOP.                                    DBNK196P
124200 EXTRACT-CASES-EXIT.                                              DBNK196P
124300     EXIT.                                                        DBNK196P
124400                                                                  DBNK196P
124500***************************************************************** DBNK196P
124600* Identity documents held                                       * DBNK196P
124700***************************************************************** DBNK196P
124800 EXTRACT-KYC.                                                     DBNK196P
124900     MOVE SAR-REC-PID TO KYC-REC-PID.                             DBNK196P
125000     MOVE LOW-VALUES TO KYC-REC-DOC-TYPE.                         DBNK196P
125100     START BNKKYC-FILE KEY IS NOT LESS THAN KYC-REC-KEY           DBNK196P
125200       INVALID KEY                                                DBNK196P
125300         GO TO EXTRACT-KYC-EXIT                                   DBNK196P
125400     END-START.                                                   DBNK196P
125500 EXTRACT-KYC-LOOP.                                                DBNK196P
125600     READ BNKKYC-FILE NEXT                                        DBNK196P
125700       AT END                                                     DBNK196P
125800         GO TO EXTRACT-KYC-EXIT                                   DBNK196P
125900     END-READ.                                                    DBNK196P
126000     IF KYC-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBNK196P
126100        GO TO EXTRACT-KYC-EXIT                                    DBNK196P
126200     END-IF.                                                      DBNK196P
126300     MOVE SPACES TO SXT-REC.                                      DBNK196P
126400     MOVE 'KYC ' TO SXT-REC-SECTION.                              DBNK196P
126500     MOVE KYC-REC-DOC-TYPE TO SXT-KYC-DOC-TYPE.                   DBNK196P
126600     MOVE KYC-REC-REFNO TO SXT-KYC-REFNO.                         DBNK196P
126700     MOVE KYC-REC-EXPIRY-DATE TO SXT-KYC-EXPIRY-DATE.             DBNK196P
126800     MOVE KYC-REC-VERIFIED-DATE TO SXT-KYC-VERIFIED-DATE.         DBNK196P
126900     MOVE KYC-REC-STATUS TO SXT-KYC-STATUS.                       DBNK196P
127000     PERFORM WRITE-DETAIL THRU                                    DBNK196P
127100             WRITE-DETAIL-EXIT.                                   DBNK196P
127200     GO TO EXTRACT-KYC-LOOP.                                      DBNK196P
127300 EXTRACT-KYC-EXIT.                                                DBNK196P
127400     EXIT.                                                        DBNK196P
127500                                                                  DBNK196P
127600***************************************************************** DBNK196P
127700* Cards issued to the customer - numbers are always masked      * DBNK196P
127800***************************************************************** DBNK196P
127900 EXTRACT-CARDS.                                                   DBNK196P
128000     MOVE SAR-REC-PID TO BCD-REC-PID.                             DBNK196P
128100     START BNKCARD-FILE KEY IS EQUAL TO BCD-REC-PID               DBNK196P
128200       INVALID KEY                                                DBNK196P
128300         GO TO EXTRACT-CARDS-EXIT                                 DBNK196P
128400     END-START.                                                   DBNK196P
128500 EXTRACT-CARDS-LOOP.                                              DBNK196P
128600     READ BNKCARD-FILE NEXT                                       DBNK196P
128700       AT END                                                     DBNK196P
128800         GO TO EXTRACT-CARDS-EXIT                                 DBNK196P
128900     END-READ.                                                    DBNK196P
129000     IF BCD-REC-PID IS NOT EQUAL TO SAR-REC-PID                   DBNK196P
129100        GO TO EXTRACT-CARDS-EXIT                                  DBNK196P
129200     END-IF.                                                      DBNK196P
129300     MOVE SPACES TO SXT-REC.                                      DBNK196P
129400     MOVE 'CARD' TO SXT-REC-SECTION.                              DBNK196P
129500     MOVE SPACES TO MASK-INPUT.                                   DBNK196P
129600     MOVE BCD-REC-CARD-NO TO MASK-INPUT.                          DBNK196P
129700     CALL 'UCRDMASK' USING WS-MASK-DATA.                          DBNK196P
129800     MOVE MASK-OUTPUT TO SXT-CRD-CARD-NO.                         DBNK196P
129900     IF BCD-REC-REPLACED-BY IS NOT EQUAL TO SPACES                DBNK196P
130000        MOVE SPACES TO MASK-INPUT                                 DBNK196P
130100        MOVE BCD-REC-REPLACED-BY TO MASK-INPUT                    DBNK196P
130200        CALL 'UCRDMASK' USING WS-MASK-DATA                        DBNK196P
130300        MOVE MASK-OUTPUT TO SXT-CRD-REPLACED-BY                   DBNK196P
130400     END-IF.                                                      DBNK196P
130500     MOVE BCD-REC-ISSUE-DATE TO SXT-CRD-ISSUE-DATE.               DBNK196P
130600     MOVE BCD-REC-EXPIRY-DATE TO SXT-CRD-EXPIRY-DATE.             DBNK196P
130700     MOVE BCD-REC-STATUS TO SXT-CRD-STATUS.                       DBNK196P
130800     MOVE BCD-REC-LAST-USED TO SXT-CRD-LAST-USED.                 DBNK196P
130900     PERFORM WRITE-DETAIL THRU                                    DBNK196P
131000             WRITE-DETAIL-EXIT.                                   DBNK196P
131100     GO TO EXTRACT-CARDS-LOOP.                                    DBNK196P
131200 EXTRACT-CARDS-EXIT.                                              DBNK196P
131300     EXIT.                                                        DBNK196P
131400                                                                  DBNK196P
131500***************************************************************** DBNK196P
131600* Payees the customer has set up                                * DBNK196P
131700***************************************************************** DBNK196P
131800 EXTRACT-PAYEES.                                                  DBNK196P
131900     MOVE SAR-REC-PID TO BPE-REC-OWNER-PID.                       DBNK196P
132000     START BNKPAYE-FILE KEY IS EQUAL TO BPE-REC-OWNER-PID         DBNK196P
132100       INVALID KEY                                                DBNK196P
132200         GO TO EXTRACT-PAYEES-EXIT                                DBNK196P
132300     END-START.                                                   DBNK196P
132400 EXTRACT-PAYEES-LOOP.                                             DBNK196P
132500     READ BNKPAYE-FILE NEXT                                       DBNK196P
132600       AT END                                                     DBNK196P
132700         GO TO EXTRACT-PAYEES-EXIT                                DBNK196P
132800     END-READ.                                                    DBNK196P
132900     IF BPE-REC-OWNER-PID IS NOT EQUAL TO SAR-REC-PID             DBNK196P
133000        GO TO EXTRACT-PAYEES-EXIT                                 DBNK196P
133100     END-IF.                                                      DBNK196P
133200     MOVE SPACES TO SXT-REC.                                      DBNK196P
133300     MOVE 'PAYE' TO SXT-REC-SECTION.                              DBNK196P
133400     MOVE BPE-REC-PAYEE-ID TO SXT-PAY-PAYEE-ID.                   DBNK196P
133500     MOVE BPE-REC-NAME TO SXT-PAY-NAME.                           DBNK196P
133600     MOVE BPE-REC-BANK-NAME TO SXT-PAY-BANK-NAME.                 DBNK196P
133700     MOVE BPE-REC-ROUTING TO SXT-PAY-ROUTING.                     DBNK196P
133800     MOVE BPE-REC-EXT-ACCNO TO SXT-PAY-EXT-ACCNO.                 DBNK196P
133900     MOVE BPE-REC-STATUS TO SXT-PAY-STATUS.                       DBNK196P
134000     PERFORM WRITE-DETAIL THRU                                    DBNK196P
134100             WRITE-DETAIL-EXIT.                                   DBNK196P
134200     GO TO EXTRACT-PAYEES-LOOP.                                   DBNK196P
134300 EXTRACT-PAYEES-EXIT.                                             DBNK196P
134400     EXIT.                                                        DBNK196P
134500                                                                  DBNK196P
134600***************************************************************** DBNK196P
134700* Sign-ons and other security events logged under the PID. The  * DBNK196P
134800* journal is keyed only on time so the whole file is read       * DBNK196P
134900***************************************************************** DBNK196P
135000 EXTRACT-SECURITY.                                                DBNK196P
135100     MOVE LOW-VALUES TO BSE-REC-TIMESTAMP.                        DBNK196P
135200     START BNKSECJ-FILE KEY IS NOT LESS THAN BSE-REC-TIMESTAMP    DBNK196P
135300       INVALID KEY                                                DBNK196P
135400         GO TO EXTRACT-SECURITY-EXIT                              DBNK196P
135500     END-START.                                                   DBNK196P
135600 EXTRACT-SECURITY-LOOP.                                           DBNK196P
135700     READ BNKSECJ-FILE NEXT                                       DBNK196P
135800       AT END                                                     DBNK196P
135900         GO TO EXTRACT-SECURITY-EXIT                              DBNK196P
136000     END-READ.                                                    DBNK196P
136100     IF BSE-REC-USERID IS NOT EQUAL TO SAR-REC-PID                DBNK196P
136200        GO TO EXTRACT-SECURITY-LOOP                               DBNK196P
136300     END-IF.                                                      DBNK196P
136400     MOVE SPACES TO SXT-REC.                                      DBNK196P
136500     MOVE 'SECJ' TO SXT-REC-SECTION.                              DBNK196P
136600     MOVE BSE-REC-TIMESTAMP TO SXT-SEC-TIMESTAMP.                 DBNK196P
136700     MOVE BSE-REC-EVENT-TYPE TO SXT-SEC-EVENT-TYPE.               DBNK196P
136800     MOVE BSE-REC-CHANNEL TO SXT-SEC-CHANNEL.                     DBNK196P
136900     MOVE BSE-REC-TERMINAL-ID TO SXT-SEC-TERMINAL-ID.             DBNK196P
137000     MOVE BSE-REC-DETAIL TO SXT-SEC-DETAIL.                       DBNK196P
137100     PERFORM WRITE-DETAIL THRU                                    DBNK196P
137200             WRITE-DETAIL-EXIT.                                   DBNK196P
137300     GO TO EXTRACT-SECURITY-LOOP.                                 DBNK196P
137400 EXTRACT-SECURITY-EXIT.                                           DBNK196P
137500     EXIT.                                                        DBNK196P
137600                                                                  DBNK196P
137700***************************************************************** DBNK196P
137800* Check file open OK                                            * DBNK196P
137900***************************************************************** DBNK196P
138000 CHECK-OPEN.                                                      DBNK196P
138100     IF WS-IO-STATUS IS EQUAL TO '00'                             DBNK196P
138200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK196P
138300        STRING WS-FILE       DELIMITED BY ' '                     DBNK196P
138400               ' opened ok' DELIMITED BY SIZE                     DBNK196P
138500          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
138600        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
138700     ELSE                                                         DBNK196P
138800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBNK196P
138900        STRING WS-FILE          DELIMITED BY ' '                  DBNK196P
139000               ' did not open' DELIMITED BY SIZE                  DBNK196P
139100          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
139200        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
139300        PERFORM DISPLAY-IO-STATUS                                 DBNK196P
139400        ADD 1 TO WS-OPEN-ERROR                                    DBNK196P
139500     END-IF.                                                      DBNK196P
139600 CHECK-OPEN-EXIT.                                                 DBNK196P
139700     EXIT.                                                        DBNK196P
139800                                                                  DBNK196P
139900***************************************************************** DBNK196P
140000* Display the file status bytes. This routine will display as  *  DBNK196P
140100* two digits if the full two byte file status is numeric. If   *  DBNK196P
140200* second byte is non-numeric then it will be treated as a      *  DBNK196P
140300* binary number.                                                * DBNK196P
140400***************************************************************** DBNK196P
140500 DISPLAY-IO-STATUS.                                               DBNK196P
140600     IF WS-IO-STATUS NUMERIC                                      DBNK196P
140700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK196P
140800        STRING 'File status -' DELIMITED BY SIZE                  DBNK196P
140900               WS-IO-STATUS   DELIMITED BY SIZE                   DBNK196P
141000          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
141100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
141200     ELSE                                                         DBNK196P
141300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     DBNK196P
141400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    DBNK196P
141500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          DBNK196P
141600        STRING 'File status -' DELIMITED BY SIZE                  DBNK196P
141700               WS-IO-STAT1    DELIMITED BY SIZE                   DBNK196P
141800               '/'            DELIMITED BY SIZE                   DBNK196P
141900               WS-TWO-BYTES   DELIMITED BY SIZE                   DBNK196P
142000          INTO WS-CONSOLE-MESSAGE                                 DBNK196P
142100        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBNK196P
142200     END-IF.                                                      DBNK196P
142300                                                                  DBNK196P
142400***************************************************************** DBNK196P
142500* Display CONSOLE messages...                                   * DBNK196P
142600***************************************************************** DBNK196P
142700 DISPLAY-CONSOLE-MESSAGE.                                         DBNK196P
142800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.              DBNK196P
142900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       DBNK196P
143000                                                                  DBNK196P
143100 COPY CTIMERP.                                                    DBNK196P
143200                                                                  DBNK196P
