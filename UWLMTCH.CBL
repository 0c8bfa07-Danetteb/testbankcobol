000100***************************************************************** UWLMTCH 
000200*                                                               * UWLMTCH 
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * UWLMTCH 
000400*   This demonstration program is provided for use by users     * UWLMTCH 
000500*   of Micro Focus products and may be used, modified and       * UWLMTCH 
000600*   distributed as part of your application provided that       * UWLMTCH 
000700*   you properly acknowledge the copyright of Micro Focus       * UWLMTCH 
000800*   in this material.                                           * UWLMTCH 
000900*                                                               * UWLMTCH 
001000***************************************************************** UWLMTCH 
001100                                                                  UWLMTCH 
001200***************************************************************** UWLMTCH 
001300* Program:     UWLMTCH.CBL                                      * UWLMTCH 
001400* Function:    Watchlist name match service, so a name keyed    * UWLMTCH 
001500*              online or read in batch is tested by the same    * UWLMTCH 
001600*              tolerant rule DBANK76P applies to customers:     * UWLMTCH 
001700*              both names are uppercased and stripped of        * UWLMTCH 
001800*              punctuation, and a hit is the watch name's       * UWLMTCH 
001900*              significant characters appearing in order at     * UWLMTCH 
002000*              any offset of the name. Watch names shorter      * UWLMTCH 
002100*              than four characters never match. See copybook   * UWLMTCH 
002200*              CWLMD for the parameters.                        * UWLMTCH 
002300***************************************************************** UWLMTCH 
002400                                                                  UWLMTCH 
002500 IDENTIFICATION DIVISION.                                         UWLMTCH 
002600 PROGRAM-ID.                                                      UWLMTCH 
002700     UWLMTCH.                                                     UWLMTCH 
002800 DATE-WRITTEN.                                                    UWLMTCH 
002900     September 2007.                                              UWLMTCH 
003000 DATE-COMPILED.                                                   UWLMTCH 
003100     Today.                                                       UWLMTCH 
003200                                                                  UWLMTCH 
003300 ENVIRONMENT DIVISION.                                            UWLMTCH 
003400                                                                  UWLMTCH 
003500 DATA DIVISION.                                                   UWLMTCH 
003600 WORKING-STORAGE SECTION.                                         UWLMTCH 
003700 01  WS-MISC-STORAGE.                                             UWLMTCH 
003800   05  WS-PROGRAM-ID                         PIC X(8)             UWLMTCH 
003900       VALUE 'UWLMTCH'.                                           UWLMTCH 
004000   05  WS-SUB1                               PIC S9(4) COMP.      UWLMTCH 
004100   05  WS-SUB2                               PIC S9(4) COMP.      UWLMTCH 
004200   05  WS-WATCH-LEN                          PIC S9(4) COMP.      UWLMTCH 
004300   05  WS-SCAN-LIMIT                         PIC S9(4) COMP.      UWLMTCH 
004400                                                                  UWLMTCH 
004500 LINKAGE SECTION.                                                 UWLMTCH 
004600 01  LK-WLM-WORK-AREA.                                            UWLMTCH 
004700 COPY CWLMD.                                                      UWLMTCH 
004800                                                                  UWLMTCH 
004900 PROCEDURE DIVISION USING LK-WLM-WORK-AREA.                       UWLMTCH 
005000 0000-MAINLINE.                                                   UWLMTCH 
005100     SET WLM-NO-MATCH TO TRUE.                                    UWLMTCH 
005200     EVALUATE TRUE                                                UWLMTCH 
005300       WHEN WLM-FUNC-NORMALIZE                                    UWLMTCH 
005400         PERFORM 1000-NORMALIZE THRU 1000-EXIT                    UWLMTCH 
005500       WHEN WLM-FUNC-MATCH                                        UWLMTCH 
005600         PERFORM 1000-NORMALIZE THRU 1000-EXIT                    UWLMTCH 
005700         PERFORM 2000-MATCH THRU 2000-EXIT                        UWLMTCH 
005800       WHEN OTHER                                                 UWLMTCH 
005900         CONTINUE                                                 UWLMTCH 
006000     END-EVALUATE.                                                UWLMTCH 
006100     GOBACK.                                                      UWLMTCH 
006200                                                                  UWLMTCH 
006300***************************************************************** UWLMTCH 
006400* Uppercase the name and strip punctuation so 'Al-Capone,' and  * UWLMTCH 
006500* 'AL CAPONE' compare equal                                     * UWLMTCH 
006600***************************************************************** UWLMTCH 
006700 1000-NORMALIZE.                                                  UWLMTCH 
006800     MOVE WLM-NAME TO WLM-NORM-NAME.                              UWLMTCH 
006900     INSPECT WLM-NORM-NAME CONVERTING                             UWLMTCH 
007000       'abcdefghijklmnopqrstuvwxyz'                               UWLMTCH 
007100       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                           UWLMTCH 
007200     INSPECT WLM-NORM-NAME CONVERTING                             UWLMTCH 
007300       '.,-''/()' TO '       '.                                   UWLMTCH 
007400 1000-EXIT.                                                       UWLMTCH 
007500     EXIT.                                                        UWLMTCH 
007600                                                                  UWLMTCH 
007700***************************************************************** UWLMTCH 
007800* Containment test of the watch name against the normalized     * UWLMTCH 
007900* name at every offset it can fit                               * UWLMTCH 
008000***************************************************************** UWLMTCH 
008100 2000-MATCH.                                                      UWLMTCH 
008200     MOVE 0 TO WS-WATCH-LEN.                                      UWLMTCH 
008300     PERFORM 2100-FIND-WATCH-LEN THRU 2100-EXIT                   UWLMTCH 
008400       VARYING WS-SUB1 FROM 30 BY -1                              UWLMTCH 
008500         UNTIL WS-SUB1 IS LESS THAN 1                             UWLMTCH 
008600            OR WS-WATCH-LEN IS GREATER THAN 0.                    UWLMTCH 
008700     IF WS-WATCH-LEN IS LESS THAN 4                               UWLMTCH 
008800        GO TO 2000-EXIT                                           UWLMTCH 
008900     END-IF.                                                      UWLMTCH 
009000     IF WLM-NORM-NAME IS EQUAL TO SPACES                          UWLMTCH 
009100        GO TO 2000-EXIT                                           UWLMTCH 
009200     END-IF.                                                      UWLMTCH 
009300     COMPUTE WS-SCAN-LIMIT = 30 - WS-WATCH-LEN + 1.               UWLMTCH 
009400     PERFORM 2200-SCAN-ONE-OFFSET THRU 2200-EXIT                  UWLMTCH 
009500       VARYING WS-SUB2 FROM 1 BY 1                                UWLMTCH 
009600         UNTIL WS-SUB2 IS GREATER THAN WS-SCAN-LIMIT              UWLMTCH 
009700            OR WLM-IS-MATCH.                                      UWLMTCH 
009800 2000-EXIT.                                                       UWLMTCH 
009900     EXIT.                                                        UWLMTCH 
010000                                                                  UWLMTCH 
010100 2100-FIND-WATCH-LEN.                                             UWLMTCH 
010200     IF WLM-WATCH-NORM (WS-SUB1:1) IS NOT EQUAL TO SPACE          UWLMTCH 
010300        MOVE WS-SUB1 TO WS-WATCH-LEN                              UWLMTCH 
010400     END-IF.                                                      UWLMTCH 
010500 2100-EXIT.                                                       UWLMTCH 
010600     EXIT.                                                        UWLMTCH 
010700                                                                  UWLMTCH 
010800 2200-SCAN-ONE-OFFSET.                                            UWLMTCH 
010900     IF WLM-NORM-NAME (WS-SUB2:WS-WATCH-LEN) IS EQUAL TO          UWLMTCH 
011000        WLM-WATCH-NORM (1:WS-WATCH-LEN)                           UWLMTCH 
011100        SET WLM-IS-MATCH TO TRUE                                  UWLMTCH 
011200     END-IF.                                                      UWLMTCH 
011300 2200-EXIT.                                                       UWLMTCH 
011400     EXIT.                                                        UWLMTCH 
011500                                                                  UWLMTCH 
011600* $ Version 5.94a sequenced on Friday 21 Sep 2007 at 9:00am       UWLMTCH 
