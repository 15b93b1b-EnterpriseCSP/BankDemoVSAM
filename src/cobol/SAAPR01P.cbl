000100***************************************************************** SAAPR01P
000200*                                                               * SAAPR01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SAAPR01P
000400*   This demonstration program is provided for use by users     * SAAPR01P
000500*   of Micro Focus products and may be used, modified and       * SAAPR01P
000600*   distributed as part of your application provided that       * SAAPR01P
000700*   you properly acknowledge the copyright of Micro Focus       * SAAPR01P
000800*   in this material.                                           * SAAPR01P
000900*                                                               * SAAPR01P
001000***************************************************************** SAAPR01P
001100                                                                  SAAPR01P
001200***************************************************************** SAAPR01P
001300* Program:     SAAPR01P.CBL (CICS Version)                      * SAAPR01P
001400* Layer:       Screen handling                                  * SAAPR01P
001500* Function:    Account analysis price table maintenance in the  * SAAPR01P
001600*              SAAPR01P mold - Enter shows the price table from * SAAPR01P
001700*              the keyed activity code on, PF5 adds an activity * SAAPR01P
001800*              row and PF6 changes its price, all via DBANK96P  * SAAPR01P
001900*              which also writes the before/after audit         * SAAPR01P
002000*              posting.  Prices are keyed as five digits nnnnn  * SAAPR01P
002100*              meaning nnn.nn; on the EC row the same field is  * SAAPR01P
002200*              the annual earnings credit rate in percent.      * SAAPR01P
002300***************************************************************** SAAPR01P
002400                                                                  SAAPR01P
002500 IDENTIFICATION DIVISION.                                         SAAPR01P
002600 PROGRAM-ID.                                                      SAAPR01P
002700     SAAPR01P.                                                    SAAPR01P
002800 DATE-WRITTEN.                                                    SAAPR01P
002900     October 2026.                                                SAAPR01P
003000 DATE-COMPILED.                                                   SAAPR01P
003100     Today.                                                       SAAPR01P
003200                                                                  SAAPR01P
003300 ENVIRONMENT DIVISION.                                            SAAPR01P
003400                                                                  SAAPR01P
003500 DATA DIVISION.                                                   SAAPR01P
003600 WORKING-STORAGE SECTION.                                         SAAPR01P
003700 01  WS-MISC-STORAGE.                                             SAAPR01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SAAPR01P
003900       VALUE 'SAAPR01P'.                                          SAAPR01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SAAPR01P
004100   05  WS-REQUEST-CODE                       PIC X(1).            SAAPR01P
004200   05  WS-PRICE-DISPLAY                      PIC ZZ9.99.          SAAPR01P
004300   05  WS-PRICE-IN                           PIC X(5).            SAAPR01P
004400   05  WS-PRICE-IN-N REDEFINES WS-PRICE-IN   PIC 9(3)V99.         SAAPR01P
004500                                                                  SAAPR01P
004600 01  WS-COMMAREA-96.                                              SAAPR01P
004700 COPY CBANKD96.                                                   SAAPR01P
004800                                                                  SAAPR01P
004900 COPY DFHAID.                                                     SAAPR01P
005000                                                                  SAAPR01P
005100 COPY DFHBMSCA.                                                   SAAPR01P
005200                                                                  SAAPR01P
005300 COPY CABENDD.                                                    SAAPR01P
005400                                                                  SAAPR01P
005500 LINKAGE SECTION.                                                 SAAPR01P
005600 01  DFHCOMMAREA.                                                 SAAPR01P
005700   05  LK-SCREEN-STATUS                      PIC X(1).            SAAPR01P
005800     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SAAPR01P
005900     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SAAPR01P
006000                                                                  SAAPR01P
006100 PROCEDURE DIVISION.                                              SAAPR01P
006200***************************************************************** SAAPR01P
006300* First time in this pseudo-conversation - send a blank entry   * SAAPR01P
006400* screen                                                        * SAAPR01P
006500***************************************************************** SAAPR01P
006600     IF EIBCALEN IS EQUAL TO 0                                    SAAPR01P
006700       MOVE LOW-VALUES TO AAPR01AO                                SAAPR01P
006800       MOVE 'Key activity code - Enter=Read PF5=Add PF6=Update'   SAAPR01P
006900         TO ERRMSGO IN AAPR01AO                                   SAAPR01P
007000       EXEC CICS SEND MAP('AAPR01A')                              SAAPR01P
007100                  MAPSET('MAAPR01')                               SAAPR01P
007200                  ERASE                                           SAAPR01P
007300                  FREEKB                                          SAAPR01P
007400       END-EXEC                                                   SAAPR01P
007500       SET LK-SCREEN-WAS-SENT TO TRUE                             SAAPR01P
007600       GO TO COMMON-RETURN                                        SAAPR01P
007700     END-IF.                                                      SAAPR01P
007800                                                                  SAAPR01P
007900     EXEC CICS RECEIVE MAP('AAPR01A')                             SAAPR01P
008000                MAPSET('MAAPR01')                                 SAAPR01P
008100                RESP(WS-RESP)                                     SAAPR01P
008200     END-EXEC.                                                    SAAPR01P
008300                                                                  SAAPR01P
008400***************************************************************** SAAPR01P
008500* PF3 exits, Enter reads, PF5 adds, PF6 updates                 * SAAPR01P
008600***************************************************************** SAAPR01P
008700     EVALUATE TRUE                                                SAAPR01P
008800       WHEN EIBAID IS EQUAL TO DFHPF3                             SAAPR01P
008900         EXEC CICS RETURN END-EXEC                                SAAPR01P
009000         GOBACK                                                   SAAPR01P
009100       WHEN EIBAID IS EQUAL TO DFHPF5                             SAAPR01P
009200         MOVE '2' TO WS-REQUEST-CODE                              SAAPR01P
009300         PERFORM SAVE-PRICES THRU                                 SAAPR01P
009400                 SAVE-PRICES-EXIT                                 SAAPR01P
009500       WHEN EIBAID IS EQUAL TO DFHPF6                             SAAPR01P
009600         MOVE '3' TO WS-REQUEST-CODE                              SAAPR01P
009700         PERFORM SAVE-PRICES THRU                                 SAAPR01P
009800                 SAVE-PRICES-EXIT                                 SAAPR01P
009900       WHEN OTHER                                                 SAAPR01P
010000         PERFORM READ-PRICES THRU                                 SAAPR01P
010100                 READ-PRICES-EXIT                                 SAAPR01P
010200     END-EVALUATE.                                                SAAPR01P
010300                                                                  SAAPR01P
010400 COMMON-RETURN.                                                   SAAPR01P
010500     EXEC CICS RETURN TRANSID(EIBTRNID)                           SAAPR01P
010600                COMMAREA(DFHCOMMAREA)                             SAAPR01P
010700                LENGTH(LENGTH OF DFHCOMMAREA)                     SAAPR01P
010800     END-EXEC.                                                    SAAPR01P
010900     GOBACK.                                                      SAAPR01P
011000                                                                  SAAPR01P
011100***************************************************************** SAAPR01P
011200* Redisplay the screen unchanged except for the message line    * SAAPR01P
011300***************************************************************** SAAPR01P
011400 RESEND-SCREEN.                                                   SAAPR01P
011500     EXEC CICS SEND MAP('AAPR01A')                                SAAPR01P
011600                MAPSET('MAAPR01')                                 SAAPR01P
011700                DATAONLY                                          SAAPR01P
011800                FREEKB                                            SAAPR01P
011900     END-EXEC.                                                    SAAPR01P
012000 RESEND-SCREEN-EXIT.                                              SAAPR01P
012100     EXIT.                                                        SAAPR01P
012200                                                                  SAAPR01P
012300***************************************************************** SAAPR01P
012400* Show the table from the keyed activity code                   * SAAPR01P
012500***************************************************************** SAAPR01P
012600 READ-PRICES.                                                     SAAPR01P
012700     MOVE SPACES TO CD96-DATA.                                    SAAPR01P
012800     SET CD96I-READ TO TRUE.                                      SAAPR01P
012900     MOVE CODEI IN AAPR01AI TO CD96I-CODE.                        SAAPR01P
013000 COPY CBANKX96.                                                   SAAPR01P
013100     IF NOT CD96O-OK                                              SAAPR01P
013200       MOVE CD96O-MSG TO ERRMSGO IN AAPR01AO                      SAAPR01P
013300       PERFORM RESEND-SCREEN THRU                                 SAAPR01P
013400               RESEND-SCREEN-EXIT                                 SAAPR01P
013500       GO TO READ-PRICES-EXIT                                     SAAPR01P
013600     END-IF.                                                      SAAPR01P
013700     PERFORM SHOW-PRICES THRU                                     SAAPR01P
013800             SHOW-PRICES-EXIT.                                    SAAPR01P
013900     MOVE 'Analysis prices shown - PF5=Add PF6=Update'            SAAPR01P
014000       TO ERRMSGO IN AAPR01AO.                                    SAAPR01P
014100     EXEC CICS SEND MAP('AAPR01A')                                SAAPR01P
014200                MAPSET('MAAPR01')                                 SAAPR01P
014300                ERASE                                             SAAPR01P
014400                FREEKB                                            SAAPR01P
014500     END-EXEC.                                                    SAAPR01P
014600 READ-PRICES-EXIT.                                                SAAPR01P
014700     EXIT.                                                        SAAPR01P
014800                                                                  SAAPR01P
014900***************************************************************** SAAPR01P
015000* Add or update the keyed row - the request code is already set * SAAPR01P
015100* by the key that got us here.  A price left blank goes through * SAAPR01P
015200* as not numeric and DBANK96P refuses it.                       * SAAPR01P
015300***************************************************************** SAAPR01P
015400 SAVE-PRICES.                                                     SAAPR01P
015500     MOVE SPACES TO CD96-DATA.                                    SAAPR01P
015600     MOVE WS-REQUEST-CODE TO CD96I-REQUEST-CODE.                  SAAPR01P
015700     MOVE CODEI IN AAPR01AI TO CD96I-CODE.                        SAAPR01P
015800     MOVE DESCI IN AAPR01AI TO CD96I-DESC.                        SAAPR01P
015900     MOVE PRICEI IN AAPR01AI TO WS-PRICE-IN.                      SAAPR01P
016000     IF WS-PRICE-IN IS NUMERIC                                    SAAPR01P
016100       MOVE WS-PRICE-IN-N TO CD96I-PRICE                          SAAPR01P
016200     END-IF.                                                      SAAPR01P
016300     MOVE EIBOPID TO CD96I-USERID.                                SAAPR01P
016400 COPY CBANKX96.                                                   SAAPR01P
016500     IF NOT CD96O-OK                                              SAAPR01P
016600       MOVE CD96O-MSG TO ERRMSGO IN AAPR01AO                      SAAPR01P
016700       PERFORM RESEND-SCREEN THRU                                 SAAPR01P
016800               RESEND-SCREEN-EXIT                                 SAAPR01P
016900       GO TO SAVE-PRICES-EXIT                                     SAAPR01P
017000     END-IF.                                                      SAAPR01P
017100     PERFORM SHOW-PRICES THRU                                     SAAPR01P
017200             SHOW-PRICES-EXIT.                                    SAAPR01P
017300     MOVE 'Analysis price saved - audit posting written'          SAAPR01P
017400       TO ERRMSGO IN AAPR01AO.                                    SAAPR01P
017500     EXEC CICS SEND MAP('AAPR01A')                                SAAPR01P
017600                MAPSET('MAAPR01')                                 SAAPR01P
017700                ERASE                                             SAAPR01P
017800                FREEKB                                            SAAPR01P
017900     END-EXEC.                                                    SAAPR01P
018000 SAVE-PRICES-EXIT.                                                SAAPR01P
018100     EXIT.                                                        SAAPR01P
018200                                                                  SAAPR01P
018300***************************************************************** SAAPR01P
018400* Fill the screen from the returned row and list                * SAAPR01P
018500***************************************************************** SAAPR01P
018600 SHOW-PRICES.                                                     SAAPR01P
018700     MOVE LOW-VALUES TO AAPR01AO.                                 SAAPR01P
018800     MOVE CD96O-CODE TO CODEO IN AAPR01AO.                        SAAPR01P
018900     MOVE CD96O-DESC TO DESCO IN AAPR01AO.                        SAAPR01P
019000     MOVE CD96O-PRICE TO WS-PRICE-DISPLAY.                        SAAPR01P
019100     MOVE WS-PRICE-DISPLAY TO PRICEO IN AAPR01AO.                 SAAPR01P
019200     MOVE CD96O-MAINT-DATE TO MNTDTO IN AAPR01AO.                 SAAPR01P
019300     MOVE CD96O-MAINT-USER TO MNTUSO IN AAPR01AO.                 SAAPR01P
019400     MOVE CD96O-ENTRY-CODE (1) TO L1CDO IN AAPR01AO.              SAAPR01P
019500     MOVE CD96O-ENTRY-DESC (1) TO L1DSCO IN AAPR01AO.             SAAPR01P
019600     MOVE CD96O-ENTRY-CODE (2) TO L2CDO IN AAPR01AO.              SAAPR01P
019700     MOVE CD96O-ENTRY-DESC (2) TO L2DSCO IN AAPR01AO.             SAAPR01P
019800     MOVE CD96O-ENTRY-CODE (3) TO L3CDO IN AAPR01AO.              SAAPR01P
019900     MOVE CD96O-ENTRY-DESC (3) TO L3DSCO IN AAPR01AO.             SAAPR01P
020000     MOVE CD96O-ENTRY-CODE (4) TO L4CDO IN AAPR01AO.              SAAPR01P
020100     MOVE CD96O-ENTRY-DESC (4) TO L4DSCO IN AAPR01AO.             SAAPR01P
020200     MOVE CD96O-ENTRY-CODE (5) TO L5CDO IN AAPR01AO.              SAAPR01P
020300     MOVE CD96O-ENTRY-DESC (5) TO L5DSCO IN AAPR01AO.             SAAPR01P
020400     MOVE CD96O-ENTRY-CODE (6) TO L6CDO IN AAPR01AO.              SAAPR01P
020500     MOVE CD96O-ENTRY-DESC (6) TO L6DSCO IN AAPR01AO.             SAAPR01P
020600     IF CD96O-ENTRY-CODE (1) IS NOT EQUAL TO SPACES               SAAPR01P
020700       MOVE CD96O-ENTRY-PRICE (1) TO WS-PRICE-DISPLAY             SAAPR01P
020800       MOVE WS-PRICE-DISPLAY TO L1PRO IN AAPR01AO                 SAAPR01P
020900     END-IF.                                                      SAAPR01P
021000     IF CD96O-ENTRY-CODE (2) IS NOT EQUAL TO SPACES               SAAPR01P
021100       MOVE CD96O-ENTRY-PRICE (2) TO WS-PRICE-DISPLAY             SAAPR01P
021200       MOVE WS-PRICE-DISPLAY TO L2PRO IN AAPR01AO                 SAAPR01P
021300     END-IF.                                                      SAAPR01P
021400     IF CD96O-ENTRY-CODE (3) IS NOT EQUAL TO SPACES               SAAPR01P
021500       MOVE CD96O-ENTRY-PRICE (3) TO WS-PRICE-DISPLAY             SAAPR01P
021600       MOVE WS-PRICE-DISPLAY TO L3PRO IN AAPR01AO                 SAAPR01P
021700     END-IF.                                                      SAAPR01P
021800     IF CD96O-ENTRY-CODE (4) IS NOT EQUAL TO SPACES               SAAPR01P
021900       MOVE CD96O-ENTRY-PRICE (4) TO WS-PRICE-DISPLAY             SAAPR01P
022000       MOVE WS-PRICE-DISPLAY TO L4PRO IN AAPR01AO                 SAAPR01P
022100     END-IF.                                                      SAAPR01P
022200     IF CD96O-ENTRY-CODE (5) IS NOT EQUAL TO SPACES               SAAPR01P
022300       MOVE CD96O-ENTRY-PRICE (5) TO WS-PRICE-DISPLAY             SAAPR01P
022400       MOVE WS-PRICE-DISPLAY TO L5PRO IN AAPR01AO                 SAAPR01P
022500     END-IF.                                                      SAAPR01P
022600     IF CD96O-ENTRY-CODE (6) IS NOT EQUAL TO SPACES               SAAPR01P
022700       MOVE CD96O-ENTRY-PRICE (6) TO WS-PRICE-DISPLAY             SAAPR01P
022800       MOVE WS-PRICE-DISPLAY TO L6PRO IN AAPR01AO                 SAAPR01P
022900     END-IF.                                                      SAAPR01P
023000 SHOW-PRICES-EXIT.                                                SAAPR01P
023100     EXIT.                                                        SAAPR01P
023200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SAAPR01P
