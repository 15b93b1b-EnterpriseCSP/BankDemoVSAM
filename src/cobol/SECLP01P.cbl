000100***************************************************************** SECLP01P
000200*                                                               * SECLP01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SECLP01P
000400*   This demonstration program is provided for use by users     * SECLP01P
000500*   of Micro Focus products and may be used, modified and       * SECLP01P
000600*   distributed as part of your application provided that       * SECLP01P
000700*   you properly acknowledge the copyright of Micro Focus       * SECLP01P
000800*   in this material.                                           * SECLP01P
000900*                                                               * SECLP01P
001000***************************************************************** SECLP01P
001100                                                                  SECLP01P
001200***************************************************************** SECLP01P
001300* Program:     SECLP01P.CBL (CICS Version)                      * SECLP01P
001400* Layer:       Screen handling                                  * SECLP01P
001500* Function:    Expected credit loss parameter maintenance in    * SECLP01P
001600*              the SATYP01P mold - Enter shows the loss rate    * SECLP01P
001700*              table from the keyed product and stage on, PF5   * SECLP01P
001800*              adds a product/stage row and PF6 changes its     * SECLP01P
001900*              rates, all via DBANK74P which also writes the    * SECLP01P
002000*              before/after audit posting.  Rates are keyed as  * SECLP01P
002100*              five digits nnnnn meaning nnn.nn percent.        * SECLP01P
002200***************************************************************** SECLP01P
002300                                                                  SECLP01P
002400 IDENTIFICATION DIVISION.                                         SECLP01P
002500 PROGRAM-ID.                                                      SECLP01P
002600     SECLP01P.                                                    SECLP01P
002700 DATE-WRITTEN.                                                    SECLP01P
002800     October 2026.                                                SECLP01P
002900 DATE-COMPILED.                                                   SECLP01P
003000     Today.                                                       SECLP01P
003100                                                                  SECLP01P
003200 ENVIRONMENT DIVISION.                                            SECLP01P
003300                                                                  SECLP01P
003400 DATA DIVISION.                                                   SECLP01P
003500 WORKING-STORAGE SECTION.                                         SECLP01P
003600 01  WS-MISC-STORAGE.                                             SECLP01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             SECLP01P
003800       VALUE 'SECLP01P'.                                          SECLP01P
003900   05  WS-RESP                               PIC S9(8) COMP.      SECLP01P
004000   05  WS-REQUEST-CODE                       PIC X(1).            SECLP01P
004100   05  WS-RATE-DISPLAY                       PIC ZZ9.99.          SECLP01P
004200   05  WS-RATE-IN                            PIC X(5).            SECLP01P
004300   05  WS-RATE-IN-N REDEFINES WS-RATE-IN     PIC 9(3)V99.         SECLP01P
004400                                                                  SECLP01P
004500 01  WS-COMMAREA-74.                                              SECLP01P
004600 COPY CBANKD74.                                                   SECLP01P
004700                                                                  SECLP01P
004800 COPY DFHAID.                                                     SECLP01P
004900                                                                  SECLP01P
005000 COPY DFHBMSCA.                                                   SECLP01P
005100                                                                  SECLP01P
005200 COPY CABENDD.                                                    SECLP01P
005300                                                                  SECLP01P
005400 LINKAGE SECTION.                                                 SECLP01P
005500 01  DFHCOMMAREA.                                                 SECLP01P
005600   05  LK-SCREEN-STATUS                     PIC X(1).             SECLP01P
005700     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SECLP01P
005800     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SECLP01P
005900                                                                  SECLP01P
006000 PROCEDURE DIVISION.                                              SECLP01P
006100***************************************************************** SECLP01P
006200* First time in this pseudo-conversation - send a blank entry   * SECLP01P
006300* screen                                                        * SECLP01P
006400***************************************************************** SECLP01P
006500     IF EIBCALEN IS EQUAL TO 0                                    SECLP01P
006600       MOVE LOW-VALUES TO ECLP01AO                                SECLP01P
006700       MOVE 'Key product/stage - Enter=Read PF5=Add PF6=Update'   SECLP01P
006800         TO ERRMSGO IN ECLP01AO                                   SECLP01P
006900       EXEC CICS SEND MAP('ECLP01A')                              SECLP01P
007000                  MAPSET('MECLP01')                               SECLP01P
007100                  ERASE                                           SECLP01P
007200                  FREEKB                                          SECLP01P
007300       END-EXEC                                                   SECLP01P
007400       SET LK-SCREEN-WAS-SENT TO TRUE                             SECLP01P
007500       GO TO COMMON-RETURN                                        SECLP01P
007600     END-IF.                                                      SECLP01P
007700                                                                  SECLP01P
007800     EXEC CICS RECEIVE MAP('ECLP01A')                             SECLP01P
007900                MAPSET('MECLP01')                                 SECLP01P
008000                RESP(WS-RESP)                                     SECLP01P
008100     END-EXEC.                                                    SECLP01P
008200                                                                  SECLP01P
008300***************************************************************** SECLP01P
008400* PF3 exits, Enter reads, PF5 adds, PF6 updates                 * SECLP01P
008500***************************************************************** SECLP01P
008600     EVALUATE TRUE                                                SECLP01P
008700       WHEN EIBAID IS EQUAL TO DFHPF3                             SECLP01P
008800         EXEC CICS RETURN END-EXEC                                SECLP01P
008900         GOBACK                                                   SECLP01P
009000       WHEN EIBAID IS EQUAL TO DFHPF5                             SECLP01P
009100         MOVE '2' TO WS-REQUEST-CODE                              SECLP01P
009200         PERFORM SAVE-RATES THRU                                  SECLP01P
009300                 SAVE-RATES-EXIT                                  SECLP01P
009400       WHEN EIBAID IS EQUAL TO DFHPF6                             SECLP01P
009500         MOVE '3' TO WS-REQUEST-CODE                              SECLP01P
009600         PERFORM SAVE-RATES THRU                                  SECLP01P
009700                 SAVE-RATES-EXIT                                  SECLP01P
009800       WHEN OTHER                                                 SECLP01P
009900         PERFORM READ-RATES THRU                                  SECLP01P
010000                 READ-RATES-EXIT                                  SECLP01P
010100     END-EVALUATE.                                                SECLP01P
010200                                                                  SECLP01P
010300 COMMON-RETURN.                                                   SECLP01P
010400     EXEC CICS RETURN TRANSID(EIBTRNID)                           SECLP01P
010500                COMMAREA(DFHCOMMAREA)                             SECLP01P
010600                LENGTH(LENGTH OF DFHCOMMAREA)                     SECLP01P
010700     END-EXEC.                                                    SECLP01P
010800     GOBACK.                                                      SECLP01P
010900                                                                  SECLP01P
011000***************************************************************** SECLP01P
011100* Redisplay the screen unchanged except for the message line    * SECLP01P
011200***************************************************************** SECLP01P
011300 RESEND-SCREEN.                                                   SECLP01P
011400     EXEC CICS SEND MAP('ECLP01A')                                SECLP01P
011500                MAPSET('MECLP01')                                 SECLP01P
011600                DATAONLY                                          SECLP01P
011700                FREEKB                                            SECLP01P
011800     END-EXEC.                                                    SECLP01P
011900 RESEND-SCREEN-EXIT.                                              SECLP01P
012000     EXIT.                                                        SECLP01P
012100                                                                  SECLP01P
012200***************************************************************** SECLP01P
012300* Show the table from the keyed product and stage               * SECLP01P
012400***************************************************************** SECLP01P
012500 READ-RATES.                                                      SECLP01P
012600     MOVE SPACES TO CD74-DATA.                                    SECLP01P
012700     SET CD74I-READ TO TRUE.                                      SECLP01P
012800     MOVE PRODI IN ECLP01AI TO CD74I-PRODUCT.                     SECLP01P
012900     MOVE STAGEI IN ECLP01AI TO CD74I-STAGE.                      SECLP01P
013000 COPY CBANKX74.                                                   SECLP01P
013100     IF NOT CD74O-OK                                              SECLP01P
013200       MOVE CD74O-MSG TO ERRMSGO IN ECLP01AO                      SECLP01P
013300       PERFORM RESEND-SCREEN THRU                                 SECLP01P
013400               RESEND-SCREEN-EXIT                                 SECLP01P
013500       GO TO READ-RATES-EXIT                                      SECLP01P
013600     END-IF.                                                      SECLP01P
013700     PERFORM SHOW-RATES THRU                                      SECLP01P
013800             SHOW-RATES-EXIT.                                     SECLP01P
013900     MOVE 'Loss rates shown - PF5=Add PF6=Update'                 SECLP01P
014000       TO ERRMSGO IN ECLP01AO.                                    SECLP01P
014100     EXEC CICS SEND MAP('ECLP01A')                                SECLP01P
014200                MAPSET('MECLP01')                                 SECLP01P
014300                ERASE                                             SECLP01P
014400                FREEKB                                            SECLP01P
014500     END-EXEC.                                                    SECLP01P
014600 READ-RATES-EXIT.                                                 SECLP01P
014700     EXIT.                                                        SECLP01P
014800                                                                  SECLP01P
014900***************************************************************** SECLP01P
015000* Add or update the keyed row - the request code is already set * SECLP01P
015100* by the key that got us here.  A rate left blank goes through  * SECLP01P
015200* as not numeric and DBANK74P refuses it.                       * SECLP01P
015300***************************************************************** SECLP01P
015400 SAVE-RATES.                                                      SECLP01P
015500     MOVE SPACES TO CD74-DATA.                                    SECLP01P
015600     MOVE WS-REQUEST-CODE TO CD74I-REQUEST-CODE.                  SECLP01P
015700     MOVE PRODI IN ECLP01AI TO CD74I-PRODUCT.                     SECLP01P
015800     MOVE STAGEI IN ECLP01AI TO CD74I-STAGE.                      SECLP01P
015900     MOVE DESCI IN ECLP01AI TO CD74I-DESC.                        SECLP01P
016000     MOVE UNSRTI IN ECLP01AI TO WS-RATE-IN.                       SECLP01P
016100     IF WS-RATE-IN IS NUMERIC                                     SECLP01P
016200       MOVE WS-RATE-IN-N TO CD74I-UNSECURED-RATE                  SECLP01P
016300     END-IF.                                                      SECLP01P
016400     MOVE SECRTI IN ECLP01AI TO WS-RATE-IN.                       SECLP01P
016500     IF WS-RATE-IN IS NUMERIC                                     SECLP01P
016600       MOVE WS-RATE-IN-N TO CD74I-SECURED-RATE                    SECLP01P
016700     END-IF.                                                      SECLP01P
016800     MOVE EIBOPID TO CD74I-USERID.                                SECLP01P
016900 COPY CBANKX74.                                                   SECLP01P
017000     IF NOT CD74O-OK                                              SECLP01P
017100       MOVE CD74O-MSG TO ERRMSGO IN ECLP01AO                      SECLP01P
017200       PERFORM RESEND-SCREEN THRU                                 SECLP01P
017300               RESEND-SCREEN-EXIT                                 SECLP01P
017400       GO TO SAVE-RATES-EXIT                                      SECLP01P
017500     END-IF.                                                      SECLP01P
017600     PERFORM SHOW-RATES THRU                                      SECLP01P
017700             SHOW-RATES-EXIT.                                     SECLP01P
017800     MOVE 'Loss rates saved - audit posting written'              SECLP01P
017900       TO ERRMSGO IN ECLP01AO.                                    SECLP01P
018000     EXEC CICS SEND MAP('ECLP01A')                                SECLP01P
018100                MAPSET('MECLP01')                                 SECLP01P
018200                ERASE                                             SECLP01P
018300                FREEKB                                            SECLP01P
018400     END-EXEC.                                                    SECLP01P
018500 SAVE-RATES-EXIT.                                                 SECLP01P
018600     EXIT.                                                        SECLP01P
018700                                                                  SECLP01P
018800***************************************************************** SECLP01P
018900* Fill the screen from the returned row and list                * SECLP01P
019000***************************************************************** SECLP01P
019100 SHOW-RATES.                                                      SECLP01P
019200     MOVE LOW-VALUES TO ECLP01AO.                                 SECLP01P
019300     MOVE CD74O-PRODUCT TO PRODO IN ECLP01AO.                     SECLP01P
019400     MOVE CD74O-STAGE TO STAGEO IN ECLP01AO.                      SECLP01P
019500     MOVE CD74O-DESC TO DESCO IN ECLP01AO.                        SECLP01P
019600     MOVE CD74O-UNSECURED-RATE TO WS-RATE-DISPLAY.                SECLP01P
019700     MOVE WS-RATE-DISPLAY TO UNSRTO IN ECLP01AO.                  SECLP01P
019800     MOVE CD74O-SECURED-RATE TO WS-RATE-DISPLAY.                  SECLP01P
019900     MOVE WS-RATE-DISPLAY TO SECRTO IN ECLP01AO.                  SECLP01P
020000     MOVE CD74O-MAINT-DATE TO MNTDTO IN ECLP01AO.                 SECLP01P
020100     MOVE CD74O-MAINT-USER TO MNTUSO IN ECLP01AO.                 SECLP01P
020200     MOVE CD74O-ENTRY-PRODUCT (1) TO L1PRDO IN ECLP01AO.          SECLP01P
020300     MOVE CD74O-ENTRY-STAGE (1) TO L1STGO IN ECLP01AO.            SECLP01P
020400     MOVE CD74O-ENTRY-DESC (1) TO L1DSCO IN ECLP01AO.             SECLP01P
020500     MOVE CD74O-ENTRY-PRODUCT (2) TO L2PRDO IN ECLP01AO.          SECLP01P
020600     MOVE CD74O-ENTRY-STAGE (2) TO L2STGO IN ECLP01AO.            SECLP01P
020700     MOVE CD74O-ENTRY-DESC (2) TO L2DSCO IN ECLP01AO.             SECLP01P
020800     MOVE CD74O-ENTRY-PRODUCT (3) TO L3PRDO IN ECLP01AO.          SECLP01P
020900     MOVE CD74O-ENTRY-STAGE (3) TO L3STGO IN ECLP01AO.            SECLP01P
021000     MOVE CD74O-ENTRY-DESC (3) TO L3DSCO IN ECLP01AO.             SECLP01P
021100     MOVE CD74O-ENTRY-PRODUCT (4) TO L4PRDO IN ECLP01AO.          SECLP01P
021200     MOVE CD74O-ENTRY-STAGE (4) TO L4STGO IN ECLP01AO.            SECLP01P
021300     MOVE CD74O-ENTRY-DESC (4) TO L4DSCO IN ECLP01AO.             SECLP01P
021400     MOVE CD74O-ENTRY-PRODUCT (5) TO L5PRDO IN ECLP01AO.          SECLP01P
021500     MOVE CD74O-ENTRY-STAGE (5) TO L5STGO IN ECLP01AO.            SECLP01P
021600     MOVE CD74O-ENTRY-DESC (5) TO L5DSCO IN ECLP01AO.             SECLP01P
021700     MOVE CD74O-ENTRY-PRODUCT (6) TO L6PRDO IN ECLP01AO.          SECLP01P
021800     MOVE CD74O-ENTRY-STAGE (6) TO L6STGO IN ECLP01AO.            SECLP01P
021900     MOVE CD74O-ENTRY-DESC (6) TO L6DSCO IN ECLP01AO.             SECLP01P
022000     IF CD74O-ENTRY-PRODUCT (1) IS NOT EQUAL TO SPACES            SECLP01P
022100       MOVE CD74O-ENTRY-UNSEC (1) TO WS-RATE-DISPLAY              SECLP01P
022200       MOVE WS-RATE-DISPLAY TO L1UNSO IN ECLP01AO                 SECLP01P
022300       MOVE CD74O-ENTRY-SEC (1) TO WS-RATE-DISPLAY                SECLP01P
022400       MOVE WS-RATE-DISPLAY TO L1SECO IN ECLP01AO                 SECLP01P
022500     END-IF.                                                      SECLP01P
022600     IF CD74O-ENTRY-PRODUCT (2) IS NOT EQUAL TO SPACES            SECLP01P
022700       MOVE CD74O-ENTRY-UNSEC (2) TO WS-RATE-DISPLAY              SECLP01P
022800       MOVE WS-RATE-DISPLAY TO L2UNSO IN ECLP01AO                 SECLP01P
022900       MOVE CD74O-ENTRY-SEC (2) TO WS-RATE-DISPLAY                SECLP01P
023000       MOVE WS-RATE-DISPLAY TO L2SECO IN ECLP01AO                 SECLP01P
023100     END-IF.                                                      SECLP01P
023200     IF CD74O-ENTRY-PRODUCT (3) IS NOT EQUAL TO SPACES            SECLP01P
023300       MOVE CD74O-ENTRY-UNSEC (3) TO WS-RATE-DISPLAY              SECLP01P
023400       MOVE WS-RATE-DISPLAY TO L3UNSO IN ECLP01AO                 SECLP01P
023500       MOVE CD74O-ENTRY-SEC (3) TO WS-RATE-DISPLAY                SECLP01P
023600       MOVE WS-RATE-DISPLAY TO L3SECO IN ECLP01AO                 SECLP01P
023700     END-IF.                                                      SECLP01P
023800     IF CD74O-ENTRY-PRODUCT (4) IS NOT EQUAL TO SPACES            SECLP01P
023900       MOVE CD74O-ENTRY-UNSEC (4) TO WS-RATE-DISPLAY              SECLP01P
024000       MOVE WS-RATE-DISPLAY TO L4UNSO IN ECLP01AO                 SECLP01P
024100       MOVE CD74O-ENTRY-SEC (4) TO WS-RATE-DISPLAY                SECLP01P
024200       MOVE WS-RATE-DISPLAY TO L4SECO IN ECLP01AO                 SECLP01P
024300     END-IF.                                                      SECLP01P
024400     IF CD74O-ENTRY-PRODUCT (5) IS NOT EQUAL TO SPACES            SECLP01P
024500       MOVE CD74O-ENTRY-UNSEC (5) TO WS-RATE-DISPLAY              SECLP01P
024600       MOVE WS-RATE-DISPLAY TO L5UNSO IN ECLP01AO                 SECLP01P
024700       MOVE CD74O-ENTRY-SEC (5) TO WS-RATE-DISPLAY                SECLP01P
024800       MOVE WS-RATE-DISPLAY TO L5SECO IN ECLP01AO                 SECLP01P
024900     END-IF.                                                      SECLP01P
025000     IF CD74O-ENTRY-PRODUCT (6) IS NOT EQUAL TO SPACES            SECLP01P
025100       MOVE CD74O-ENTRY-UNSEC (6) TO WS-RATE-DISPLAY              SECLP01P
025200       MOVE WS-RATE-DISPLAY TO L6UNSO IN ECLP01AO                 SECLP01P
025300       MOVE CD74O-ENTRY-SEC (6) TO WS-RATE-DISPLAY                SECLP01P
025400       MOVE WS-RATE-DISPLAY TO L6SECO IN ECLP01AO                 SECLP01P
025500     END-IF.                                                      SECLP01P
025600 SHOW-RATES-EXIT.                                                 SECLP01P
025700     EXIT.                                                        SECLP01P
025800                                                                  SECLP01P
025900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SECLP01P
