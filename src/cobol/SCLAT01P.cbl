000100***************************************************************** SCLAT01P
000200*                                                               * SCLAT01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCLAT01P
000400*   This demonstration program is provided for use by users     * SCLAT01P
000500*   of Micro Focus products and may be used, modified and       * SCLAT01P
000600*   distributed as part of your application provided that       * SCLAT01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCLAT01P
000800*   in this material.                                           * SCLAT01P
000900*                                                               * SCLAT01P
001000***************************************************************** SCLAT01P
001100                                                                  SCLAT01P
001200***************************************************************** SCLAT01P
001300* Program:     SCLAT01P.CBL (CICS Version)                      * SCLAT01P
001400* Layer:       Screen handling                                  * SCLAT01P
001500* Function:    Loan collateral register maintenance in the      * SCLAT01P
001600*              SATYP01P mold - Enter shows a loan's collateral  * SCLAT01P
001700*              from the keyed item on, PF5 pledges a new item,  * SCLAT01P
001800*              PF6 records a new appraisal, lien position or    * SCLAT01P
001900*              insurance renewal, and PF9 releases the item     * SCLAT01P
002000*              once the lien is discharged, all via DBANK73P    * SCLAT01P
002100*              which also writes the before/after audit         * SCLAT01P
002200*              posting.                                         * SCLAT01P
002300***************************************************************** SCLAT01P
002400                                                                  SCLAT01P
002500 IDENTIFICATION DIVISION.                                         SCLAT01P
002600 PROGRAM-ID.                                                      SCLAT01P
002700     SCLAT01P.                                                    SCLAT01P
002800 DATE-WRITTEN.                                                    SCLAT01P
002900     October 2026.                                                SCLAT01P
003000 DATE-COMPILED.                                                   SCLAT01P
003100     Today.                                                       SCLAT01P
003200                                                                  SCLAT01P
003300 ENVIRONMENT DIVISION.                                            SCLAT01P
003400                                                                  SCLAT01P
003500 DATA DIVISION.                                                   SCLAT01P
003600 WORKING-STORAGE SECTION.                                         SCLAT01P
003700 01  WS-MISC-STORAGE.                                             SCLAT01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SCLAT01P
003900       VALUE 'SCLAT01P'.                                          SCLAT01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SCLAT01P
004100   05  WS-REQUEST-CODE                       PIC X(1).            SCLAT01P
004200   05  WS-VALUE-DISPLAY                      PIC Z(8)9.99.        SCLAT01P
004300   05  WS-VALUE-IN                           PIC X(11).           SCLAT01P
004400   05  WS-VALUE-IN-N REDEFINES WS-VALUE-IN   PIC 9(9)V99.         SCLAT01P
004500   05  WS-SEQ-IN                             PIC X(2).            SCLAT01P
004600   05  WS-SEQ-IN-N REDEFINES WS-SEQ-IN       PIC 9(2).            SCLAT01P
004700                                                                  SCLAT01P
004800 01  WS-COMMAREA-73.                                              SCLAT01P
004900 COPY CBANKD73.                                                   SCLAT01P
005000                                                                  SCLAT01P
005100 COPY DFHAID.                                                     SCLAT01P
005200                                                                  SCLAT01P
005300 COPY DFHBMSCA.                                                   SCLAT01P
005400                                                                  SCLAT01P
005500 COPY CABENDD.                                                    SCLAT01P
005600                                                                  SCLAT01P
005700 LINKAGE SECTION.                                                 SCLAT01P
005800 01  DFHCOMMAREA.                                                 SCLAT01P
005900   05  LK-SCREEN-STATUS                     PIC X(1).             SCLAT01P
006000     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SCLAT01P
006100     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SCLAT01P
006200                                                                  SCLAT01P
006300 PROCEDURE DIVISION.                                              SCLAT01P
006400***************************************************************** SCLAT01P
006500* First time in this pseudo-conversation - send a blank entry   * SCLAT01P
006600* screen                                                        * SCLAT01P
006700***************************************************************** SCLAT01P
006800     IF EIBCALEN IS EQUAL TO 0                                    SCLAT01P
006900       MOVE LOW-VALUES TO CLAT01AO                                SCLAT01P
007000       MOVE 'Key a loan - Enter=Read PF5=Add PF6=Upd PF9=Release' SCLAT01P
007100         TO ERRMSGO IN CLAT01AO                                   SCLAT01P
007200       EXEC CICS SEND MAP('CLAT01A')                              SCLAT01P
007300                  MAPSET('MCLAT01')                               SCLAT01P
007400                  ERASE                                           SCLAT01P
007500                  FREEKB                                          SCLAT01P
007600       END-EXEC                                                   SCLAT01P
007700       SET LK-SCREEN-WAS-SENT TO TRUE                             SCLAT01P
007800       GO TO COMMON-RETURN                                        SCLAT01P
007900     END-IF.                                                      SCLAT01P
008000                                                                  SCLAT01P
008100     EXEC CICS RECEIVE MAP('CLAT01A')                             SCLAT01P
008200                MAPSET('MCLAT01')                                 SCLAT01P
008300                RESP(WS-RESP)                                     SCLAT01P
008400     END-EXEC.                                                    SCLAT01P
008500                                                                  SCLAT01P
008600***************************************************************** SCLAT01P
008700* PF3 exits, Enter reads, PF5 adds, PF6 updates, PF9 releases   * SCLAT01P
008800***************************************************************** SCLAT01P
008900     EVALUATE TRUE                                                SCLAT01P
009000       WHEN EIBAID IS EQUAL TO DFHPF3                             SCLAT01P
009100         EXEC CICS RETURN END-EXEC                                SCLAT01P
009200         GOBACK                                                   SCLAT01P
009300       WHEN EIBAID IS EQUAL TO DFHPF5                             SCLAT01P
009400         MOVE '2' TO WS-REQUEST-CODE                              SCLAT01P
009500         PERFORM SAVE-ITEM THRU                                   SCLAT01P
009600                 SAVE-ITEM-EXIT                                   SCLAT01P
009700       WHEN EIBAID IS EQUAL TO DFHPF6                             SCLAT01P
009800         MOVE '3' TO WS-REQUEST-CODE                              SCLAT01P
009900         PERFORM SAVE-ITEM THRU                                   SCLAT01P
010000                 SAVE-ITEM-EXIT                                   SCLAT01P
010100       WHEN EIBAID IS EQUAL TO DFHPF9                             SCLAT01P
010200         MOVE '4' TO WS-REQUEST-CODE                              SCLAT01P
010300         PERFORM RELEASE-ITEM THRU                                SCLAT01P
010400                 RELEASE-ITEM-EXIT                                SCLAT01P
010500       WHEN OTHER                                                 SCLAT01P
010600         MOVE '1' TO WS-REQUEST-CODE                              SCLAT01P
010700         PERFORM READ-ITEM THRU                                   SCLAT01P
010800                 READ-ITEM-EXIT                                   SCLAT01P
010900     END-EVALUATE.                                                SCLAT01P
011000                                                                  SCLAT01P
011100 COMMON-RETURN.                                                   SCLAT01P
011200     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCLAT01P
011300                COMMAREA(DFHCOMMAREA)                             SCLAT01P
011400                LENGTH(LENGTH OF DFHCOMMAREA)                     SCLAT01P
011500     END-EXEC.                                                    SCLAT01P
011600     GOBACK.                                                      SCLAT01P
011700                                                                  SCLAT01P
011800***************************************************************** SCLAT01P
011900* Redisplay the screen unchanged except for the message line    * SCLAT01P
012000***************************************************************** SCLAT01P
012100 RESEND-SCREEN.                                                   SCLAT01P
012200     EXEC CICS SEND MAP('CLAT01A')                                SCLAT01P
012300                MAPSET('MCLAT01')                                 SCLAT01P
012400                DATAONLY                                          SCLAT01P
012500                FREEKB                                            SCLAT01P
012600     END-EXEC.                                                    SCLAT01P
012700 RESEND-SCREEN-EXIT.                                              SCLAT01P
012800     EXIT.                                                        SCLAT01P
012900                                                                  SCLAT01P
013000***************************************************************** SCLAT01P
013100* Show the keyed loan's collateral                              * SCLAT01P
013200***************************************************************** SCLAT01P
013300 READ-ITEM.                                                       SCLAT01P
013400     MOVE SPACES TO CD73-DATA.                                    SCLAT01P
013500     MOVE WS-REQUEST-CODE TO CD73I-REQUEST-CODE.                  SCLAT01P
013600     PERFORM MOVE-KEY-FIELDS THRU                                 SCLAT01P
013700             MOVE-KEY-FIELDS-EXIT.                                SCLAT01P
013800 COPY CBANKX73.                                                   SCLAT01P
013900     IF NOT CD73O-OK                                              SCLAT01P
014000       MOVE CD73O-MSG TO ERRMSGO IN CLAT01AO                      SCLAT01P
014100       PERFORM RESEND-SCREEN THRU                                 SCLAT01P
014200               RESEND-SCREEN-EXIT                                 SCLAT01P
014300       GO TO READ-ITEM-EXIT                                       SCLAT01P
014400     END-IF.                                                      SCLAT01P
014500     PERFORM SHOW-ITEM THRU                                       SCLAT01P
014600             SHOW-ITEM-EXIT.                                      SCLAT01P
014700     MOVE 'Collateral shown - PF5=Add PF6=Update PF9=Release'     SCLAT01P
014800       TO ERRMSGO IN CLAT01AO.                                    SCLAT01P
014900     EXEC CICS SEND MAP('CLAT01A')                                SCLAT01P
015000                MAPSET('MCLAT01')                                 SCLAT01P
015100                ERASE                                             SCLAT01P
015200                FREEKB                                            SCLAT01P
015300     END-EXEC.                                                    SCLAT01P
015400 READ-ITEM-EXIT.                                                  SCLAT01P
015500     EXIT.                                                        SCLAT01P
015600                                                                  SCLAT01P
015700***************************************************************** SCLAT01P
015800* Add or update the keyed item - the request code is already    * SCLAT01P
015900* set by the key that got us here                               * SCLAT01P
016000***************************************************************** SCLAT01P
016100 SAVE-ITEM.                                                       SCLAT01P
016200     MOVE SPACES TO CD73-DATA.                                    SCLAT01P
016300     MOVE WS-REQUEST-CODE TO CD73I-REQUEST-CODE.                  SCLAT01P
016400     PERFORM MOVE-KEY-FIELDS THRU                                 SCLAT01P
016500             MOVE-KEY-FIELDS-EXIT.                                SCLAT01P
016600     MOVE TYPEI IN CLAT01AI TO CD73I-ASSET-TYPE.                  SCLAT01P
016700     MOVE DESCI IN CLAT01AI TO CD73I-DESC.                        SCLAT01P
016800     MOVE ZERO TO CD73I-APPRAISED-VALUE.                          SCLAT01P
016900     MOVE VALUEI IN CLAT01AI TO WS-VALUE-IN.                      SCLAT01P
017000     IF WS-VALUE-IN IS NUMERIC                                    SCLAT01P
017100       MOVE WS-VALUE-IN-N TO CD73I-APPRAISED-VALUE                SCLAT01P
017200     END-IF.                                                      SCLAT01P
017300     MOVE VALDTI IN CLAT01AI TO CD73I-VALUATION-DATE.             SCLAT01P
017400     MOVE LIENI IN CLAT01AI TO CD73I-LIEN-POSITION.               SCLAT01P
017500     MOVE INSEXI IN CLAT01AI TO CD73I-INSURANCE-EXPIRY.           SCLAT01P
017600     MOVE EIBOPID TO CD73I-USERID.                                SCLAT01P
017700 COPY CBANKX73.                                                   SCLAT01P
017800     IF NOT CD73O-OK                                              SCLAT01P
017900       MOVE CD73O-MSG TO ERRMSGO IN CLAT01AO                      SCLAT01P
018000       PERFORM RESEND-SCREEN THRU                                 SCLAT01P
018100               RESEND-SCREEN-EXIT                                 SCLAT01P
018200       GO TO SAVE-ITEM-EXIT                                       SCLAT01P
018300     END-IF.                                                      SCLAT01P
018400     PERFORM SHOW-ITEM THRU                                       SCLAT01P
018500             SHOW-ITEM-EXIT.                                      SCLAT01P
018600     MOVE 'Collateral saved - audit posting written'              SCLAT01P
018700       TO ERRMSGO IN CLAT01AO.                                    SCLAT01P
018800     EXEC CICS SEND MAP('CLAT01A')                                SCLAT01P
018900                MAPSET('MCLAT01')                                 SCLAT01P
019000                ERASE                                             SCLAT01P
019100                FREEKB                                            SCLAT01P
019200     END-EXEC.                                                    SCLAT01P
019300 SAVE-ITEM-EXIT.                                                  SCLAT01P
019400     EXIT.                                                        SCLAT01P
019500                                                                  SCLAT01P
019600***************************************************************** SCLAT01P
019700* Release the keyed item                                        * SCLAT01P
019800***************************************************************** SCLAT01P
019900 RELEASE-ITEM.                                                    SCLAT01P
020000     MOVE SPACES TO CD73-DATA.                                    SCLAT01P
020100     MOVE WS-REQUEST-CODE TO CD73I-REQUEST-CODE.                  SCLAT01P
020200     PERFORM MOVE-KEY-FIELDS THRU                                 SCLAT01P
020300             MOVE-KEY-FIELDS-EXIT.                                SCLAT01P
020400     MOVE EIBOPID TO CD73I-USERID.                                SCLAT01P
020500 COPY CBANKX73.                                                   SCLAT01P
020600     IF NOT CD73O-OK                                              SCLAT01P
020700       MOVE CD73O-MSG TO ERRMSGO IN CLAT01AO                      SCLAT01P
020800       PERFORM RESEND-SCREEN THRU                                 SCLAT01P
020900               RESEND-SCREEN-EXIT                                 SCLAT01P
021000       GO TO RELEASE-ITEM-EXIT                                    SCLAT01P
021100     END-IF.                                                      SCLAT01P
021200     PERFORM SHOW-ITEM THRU                                       SCLAT01P
021300             SHOW-ITEM-EXIT.                                      SCLAT01P
021400     MOVE 'Collateral released - audit posting written'           SCLAT01P
021500       TO ERRMSGO IN CLAT01AO.                                    SCLAT01P
021600     EXEC CICS SEND MAP('CLAT01A')                                SCLAT01P
021700                MAPSET('MCLAT01')                                 SCLAT01P
021800                ERASE                                             SCLAT01P
021900                FREEKB                                            SCLAT01P
022000     END-EXEC.                                                    SCLAT01P
022100 RELEASE-ITEM-EXIT.                                               SCLAT01P
022200     EXIT.                                                        SCLAT01P
022300                                                                  SCLAT01P
022400***************************************************************** SCLAT01P
022500* Loan and item number as keyed - a one digit item number is    * SCLAT01P
022600* taken as 0n                                                   * SCLAT01P
022700***************************************************************** SCLAT01P
022800 MOVE-KEY-FIELDS.                                                 SCLAT01P
022900     MOVE LOANI IN CLAT01AI TO CD73I-LOAN-ID.                     SCLAT01P
023000     MOVE SEQI IN CLAT01AI TO WS-SEQ-IN.                          SCLAT01P
023100     IF WS-SEQ-IN (2:1) IS EQUAL TO SPACE OR                      SCLAT01P
023200        WS-SEQ-IN (2:1) IS EQUAL TO LOW-VALUE                     SCLAT01P
023300       MOVE WS-SEQ-IN (1:1) TO WS-SEQ-IN (2:1)                    SCLAT01P
023400       MOVE '0' TO WS-SEQ-IN (1:1)                                SCLAT01P
023500     END-IF.                                                      SCLAT01P
023600     IF WS-SEQ-IN IS NUMERIC                                      SCLAT01P
023700       MOVE WS-SEQ-IN TO CD73I-SEQ                                SCLAT01P
023800     END-IF.                                                      SCLAT01P
023900 MOVE-KEY-FIELDS-EXIT.                                            SCLAT01P
024000     EXIT.                                                        SCLAT01P
024100                                                                  SCLAT01P
024200***************************************************************** SCLAT01P
024300* Fill the screen from the returned item and list               * SCLAT01P
024400***************************************************************** SCLAT01P
024500 SHOW-ITEM.                                                       SCLAT01P
024600     MOVE LOW-VALUES TO CLAT01AO.                                 SCLAT01P
024700     MOVE CD73O-LOAN-ID TO LOANO IN CLAT01AO.                     SCLAT01P
024800     MOVE CD73O-PID TO PIDO IN CLAT01AO.                          SCLAT01P
024900     MOVE CD73O-SEQ TO SEQO IN CLAT01AO.                          SCLAT01P
025000     MOVE CD73O-ASSET-TYPE TO TYPEO IN CLAT01AO.                  SCLAT01P
025100     MOVE CD73O-DESC TO DESCO IN CLAT01AO.                        SCLAT01P
025200     MOVE CD73O-APPRAISED-VALUE TO WS-VALUE-DISPLAY.              SCLAT01P
025300     MOVE WS-VALUE-DISPLAY TO VALUEO IN CLAT01AO.                 SCLAT01P
025400     MOVE CD73O-VALUATION-DATE TO VALDTO IN CLAT01AO.             SCLAT01P
025500     MOVE CD73O-LIEN-POSITION TO LIENO IN CLAT01AO.               SCLAT01P
025600     MOVE CD73O-INSURANCE-EXPIRY TO INSEXO IN CLAT01AO.           SCLAT01P
025700     MOVE CD73O-STATUS TO STATO IN CLAT01AO.                      SCLAT01P
025800     MOVE CD73O-MAINT-DATE TO MNTDTO IN CLAT01AO.                 SCLAT01P
025900     MOVE CD73O-MAINT-USER TO MNTUSO IN CLAT01AO.                 SCLAT01P
026000     MOVE CD73O-ENTRY-SEQ (1) TO L1SEQO IN CLAT01AO.              SCLAT01P
026100     MOVE CD73O-ENTRY-TYPE (1) TO L1TYPO IN CLAT01AO.             SCLAT01P
026200     MOVE CD73O-ENTRY-DESC (1) TO L1DSCO IN CLAT01AO.             SCLAT01P
026300     MOVE CD73O-ENTRY-STATUS (1) TO L1STAO IN CLAT01AO.           SCLAT01P
026400     MOVE CD73O-ENTRY-SEQ (2) TO L2SEQO IN CLAT01AO.              SCLAT01P
026500     MOVE CD73O-ENTRY-TYPE (2) TO L2TYPO IN CLAT01AO.             SCLAT01P
026600     MOVE CD73O-ENTRY-DESC (2) TO L2DSCO IN CLAT01AO.             SCLAT01P
026700     MOVE CD73O-ENTRY-STATUS (2) TO L2STAO IN CLAT01AO.           SCLAT01P
026800     MOVE CD73O-ENTRY-SEQ (3) TO L3SEQO IN CLAT01AO.              SCLAT01P
026900     MOVE CD73O-ENTRY-TYPE (3) TO L3TYPO IN CLAT01AO.             SCLAT01P
027000     MOVE CD73O-ENTRY-DESC (3) TO L3DSCO IN CLAT01AO.             SCLAT01P
027100     MOVE CD73O-ENTRY-STATUS (3) TO L3STAO IN CLAT01AO.           SCLAT01P
027200     MOVE CD73O-ENTRY-SEQ (4) TO L4SEQO IN CLAT01AO.              SCLAT01P
027300     MOVE CD73O-ENTRY-TYPE (4) TO L4TYPO IN CLAT01AO.             SCLAT01P
027400     MOVE CD73O-ENTRY-DESC (4) TO L4DSCO IN CLAT01AO.             SCLAT01P
027500     MOVE CD73O-ENTRY-STATUS (4) TO L4STAO IN CLAT01AO.           SCLAT01P
027600     IF CD73O-ENTRY-SEQ (1) IS NOT EQUAL TO SPACES                SCLAT01P
027700       MOVE CD73O-ENTRY-VALUE (1) TO WS-VALUE-DISPLAY             SCLAT01P
027800       MOVE WS-VALUE-DISPLAY TO L1VALO IN CLAT01AO                SCLAT01P
027900     END-IF.                                                      SCLAT01P
028000     IF CD73O-ENTRY-SEQ (2) IS NOT EQUAL TO SPACES                SCLAT01P
028100       MOVE CD73O-ENTRY-VALUE (2) TO WS-VALUE-DISPLAY             SCLAT01P
028200       MOVE WS-VALUE-DISPLAY TO L2VALO IN CLAT01AO                SCLAT01P
028300     END-IF.                                                      SCLAT01P
028400     IF CD73O-ENTRY-SEQ (3) IS NOT EQUAL TO SPACES                SCLAT01P
028500       MOVE CD73O-ENTRY-VALUE (3) TO WS-VALUE-DISPLAY             SCLAT01P
028600       MOVE WS-VALUE-DISPLAY TO L3VALO IN CLAT01AO                SCLAT01P
028700     END-IF.                                                      SCLAT01P
028800     IF CD73O-ENTRY-SEQ (4) IS NOT EQUAL TO SPACES                SCLAT01P
028900       MOVE CD73O-ENTRY-VALUE (4) TO WS-VALUE-DISPLAY             SCLAT01P
029000       MOVE WS-VALUE-DISPLAY TO L4VALO IN CLAT01AO                SCLAT01P
029100     END-IF.                                                      SCLAT01P
029200 SHOW-ITEM-EXIT.                                                  SCLAT01P
029300     EXIT.                                                        SCLAT01P
029400                                                                  SCLAT01P
029500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCLAT01P
