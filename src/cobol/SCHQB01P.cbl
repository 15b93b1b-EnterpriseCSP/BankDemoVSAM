000100***************************************************************** SCHQB01P
000200*                                                               * SCHQB01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCHQB01P
000400*   This demonstration program is provided for use by users     * SCHQB01P
000500*   of Micro Focus products and may be used, modified and       * SCHQB01P
000600*   distributed as part of your application provided that       * SCHQB01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCHQB01P
000800*   in this material.                                           * SCHQB01P
000900*                                                               * SCHQB01P
001000***************************************************************** SCHQB01P
001100                                                                  SCHQB01P
001200***************************************************************** SCHQB01P
001300* Program:     SCHQB01P.CBL (CICS Version)                      * SCHQB01P
001400* Layer:       Screen handling                                  * SCHQB01P
001500* Function:    Cheque books for one of the customer's accounts  * SCHQB01P
001600*              (via DBANK71P) - list the account's latest books * SCHQB01P
001700*              and their serial ranges, order a new book of the * SCHQB01P
001800*              size keyed in LEAVI (025, 050 or 100 leaves,     * SCHQB01P
001900*              blank for 050), or cancel the book keyed in      * SCHQB01P
002000*              SELSQI while it is still waiting for the         * SCHQB01P
002100*              printer.  The fee is charged by the nightly      * SCHQB01P
002200*              ZBNKCBO1 order run.                              * SCHQB01P
002300***************************************************************** SCHQB01P
002400                                                                  SCHQB01P
002500 IDENTIFICATION DIVISION.                                         SCHQB01P
002600 PROGRAM-ID.                                                      SCHQB01P
002700     SCHQB01P.                                                    SCHQB01P
002800 DATE-WRITTEN.                                                    SCHQB01P
002900     October 2026.                                                SCHQB01P
003000 DATE-COMPILED.                                                   SCHQB01P
003100     Today.                                                       SCHQB01P
003200                                                                  SCHQB01P
003300 ENVIRONMENT DIVISION.                                            SCHQB01P
003400                                                                  SCHQB01P
003500 DATA DIVISION.                                                   SCHQB01P
003600 WORKING-STORAGE SECTION.                                         SCHQB01P
003700 01  WS-MISC-STORAGE.                                             SCHQB01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SCHQB01P
003900       VALUE 'SCHQB01P'.                                          SCHQB01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SCHQB01P
004100   05  WS-MESSAGE                            PIC X(40).           SCHQB01P
004200                                                                  SCHQB01P
004300 01  WS-COMMAREA.                                                 SCHQB01P
004400 COPY CBANKD71.                                                   SCHQB01P
004500                                                                  SCHQB01P
004600 COPY DFHAID.                                                     SCHQB01P
004700                                                                  SCHQB01P
004800 COPY DFHBMSCA.                                                   SCHQB01P
004900                                                                  SCHQB01P
005000 COPY CABENDD.                                                    SCHQB01P
005100                                                                  SCHQB01P
005200 LINKAGE SECTION.                                                 SCHQB01P
005300 01  DFHCOMMAREA.                                                 SCHQB01P
005400   05  LK-CUSTOMER-PID                      PIC X(5).             SCHQB01P
005500   05  LK-SCREEN-STATUS                     PIC X(1).             SCHQB01P
005600     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SCHQB01P
005700     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SCHQB01P
005800                                                                  SCHQB01P
005900 PROCEDURE DIVISION.                                              SCHQB01P
006000***************************************************************** SCHQB01P
006100* This program must always be reached via XCTL/LINK with a      * SCHQB01P
006200* commarea carrying the customer's PID - abend if none was      * SCHQB01P
006300* passed                                                        * SCHQB01P
006400***************************************************************** SCHQB01P
006500     IF EIBCALEN IS EQUAL TO 0                                    SCHQB01P
006600       MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                        SCHQB01P
006700       MOVE '0001' TO ABEND-CODE                                  SCHQB01P
006800       MOVE SPACES TO ABEND-REASON                                SCHQB01P
006900       COPY CABENDPO.                                             SCHQB01P
007000     END-IF.                                                      SCHQB01P
007100                                                                  SCHQB01P
007200***************************************************************** SCHQB01P
007300* First time in this pseudo-conversation - send the empty       * SCHQB01P
007400* screen so the customer can key the account to work with       * SCHQB01P
007500***************************************************************** SCHQB01P
007600     IF LK-SCREEN-NOT-SENT                                        SCHQB01P
007700       SET LK-SCREEN-WAS-SENT TO TRUE                             SCHQB01P
007800       MOVE LOW-VALUES TO CHQB01AO                                SCHQB01P
007900       MOVE LK-CUSTOMER-PID TO PIDO IN CHQB01AO                   SCHQB01P
008000       MOVE 'Key an account and press Enter to list books'        SCHQB01P
008100         TO ERRMSGO IN CHQB01AO                                   SCHQB01P
008200       EXEC CICS SEND MAP('CHQB01A')                              SCHQB01P
008300                  MAPSET('MCHQB01')                               SCHQB01P
008400                  ERASE                                           SCHQB01P
008500                  FREEKB                                          SCHQB01P
008600       END-EXEC                                                   SCHQB01P
008700       GO TO COMMON-RETURN                                        SCHQB01P
008800     END-IF.                                                      SCHQB01P
008900                                                                  SCHQB01P
009000     EXEC CICS RECEIVE MAP('CHQB01A')                             SCHQB01P
009100                MAPSET('MCHQB01')                                 SCHQB01P
009200                RESP(WS-RESP)                                     SCHQB01P
009300     END-EXEC.                                                    SCHQB01P
009400                                                                  SCHQB01P
009500***************************************************************** SCHQB01P
009600* PF3 exits, PF5 orders a book, PF9 cancels the book keyed by   * SCHQB01P
009700* number, Enter lists the keyed account                         * SCHQB01P
009800***************************************************************** SCHQB01P
009900     MOVE SPACES TO WS-MESSAGE.                                   SCHQB01P
010000     EVALUATE TRUE                                                SCHQB01P
010100       WHEN EIBAID IS EQUAL TO DFHPF3                             SCHQB01P
010200         EXEC CICS RETURN END-EXEC                                SCHQB01P
010300         GOBACK                                                   SCHQB01P
010400       WHEN EIBAID IS EQUAL TO DFHPF5                             SCHQB01P
010500         PERFORM ORDER-BOOK THRU                                  SCHQB01P
010600                 ORDER-BOOK-EXIT                                  SCHQB01P
010700       WHEN EIBAID IS EQUAL TO DFHPF9                             SCHQB01P
010800         PERFORM CANCEL-BOOK THRU                                 SCHQB01P
010900                 CANCEL-BOOK-EXIT                                 SCHQB01P
011000       WHEN OTHER                                                 SCHQB01P
011100         PERFORM BROWSE-AND-SEND THRU                             SCHQB01P
011200                 BROWSE-AND-SEND-EXIT                             SCHQB01P
011300     END-EVALUATE.                                                SCHQB01P
011400                                                                  SCHQB01P
011500 COMMON-RETURN.                                                   SCHQB01P
011600     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCHQB01P
011700                COMMAREA(DFHCOMMAREA)                             SCHQB01P
011800                LENGTH(LENGTH OF DFHCOMMAREA)                     SCHQB01P
011900     END-EXEC.                                                    SCHQB01P
012000     GOBACK.                                                      SCHQB01P
012100                                                                  SCHQB01P
012200***************************************************************** SCHQB01P
012300* Call DBANK71P to list the keyed account and build and send    * SCHQB01P
012400* the screen, showing any message left by the action just taken * SCHQB01P
012500***************************************************************** SCHQB01P
012600 BROWSE-AND-SEND.                                                 SCHQB01P
012700     MOVE SPACES TO CD71-DATA.                                    SCHQB01P
012800     SET CD71I-BROWSE TO TRUE.                                    SCHQB01P
012900     MOVE LK-CUSTOMER-PID TO CD71I-PID.                           SCHQB01P
013000     SET CD71I-CUSTOMER TO TRUE.                                  SCHQB01P
013100     MOVE ACCI IN CHQB01AI TO CD71I-ACCNO.                        SCHQB01P
013200 COPY CBANKX71.                                                   SCHQB01P
013300     MOVE LOW-VALUES TO CHQB01AO.                                 SCHQB01P
013400     MOVE LK-CUSTOMER-PID TO PIDO IN CHQB01AO.                    SCHQB01P
013500     MOVE CD71I-ACCNO TO ACCO IN CHQB01AO.                        SCHQB01P
013600     MOVE CD71O-ENTRY-SEQ (1) TO LIST1SQO IN CHQB01AO.            SCHQB01P
013700     MOVE CD71O-ENTRY-LOW (1) TO LIST1LOO IN CHQB01AO.            SCHQB01P
013800     MOVE CD71O-ENTRY-HIGH (1) TO LIST1HIO IN CHQB01AO.           SCHQB01P
013900     MOVE CD71O-ENTRY-LEAVES (1) TO LIST1LVO IN CHQB01AO.         SCHQB01P
014000     MOVE CD71O-ENTRY-STATUS (1) TO LIST1STO IN CHQB01AO.         SCHQB01P
014100     MOVE CD71O-ENTRY-DATE (1) TO LIST1DTO IN CHQB01AO.           SCHQB01P
014200     MOVE CD71O-ENTRY-SEQ (2) TO LIST2SQO IN CHQB01AO.            SCHQB01P
014300     MOVE CD71O-ENTRY-LOW (2) TO LIST2LOO IN CHQB01AO.            SCHQB01P
014400     MOVE CD71O-ENTRY-HIGH (2) TO LIST2HIO IN CHQB01AO.           SCHQB01P
014500     MOVE CD71O-ENTRY-LEAVES (2) TO LIST2LVO IN CHQB01AO.         SCHQB01P
014600     MOVE CD71O-ENTRY-STATUS (2) TO LIST2STO IN CHQB01AO.         SCHQB01P
014700     MOVE CD71O-ENTRY-DATE (2) TO LIST2DTO IN CHQB01AO.           SCHQB01P
014800     MOVE CD71O-ENTRY-SEQ (3) TO LIST3SQO IN CHQB01AO.            SCHQB01P
014900     MOVE CD71O-ENTRY-LOW (3) TO LIST3LOO IN CHQB01AO.            SCHQB01P
015000     MOVE CD71O-ENTRY-HIGH (3) TO LIST3HIO IN CHQB01AO.           SCHQB01P
015100     MOVE CD71O-ENTRY-LEAVES (3) TO LIST3LVO IN CHQB01AO.         SCHQB01P
015200     MOVE CD71O-ENTRY-STATUS (3) TO LIST3STO IN CHQB01AO.         SCHQB01P
015300     MOVE CD71O-ENTRY-DATE (3) TO LIST3DTO IN CHQB01AO.           SCHQB01P
015400     MOVE CD71O-ENTRY-SEQ (4) TO LIST4SQO IN CHQB01AO.            SCHQB01P
015500     MOVE CD71O-ENTRY-LOW (4) TO LIST4LOO IN CHQB01AO.            SCHQB01P
015600     MOVE CD71O-ENTRY-HIGH (4) TO LIST4HIO IN CHQB01AO.           SCHQB01P
015700     MOVE CD71O-ENTRY-LEAVES (4) TO LIST4LVO IN CHQB01AO.         SCHQB01P
015800     MOVE CD71O-ENTRY-STATUS (4) TO LIST4STO IN CHQB01AO.         SCHQB01P
015900     MOVE CD71O-ENTRY-DATE (4) TO LIST4DTO IN CHQB01AO.           SCHQB01P
016000     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SCHQB01P
016100       MOVE WS-MESSAGE TO ERRMSGO IN CHQB01AO                     SCHQB01P
016200     ELSE                                                         SCHQB01P
016300       IF CD71O-OK                                                SCHQB01P
016400         MOVE 'PF5=Order a book  PF9=Cancel an order'             SCHQB01P
016500           TO ERRMSGO IN CHQB01AO                                 SCHQB01P
016600       ELSE                                                       SCHQB01P
016700         MOVE CD71O-MSG TO ERRMSGO IN CHQB01AO                    SCHQB01P
016800       END-IF                                                     SCHQB01P
016900     END-IF.                                                      SCHQB01P
017000     EXEC CICS SEND MAP('CHQB01A')                                SCHQB01P
017100                MAPSET('MCHQB01')                                 SCHQB01P
017200                ERASE                                             SCHQB01P
017300                FREEKB                                            SCHQB01P
017400     END-EXEC.                                                    SCHQB01P
017500 BROWSE-AND-SEND-EXIT.                                            SCHQB01P
017600     EXIT.                                                        SCHQB01P
017700                                                                  SCHQB01P
017800***************************************************************** SCHQB01P
017900* Redisplay the screen unchanged except for the message line    * SCHQB01P
018000***************************************************************** SCHQB01P
018100 RESEND-SCREEN.                                                   SCHQB01P
018200     EXEC CICS SEND MAP('CHQB01A')                                SCHQB01P
018300                MAPSET('MCHQB01')                                 SCHQB01P
018400                DATAONLY                                          SCHQB01P
018500                FREEKB                                            SCHQB01P
018600     END-EXEC.                                                    SCHQB01P
018700 RESEND-SCREEN-EXIT.                                              SCHQB01P
018800     EXIT.                                                        SCHQB01P
018900                                                                  SCHQB01P
019000***************************************************************** SCHQB01P
019100* Order a new cheque book of the size keyed in LEAVI            * SCHQB01P
019200***************************************************************** SCHQB01P
019300 ORDER-BOOK.                                                      SCHQB01P
019400     MOVE SPACES TO CD71-DATA.                                    SCHQB01P
019500     SET CD71I-ORDER TO TRUE.                                     SCHQB01P
019600     MOVE LK-CUSTOMER-PID TO CD71I-PID.                           SCHQB01P
019700     SET CD71I-CUSTOMER TO TRUE.                                  SCHQB01P
019800     MOVE LK-CUSTOMER-PID TO CD71I-ORDERED-BY.                    SCHQB01P
019900     MOVE ACCI IN CHQB01AI TO CD71I-ACCNO.                        SCHQB01P
020000     MOVE LEAVI IN CHQB01AI TO CD71I-LEAVES.                      SCHQB01P
020100 COPY CBANKX71.                                                   SCHQB01P
020200     IF CD71O-OK                                                  SCHQB01P
020300       STRING 'Book ordered, serials ' DELIMITED BY SIZE          SCHQB01P
020400              CD71O-SERIAL-LOW DELIMITED BY SIZE                  SCHQB01P
020500              '-' DELIMITED BY SIZE                               SCHQB01P
020600              CD71O-SERIAL-HIGH DELIMITED BY SIZE                 SCHQB01P
020700         INTO WS-MESSAGE                                          SCHQB01P
020800       PERFORM BROWSE-AND-SEND THRU                               SCHQB01P
020900               BROWSE-AND-SEND-EXIT                               SCHQB01P
021000     ELSE                                                         SCHQB01P
021100       MOVE CD71O-MSG TO ERRMSGO IN CHQB01AO                      SCHQB01P
021200       PERFORM RESEND-SCREEN THRU                                 SCHQB01P
021300               RESEND-SCREEN-EXIT                                 SCHQB01P
021400     END-IF.                                                      SCHQB01P
021500 ORDER-BOOK-EXIT.                                                 SCHQB01P
021600     EXIT.                                                        SCHQB01P
021700                                                                  SCHQB01P
021800***************************************************************** SCHQB01P
021900* Cancel the book keyed by number in SELSQI                     * SCHQB01P
022000***************************************************************** SCHQB01P
022100 CANCEL-BOOK.                                                     SCHQB01P
022200     IF SELSQI IN CHQB01AI IS NOT NUMERIC                         SCHQB01P
022300       MOVE 'Key the number of the book to cancel'                SCHQB01P
022400         TO ERRMSGO IN CHQB01AO                                   SCHQB01P
022500       PERFORM RESEND-SCREEN THRU                                 SCHQB01P
022600               RESEND-SCREEN-EXIT                                 SCHQB01P
022700       GO TO CANCEL-BOOK-EXIT                                     SCHQB01P
022800     END-IF.                                                      SCHQB01P
022900     MOVE SPACES TO CD71-DATA.                                    SCHQB01P
023000     SET CD71I-CANCEL TO TRUE.                                    SCHQB01P
023100     MOVE LK-CUSTOMER-PID TO CD71I-PID.                           SCHQB01P
023200     SET CD71I-CUSTOMER TO TRUE.                                  SCHQB01P
023300     MOVE ACCI IN CHQB01AI TO CD71I-ACCNO.                        SCHQB01P
023400     MOVE SELSQI IN CHQB01AI TO CD71I-SEQ.                        SCHQB01P
023500 COPY CBANKX71.                                                   SCHQB01P
023600     IF CD71O-OK                                                  SCHQB01P
023700       MOVE 'Cheque book order cancelled' TO WS-MESSAGE           SCHQB01P
023800       PERFORM BROWSE-AND-SEND THRU                               SCHQB01P
023900               BROWSE-AND-SEND-EXIT                               SCHQB01P
024000     ELSE                                                         SCHQB01P
024100       MOVE CD71O-MSG TO ERRMSGO IN CHQB01AO                      SCHQB01P
024200       PERFORM RESEND-SCREEN THRU                                 SCHQB01P
024300               RESEND-SCREEN-EXIT                                 SCHQB01P
024400     END-IF.                                                      SCHQB01P
024500 CANCEL-BOOK-EXIT.                                                SCHQB01P
024600     EXIT.                                                        SCHQB01P
024700                                                                  SCHQB01P
024800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCHQB01P
