000100***************************************************************** DBANK71P
000200*                                                               * DBANK71P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK71P
000400*   This demonstration program is provided for use by users     * DBANK71P
000500*   of Micro Focus products and may be used, modified and       * DBANK71P
000600*   distributed as part of your application provided that       * DBANK71P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK71P
000800*   in this material.                                           * DBANK71P
000900*                                                               * DBANK71P
001000***************************************************************** DBANK71P
001100                                                                  DBANK71P
001200***************************************************************** DBANK71P
001300* Program:     DBANK71P.CBL                                     * DBANK71P
001400* Function:    Cheque book register for an account (BNKCHQB) -  * DBANK71P
001500*              list the account's latest books, order a new     * DBANK71P
001600*              book or cancel one that has not yet gone to the  * DBANK71P
001700*              printer.  A new book takes the next serial range * DBANK71P
001800*              on the account, running on from the highest      * DBANK71P
001900*              serial ever issued, so ranges are never reused.  * DBANK71P
002000*              Only one book may be on order at a time and the  * DBANK71P
002100*              account must be open.  Customer requests must    * DBANK71P
002200*              come from the account's owner or joint owner;    * DBANK71P
002300*              teller requests are taken for any account.  The  * DBANK71P
002400*              nightly ZBNKCBO1 run sends the ordered books to  * DBANK71P
002500*              the printer and charges the fee.                 * DBANK71P
002600*              VSAM version                                     * DBANK71P
002700***************************************************************** DBANK71P
002800                                                                  DBANK71P
002900 IDENTIFICATION DIVISION.                                         DBANK71P
003000 PROGRAM-ID.                                                      DBANK71P
003100     DBANK71P.                                                    DBANK71P
003200 DATE-WRITTEN.                                                    DBANK71P
003300     October 2026.                                                DBANK71P
003400 DATE-COMPILED.                                                   DBANK71P
003500     Today.                                                       DBANK71P
003600                                                                  DBANK71P
003700 ENVIRONMENT DIVISION.                                            DBANK71P
003800                                                                  DBANK71P
003900 DATA DIVISION.                                                   DBANK71P
004000                                                                  DBANK71P
004100 WORKING-STORAGE SECTION.                                         DBANK71P
004200 COPY CTSTAMPD.                                                   DBANK71P
004300                                                                  DBANK71P
004400 01  WS-MISC-STORAGE.                                             DBANK71P
004500   05  WS-PROGRAM-ID                         PIC X(8)             DBANK71P
004600       VALUE 'DBANK71P'.                                          DBANK71P
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK71P
004800   05  WS-RESP                               PIC S9(8) COMP.      DBANK71P
004900   05  WS-SUB1                               PIC S9(4) COMP.      DBANK71P
005000   05  WS-BNKACC-RID                         PIC X(9).            DBANK71P
005100   05  WS-BNKCHQB-RID.                                            DBANK71P
005200     10  WS-BNKCHQB-RID-ACCNO                PIC X(9).            DBANK71P
005300     10  WS-BNKCHQB-RID-SEQ                  PIC X(3).            DBANK71P
005400   05  WS-LAST-SEQ                           PIC 9(3).            DBANK71P
005500   05  WS-HIGH-SERIAL                        PIC 9(6).            DBANK71P
005600   05  WS-NEW-LOW                            PIC 9(7).            DBANK71P
005700   05  WS-NEW-HIGH                           PIC 9(7).            DBANK71P
005800   05  WS-LEAVES                             PIC 9(3).            DBANK71P
005900   05  WS-PENDING                            PIC X(1).            DBANK71P
006000     88  WS-BOOK-PENDING                     VALUE 'Y'.           DBANK71P
006100                                                                  DBANK71P
006200 01  WS-BNKCHQB-REC.                                              DBANK71P
006300 COPY CBANKVCB.                                                   DBANK71P
006400                                                                  DBANK71P
006500 01  WS-BNKACC-REC.                                               DBANK71P
006600 COPY CBANKVAC.                                                   DBANK71P
006700                                                                  DBANK71P
006800 01  WS-COMMAREA.                                                 DBANK71P
006900 COPY CBANKD71.                                                   DBANK71P
007000                                                                  DBANK71P
007100 COPY CABENDD.                                                    DBANK71P
007200                                                                  DBANK71P
007300 LINKAGE SECTION.                                                 DBANK71P
007400 01  DFHCOMMAREA.                                                 DBANK71P
007500   05  LK-COMMAREA                           PIC X(1)             DBANK71P
007600       OCCURS 1 TO 4096 TIMES                                     DBANK71P
007700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK71P
007800                                                                  DBANK71P
007900 COPY CENTRY.                                                     DBANK71P
008000***************************************************************** DBANK71P
008100* Move the passed data to our area                              * DBANK71P
008200***************************************************************** DBANK71P
008300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK71P
008400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK71P
008500                                                                  DBANK71P
008600***************************************************************** DBANK71P
008700* Initialize our output area                                    * DBANK71P
008800***************************************************************** DBANK71P
008900     MOVE SPACES TO CD71O-DATA.                                   DBANK71P
009000     SET CD71O-OK TO TRUE.                                        DBANK71P
009100 COPY CTSTAMPP.                                                   DBANK71P
009200                                                                  DBANK71P
009300***************************************************************** DBANK71P
009400* Every request names an account - it must exist and, when the  * DBANK71P
009500* customer is asking, belong to them as owner or joint owner    * DBANK71P
009600***************************************************************** DBANK71P
009700     IF NOT CD71I-TELLER AND                                      DBANK71P
009800        NOT CD71I-CUSTOMER                                        DBANK71P
009900       SET CD71O-ERROR TO TRUE                                    DBANK71P
010000       MOVE 'Bad request channel' TO CD71O-MSG                    DBANK71P
010100       GO TO DBANK71P-RETURN                                      DBANK71P
010200     END-IF.                                                      DBANK71P
010300     MOVE CD71I-ACCNO TO WS-BNKACC-RID.                           DBANK71P
010400     EXEC CICS READ FILE('BNKACC')                                DBANK71P
010500                    INTO(WS-BNKACC-REC)                           DBANK71P
010600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK71P
010700                    RIDFLD(WS-BNKACC-RID)                         DBANK71P
010800                    RESP(WS-RESP)                                 DBANK71P
010900     END-EXEC.                                                    DBANK71P
011000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
011100       SET CD71O-NOTFND TO TRUE                                   DBANK71P
011200       MOVE 'Account not found' TO CD71O-MSG                      DBANK71P
011300       GO TO DBANK71P-RETURN                                      DBANK71P
011400     END-IF.                                                      DBANK71P
011500     IF CD71I-CUSTOMER AND                                        DBANK71P
011600        BAC-REC-PID IS NOT EQUAL TO CD71I-PID AND                 DBANK71P
011700        BAC-REC-JOINT-PID IS NOT EQUAL TO CD71I-PID               DBANK71P
011800       SET CD71O-ERROR TO TRUE                                    DBANK71P
011900       MOVE 'Account does not belong to customer' TO CD71O-MSG    DBANK71P
012000       GO TO DBANK71P-RETURN                                      DBANK71P
012100     END-IF.                                                      DBANK71P
012200                                                                  DBANK71P
012300***************************************************************** DBANK71P
012400* See what kind of request we have and react accordingly        * DBANK71P
012500***************************************************************** DBANK71P
012600     EVALUATE TRUE                                                DBANK71P
012700       WHEN CD71I-BROWSE                                          DBANK71P
012800         PERFORM BROWSE-PROCESSING THRU                           DBANK71P
012900                 BROWSE-PROCESSING-EXIT                           DBANK71P
013000       WHEN CD71I-ORDER                                           DBANK71P
013100         PERFORM ORDER-PROCESSING THRU                            DBANK71P
013200                 ORDER-PROCESSING-EXIT                            DBANK71P
013300       WHEN CD71I-CANCEL                                          DBANK71P
013400         PERFORM CANCEL-PROCESSING THRU                           DBANK71P
013500                 CANCEL-PROCESSING-EXIT                           DBANK71P
013600       WHEN OTHER                                                 DBANK71P
013700         SET CD71O-ERROR TO TRUE                                  DBANK71P
013800         MOVE 'Bad request code' TO CD71O-MSG                     DBANK71P
013900     END-EVALUATE.                                                DBANK71P
014000                                                                  DBANK71P
014100 DBANK71P-RETURN.                                                 DBANK71P
014200***************************************************************** DBANK71P
014300* Move the result back to the callers area                      * DBANK71P
014400***************************************************************** DBANK71P
014500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK71P
014600                                                                  DBANK71P
014700***************************************************************** DBANK71P
014800* Return to our caller                                          * DBANK71P
014900***************************************************************** DBANK71P
015000 COPY CRETURN.                                                    DBANK71P
015100                                                                  DBANK71P
015200***************************************************************** DBANK71P
015300* Browse request - the account's four most recent books         * DBANK71P
015400***************************************************************** DBANK71P
015500 BROWSE-PROCESSING.                                               DBANK71P
015600     PERFORM SCAN-BOOKS THRU                                      DBANK71P
015700             SCAN-BOOKS-EXIT.                                     DBANK71P
015800     IF WS-SUB1 IS EQUAL TO 0                                     DBANK71P
015900       SET CD71O-NOTFND TO TRUE                                   DBANK71P
016000       MOVE 'No cheque books on register' TO CD71O-MSG            DBANK71P
016100     END-IF.                                                      DBANK71P
016200 BROWSE-PROCESSING-EXIT.                                          DBANK71P
016300     EXIT.                                                        DBANK71P
016400                                                                  DBANK71P
016500***************************************************************** DBANK71P
016600* Order request - allocate the next serial range on the account * DBANK71P
016700* and record the book as ordered for the nightly printer run    * DBANK71P
016800***************************************************************** DBANK71P
016900 ORDER-PROCESSING.                                                DBANK71P
017000     IF CD71I-LEAVES IS EQUAL TO SPACES OR                        DBANK71P
017100        CD71I-LEAVES IS EQUAL TO LOW-VALUES                       DBANK71P
017200       MOVE '050' TO CD71I-LEAVES                                 DBANK71P
017300     END-IF.                                                      DBANK71P
017400     IF CD71I-LEAVES IS NOT EQUAL TO '025' AND                    DBANK71P
017500        CD71I-LEAVES IS NOT EQUAL TO '050' AND                    DBANK71P
017600        CD71I-LEAVES IS NOT EQUAL TO '100'                        DBANK71P
017700       SET CD71O-ERROR TO TRUE                                    DBANK71P
017800       MOVE 'Book size must be 025, 050 or 100' TO CD71O-MSG      DBANK71P
017900       GO TO ORDER-PROCESSING-EXIT                                DBANK71P
018000     END-IF.                                                      DBANK71P
018100     MOVE CD71I-LEAVES TO WS-LEAVES.                              DBANK71P
018200     IF NOT BAC-STATUS-OPEN                                       DBANK71P
018300       SET CD71O-ERROR TO TRUE                                    DBANK71P
018400       MOVE 'Account is not open' TO CD71O-MSG                    DBANK71P
018500       GO TO ORDER-PROCESSING-EXIT                                DBANK71P
018600     END-IF.                                                      DBANK71P
018700     PERFORM SCAN-BOOKS THRU                                      DBANK71P
018800             SCAN-BOOKS-EXIT.                                     DBANK71P
018900     IF WS-BOOK-PENDING                                           DBANK71P
019000       SET CD71O-ERROR TO TRUE                                    DBANK71P
019100       MOVE 'A cheque book is already on order' TO CD71O-MSG      DBANK71P
019200       GO TO ORDER-PROCESSING-EXIT                                DBANK71P
019300     END-IF.                                                      DBANK71P
019400     COMPUTE WS-NEW-LOW = WS-HIGH-SERIAL + 1.                     DBANK71P
019500     COMPUTE WS-NEW-HIGH = WS-HIGH-SERIAL + WS-LEAVES.            DBANK71P
019600     IF WS-NEW-HIGH IS GREATER THAN 999999 OR                     DBANK71P
019700        WS-LAST-SEQ IS EQUAL TO 999                               DBANK71P
019800       SET CD71O-ERROR TO TRUE                                    DBANK71P
019900       MOVE 'No cheque serials left on account' TO CD71O-MSG      DBANK71P
020000       GO TO ORDER-PROCESSING-EXIT                                DBANK71P
020100     END-IF.                                                      DBANK71P
020200                                                                  DBANK71P
020300     MOVE SPACES TO WS-BNKCHQB-REC.                               DBANK71P
020400     MOVE CD71I-ACCNO TO CBK-REC-ACCNO.                           DBANK71P
020500     COMPUTE CBK-REC-SEQ = WS-LAST-SEQ + 1.                       DBANK71P
020600     SET CBK-STATUS-ORDERED TO TRUE.                              DBANK71P
020700     MOVE BAC-REC-PID TO CBK-REC-PID.                             DBANK71P
020800     MOVE WS-NEW-LOW TO CBK-REC-SERIAL-LOW.                       DBANK71P
020900     MOVE WS-NEW-HIGH TO CBK-REC-SERIAL-HIGH.                     DBANK71P
021000     MOVE WS-LEAVES TO CBK-REC-LEAVES.                            DBANK71P
021100     MOVE CD71I-CHANNEL TO CBK-REC-CHANNEL.                       DBANK71P
021200     MOVE CD71I-ORDERED-BY TO CBK-REC-ORDERED-BY.                 DBANK71P
021300     MOVE WS-TS-DATE TO CBK-REC-ORDER-DATE.                       DBANK71P
021400     MOVE ZERO TO CBK-REC-FEE-AMOUNT.                             DBANK71P
021500     MOVE CBK-KEY TO WS-BNKCHQB-RID.                              DBANK71P
021600     EXEC CICS WRITE FILE('BNKCHQB')                              DBANK71P
021700                    FROM(WS-BNKCHQB-REC)                          DBANK71P
021800                    LENGTH(LENGTH OF WS-BNKCHQB-REC)              DBANK71P
021900                    RIDFLD(WS-BNKCHQB-RID)                        DBANK71P
022000                    RESP(WS-RESP)                                 DBANK71P
022100     END-EXEC.                                                    DBANK71P
022200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
022300       SET CD71O-ERROR TO TRUE                                    DBANK71P
022400       MOVE 'Unable to record cheque book order' TO CD71O-MSG     DBANK71P
022500       GO TO ORDER-PROCESSING-EXIT                                DBANK71P
022600     END-IF.                                                      DBANK71P
022700     MOVE CBK-REC-SEQ TO CD71O-SEQ.                               DBANK71P
022800     MOVE CBK-REC-SERIAL-LOW TO CD71O-SERIAL-LOW.                 DBANK71P
022900     MOVE CBK-REC-SERIAL-HIGH TO CD71O-SERIAL-HIGH.               DBANK71P
023000     MOVE 'Cheque book ordered' TO CD71O-MSG.                     DBANK71P
023100 ORDER-PROCESSING-EXIT.                                           DBANK71P
023200     EXIT.                                                        DBANK71P
023300                                                                  DBANK71P
023400***************************************************************** DBANK71P
023500* Cancel request - only a book still waiting for the printer    * DBANK71P
023600* can be cancelled; its serial range is not given out again     * DBANK71P
023700***************************************************************** DBANK71P
023800 CANCEL-PROCESSING.                                               DBANK71P
023900     IF CD71I-SEQ IS NOT NUMERIC                                  DBANK71P
024000       SET CD71O-ERROR TO TRUE                                    DBANK71P
024100       MOVE 'Book number must be numeric' TO CD71O-MSG            DBANK71P
024200       GO TO CANCEL-PROCESSING-EXIT                               DBANK71P
024300     END-IF.                                                      DBANK71P
024400     MOVE CD71I-ACCNO TO WS-BNKCHQB-RID-ACCNO.                    DBANK71P
024500     MOVE CD71I-SEQ TO WS-BNKCHQB-RID-SEQ.                        DBANK71P
024600     EXEC CICS READ FILE('BNKCHQB')                               DBANK71P
024700                    UPDATE                                        DBANK71P
024800                    INTO(WS-BNKCHQB-REC)                          DBANK71P
024900                    LENGTH(LENGTH OF WS-BNKCHQB-REC)              DBANK71P
025000                    RIDFLD(WS-BNKCHQB-RID)                        DBANK71P
025100                    RESP(WS-RESP)                                 DBANK71P
025200     END-EXEC.                                                    DBANK71P
025300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
025400       SET CD71O-NOTFND TO TRUE                                   DBANK71P
025500       MOVE 'No cheque book with that number' TO CD71O-MSG        DBANK71P
025600       GO TO CANCEL-PROCESSING-EXIT                               DBANK71P
025700     END-IF.                                                      DBANK71P
025800     IF NOT CBK-STATUS-ORDERED                                    DBANK71P
025900       EXEC CICS UNLOCK FILE('BNKCHQB')                           DBANK71P
026000       END-EXEC                                                   DBANK71P
026100       SET CD71O-ERROR TO TRUE                                    DBANK71P
026200       MOVE 'Book has already gone to the printer' TO CD71O-MSG   DBANK71P
026300       GO TO CANCEL-PROCESSING-EXIT                               DBANK71P
026400     END-IF.                                                      DBANK71P
026500     SET CBK-STATUS-CANCELLED TO TRUE.                            DBANK71P
026600     EXEC CICS REWRITE FILE('BNKCHQB')                            DBANK71P
026700                    FROM(WS-BNKCHQB-REC)                          DBANK71P
026800                    LENGTH(LENGTH OF WS-BNKCHQB-REC)              DBANK71P
026900                    RESP(WS-RESP)                                 DBANK71P
027000     END-EXEC.                                                    DBANK71P
027100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
027200       SET CD71O-ERROR TO TRUE                                    DBANK71P
027300       MOVE 'Unable to cancel cheque book' TO CD71O-MSG           DBANK71P
027400       GO TO CANCEL-PROCESSING-EXIT                               DBANK71P
027500     END-IF.                                                      DBANK71P
027600     MOVE CBK-REC-SEQ TO CD71O-SEQ.                               DBANK71P
027700     MOVE 'Cheque book order cancelled' TO CD71O-MSG.             DBANK71P
027800 CANCEL-PROCESSING-EXIT.                                          DBANK71P
027900     EXIT.                                                        DBANK71P
028000                                                                  DBANK71P
028100***************************************************************** DBANK71P
028200* Read every book on the account, keeping the latest four in    * DBANK71P
028300* the output table, and note the last order sequence, the       * DBANK71P
028400* highest serial issued and whether a book is still on order    * DBANK71P
028500***************************************************************** DBANK71P
028600 SCAN-BOOKS.                                                      DBANK71P
028700     MOVE 0 TO WS-SUB1.                                           DBANK71P
028800     MOVE 0 TO WS-LAST-SEQ.                                       DBANK71P
028900     MOVE 0 TO WS-HIGH-SERIAL.                                    DBANK71P
029000     MOVE 'N' TO WS-PENDING.                                      DBANK71P
029100     MOVE CD71I-ACCNO TO WS-BNKCHQB-RID-ACCNO.                    DBANK71P
029200     MOVE LOW-VALUES TO WS-BNKCHQB-RID-SEQ.                       DBANK71P
029300     EXEC CICS STARTBR FILE('BNKCHQB')                            DBANK71P
029400                  RIDFLD(WS-BNKCHQB-RID)                          DBANK71P
029500                  GTEQ                                            DBANK71P
029600                  RESP(WS-RESP)                                   DBANK71P
029700     END-EXEC.                                                    DBANK71P
029800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
029900       GO TO SCAN-BOOKS-EXIT                                      DBANK71P
030000     END-IF.                                                      DBANK71P
030100 SCAN-BOOKS-LOOP.                                                 DBANK71P
030200     EXEC CICS READNEXT FILE('BNKCHQB')                           DBANK71P
030300                  INTO(WS-BNKCHQB-REC)                            DBANK71P
030400                  LENGTH(LENGTH OF WS-BNKCHQB-REC)                DBANK71P
030500                  RIDFLD(WS-BNKCHQB-RID)                          DBANK71P
030600                  RESP(WS-RESP)                                   DBANK71P
030700     END-EXEC.                                                    DBANK71P
030800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK71P
030900       GO TO SCAN-BOOKS-DONE                                      DBANK71P
031000     END-IF.                                                      DBANK71P
031100     IF CBK-REC-ACCNO IS NOT EQUAL TO CD71I-ACCNO                 DBANK71P
031200       GO TO SCAN-BOOKS-DONE                                      DBANK71P
031300     END-IF.                                                      DBANK71P
031400     MOVE CBK-REC-SEQ TO WS-LAST-SEQ.                             DBANK71P
031500     IF CBK-REC-SERIAL-HIGH IS GREATER THAN WS-HIGH-SERIAL        DBANK71P
031600       MOVE CBK-REC-SERIAL-HIGH TO WS-HIGH-SERIAL                 DBANK71P
031700     END-IF.                                                      DBANK71P
031800     IF CBK-STATUS-ORDERED                                        DBANK71P
031900       MOVE 'Y' TO WS-PENDING                                     DBANK71P
032000     END-IF.                                                      DBANK71P
032100     IF WS-SUB1 IS EQUAL TO 4                                     DBANK71P
032200       MOVE CD71O-ENTRY (2) TO CD71O-ENTRY (1)                    DBANK71P
032300       MOVE CD71O-ENTRY (3) TO CD71O-ENTRY (2)                    DBANK71P
032400       MOVE CD71O-ENTRY (4) TO CD71O-ENTRY (3)                    DBANK71P
032500     ELSE                                                         DBANK71P
032600       ADD 1 TO WS-SUB1                                           DBANK71P
032700     END-IF.                                                      DBANK71P
032800     MOVE CBK-REC-SEQ TO CD71O-ENTRY-SEQ (WS-SUB1).               DBANK71P
032900     MOVE CBK-REC-SERIAL-LOW TO CD71O-ENTRY-LOW (WS-SUB1).        DBANK71P
033000     MOVE CBK-REC-SERIAL-HIGH TO CD71O-ENTRY-HIGH (WS-SUB1).      DBANK71P
033100     MOVE CBK-REC-LEAVES TO CD71O-ENTRY-LEAVES (WS-SUB1).         DBANK71P
033200     MOVE CBK-REC-STATUS TO CD71O-ENTRY-STATUS (WS-SUB1).         DBANK71P
033300     MOVE CBK-REC-ORDER-DATE TO CD71O-ENTRY-DATE (WS-SUB1).       DBANK71P
033400     GO TO SCAN-BOOKS-LOOP.                                       DBANK71P
033500 SCAN-BOOKS-DONE.                                                 DBANK71P
033600     EXEC CICS ENDBR FILE('BNKCHQB')                              DBANK71P
033700     END-EXEC.                                                    DBANK71P
033800 SCAN-BOOKS-EXIT.                                                 DBANK71P
033900     EXIT.                                                        DBANK71P
034000                                                                  DBANK71P
034100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK71P
