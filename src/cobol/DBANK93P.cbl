000100***************************************************************** DBANK93P
000200*                                                               * DBANK93P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK93P
000400*   This demonstration program is provided for use by users     * DBANK93P
000500*   of Micro Focus products and may be used, modified and       * DBANK93P
000600*   distributed as part of your application provided that       * DBANK93P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK93P
000800*   in this material.                                           * DBANK93P
000900*                                                               * DBANK93P
001000***************************************************************** DBANK93P
001100                                                                  DBANK93P
001200                                                                  DBANK93P
001300***************************************************************** DBANK93P
001400* Program:     DBANK93P.CBL                                     * DBANK93P
001500* Function:    Statement archive (file BNKSTMA) - list an       * DBANK93P
001600*              account's past statements newest first, eight to * DBANK93P
001700*              a page, show one statement's header and its      * DBANK93P
001800*              transactions a page at a time, and take a        * DBANK93P
001900*              request for a duplicate copy.  A duplicate       * DBANK93P
002000*              request marks the header R with the requesting   * DBANK93P
002100*              user or customer and the date; the overnight run * DBANK93P
002200*              ZBNKDST1 prints it, charges the duplicate        * DBANK93P
002300*              statement fee and marks it P.  A request already * DBANK93P
002400*              waiting is not taken twice.                      * DBANK93P
002500*              VSAM version                                     * DBANK93P
002600***************************************************************** DBANK93P
002700                                                                  DBANK93P
002800 IDENTIFICATION DIVISION.                                         DBANK93P
002900 PROGRAM-ID.                                                      DBANK93P
003000     DBANK93P.                                                    DBANK93P
003100 DATE-WRITTEN.                                                    DBANK93P
003200     October 2026.                                                DBANK93P
003300 DATE-COMPILED.                                                   DBANK93P
003400     Today.                                                       DBANK93P
003500                                                                  DBANK93P
003600 ENVIRONMENT DIVISION.                                            DBANK93P
003700                                                                  DBANK93P
003800 DATA DIVISION.                                                   DBANK93P
003900                                                                  DBANK93P
004000 WORKING-STORAGE SECTION.                                         DBANK93P
004100 COPY CTSTAMPD.                                                   DBANK93P
004200                                                                  DBANK93P
004300 01  WS-MISC-STORAGE.                                             DBANK93P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK93P
004500       VALUE 'DBANK93P'.                                          DBANK93P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK93P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK93P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DBANK93P
004900   05  WS-BNKSTMA-RID                        PIC X(23).           DBANK93P
005000   05  WS-START-RID                          PIC X(23).           DBANK93P
005100   05  WS-TODAY                              PIC X(10).           DBANK93P
005200                                                                  DBANK93P
005300 01  WS-BNKSTMA-REC.                                              DBANK93P
005400 COPY CBANKVSA.                                                   DBANK93P
005500                                                                  DBANK93P
005600 01  WS-COMMAREA.                                                 DBANK93P
005700 COPY CBANKD93.                                                   DBANK93P
005800                                                                  DBANK93P
005900 LINKAGE SECTION.                                                 DBANK93P
006000 01  DFHCOMMAREA.                                                 DBANK93P
006100   05  LK-COMMAREA                           PIC X(1)             DBANK93P
006200       OCCURS 1 TO 4096 TIMES                                     DBANK93P
006300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK93P
006400                                                                  DBANK93P
006500 COPY CENTRY.                                                     DBANK93P
006600***************************************************************** DBANK93P
006700* Move the passed data to our area                              * DBANK93P
006800***************************************************************** DBANK93P
006900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK93P
007000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK93P
007100                                                                  DBANK93P
007200***************************************************************** DBANK93P
007300* Initialize our output area                                    * DBANK93P
007400***************************************************************** DBANK93P
007500     MOVE SPACES TO CD93O-DATA.                                   DBANK93P
007600     SET CD93O-OK TO TRUE.                                        DBANK93P
007700     MOVE ZERO TO CD93O-COUNT.                                    DBANK93P
007800 COPY CTSTAMPP.                                                   DBANK93P
007900     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK93P
008000                                                                  DBANK93P
008100***************************************************************** DBANK93P
008200* See what kind of request we have and react accordingly        * DBANK93P
008300***************************************************************** DBANK93P
008400     EVALUATE TRUE                                                DBANK93P
008500       WHEN CD93I-LIST                                            DBANK93P
008600         PERFORM LIST-PROCESSING THRU                             DBANK93P
008700                 LIST-PROCESSING-EXIT                             DBANK93P
008800       WHEN CD93I-VIEW                                            DBANK93P
008900         PERFORM VIEW-PROCESSING THRU                             DBANK93P
009000                 VIEW-PROCESSING-EXIT                             DBANK93P
009100       WHEN CD93I-DUPLICATE                                       DBANK93P
009200         PERFORM DUPLICATE-PROCESSING THRU                        DBANK93P
009300                 DUPLICATE-PROCESSING-EXIT                        DBANK93P
009400       WHEN OTHER                                                 DBANK93P
009500         SET CD93O-ERROR TO TRUE                                  DBANK93P
009600         MOVE 'Bad request code' TO CD93O-MSG                     DBANK93P
009700     END-EVALUATE.                                                DBANK93P
009800                                                                  DBANK93P
009900***************************************************************** DBANK93P
010000* Move the result back to the callers area                      * DBANK93P
010100***************************************************************** DBANK93P
010200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK93P
010300                                                                  DBANK93P
010400***************************************************************** DBANK93P
010500* Return to our caller                                          * DBANK93P
010600***************************************************************** DBANK93P
010700 COPY CRETURN.                                                    DBANK93P
010800                                                                  DBANK93P
010900***************************************************************** DBANK93P
011000* List request - browse backwards from the end of the account's * DBANK93P
011100* statements, or from the last one on the previous page, and    * DBANK93P
011200* return the headers of up to eight with a flag to say whether  * DBANK93P
011300* older ones are still to come.  Transaction lines are passed   * DBANK93P
011400* over on the way.                                              * DBANK93P
011500***************************************************************** DBANK93P
011600 LIST-PROCESSING.                                                 DBANK93P
011700     IF CD93I-START-KEY IS EQUAL TO SPACES                        DBANK93P
011800       MOVE HIGH-VALUES TO WS-START-RID                           DBANK93P
011900       MOVE CD93I-ACCNO TO WS-START-RID (1:9)                     DBANK93P
012000     ELSE                                                         DBANK93P
012100       MOVE CD93I-START-KEY TO WS-START-RID                       DBANK93P
012200     END-IF.                                                      DBANK93P
012300     MOVE WS-START-RID TO WS-BNKSTMA-RID.                         DBANK93P
012400     EXEC CICS STARTBR FILE('BNKSTMA')                            DBANK93P
012500                  RIDFLD(WS-BNKSTMA-RID)                          DBANK93P
012600                  GTEQ                                            DBANK93P
012700                  RESP(WS-RESP)                                   DBANK93P
012800     END-EXEC.                                                    DBANK93P
012900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
013000       SET CD93O-NOTFND TO TRUE                                   DBANK93P
013100       MOVE 'No statements kept for this account' TO CD93O-MSG    DBANK93P
013200       GO TO LIST-PROCESSING-EXIT                                 DBANK93P
013300     END-IF.                                                      DBANK93P
013400     MOVE 0 TO WS-SUB1.                                           DBANK93P
013500***************************************************************** DBANK93P
013600* The same first-read guard as DBANK92P - a record at or beyond * DBANK93P
013700* the start key handed back first is thrown away                * DBANK93P
013800***************************************************************** DBANK93P
013900     EXEC CICS READPREV FILE('BNKSTMA')                           DBANK93P
014000                  INTO(WS-BNKSTMA-REC)                            DBANK93P
014100                  LENGTH(LENGTH OF WS-BNKSTMA-REC)                DBANK93P
014200                  RIDFLD(WS-BNKSTMA-RID)                          DBANK93P
014300                  RESP(WS-RESP)                                   DBANK93P
014400     END-EXEC.                                                    DBANK93P
014500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
014600       GO TO LIST-BACK-DONE                                       DBANK93P
014700     END-IF.                                                      DBANK93P
014800     IF SMA-REC-ACCNO IS EQUAL TO CD93I-ACCNO AND                 DBANK93P
014900        SMA-KEY IS LESS THAN WS-START-RID AND                     DBANK93P
015000        SMA-LINE-HEADER                                           DBANK93P
015100       PERFORM LIST-ADD-ENTRY THRU                                DBANK93P
015200               LIST-ADD-ENTRY-EXIT                                DBANK93P
015300     END-IF.                                                      DBANK93P
015400 LIST-BACK-LOOP.                                                  DBANK93P
015500     IF CD93O-ERROR                                               DBANK93P
015600       GO TO LIST-BACK-DONE                                       DBANK93P
015700     END-IF.                                                      DBANK93P
015800     EXEC CICS READPREV FILE('BNKSTMA')                           DBANK93P
015900                  INTO(WS-BNKSTMA-REC)                            DBANK93P
016000                  LENGTH(LENGTH OF WS-BNKSTMA-REC)                DBANK93P
016100                  RIDFLD(WS-BNKSTMA-RID)                          DBANK93P
016200                  RESP(WS-RESP)                                   DBANK93P
016300     END-EXEC.                                                    DBANK93P
016400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
016500       GO TO LIST-BACK-DONE                                       DBANK93P
016600     END-IF.                                                      DBANK93P
016700     IF SMA-REC-ACCNO IS NOT EQUAL TO CD93I-ACCNO                 DBANK93P
016800       GO TO LIST-BACK-DONE                                       DBANK93P
016900     END-IF.                                                      DBANK93P
017000     IF NOT SMA-LINE-HEADER                                       DBANK93P
017100       GO TO LIST-BACK-LOOP                                       DBANK93P
017200     END-IF.                                                      DBANK93P
017300     IF WS-SUB1 IS EQUAL TO 8                                     DBANK93P
017400       SET CD93O-MORE-ENTRIES TO TRUE                             DBANK93P
017500       GO TO LIST-BACK-DONE                                       DBANK93P
017600     END-IF.                                                      DBANK93P
017700     PERFORM LIST-ADD-ENTRY THRU                                  DBANK93P
017800             LIST-ADD-ENTRY-EXIT.                                 DBANK93P
017900     GO TO LIST-BACK-LOOP.                                        DBANK93P
018000 LIST-BACK-DONE.                                                  DBANK93P
018100     EXEC CICS ENDBR FILE('BNKSTMA')                              DBANK93P
018200     END-EXEC.                                                    DBANK93P
018300     IF CD93O-ERROR                                               DBANK93P
018400       MOVE ZERO TO CD93O-COUNT                                   DBANK93P
018500       GO TO LIST-PROCESSING-EXIT                                 DBANK93P
018600     END-IF.                                                      DBANK93P
018700     MOVE WS-SUB1 TO CD93O-COUNT.                                 DBANK93P
018800     IF WS-SUB1 IS EQUAL TO ZERO                                  DBANK93P
018900       SET CD93O-NOTFND TO TRUE                                   DBANK93P
019000       IF CD93I-START-KEY IS EQUAL TO SPACES                      DBANK93P
019100         MOVE 'No statements kept for this account' TO CD93O-MSG  DBANK93P
019200       ELSE                                                       DBANK93P
019300         MOVE 'No older statements' TO CD93O-MSG                  DBANK93P
019400       END-IF                                                     DBANK93P
019500       GO TO LIST-PROCESSING-EXIT                                 DBANK93P
019600     END-IF.                                                      DBANK93P
019700     MOVE CD93O-ENTRY-KEY (WS-SUB1) TO CD93O-NEXT-KEY.            DBANK93P
019800 LIST-PROCESSING-EXIT.                                            DBANK93P
019900     EXIT.                                                        DBANK93P
020000                                                                  DBANK93P
020100***************************************************************** DBANK93P
020200* Copy the statement header just read to the next line of the   * DBANK93P
020300* page, so long as it was made out to the customer asking       * DBANK93P
020400***************************************************************** DBANK93P
020500 LIST-ADD-ENTRY.                                                  DBANK93P
020600     IF CD93I-PID IS NOT EQUAL TO SPACES AND                      DBANK93P
020700        SMA-REC-PID IS NOT EQUAL TO CD93I-PID                     DBANK93P
020800       SET CD93O-ERROR TO TRUE                                    DBANK93P
020900       MOVE 'Account is not for this customer' TO CD93O-MSG       DBANK93P
021000       GO TO LIST-ADD-ENTRY-EXIT                                  DBANK93P
021100     END-IF.                                                      DBANK93P
021200     ADD 1 TO WS-SUB1.                                            DBANK93P
021300     MOVE SMA-KEY TO CD93O-ENTRY-KEY (WS-SUB1).                   DBANK93P
021400     MOVE SMA-REC-STMT-DTE TO CD93O-ENTRY-STMT-DTE (WS-SUB1).     DBANK93P
021500     MOVE SMA-HDR-PREV-STMT-DTE TO CD93O-ENTRY-PREV-DTE (WS-SUB1).DBANK93P
021600     MOVE SMA-HDR-CURR-BAL TO CD93O-ENTRY-CURR-BAL (WS-SUB1).     DBANK93P
021700     MOVE SMA-HDR-TXN-COUNT TO CD93O-ENTRY-TXN-COUNT (WS-SUB1).   DBANK93P
021800     MOVE SMA-HDR-DUP-STATUS TO CD93O-ENTRY-DUP-STATUS (WS-SUB1). DBANK93P
021900 LIST-ADD-ENTRY-EXIT.                                             DBANK93P
022000     EXIT.                                                        DBANK93P
022100                                                                  DBANK93P
022200***************************************************************** DBANK93P
022300* View request - return the statement's header and up to eight  * DBANK93P
022400* of its transactions from the line in CD93I-START-KEY (spaces  * DBANK93P
022500* for the first), with the key of the next line when there are  * DBANK93P
022600* more                                                          * DBANK93P
022700***************************************************************** DBANK93P
022800 VIEW-PROCESSING.                                                 DBANK93P
022900     PERFORM READ-HEADER THRU                                     DBANK93P
023000             READ-HEADER-EXIT.                                    DBANK93P
023100     IF NOT CD93O-OK                                              DBANK93P
023200       GO TO VIEW-PROCESSING-EXIT                                 DBANK93P
023300     END-IF.                                                      DBANK93P
023400     MOVE SMA-REC-STMT-DTE TO CD93O-HDR-STMT-DTE.                 DBANK93P
023500     MOVE SMA-HDR-NAME TO CD93O-HDR-NAME.                         DBANK93P
023600     MOVE SMA-HDR-ACC-DESC TO CD93O-HDR-ACC-DESC.                 DBANK93P
023700     MOVE SMA-HDR-PREV-STMT-DTE TO CD93O-HDR-PREV-STMT-DTE.       DBANK93P
023800     MOVE SMA-HDR-CURR-BAL TO CD93O-HDR-CURR-BAL.                 DBANK93P
023900     MOVE SMA-HDR-TXN-COUNT TO CD93O-HDR-TXN-COUNT.               DBANK93P
024000     MOVE SMA-HDR-TXN-TOTAL TO CD93O-HDR-TXN-TOTAL.               DBANK93P
024100     MOVE SMA-HDR-DELIVERY TO CD93O-HDR-DELIVERY.                 DBANK93P
024200     MOVE SMA-HDR-DUP-STATUS TO CD93O-HDR-DUP-STATUS.             DBANK93P
024300     MOVE SMA-HDR-DUP-COUNT TO CD93O-HDR-DUP-COUNT.               DBANK93P
024400     IF CD93I-START-KEY IS EQUAL TO SPACES                        DBANK93P
024500       MOVE CD93I-STMT-KEY TO WS-START-RID                        DBANK93P
024600       MOVE '0001' TO WS-START-RID (20:4)                         DBANK93P
024700     ELSE                                                         DBANK93P
024800       MOVE CD93I-START-KEY TO WS-START-RID                       DBANK93P
024900     END-IF.                                                      DBANK93P
025000     MOVE WS-START-RID TO WS-BNKSTMA-RID.                         DBANK93P
025100     EXEC CICS STARTBR FILE('BNKSTMA')                            DBANK93P
025200                  RIDFLD(WS-BNKSTMA-RID)                          DBANK93P
025300                  GTEQ                                            DBANK93P
025400                  RESP(WS-RESP)                                   DBANK93P
025500     END-EXEC.                                                    DBANK93P
025600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
025700       MOVE 'No transactions on this statement' TO CD93O-MSG      DBANK93P
025800       GO TO VIEW-PROCESSING-EXIT                                 DBANK93P
025900     END-IF.                                                      DBANK93P
026000     MOVE 0 TO WS-SUB1.                                           DBANK93P
026100 VIEW-NEXT-LOOP.                                                  DBANK93P
026200     EXEC CICS READNEXT FILE('BNKSTMA')                           DBANK93P
026300                  INTO(WS-BNKSTMA-REC)                            DBANK93P
026400                  LENGTH(LENGTH OF WS-BNKSTMA-REC)                DBANK93P
026500                  RIDFLD(WS-BNKSTMA-RID)                          DBANK93P
026600                  RESP(WS-RESP)                                   DBANK93P
026700     END-EXEC.                                                    DBANK93P
026800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
026900       GO TO VIEW-NEXT-DONE                                       DBANK93P
027000     END-IF.                                                      DBANK93P
027100     IF SMA-KEY (1:19) IS NOT EQUAL TO CD93I-STMT-KEY (1:19)      DBANK93P
027200       GO TO VIEW-NEXT-DONE                                       DBANK93P
027300     END-IF.                                                      DBANK93P
027400     IF WS-SUB1 IS EQUAL TO 8                                     DBANK93P
027500       SET CD93O-MORE-ENTRIES TO TRUE                             DBANK93P
027600       MOVE SMA-KEY TO CD93O-NEXT-KEY                             DBANK93P
027700       GO TO VIEW-NEXT-DONE                                       DBANK93P
027800     END-IF.                                                      DBANK93P
027900     ADD 1 TO WS-SUB1.                                            DBANK93P
028000     MOVE SMA-KEY TO CD93O-ENTRY-KEY (WS-SUB1).                   DBANK93P
028100     MOVE SMA-TXN-TIMESTAMP TO CD93O-ENTRY-TIMESTAMP (WS-SUB1).   DBANK93P
028200     MOVE SMA-TXN-DESC TO CD93O-ENTRY-DESC (WS-SUB1).             DBANK93P
028300     MOVE SMA-TXN-AMOUNT TO CD93O-ENTRY-AMOUNT (WS-SUB1).         DBANK93P
028400     GO TO VIEW-NEXT-LOOP.                                        DBANK93P
028500 VIEW-NEXT-DONE.                                                  DBANK93P
028600     EXEC CICS ENDBR FILE('BNKSTMA')                              DBANK93P
028700     END-EXEC.                                                    DBANK93P
028800     MOVE WS-SUB1 TO CD93O-COUNT.                                 DBANK93P
028900     IF WS-SUB1 IS EQUAL TO ZERO                                  DBANK93P
029000       MOVE 'No transactions on this statement' TO CD93O-MSG      DBANK93P
029100     END-IF.                                                      DBANK93P
029200 VIEW-PROCESSING-EXIT.                                            DBANK93P
029300     EXIT.                                                        DBANK93P
029400                                                                  DBANK93P
029500***************************************************************** DBANK93P
029600* Duplicate request - mark the statement for the overnight      * DBANK93P
029700* duplicate run with the requesting user and today's date       * DBANK93P
029800***************************************************************** DBANK93P
029900 DUPLICATE-PROCESSING.                                            DBANK93P
030000     PERFORM READ-HEADER THRU                                     DBANK93P
030100             READ-HEADER-EXIT.                                    DBANK93P
030200     IF NOT CD93O-OK                                              DBANK93P
030300       GO TO DUPLICATE-PROCESSING-EXIT                            DBANK93P
030400     END-IF.                                                      DBANK93P
030500     EXEC CICS READ FILE('BNKSTMA')                               DBANK93P
030600                    UPDATE                                        DBANK93P
030700                    INTO(WS-BNKSTMA-REC)                          DBANK93P
030800                    LENGTH(LENGTH OF WS-BNKSTMA-REC)              DBANK93P
030900                    RIDFLD(WS-BNKSTMA-RID)                        DBANK93P
031000                    RESP(WS-RESP)                                 DBANK93P
031100     END-EXEC.                                                    DBANK93P
031200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
031300       SET CD93O-NOTFND TO TRUE                                   DBANK93P
031400       MOVE 'Statement not found' TO CD93O-MSG                    DBANK93P
031500       GO TO DUPLICATE-PROCESSING-EXIT                            DBANK93P
031600     END-IF.                                                      DBANK93P
031700     IF SMA-DUP-REQUESTED                                         DBANK93P
031800       SET CD93O-ERROR TO TRUE                                    DBANK93P
031900       MOVE 'Duplicate already requested' TO CD93O-MSG            DBANK93P
032000       EXEC CICS UNLOCK FILE('BNKSTMA')                           DBANK93P
032100       END-EXEC                                                   DBANK93P
032200       GO TO DUPLICATE-PROCESSING-EXIT                            DBANK93P
032300     END-IF.                                                      DBANK93P
032400     SET SMA-DUP-REQUESTED TO TRUE.                               DBANK93P
032500     MOVE CD93I-USERID TO SMA-HDR-DUP-USERID.                     DBANK93P
032600     MOVE WS-TODAY TO SMA-HDR-DUP-DTE.                            DBANK93P
032700     EXEC CICS REWRITE FILE('BNKSTMA')                            DBANK93P
032800                       FROM(WS-BNKSTMA-REC)                       DBANK93P
032900                       LENGTH(LENGTH OF WS-BNKSTMA-REC)           DBANK93P
033000                       RESP(WS-RESP)                              DBANK93P
033100     END-EXEC.                                                    DBANK93P
033200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
033300       SET CD93O-ERROR TO TRUE                                    DBANK93P
033400       MOVE 'Unable to record the duplicate request' TO CD93O-MSG DBANK93P
033500       GO TO DUPLICATE-PROCESSING-EXIT                            DBANK93P
033600     END-IF.                                                      DBANK93P
033700     MOVE 'Duplicate requested' TO CD93O-MSG.                     DBANK93P
033800 DUPLICATE-PROCESSING-EXIT.                                       DBANK93P
033900     EXIT.                                                        DBANK93P
034000                                                                  DBANK93P
034100***************************************************************** DBANK93P
034200* Read the header line of the statement in CD93I-STMT-KEY and   * DBANK93P
034300* check it belongs to the account, and customer, asking         * DBANK93P
034400***************************************************************** DBANK93P
034500 READ-HEADER.                                                     DBANK93P
034600     MOVE CD93I-STMT-KEY TO WS-BNKSTMA-RID.                       DBANK93P
034700     MOVE ZERO TO WS-BNKSTMA-RID (20:4).                          DBANK93P
034800     IF WS-BNKSTMA-RID (1:9) IS NOT EQUAL TO CD93I-ACCNO          DBANK93P
034900       SET CD93O-ERROR TO TRUE                                    DBANK93P
035000       MOVE 'Statement is not for this account' TO CD93O-MSG      DBANK93P
035100       GO TO READ-HEADER-EXIT                                     DBANK93P
035200     END-IF.                                                      DBANK93P
035300     EXEC CICS READ FILE('BNKSTMA')                               DBANK93P
035400                    INTO(WS-BNKSTMA-REC)                          DBANK93P
035500                    LENGTH(LENGTH OF WS-BNKSTMA-REC)              DBANK93P
035600                    RIDFLD(WS-BNKSTMA-RID)                        DBANK93P
035700                    RESP(WS-RESP)                                 DBANK93P
035800     END-EXEC.                                                    DBANK93P
035900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK93P
036000       SET CD93O-NOTFND TO TRUE                                   DBANK93P
036100       MOVE 'Statement not found' TO CD93O-MSG                    DBANK93P
036200       GO TO READ-HEADER-EXIT                                     DBANK93P
036300     END-IF.                                                      DBANK93P
036400     IF CD93I-PID IS NOT EQUAL TO SPACES AND                      DBANK93P
036500        SMA-REC-PID IS NOT EQUAL TO CD93I-PID                     DBANK93P
036600       SET CD93O-ERROR TO TRUE                                    DBANK93P
036700       MOVE 'Statement is not for this customer' TO CD93O-MSG     DBANK93P
036800       GO TO READ-HEADER-EXIT                                     DBANK93P
036900     END-IF.                                                      DBANK93P
037000 READ-HEADER-EXIT.                                                DBANK93P
037100     EXIT.                                                        DBANK93P
037200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK93P
