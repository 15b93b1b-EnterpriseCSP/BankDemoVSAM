000100***************************************************************** DBANK90P
000200*                                                               * DBANK90P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK90P
000400*   This demonstration program is provided for use by users     * DBANK90P
000500*   of Micro Focus products and may be used, modified and       * DBANK90P
000600*   distributed as part of your application provided that       * DBANK90P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK90P
000800*   in this material.                                           * DBANK90P
000900*                                                               * DBANK90P
001000***************************************************************** DBANK90P
001100                                                                  DBANK90P
001200                                                                  DBANK90P
001300***************************************************************** DBANK90P
001400* Program:     DBANK90P.CBL                                     * DBANK90P
001500* Function:    Payment requests billers send our customers      * DBANK90P
001600*              (file BNKRTP) - list a customer's open requests, * DBANK90P
001700*              read one, and record the customer's answer:      * DBANK90P
001800*              paid in full, part paid, scheduled on BNKPEND    * DBANK90P
001900*              for the due date, or declined.  Only a pending   * DBANK90P
002000*              request that has not passed its expiry date can  * DBANK90P
002100*              be answered, except that a scheduled one may     * DBANK90P
002200*              still be declined once its BNKPEND item has      * DBANK90P
002300*              been cancelled.  Every answer marks the biller's * DBANK90P
002400*              status response as due for ZBNKRTX1.             * DBANK90P
002500*              VSAM version                                     * DBANK90P
002600***************************************************************** DBANK90P
002700                                                                  DBANK90P
002800 IDENTIFICATION DIVISION.                                         DBANK90P
002900 PROGRAM-ID.                                                      DBANK90P
003000     DBANK90P.                                                    DBANK90P
003100 DATE-WRITTEN.                                                    DBANK90P
003200     October 2026.                                                DBANK90P
003300 DATE-COMPILED.                                                   DBANK90P
003400     Today.                                                       DBANK90P
003500                                                                  DBANK90P
003600 ENVIRONMENT DIVISION.                                            DBANK90P
003700                                                                  DBANK90P
003800 DATA DIVISION.                                                   DBANK90P
003900                                                                  DBANK90P
004000 WORKING-STORAGE SECTION.                                         DBANK90P
004100 COPY CTSTAMPD.                                                   DBANK90P
004200                                                                  DBANK90P
004300 01  WS-MISC-STORAGE.                                             DBANK90P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBANK90P
004500       VALUE 'DBANK90P'.                                          DBANK90P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK90P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBANK90P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DBANK90P
004900   05  WS-BNKRTP-RID.                                             DBANK90P
005000     10  WS-BNKRTP-RID-PID                   PIC X(5).            DBANK90P
005100     10  WS-BNKRTP-RID-REQ-ID                PIC X(16).           DBANK90P
005200   05  WS-TODAY                              PIC X(10).           DBANK90P
005300                                                                  DBANK90P
005400 01  WS-BNKRTP-REC.                                               DBANK90P
005500 COPY CBANKVRQ.                                                   DBANK90P
005600                                                                  DBANK90P
005700 01  WS-COMMAREA.                                                 DBANK90P
005800 COPY CBANKD90.                                                   DBANK90P
005900                                                                  DBANK90P
006000 LINKAGE SECTION.                                                 DBANK90P
006100 01  DFHCOMMAREA.                                                 DBANK90P
006200   05  LK-COMMAREA                           PIC X(1)             DBANK90P
006300       OCCURS 1 TO 4096 TIMES                                     DBANK90P
006400         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK90P
006500                                                                  DBANK90P
006600 COPY CENTRY.                                                     DBANK90P
006700***************************************************************** DBANK90P
006800* Move the passed data to our area                              * DBANK90P
006900***************************************************************** DBANK90P
007000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK90P
007100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK90P
007200                                                                  DBANK90P
007300***************************************************************** DBANK90P
007400* Initialize our output area                                    * DBANK90P
007500***************************************************************** DBANK90P
007600     MOVE SPACES TO CD90O-DATA.                                   DBANK90P
007700     SET CD90O-OK TO TRUE.                                        DBANK90P
007800     MOVE ZERO TO CD90O-AMOUNT.                                   DBANK90P
007900     MOVE ZERO TO CD90O-COUNT.                                    DBANK90P
008000 COPY CTSTAMPP.                                                   DBANK90P
008100     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        DBANK90P
008200                                                                  DBANK90P
008300***************************************************************** DBANK90P
008400* See what kind of request we have and react accordingly        * DBANK90P
008500***************************************************************** DBANK90P
008600     EVALUATE TRUE                                                DBANK90P
008700       WHEN CD90I-LIST                                            DBANK90P
008800         PERFORM LIST-PROCESSING THRU                             DBANK90P
008900                 LIST-PROCESSING-EXIT                             DBANK90P
009000       WHEN CD90I-READ                                            DBANK90P
009100         PERFORM READ-PROCESSING THRU                             DBANK90P
009200                 READ-PROCESSING-EXIT                             DBANK90P
009300       WHEN CD90I-ANSWER                                          DBANK90P
009400         PERFORM ANSWER-PROCESSING THRU                           DBANK90P
009500                 ANSWER-PROCESSING-EXIT                           DBANK90P
009600       WHEN OTHER                                                 DBANK90P
009700         SET CD90O-ERROR TO TRUE                                  DBANK90P
009800         MOVE 'Bad request code' TO CD90O-MSG                     DBANK90P
009900     END-EVALUATE.                                                DBANK90P
010000                                                                  DBANK90P
010100***************************************************************** DBANK90P
010200* Move the result back to the callers area                      * DBANK90P
010300***************************************************************** DBANK90P
010400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK90P
010500                                                                  DBANK90P
010600***************************************************************** DBANK90P
010700* Return to our caller                                          * DBANK90P
010800***************************************************************** DBANK90P
010900 COPY CRETURN.                                                    DBANK90P
011000                                                                  DBANK90P
011100***************************************************************** DBANK90P
011200* List request - browse the customer's requests and return up   * DBANK90P
011300* to six still open (pending or scheduled).  A pending request  * DBANK90P
011400* past its expiry date shows as E until the nightly run         * DBANK90P
011500* expires it.                                                   * DBANK90P
011600***************************************************************** DBANK90P
011700 LIST-PROCESSING.                                                 DBANK90P
011800     MOVE CD90I-PID TO WS-BNKRTP-RID-PID.                         DBANK90P
011900     MOVE LOW-VALUES TO WS-BNKRTP-RID-REQ-ID.                     DBANK90P
012000     EXEC CICS STARTBR FILE('BNKRTP')                             DBANK90P
012100                       RIDFLD(WS-BNKRTP-RID)                      DBANK90P
012200                       GTEQ                                       DBANK90P
012300                       RESP(WS-RESP)                              DBANK90P
012400     END-EXEC.                                                    DBANK90P
012500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK90P
012600       SET CD90O-NOTFND TO TRUE                                   DBANK90P
012700       MOVE 'No payment requests waiting' TO CD90O-MSG            DBANK90P
012800       GO TO LIST-PROCESSING-EXIT                                 DBANK90P
012900     END-IF.                                                      DBANK90P
013000 LIST-FETCH-LOOP.                                                 DBANK90P
013100     EXEC CICS READNEXT FILE('BNKRTP')                            DBANK90P
013200                        INTO(WS-BNKRTP-REC)                       DBANK90P
013300                        LENGTH(LENGTH OF WS-BNKRTP-REC)           DBANK90P
013400                        RIDFLD(WS-BNKRTP-RID)                     DBANK90P
013500                        RESP(WS-RESP)                             DBANK90P
013600     END-EXEC.                                                    DBANK90P
013700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK90P
013800        RTP-REC-PID IS NOT EQUAL TO CD90I-PID OR                  DBANK90P
013900        CD90O-COUNT IS NOT LESS THAN 6                            DBANK90P
014000       GO TO LIST-FETCH-LOOP-EXIT                                 DBANK90P
014100     END-IF.                                                      DBANK90P
014200     IF NOT RTP-STATUS-OPEN                                       DBANK90P
014300       GO TO LIST-FETCH-LOOP                                      DBANK90P
014400     END-IF.                                                      DBANK90P
014500     ADD 1 TO CD90O-COUNT.                                        DBANK90P
014600     MOVE CD90O-COUNT TO WS-SUB1.                                 DBANK90P
014700     MOVE RTP-REC-REQ-ID TO CD90O-ENTRY-REQ-ID (WS-SUB1).         DBANK90P
014800     MOVE RTP-REC-BILLER-NAME TO CD90O-ENTRY-BILLER (WS-SUB1).    DBANK90P
014900     MOVE RTP-REC-AMOUNT TO CD90O-ENTRY-AMOUNT (WS-SUB1).         DBANK90P
015000     MOVE RTP-REC-DUE-DATE TO CD90O-ENTRY-DUE-DATE (WS-SUB1).     DBANK90P
015100     MOVE RTP-REC-STATUS TO CD90O-ENTRY-STATUS (WS-SUB1).         DBANK90P
015200     IF RTP-STATUS-PENDING AND                                    DBANK90P
015300        RTP-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 DBANK90P
015400       MOVE 'E' TO CD90O-ENTRY-STATUS (WS-SUB1)                   DBANK90P
015500     END-IF.                                                      DBANK90P
015600     GO TO LIST-FETCH-LOOP.                                       DBANK90P
015700 LIST-FETCH-LOOP-EXIT.                                            DBANK90P
015800     EXEC CICS ENDBR FILE('BNKRTP')                               DBANK90P
015900     END-EXEC.                                                    DBANK90P
016000     IF CD90O-COUNT IS EQUAL TO ZERO                              DBANK90P
016100       SET CD90O-NOTFND TO TRUE                                   DBANK90P
016200       MOVE 'No payment requests waiting' TO CD90O-MSG            DBANK90P
016300     END-IF.                                                      DBANK90P
016400 LIST-PROCESSING-EXIT.                                            DBANK90P
016500     EXIT.                                                        DBANK90P
016600                                                                  DBANK90P
016700***************************************************************** DBANK90P
016800* Read request - return one of the customer's requests          * DBANK90P
016900***************************************************************** DBANK90P
017000 READ-PROCESSING.                                                 DBANK90P
017100     MOVE CD90I-PID TO WS-BNKRTP-RID-PID.                         DBANK90P
017200     MOVE CD90I-REQ-ID TO WS-BNKRTP-RID-REQ-ID.                   DBANK90P
017300     EXEC CICS READ FILE('BNKRTP')                                DBANK90P
017400                    INTO(WS-BNKRTP-REC)                           DBANK90P
017500                    LENGTH(LENGTH OF WS-BNKRTP-REC)               DBANK90P
017600                    RIDFLD(WS-BNKRTP-RID)                         DBANK90P
017700                    RESP(WS-RESP)                                 DBANK90P
017800     END-EXEC.                                                    DBANK90P
017900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK90P
018000       SET CD90O-NOTFND TO TRUE                                   DBANK90P
018100       MOVE 'Payment request not found' TO CD90O-MSG              DBANK90P
018200       GO TO READ-PROCESSING-EXIT                                 DBANK90P
018300     END-IF.                                                      DBANK90P
018400     PERFORM RETURN-REQUEST THRU                                  DBANK90P
018500             RETURN-REQUEST-EXIT.                                 DBANK90P
018600 READ-PROCESSING-EXIT.                                            DBANK90P
018700     EXIT.                                                        DBANK90P
018800                                                                  DBANK90P
018900***************************************************************** DBANK90P
019000* Answer request - record the customer's decision on a pending  * DBANK90P
019100* request (or the decline of a scheduled one) and mark the      * DBANK90P
019200* biller's status response due                                  * DBANK90P
019300***************************************************************** DBANK90P
019400 ANSWER-PROCESSING.                                               DBANK90P
019500     IF NOT CD90I-PAID AND                                        DBANK90P
019600        NOT CD90I-PART-PAID AND                                   DBANK90P
019700        NOT CD90I-SCHEDULED AND                                   DBANK90P
019800        NOT CD90I-DECLINED                                        DBANK90P
019900       SET CD90O-ERROR TO TRUE                                    DBANK90P
020000       MOVE 'Bad answer code' TO CD90O-MSG                        DBANK90P
020100       GO TO ANSWER-PROCESSING-EXIT                               DBANK90P
020200     END-IF.                                                      DBANK90P
020300     MOVE CD90I-PID TO WS-BNKRTP-RID-PID.                         DBANK90P
020400     MOVE CD90I-REQ-ID TO WS-BNKRTP-RID-REQ-ID.                   DBANK90P
020500     EXEC CICS READ FILE('BNKRTP')                                DBANK90P
020600                    UPDATE                                        DBANK90P
020700                    INTO(WS-BNKRTP-REC)                           DBANK90P
020800                    LENGTH(LENGTH OF WS-BNKRTP-REC)               DBANK90P
020900                    RIDFLD(WS-BNKRTP-RID)                         DBANK90P
021000                    RESP(WS-RESP)                                 DBANK90P
021100     END-EXEC.                                                    DBANK90P
021200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK90P
021300       SET CD90O-NOTFND TO TRUE                                   DBANK90P
021400       MOVE 'Payment request not found' TO CD90O-MSG              DBANK90P
021500       GO TO ANSWER-PROCESSING-EXIT                               DBANK90P
021600     END-IF.                                                      DBANK90P
021700     IF RTP-STATUS-SCHEDULED AND                                  DBANK90P
021800        CD90I-DECLINED                                            DBANK90P
021900       GO TO ANSWER-PROCESSING-UPDATE                             DBANK90P
022000     END-IF.                                                      DBANK90P
022100     IF NOT RTP-STATUS-PENDING                                    DBANK90P
022200       SET CD90O-ERROR TO TRUE                                    DBANK90P
022300       MOVE 'Request has already been answered' TO CD90O-MSG      DBANK90P
022400       EXEC CICS UNLOCK FILE('BNKRTP')                            DBANK90P
022500       END-EXEC                                                   DBANK90P
022600       GO TO ANSWER-PROCESSING-EXIT                               DBANK90P
022700     END-IF.                                                      DBANK90P
022800     IF RTP-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 DBANK90P
022900       SET CD90O-ERROR TO TRUE                                    DBANK90P
023000       MOVE 'Request has expired' TO CD90O-MSG                    DBANK90P
023100       EXEC CICS UNLOCK FILE('BNKRTP')                            DBANK90P
023200       END-EXEC                                                   DBANK90P
023300       GO TO ANSWER-PROCESSING-EXIT                               DBANK90P
023400     END-IF.                                                      DBANK90P
023500 ANSWER-PROCESSING-UPDATE.                                        DBANK90P
023600     MOVE CD90I-NEW-STATUS TO RTP-REC-STATUS.                     DBANK90P
023700     MOVE WS-TODAY TO RTP-REC-ANSWERED-DATE.                      DBANK90P
023800     IF CD90I-DECLINED                                            DBANK90P
023900       MOVE ZERO TO RTP-REC-PAID-AMOUNT                           DBANK90P
024000     ELSE                                                         DBANK90P
024100       MOVE CD90I-FUND-ACCNO TO RTP-REC-FUND-ACCNO                DBANK90P
024200       MOVE CD90I-PAID-AMOUNT TO RTP-REC-PAID-AMOUNT              DBANK90P
024300       MOVE CD90I-PAYMENT-REF TO RTP-REC-PAYMENT-REF              DBANK90P
024400       MOVE CD90I-PEND-KEY TO RTP-REC-PEND-KEY                    DBANK90P
024500     END-IF.                                                      DBANK90P
024600     SET RTP-RESPONSE-IS-DUE TO TRUE.                             DBANK90P
024700     EXEC CICS REWRITE FILE('BNKRTP')                             DBANK90P
024800                       FROM(WS-BNKRTP-REC)                        DBANK90P
024900                       LENGTH(LENGTH OF WS-BNKRTP-REC)            DBANK90P
025000                       RESP(WS-RESP)                              DBANK90P
025100     END-EXEC.                                                    DBANK90P
025200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK90P
025300       SET CD90O-ERROR TO TRUE                                    DBANK90P
025400       MOVE 'Unable to record the answer' TO CD90O-MSG            DBANK90P
025500       GO TO ANSWER-PROCESSING-EXIT                               DBANK90P
025600     END-IF.                                                      DBANK90P
025700     PERFORM RETURN-REQUEST THRU                                  DBANK90P
025800             RETURN-REQUEST-EXIT.                                 DBANK90P
025900 ANSWER-PROCESSING-EXIT.                                          DBANK90P
026000     EXIT.                                                        DBANK90P
026100                                                                  DBANK90P
026200***************************************************************** DBANK90P
026300* Copy the request just read to the output area                 * DBANK90P
026400***************************************************************** DBANK90P
026500 RETURN-REQUEST.                                                  DBANK90P
026600     MOVE RTP-REC-PAYER-ACCNO TO CD90O-PAYER-ACCNO.               DBANK90P
026700     MOVE RTP-REC-BILLER-NAME TO CD90O-BILLER-NAME.               DBANK90P
026800     MOVE RTP-REC-ROUTING TO CD90O-ROUTING.                       DBANK90P
026900     MOVE RTP-REC-EXT-ACCNO TO CD90O-EXT-ACCNO.                   DBANK90P
027000     MOVE RTP-REC-REFERENCE TO CD90O-REFERENCE.                   DBANK90P
027100     MOVE RTP-REC-AMOUNT TO CD90O-AMOUNT.                         DBANK90P
027200     MOVE RTP-REC-DUE-DATE TO CD90O-DUE-DATE.                     DBANK90P
027300     MOVE RTP-REC-EXPIRY-DATE TO CD90O-EXPIRY-DATE.               DBANK90P
027400     MOVE RTP-REC-STATUS TO CD90O-STATUS.                         DBANK90P
027500     MOVE RTP-REC-PEND-KEY TO CD90O-PEND-KEY.                     DBANK90P
027600     IF RTP-STATUS-PENDING AND                                    DBANK90P
027700        RTP-REC-EXPIRY-DATE IS LESS THAN WS-TODAY                 DBANK90P
027800       MOVE 'E' TO CD90O-STATUS                                   DBANK90P
027900     END-IF.                                                      DBANK90P
028000 RETURN-REQUEST-EXIT.                                             DBANK90P
028100     EXIT.                                                        DBANK90P
028200                                                                  DBANK90P
028300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK90P
