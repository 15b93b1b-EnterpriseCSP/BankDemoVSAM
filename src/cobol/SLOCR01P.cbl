000100***************************************************************** SLOCR01P
000200*                                                               * SLOCR01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SLOCR01P
000400*   This demonstration program is provided for use by users     * SLOCR01P
000500*   of Micro Focus products and may be used, modified and       * SLOCR01P
000600*   distributed as part of your application provided that       * SLOCR01P
000700*   you properly acknowledge the copyright of Micro Focus       * SLOCR01P
000800*   in this material.                                           * SLOCR01P
000900*                                                               * SLOCR01P
001000***************************************************************** SLOCR01P
001100                                                                  SLOCR01P
001200***************************************************************** SLOCR01P
001300* Program:     SLOCR01P.CBL (CICS Version)                      * SLOCR01P
001400* Layer:       Screen handling                                  * SLOCR01P
001500* Function:    The customer's revolving line of credit (via     * SLOCR01P
001600*              DBANK72P) - show the limit, drawn balance,       * SLOCR01P
001700*              available credit, the last statement and the     * SLOCR01P
001800*              minimum payment still due, draw the amount keyed * SLOCR01P
001900*              in AMTI to the linked deposit account, or pay    * SLOCR01P
002000*              it to the line from that account.  The amount is * SLOCR01P
002100*              keyed as on the transfer screen, nnnnn.nn.  With * SLOCR01P
002200*              LOANI blank the customer's first open line is    * SLOCR01P
002300*              shown.                                           * SLOCR01P
002400***************************************************************** SLOCR01P
002500                                                                  SLOCR01P
002600 IDENTIFICATION DIVISION.                                         SLOCR01P
002700 PROGRAM-ID.                                                      SLOCR01P
002800     SLOCR01P.                                                    SLOCR01P
002900 DATE-WRITTEN.                                                    SLOCR01P
003000     October 2026.                                                SLOCR01P
003100 DATE-COMPILED.                                                   SLOCR01P
003200     Today.                                                       SLOCR01P
003300                                                                  SLOCR01P
003400 ENVIRONMENT DIVISION.                                            SLOCR01P
003500                                                                  SLOCR01P
003600 DATA DIVISION.                                                   SLOCR01P
003700 WORKING-STORAGE SECTION.                                         SLOCR01P
003800 01  WS-MISC-STORAGE.                                             SLOCR01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             SLOCR01P
004000       VALUE 'SLOCR01P'.                                          SLOCR01P
004100   05  WS-RESP                               PIC S9(8) COMP.      SLOCR01P
004200   05  WS-MESSAGE                            PIC X(40).           SLOCR01P
004300   05  WS-AMT                                PIC X(8).            SLOCR01P
004400   05  WS-AMT-TMP                            PIC X(8).            SLOCR01P
004500   05  WS-AMT-NUM                            PIC X(9).            SLOCR01P
004600   05  WS-AMT-NUM-N REDEFINES WS-AMT-NUM     PIC 9(7)V99.         SLOCR01P
004700   05  WS-EDIT-AMOUNT                        PIC Z,ZZZ,ZZ9.99-.   SLOCR01P
004800                                                                  SLOCR01P
004900 01  WS-COMMAREA.                                                 SLOCR01P
005000 COPY CBANKD72.                                                   SLOCR01P
005100                                                                  SLOCR01P
005200 COPY DFHAID.                                                     SLOCR01P
005300                                                                  SLOCR01P
005400 COPY DFHBMSCA.                                                   SLOCR01P
005500                                                                  SLOCR01P
005600 COPY CABENDD.                                                    SLOCR01P
005700                                                                  SLOCR01P
005800 LINKAGE SECTION.                                                 SLOCR01P
005900 01  DFHCOMMAREA.                                                 SLOCR01P
006000   05  LK-CUSTOMER-PID                      PIC X(5).             SLOCR01P
006100   05  LK-SCREEN-STATUS                     PIC X(1).             SLOCR01P
006200     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SLOCR01P
006300     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SLOCR01P
006400                                                                  SLOCR01P
006500 PROCEDURE DIVISION.                                              SLOCR01P
006600***************************************************************** SLOCR01P
006700* This program must always be reached via XCTL/LINK with a      * SLOCR01P
006800* commarea carrying the customer's PID - abend if none was      * SLOCR01P
006900* passed                                                        * SLOCR01P
007000***************************************************************** SLOCR01P
007100     IF EIBCALEN IS EQUAL TO 0                                    SLOCR01P
007200       MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                        SLOCR01P
007300       MOVE '0001' TO ABEND-CODE                                  SLOCR01P
007400       MOVE SPACES TO ABEND-REASON                                SLOCR01P
007500       COPY CABENDPO.                                             SLOCR01P
007600     END-IF.                                                      SLOCR01P
007700                                                                  SLOCR01P
007800***************************************************************** SLOCR01P
007900* First time in this pseudo-conversation - show the customer's  * SLOCR01P
008000* first open line straight away                                 * SLOCR01P
008100***************************************************************** SLOCR01P
008200     IF LK-SCREEN-NOT-SENT                                        SLOCR01P
008300       SET LK-SCREEN-WAS-SENT TO TRUE                             SLOCR01P
008400       MOVE LOW-VALUES TO LOCR01AI                                SLOCR01P
008500       PERFORM INQUIRE-AND-SEND THRU                              SLOCR01P
008600               INQUIRE-AND-SEND-EXIT                              SLOCR01P
008700       GO TO COMMON-RETURN                                        SLOCR01P
008800     END-IF.                                                      SLOCR01P
008900                                                                  SLOCR01P
009000     EXEC CICS RECEIVE MAP('LOCR01A')                             SLOCR01P
009100                MAPSET('MLOCR01')                                 SLOCR01P
009200                RESP(WS-RESP)                                     SLOCR01P
009300     END-EXEC.                                                    SLOCR01P
009400                                                                  SLOCR01P
009500***************************************************************** SLOCR01P
009600* PF3 exits, PF5 draws the keyed amount, PF6 pays it, Enter     * SLOCR01P
009700* shows the keyed line                                          * SLOCR01P
009800***************************************************************** SLOCR01P
009900     MOVE SPACES TO WS-MESSAGE.                                   SLOCR01P
010000     EVALUATE TRUE                                                SLOCR01P
010100       WHEN EIBAID IS EQUAL TO DFHPF3                             SLOCR01P
010200         EXEC CICS RETURN END-EXEC                                SLOCR01P
010300         GOBACK                                                   SLOCR01P
010400       WHEN EIBAID IS EQUAL TO DFHPF5                             SLOCR01P
010500         SET CD72I-DRAW TO TRUE                                   SLOCR01P
010600         PERFORM MOVE-MONEY THRU                                  SLOCR01P
010700                 MOVE-MONEY-EXIT                                  SLOCR01P
010800       WHEN EIBAID IS EQUAL TO DFHPF6                             SLOCR01P
010900         SET CD72I-PAY TO TRUE                                    SLOCR01P
011000         PERFORM MOVE-MONEY THRU                                  SLOCR01P
011100                 MOVE-MONEY-EXIT                                  SLOCR01P
011200       WHEN OTHER                                                 SLOCR01P
011300         PERFORM INQUIRE-AND-SEND THRU                            SLOCR01P
011400                 INQUIRE-AND-SEND-EXIT                            SLOCR01P
011500     END-EVALUATE.                                                SLOCR01P
011600                                                                  SLOCR01P
011700 COMMON-RETURN.                                                   SLOCR01P
011800     EXEC CICS RETURN TRANSID(EIBTRNID)                           SLOCR01P
011900                COMMAREA(DFHCOMMAREA)                             SLOCR01P
012000                LENGTH(LENGTH OF DFHCOMMAREA)                     SLOCR01P
012100     END-EXEC.                                                    SLOCR01P
012200     GOBACK.                                                      SLOCR01P
012300                                                                  SLOCR01P
012400***************************************************************** SLOCR01P
012500* Call DBANK72P to show the keyed line, then build the screen   * SLOCR01P
012600***************************************************************** SLOCR01P
012700 INQUIRE-AND-SEND.                                                SLOCR01P
012800     MOVE SPACES TO CD72-DATA.                                    SLOCR01P
012900     SET CD72I-INQUIRE TO TRUE.                                   SLOCR01P
013000     MOVE LK-CUSTOMER-PID TO CD72I-PID.                           SLOCR01P
013100     MOVE LOANI IN LOCR01AI TO CD72I-LOAN-ID.                     SLOCR01P
013200     MOVE ZERO TO CD72I-AMOUNT.                                   SLOCR01P
013300 COPY CBANKX72.                                                   SLOCR01P
013400     PERFORM BUILD-AND-SEND THRU                                  SLOCR01P
013500             BUILD-AND-SEND-EXIT.                                 SLOCR01P
013600 INQUIRE-AND-SEND-EXIT.                                           SLOCR01P
013700     EXIT.                                                        SLOCR01P
013800                                                                  SLOCR01P
013900***************************************************************** SLOCR01P
014000* Build and send the screen from the reply, showing any message * SLOCR01P
014100* left by the action just taken                                 * SLOCR01P
014200***************************************************************** SLOCR01P
014300 BUILD-AND-SEND.                                                  SLOCR01P
014400     MOVE LOW-VALUES TO LOCR01AO.                                 SLOCR01P
014500     MOVE LK-CUSTOMER-PID TO PIDO IN LOCR01AO.                    SLOCR01P
014600     MOVE CD72O-LOAN-ID TO LOANO IN LOCR01AO.                     SLOCR01P
014700     MOVE CD72O-ACCNO TO ACCO IN LOCR01AO.                        SLOCR01P
014800     MOVE CD72O-STATUS TO LSTATO IN LOCR01AO.                     SLOCR01P
014900     MOVE CD72O-PAST-DUE TO PASTDO IN LOCR01AO.                   SLOCR01P
015000     MOVE CD72O-LIMIT TO WS-EDIT-AMOUNT.                          SLOCR01P
015100     MOVE WS-EDIT-AMOUNT TO LIMITO IN LOCR01AO.                   SLOCR01P
015200     MOVE CD72O-DRAWN TO WS-EDIT-AMOUNT.                          SLOCR01P
015300     MOVE WS-EDIT-AMOUNT TO DRAWNO IN LOCR01AO.                   SLOCR01P
015400     MOVE CD72O-AVAILABLE TO WS-EDIT-AMOUNT.                      SLOCR01P
015500     MOVE WS-EDIT-AMOUNT TO AVAILO IN LOCR01AO.                   SLOCR01P
015600     MOVE CD72O-ACCRUED TO WS-EDIT-AMOUNT.                        SLOCR01P
015700     MOVE WS-EDIT-AMOUNT TO ACCRDO IN LOCR01AO.                   SLOCR01P
015800     MOVE CD72O-STMT-DATE TO STMTDTO IN LOCR01AO.                 SLOCR01P
015900     MOVE CD72O-STMT-BALANCE TO WS-EDIT-AMOUNT.                   SLOCR01P
016000     MOVE WS-EDIT-AMOUNT TO STMTBLO IN LOCR01AO.                  SLOCR01P
016100     MOVE CD72O-MIN-DUE TO WS-EDIT-AMOUNT.                        SLOCR01P
016200     MOVE WS-EDIT-AMOUNT TO MINDUEO IN LOCR01AO.                  SLOCR01P
016300     MOVE CD72O-MIN-OUTSTANDING TO WS-EDIT-AMOUNT.                SLOCR01P
016400     MOVE WS-EDIT-AMOUNT TO MINOUTO IN LOCR01AO.                  SLOCR01P
016500     MOVE CD72O-DUE-DATE TO DUEDTO IN LOCR01AO.                   SLOCR01P
016600     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SLOCR01P
016700       MOVE WS-MESSAGE TO ERRMSGO IN LOCR01AO                     SLOCR01P
016800     ELSE                                                         SLOCR01P
016900       IF CD72O-OK                                                SLOCR01P
017000         MOVE 'Key amount nnnnn.nn  PF5=Draw  PF6=Pay'            SLOCR01P
017100           TO ERRMSGO IN LOCR01AO                                 SLOCR01P
017200       ELSE                                                       SLOCR01P
017300         MOVE CD72O-MSG TO ERRMSGO IN LOCR01AO                    SLOCR01P
017400       END-IF                                                     SLOCR01P
017500     END-IF.                                                      SLOCR01P
017600     EXEC CICS SEND MAP('LOCR01A')                                SLOCR01P
017700                MAPSET('MLOCR01')                                 SLOCR01P
017800                ERASE                                             SLOCR01P
017900                FREEKB                                            SLOCR01P
018000     END-EXEC.                                                    SLOCR01P
018100 BUILD-AND-SEND-EXIT.                                             SLOCR01P
018200     EXIT.                                                        SLOCR01P
018300                                                                  SLOCR01P
018400***************************************************************** SLOCR01P
018500* Redisplay the screen unchanged except for the message line    * SLOCR01P
018600***************************************************************** SLOCR01P
018700 RESEND-SCREEN.                                                   SLOCR01P
018800     EXEC CICS SEND MAP('LOCR01A')                                SLOCR01P
018900                MAPSET('MLOCR01')                                 SLOCR01P
019000                DATAONLY                                          SLOCR01P
019100                FREEKB                                            SLOCR01P
019200     END-EXEC.                                                    SLOCR01P
019300 RESEND-SCREEN-EXIT.                                              SLOCR01P
019400     EXIT.                                                        SLOCR01P
019500                                                                  SLOCR01P
019600***************************************************************** SLOCR01P
019700* Draw or pay the amount keyed in AMTI - the request code has   * SLOCR01P
019800* already been set by the key pressed                           * SLOCR01P
019900***************************************************************** SLOCR01P
020000 MOVE-MONEY.                                                      SLOCR01P
020100     MOVE AMTI IN LOCR01AI TO WS-AMT.                             SLOCR01P
020200     PERFORM VALIDATE-AMOUNT THRU                                 SLOCR01P
020300             VALIDATE-AMOUNT-EXIT.                                SLOCR01P
020400     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SLOCR01P
020500       MOVE WS-MESSAGE TO ERRMSGO IN LOCR01AO                     SLOCR01P
020600       PERFORM RESEND-SCREEN THRU                                 SLOCR01P
020700               RESEND-SCREEN-EXIT                                 SLOCR01P
020800       GO TO MOVE-MONEY-EXIT                                      SLOCR01P
020900     END-IF.                                                      SLOCR01P
021100     MOVE SPACES TO CD72O-DATA.                                   SLOCR01P
021200     MOVE LK-CUSTOMER-PID TO CD72I-PID.                           SLOCR01P
021300     MOVE LOANI IN LOCR01AI TO CD72I-LOAN-ID.                     SLOCR01P
021400     MOVE WS-AMT-NUM-N TO CD72I-AMOUNT.                           SLOCR01P
021500 COPY CBANKX72.                                                   SLOCR01P
021600     IF CD72O-OK                                                  SLOCR01P
021700       MOVE CD72O-MSG TO WS-MESSAGE                               SLOCR01P
021800       PERFORM BUILD-AND-SEND THRU                                SLOCR01P
021900               BUILD-AND-SEND-EXIT                                SLOCR01P
022000     ELSE                                                         SLOCR01P
022100       MOVE CD72O-MSG TO ERRMSGO IN LOCR01AO                      SLOCR01P
022200       PERFORM RESEND-SCREEN THRU                                 SLOCR01P
022300               RESEND-SCREEN-EXIT                                 SLOCR01P
022400     END-IF.                                                      SLOCR01P
022500 MOVE-MONEY-EXIT.                                                 SLOCR01P
022600     EXIT.                                                        SLOCR01P
022700                                                                  SLOCR01P
022800***************************************************************** SLOCR01P
022900* Right justify the keyed amount and check it is nnnnn.nn and   * SLOCR01P
023000* not zero, as the transfer screen does                         * SLOCR01P
023100***************************************************************** SLOCR01P
023200 VALIDATE-AMOUNT.                                                 SLOCR01P
023300     IF WS-AMT IS EQUAL TO SPACES OR                              SLOCR01P
023400        WS-AMT IS EQUAL TO LOW-VALUES                             SLOCR01P
023500       MOVE 'Please enter an amount' TO WS-MESSAGE                SLOCR01P
023600       GO TO VALIDATE-AMOUNT-EXIT                                 SLOCR01P
023700     END-IF.                                                      SLOCR01P
023800 VALIDATE-AMOUNT-RIGHT-JUSTIFY.                                   SLOCR01P
023900     IF WS-AMT (8:1) IS EQUAL TO SPACE OR                         SLOCR01P
024000        WS-AMT (8:1) IS EQUAL TO LOW-VALUE                        SLOCR01P
024100       MOVE WS-AMT (1:7) TO WS-AMT-TMP                            SLOCR01P
024200       MOVE SPACES TO WS-AMT                                      SLOCR01P
024300       MOVE WS-AMT-TMP TO WS-AMT (2:7)                            SLOCR01P
024400       GO TO VALIDATE-AMOUNT-RIGHT-JUSTIFY                        SLOCR01P
024500     END-IF.                                                      SLOCR01P
024600     IF WS-AMT (6:1) IS NOT EQUAL TO '.'                          SLOCR01P
024700       MOVE 'Period missing/misplaced in amount' TO WS-MESSAGE    SLOCR01P
024800       GO TO VALIDATE-AMOUNT-EXIT                                 SLOCR01P
024900     END-IF.                                                      SLOCR01P
025000     MOVE SPACES TO WS-AMT-NUM.                                   SLOCR01P
025100     MOVE WS-AMT (1:5) TO WS-AMT-NUM (3:5).                       SLOCR01P
025200     MOVE WS-AMT (7:2) TO WS-AMT-NUM (8:2).                       SLOCR01P
025300     INSPECT WS-AMT-NUM REPLACING LEADING SPACES BY ZEROS.        SLOCR01P
025400     IF WS-AMT-NUM IS NOT NUMERIC                                 SLOCR01P
025500       MOVE 'Amount is invalid (not numeric)' TO WS-MESSAGE       SLOCR01P
025600       GO TO VALIDATE-AMOUNT-EXIT                                 SLOCR01P
025700     END-IF.                                                      SLOCR01P
025800     IF WS-AMT-NUM-N IS EQUAL TO ZERO                             SLOCR01P
025900       MOVE 'Please enter a non-zero amount' TO WS-MESSAGE        SLOCR01P
026000     END-IF.                                                      SLOCR01P
026100 VALIDATE-AMOUNT-EXIT.                                            SLOCR01P
026200     EXIT.                                                        SLOCR01P
026300                                                                  SLOCR01P
026400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SLOCR01P
