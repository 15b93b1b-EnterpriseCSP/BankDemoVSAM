000100***************************************************************** SPPAY01P
000200*                                                               * SPPAY01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SPPAY01P
000400*   This demonstration program is provided for use by users     * SPPAY01P
000500*   of Micro Focus products and may be used, modified and       * SPPAY01P
000600*   distributed as part of your application provided that       * SPPAY01P
000700*   you properly acknowledge the copyright of Micro Focus       * SPPAY01P
000800*   in this material.                                           * SPPAY01P
000900*                                                               * SPPAY01P
001000***************************************************************** SPPAY01P
001100                                                                  SPPAY01P
001200***************************************************************** SPPAY01P
001300* Program:     SPPAY01P.CBL (CICS Version)                      * SPPAY01P
001400* Layer:       Screen handling                                  * SPPAY01P
001500* Function:    Positive pay for one of the customer's accounts  * SPPAY01P
001600*              (via DBANK70P) - list the account's enrolment,   * SPPAY01P
001700*              default decision and the presented items held    * SPPAY01P
001800*              for a decision, enrol the account / set the      * SPPAY01P
001900*              default decision keyed in DEFI, withdraw the     * SPPAY01P
002000*              enrolment, or pay / return the held item whose   * SPPAY01P
002100*              serial is keyed in SELSRI.  Items not decided by * SPPAY01P
002200*              their cut-off take the default decision in the   * SPPAY01P
002300*              ZBNKPPD1 decision run.                           * SPPAY01P
002400***************************************************************** SPPAY01P
002500                                                                  SPPAY01P
002600 IDENTIFICATION DIVISION.                                         SPPAY01P
002700 PROGRAM-ID.                                                      SPPAY01P
002800     SPPAY01P.                                                    SPPAY01P
002900 DATE-WRITTEN.                                                    SPPAY01P
003000     October 2026.                                                SPPAY01P
003100 DATE-COMPILED.                                                   SPPAY01P
003200     Today.                                                       SPPAY01P
003300                                                                  SPPAY01P
003400 ENVIRONMENT DIVISION.                                            SPPAY01P
003500                                                                  SPPAY01P
003600 DATA DIVISION.                                                   SPPAY01P
003700 WORKING-STORAGE SECTION.                                         SPPAY01P
003800 01  WS-MISC-STORAGE.                                             SPPAY01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             SPPAY01P
004000       VALUE 'SPPAY01P'.                                          SPPAY01P
004100   05  WS-RESP                               PIC S9(8) COMP.      SPPAY01P
004200   05  WS-MESSAGE                            PIC X(40).           SPPAY01P
004300   05  WS-DECISION                           PIC X(1).            SPPAY01P
004400                                                                  SPPAY01P
004500 01  WS-COMMAREA.                                                 SPPAY01P
004600 COPY CBANKD70.                                                   SPPAY01P
004700                                                                  SPPAY01P
004800 COPY DFHAID.                                                     SPPAY01P
004900                                                                  SPPAY01P
005000 COPY DFHBMSCA.                                                   SPPAY01P
005100                                                                  SPPAY01P
005200 COPY CABENDD.                                                    SPPAY01P
005300                                                                  SPPAY01P
005400 LINKAGE SECTION.                                                 SPPAY01P
005500 01  DFHCOMMAREA.                                                 SPPAY01P
005600   05  LK-CUSTOMER-PID                      PIC X(5).             SPPAY01P
005700   05  LK-SCREEN-STATUS                     PIC X(1).             SPPAY01P
005800     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SPPAY01P
005900     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SPPAY01P
006000                                                                  SPPAY01P
006100 PROCEDURE DIVISION.                                              SPPAY01P
006200***************************************************************** SPPAY01P
006300* This program must always be reached via XCTL/LINK with a      * SPPAY01P
006400* commarea carrying the customer's PID - abend if none was      * SPPAY01P
006500* passed                                                        * SPPAY01P
006600***************************************************************** SPPAY01P
006700     IF EIBCALEN IS EQUAL TO 0                                    SPPAY01P
006800       MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                        SPPAY01P
006900       MOVE '0001' TO ABEND-CODE                                  SPPAY01P
007000       MOVE SPACES TO ABEND-REASON                                SPPAY01P
007100       COPY CABENDPO.                                             SPPAY01P
007200     END-IF.                                                      SPPAY01P
007300                                                                  SPPAY01P
007400***************************************************************** SPPAY01P
007500* First time in this pseudo-conversation - send the empty       * SPPAY01P
007600* screen so the customer can key the account to work with       * SPPAY01P
007700***************************************************************** SPPAY01P
007800     IF LK-SCREEN-NOT-SENT                                        SPPAY01P
007900       SET LK-SCREEN-WAS-SENT TO TRUE                             SPPAY01P
008000       MOVE LOW-VALUES TO PPAY01AO                                SPPAY01P
008100       MOVE LK-CUSTOMER-PID TO PIDO IN PPAY01AO                   SPPAY01P
008200       MOVE 'Key an account and press Enter to list items'        SPPAY01P
008300         TO ERRMSGO IN PPAY01AO                                   SPPAY01P
008400       EXEC CICS SEND MAP('PPAY01A')                              SPPAY01P
008500                  MAPSET('MPPAY01')                               SPPAY01P
008600                  ERASE                                           SPPAY01P
008700                  FREEKB                                          SPPAY01P
008800       END-EXEC                                                   SPPAY01P
008900       GO TO COMMON-RETURN                                        SPPAY01P
009000     END-IF.                                                      SPPAY01P
009100                                                                  SPPAY01P
009200     EXEC CICS RECEIVE MAP('PPAY01A')                             SPPAY01P
009300                MAPSET('MPPAY01')                                 SPPAY01P
009400                RESP(WS-RESP)                                     SPPAY01P
009500     END-EXEC.                                                    SPPAY01P
009600                                                                  SPPAY01P
009700***************************************************************** SPPAY01P
009800* PF3 exits, PF5 enrols / sets the default decision, PF6 pays   * SPPAY01P
009900* and PF7 returns the held item keyed by serial, PF9 withdraws  * SPPAY01P
010000* the enrolment, Enter lists the keyed account                  * SPPAY01P
010100***************************************************************** SPPAY01P
010200     MOVE SPACES TO WS-MESSAGE.                                   SPPAY01P
010300     EVALUATE TRUE                                                SPPAY01P
010400       WHEN EIBAID IS EQUAL TO DFHPF3                             SPPAY01P
010500         EXEC CICS RETURN END-EXEC                                SPPAY01P
010600         GOBACK                                                   SPPAY01P
010700       WHEN EIBAID IS EQUAL TO DFHPF5                             SPPAY01P
010800         PERFORM ENROL-ACCOUNT THRU                               SPPAY01P
010900                 ENROL-ACCOUNT-EXIT                               SPPAY01P
011000       WHEN EIBAID IS EQUAL TO DFHPF6                             SPPAY01P
011100         MOVE 'P' TO WS-DECISION                                  SPPAY01P
011200         PERFORM DECIDE-ITEM THRU                                 SPPAY01P
011300                 DECIDE-ITEM-EXIT                                 SPPAY01P
011400       WHEN EIBAID IS EQUAL TO DFHPF7                             SPPAY01P
011500         MOVE 'R' TO WS-DECISION                                  SPPAY01P
011600         PERFORM DECIDE-ITEM THRU                                 SPPAY01P
011700                 DECIDE-ITEM-EXIT                                 SPPAY01P
011800       WHEN EIBAID IS EQUAL TO DFHPF9                             SPPAY01P
011900         PERFORM WITHDRAW-ACCOUNT THRU                            SPPAY01P
012000                 WITHDRAW-ACCOUNT-EXIT                            SPPAY01P
012100       WHEN OTHER                                                 SPPAY01P
012200         PERFORM BROWSE-AND-SEND THRU                             SPPAY01P
012300                 BROWSE-AND-SEND-EXIT                             SPPAY01P
012400     END-EVALUATE.                                                SPPAY01P
012500                                                                  SPPAY01P
012600 COMMON-RETURN.                                                   SPPAY01P
012700     EXEC CICS RETURN TRANSID(EIBTRNID)                           SPPAY01P
012800                COMMAREA(DFHCOMMAREA)                             SPPAY01P
012900                LENGTH(LENGTH OF DFHCOMMAREA)                     SPPAY01P
013000     END-EXEC.                                                    SPPAY01P
013100     GOBACK.                                                      SPPAY01P
013200                                                                  SPPAY01P
013300***************************************************************** SPPAY01P
013400* Call DBANK70P to browse the keyed account and build and send  * SPPAY01P
013500* the screen, showing any message left by the action just taken * SPPAY01P
013600***************************************************************** SPPAY01P
013700 BROWSE-AND-SEND.                                                 SPPAY01P
013800     MOVE SPACES TO CD70-DATA.                                    SPPAY01P
013900     SET CD70I-BROWSE TO TRUE.                                    SPPAY01P
014000     MOVE LK-CUSTOMER-PID TO CD70I-PID.                           SPPAY01P
014100     MOVE ACCI IN PPAY01AI TO CD70I-ACCNO.                        SPPAY01P
014200 COPY CBANKX70.                                                   SPPAY01P
014300     MOVE LOW-VALUES TO PPAY01AO.                                 SPPAY01P
014400     MOVE LK-CUSTOMER-PID TO PIDO IN PPAY01AO.                    SPPAY01P
014500     MOVE CD70I-ACCNO TO ACCO IN PPAY01AO.                        SPPAY01P
014600     MOVE CD70O-ENROLLED TO ENRO IN PPAY01AO.                     SPPAY01P
014700     MOVE CD70O-DEFAULT-DECISION TO DEFO IN PPAY01AO.             SPPAY01P
014800     MOVE CD70O-ENTRY-SERIAL (1) TO LIST1SRO IN PPAY01AO.         SPPAY01P
014900     MOVE CD70O-ENTRY-AMOUNT (1) TO LIST1AMO IN PPAY01AO.         SPPAY01P
015000     MOVE CD70O-ENTRY-REASON (1) TO LIST1RSO IN PPAY01AO.         SPPAY01P
015100     MOVE CD70O-ENTRY-CUTOFF (1) TO LIST1COO IN PPAY01AO.         SPPAY01P
015200     MOVE CD70O-ENTRY-DECISION (1) TO LIST1DCO IN PPAY01AO.       SPPAY01P
015300     MOVE CD70O-ENTRY-SERIAL (2) TO LIST2SRO IN PPAY01AO.         SPPAY01P
015400     MOVE CD70O-ENTRY-AMOUNT (2) TO LIST2AMO IN PPAY01AO.         SPPAY01P
015500     MOVE CD70O-ENTRY-REASON (2) TO LIST2RSO IN PPAY01AO.         SPPAY01P
015600     MOVE CD70O-ENTRY-CUTOFF (2) TO LIST2COO IN PPAY01AO.         SPPAY01P
015700     MOVE CD70O-ENTRY-DECISION (2) TO LIST2DCO IN PPAY01AO.       SPPAY01P
015800     MOVE CD70O-ENTRY-SERIAL (3) TO LIST3SRO IN PPAY01AO.         SPPAY01P
015900     MOVE CD70O-ENTRY-AMOUNT (3) TO LIST3AMO IN PPAY01AO.         SPPAY01P
016000     MOVE CD70O-ENTRY-REASON (3) TO LIST3RSO IN PPAY01AO.         SPPAY01P
016100     MOVE CD70O-ENTRY-CUTOFF (3) TO LIST3COO IN PPAY01AO.         SPPAY01P
016200     MOVE CD70O-ENTRY-DECISION (3) TO LIST3DCO IN PPAY01AO.       SPPAY01P
016300     MOVE CD70O-ENTRY-SERIAL (4) TO LIST4SRO IN PPAY01AO.         SPPAY01P
016400     MOVE CD70O-ENTRY-AMOUNT (4) TO LIST4AMO IN PPAY01AO.         SPPAY01P
016500     MOVE CD70O-ENTRY-REASON (4) TO LIST4RSO IN PPAY01AO.         SPPAY01P
016600     MOVE CD70O-ENTRY-CUTOFF (4) TO LIST4COO IN PPAY01AO.         SPPAY01P
016700     MOVE CD70O-ENTRY-DECISION (4) TO LIST4DCO IN PPAY01AO.       SPPAY01P
016800     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SPPAY01P
016900       MOVE WS-MESSAGE TO ERRMSGO IN PPAY01AO                     SPPAY01P
017000     ELSE                                                         SPPAY01P
017100       IF CD70O-OK                                                SPPAY01P
017200         MOVE 'PF5=Enrol PF6=Pay PF7=Return PF9=Withdraw'         SPPAY01P
017300           TO ERRMSGO IN PPAY01AO                                 SPPAY01P
017400       ELSE                                                       SPPAY01P
017500         MOVE CD70O-MSG TO ERRMSGO IN PPAY01AO                    SPPAY01P
017600       END-IF                                                     SPPAY01P
017700     END-IF.                                                      SPPAY01P
017800     EXEC CICS SEND MAP('PPAY01A')                                SPPAY01P
017900                MAPSET('MPPAY01')                                 SPPAY01P
018000                ERASE                                             SPPAY01P
018100                FREEKB                                            SPPAY01P
018200     END-EXEC.                                                    SPPAY01P
018300 BROWSE-AND-SEND-EXIT.                                            SPPAY01P
018400     EXIT.                                                        SPPAY01P
018500                                                                  SPPAY01P
018600***************************************************************** SPPAY01P
018700* Redisplay the screen unchanged except for the message line    * SPPAY01P
018800***************************************************************** SPPAY01P
018900 RESEND-SCREEN.                                                   SPPAY01P
019000     EXEC CICS SEND MAP('PPAY01A')                                SPPAY01P
019100                MAPSET('MPPAY01')                                 SPPAY01P
019200                DATAONLY                                          SPPAY01P
019300                FREEKB                                            SPPAY01P
019400     END-EXEC.                                                    SPPAY01P
019500 RESEND-SCREEN-EXIT.                                              SPPAY01P
019600     EXIT.                                                        SPPAY01P
019700                                                                  SPPAY01P
019800***************************************************************** SPPAY01P
019900* Enrol the account and record the default decision keyed in    * SPPAY01P
020000* DEFI (P = pay, R = return; blank leaves it as it was)         * SPPAY01P
020100***************************************************************** SPPAY01P
020200 ENROL-ACCOUNT.                                                   SPPAY01P
020300     MOVE SPACES TO CD70-DATA.                                    SPPAY01P
020400     SET CD70I-ENROL TO TRUE.                                     SPPAY01P
020500     MOVE LK-CUSTOMER-PID TO CD70I-PID.                           SPPAY01P
020600     MOVE ACCI IN PPAY01AI TO CD70I-ACCNO.                        SPPAY01P
020700     MOVE DEFI IN PPAY01AI TO CD70I-DEFAULT-DECISION.             SPPAY01P
020800 COPY CBANKX70.                                                   SPPAY01P
020900     IF CD70O-OK                                                  SPPAY01P
021000       MOVE 'Positive pay enrolment recorded' TO WS-MESSAGE       SPPAY01P
021100       PERFORM BROWSE-AND-SEND THRU                               SPPAY01P
021200               BROWSE-AND-SEND-EXIT                               SPPAY01P
021300     ELSE                                                         SPPAY01P
021400       MOVE CD70O-MSG TO ERRMSGO IN PPAY01AO                      SPPAY01P
021500       PERFORM RESEND-SCREEN THRU                                 SPPAY01P
021600               RESEND-SCREEN-EXIT                                 SPPAY01P
021700     END-IF.                                                      SPPAY01P
021800 ENROL-ACCOUNT-EXIT.                                              SPPAY01P
021900     EXIT.                                                        SPPAY01P
022000                                                                  SPPAY01P
022100***************************************************************** SPPAY01P
022200* Withdraw the account's positive-pay enrolment                 * SPPAY01P
022300***************************************************************** SPPAY01P
022400 WITHDRAW-ACCOUNT.                                                SPPAY01P
022500     MOVE SPACES TO CD70-DATA.                                    SPPAY01P
022600     SET CD70I-WITHDRAW TO TRUE.                                  SPPAY01P
022700     MOVE LK-CUSTOMER-PID TO CD70I-PID.                           SPPAY01P
022800     MOVE ACCI IN PPAY01AI TO CD70I-ACCNO.                        SPPAY01P
022900 COPY CBANKX70.                                                   SPPAY01P
023000     IF CD70O-OK                                                  SPPAY01P
023100       MOVE 'Positive pay enrolment withdrawn' TO WS-MESSAGE      SPPAY01P
023200       PERFORM BROWSE-AND-SEND THRU                               SPPAY01P
023300               BROWSE-AND-SEND-EXIT                               SPPAY01P
023400     ELSE                                                         SPPAY01P
023500       MOVE CD70O-MSG TO ERRMSGO IN PPAY01AO                      SPPAY01P
023600       PERFORM RESEND-SCREEN THRU                                 SPPAY01P
023700               RESEND-SCREEN-EXIT                                 SPPAY01P
023800     END-IF.                                                      SPPAY01P
023900 WITHDRAW-ACCOUNT-EXIT.                                           SPPAY01P
024000     EXIT.                                                        SPPAY01P
024100                                                                  SPPAY01P
024200***************************************************************** SPPAY01P
024300* Record a pay or return decision on the held item keyed by     * SPPAY01P
024400* serial - the caller has set the decision in WS-DECISION       * SPPAY01P
024500***************************************************************** SPPAY01P
024600 DECIDE-ITEM.                                                     SPPAY01P
024700     IF SELSRI IN PPAY01AI IS NOT NUMERIC                         SPPAY01P
024800       MOVE 'Key the serial of the held item'                     SPPAY01P
024900         TO ERRMSGO IN PPAY01AO                                   SPPAY01P
025000       PERFORM RESEND-SCREEN THRU                                 SPPAY01P
025100               RESEND-SCREEN-EXIT                                 SPPAY01P
025200       GO TO DECIDE-ITEM-EXIT                                     SPPAY01P
025300     END-IF.                                                      SPPAY01P
025400     MOVE SPACES TO CD70-DATA.                                    SPPAY01P
025500     SET CD70I-DECIDE TO TRUE.                                    SPPAY01P
025600     MOVE WS-DECISION TO CD70I-DECISION.                          SPPAY01P
025700     MOVE LK-CUSTOMER-PID TO CD70I-PID.                           SPPAY01P
025800     MOVE ACCI IN PPAY01AI TO CD70I-ACCNO.                        SPPAY01P
025900     MOVE SELSRI IN PPAY01AI TO CD70I-SERIAL.                     SPPAY01P
026000 COPY CBANKX70.                                                   SPPAY01P
026100     IF CD70O-OK                                                  SPPAY01P
026200       IF CD70I-DECIDE-PAY                                        SPPAY01P
026300         MOVE 'Item will be paid' TO WS-MESSAGE                   SPPAY01P
026400       ELSE                                                       SPPAY01P
026500         MOVE 'Item will be returned' TO WS-MESSAGE               SPPAY01P
026600       END-IF                                                     SPPAY01P
026700       PERFORM BROWSE-AND-SEND THRU                               SPPAY01P
026800               BROWSE-AND-SEND-EXIT                               SPPAY01P
026900     ELSE                                                         SPPAY01P
027000       MOVE CD70O-MSG TO ERRMSGO IN PPAY01AO                      SPPAY01P
027100       PERFORM RESEND-SCREEN THRU                                 SPPAY01P
027200               RESEND-SCREEN-EXIT                                 SPPAY01P
027300     END-IF.                                                      SPPAY01P
027400 DECIDE-ITEM-EXIT.                                                SPPAY01P
027500     EXIT.                                                        SPPAY01P
027600                                                                  SPPAY01P
027700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SPPAY01P
