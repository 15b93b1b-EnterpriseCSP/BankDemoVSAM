000100***************************************************************** SPCAL01P
000200*                                                               * SPCAL01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SPCAL01P
000400*   This demonstration program is provided for use by users     * SPCAL01P
000500*   of Micro Focus products and may be used, modified and       * SPCAL01P
000600*   distributed as part of your application provided that       * SPCAL01P
000700*   you properly acknowledge the copyright of Micro Focus       * SPCAL01P
000800*   in this material.                                           * SPCAL01P
000900*                                                               * SPCAL01P
001000***************************************************************** SPCAL01P
001100                                                                  SPCAL01P
001200***************************************************************** SPCAL01P
001300* Program:     SPCAL01P.CBL (CICS Version)                      * SPCAL01P
001400* Layer:       Screen handling                                  * SPCAL01P
001500* Function:    Upcoming payments calendar - key an account (and,* SPCAL01P
001600*              for staff, the customer) and Enter shows, via    * SPCAL01P
001700*              DBANKCLP, everything known to be coming in or    * SPCAL01P
001800*              going out of it over the next thirty days in     * SPCAL01P
001900*              date order - standing orders, bill payments,     * SPCAL01P
002000*              future-dated payments, loan instalments and      * SPCAL01P
002100*              collections awaiting settlement - with the       * SPCAL01P
002200*              projected balance after each.  Lines on a day    * SPCAL01P
002300*              that closes overdrawn or past the overdraft      * SPCAL01P
002400*              limit are marked and shown bright, and the       * SPCAL01P
002500*              message gives the first day the account is       * SPCAL01P
002600*              projected to go past its limit.  PF7 and PF8     * SPCAL01P
002700*              page back and forward through the items.  Staff  * SPCAL01P
002800*              use it from its own transaction; a customer      * SPCAL01P
002900*              reaches it from the account balances screen      * SPCAL01P
003000*              (BBANK30P) and PF3 returns them there.           * SPCAL01P
003100***************************************************************** SPCAL01P
003200                                                                  SPCAL01P
003300 IDENTIFICATION DIVISION.                                         SPCAL01P
003400 PROGRAM-ID.                                                      SPCAL01P
003500     SPCAL01P.                                                    SPCAL01P
003600 DATE-WRITTEN.                                                    SPCAL01P
003700     October 2026.                                                SPCAL01P
003800 DATE-COMPILED.                                                   SPCAL01P
003900     Today.                                                       SPCAL01P
004000                                                                  SPCAL01P
004100 ENVIRONMENT DIVISION.                                            SPCAL01P
004200                                                                  SPCAL01P
004300 DATA DIVISION.                                                   SPCAL01P
004400 WORKING-STORAGE SECTION.                                         SPCAL01P
004500 01  WS-MISC-STORAGE.                                             SPCAL01P
004600   05  WS-PROGRAM-ID                         PIC X(8)             SPCAL01P
004700       VALUE 'SPCAL01P'.                                          SPCAL01P
004800***************************************************************** SPCAL01P
004900* Our own transaction - a customer arrives here by XCTL under   * SPCAL01P
005000* the banking transaction, so the screen always comes back to   * SPCAL01P
005100* this one rather than to EIBTRNID                              * SPCAL01P
005200***************************************************************** SPCAL01P
005300   05  WS-TRAN-ID                            PIC X(4)             SPCAL01P
005400       VALUE 'BPCL'.                                              SPCAL01P
005500   05  WS-RESP                               PIC S9(8) COMP.      SPCAL01P
005600   05  WS-SUB1                               PIC S9(4) COMP.      SPCAL01P
005700   05  WS-SUB2                               PIC S9(4) COMP.      SPCAL01P
005800   05  WS-FIRST-ITEM                         PIC S9(4) COMP.      SPCAL01P
005900   05  WS-PAGE-MSG                           PIC X(40).           SPCAL01P
006000   05  WS-RESUME-AREA.                                            SPCAL01P
006100     10  WS-RESUME-TSQ                       PIC X(8).            SPCAL01P
006200     10  WS-RESUME-CALL-TYPE                 PIC X(8)             SPCAL01P
006300         VALUE 'RESUME'.                                          SPCAL01P
006400                                                                  SPCAL01P
006500 01  WS-LIST-LINE.                                                SPCAL01P
006600   05  WS-LIST-DATE                          PIC X(10).           SPCAL01P
006700   05  FILLER                                PIC X(1).            SPCAL01P
006800   05  WS-LIST-DESC                          PIC X(24).           SPCAL01P
006900   05  FILLER                                PIC X(1).            SPCAL01P
007000   05  WS-LIST-AMOUNT                        PIC -Z,ZZZ,ZZ9.99.   SPCAL01P
007100   05  FILLER                                PIC X(1).            SPCAL01P
007200   05  WS-LIST-BALANCE                       PIC -Z,ZZZ,ZZ9.99.   SPCAL01P
007300   05  FILLER                                PIC X(1).            SPCAL01P
007400   05  WS-LIST-FLAG                          PIC X(10).           SPCAL01P
007500 01  WS-LIST-MARK                            PIC X(1).            SPCAL01P
007600   88  WS-LIST-MARKED                        VALUE 'Y'.           SPCAL01P
007700                                                                  SPCAL01P
007800 01  WS-HEAD-LINE.                                                SPCAL01P
007900   05  WS-HEAD-TEXT1                         PIC X(8).            SPCAL01P
008000   05  WS-HEAD-BALANCE                       PIC -Z,ZZZ,ZZ9.99.   SPCAL01P
008100   05  WS-HEAD-TEXT2                         PIC X(7).            SPCAL01P
008200   05  WS-HEAD-LIMIT                         PIC ZZ,ZZ9.99.       SPCAL01P
008300   05  WS-HEAD-TEXT3                         PIC X(8).            SPCAL01P
008400   05  WS-HEAD-LOW                           PIC -Z,ZZZ,ZZ9.99.   SPCAL01P
008500   05  WS-HEAD-TEXT4                         PIC X(4).            SPCAL01P
008600   05  WS-HEAD-LOW-DATE                      PIC X(10).           SPCAL01P
008700                                                                  SPCAL01P
008800 01  WS-COMMAREA-CL.                                              SPCAL01P
008900 COPY CBANKDCL.                                                   SPCAL01P
009000                                                                  SPCAL01P
009100 COPY DFHAID.                                                     SPCAL01P
009200                                                                  SPCAL01P
009300 COPY DFHBMSCA.                                                   SPCAL01P
009400                                                                  SPCAL01P
009500 COPY CABENDD.                                                    SPCAL01P
009600                                                                  SPCAL01P
009700 LINKAGE SECTION.                                                 SPCAL01P
009800 01  DFHCOMMAREA.                                                 SPCAL01P
009900 COPY CPCALD01.                                                   SPCAL01P
010000                                                                  SPCAL01P
010100 PROCEDURE DIVISION.                                              SPCAL01P
010200***************************************************************** SPCAL01P
010300* First time in this pseudo-conversation - send a blank screen, * SPCAL01P
010400* with the customer's PID filled in when SBANK00P passed it, or * SPCAL01P
010500* show the calendar straight away if an account came with it    * SPCAL01P
010600***************************************************************** SPCAL01P
010700     IF EIBCALEN IS EQUAL TO 0 OR CPCALD01-SCREEN-NOT-SENT        SPCAL01P
010800       IF EIBCALEN IS NOT EQUAL TO 0 AND CPCALD01-CUSTOMER        SPCAL01P
010900         SET CPCALD01-SCREEN-WAS-SENT TO TRUE                     SPCAL01P
011000         IF CPCALD01-ACCNO IS NOT EQUAL TO SPACES                 SPCAL01P
011100           MOVE 1 TO CPCALD01-PAGE                                SPCAL01P
011200           PERFORM CALL-AND-SEND THRU                             SPCAL01P
011300                   CALL-AND-SEND-EXIT                             SPCAL01P
011400           GO TO COMMON-RETURN                                    SPCAL01P
011500         END-IF                                                   SPCAL01P
011600       END-IF                                                     SPCAL01P
011700       MOVE LOW-VALUES TO PCAL01AO                                SPCAL01P
011800       IF EIBCALEN IS NOT EQUAL TO 0 AND CPCALD01-CUSTOMER        SPCAL01P
011900         MOVE CPCALD01-PID TO PIDO IN PCAL01AO                    SPCAL01P
012000         MOVE 'Key an account - Enter=Show PF3=Return'            SPCAL01P
012100           TO ERRMSGO IN PCAL01AO                                 SPCAL01P
012200       ELSE                                                       SPCAL01P
012300         MOVE 'Key a customer and account - Enter=Show'           SPCAL01P
012400           TO ERRMSGO IN PCAL01AO                                 SPCAL01P
012500       END-IF                                                     SPCAL01P
012600       EXEC CICS SEND MAP('PCAL01A')                              SPCAL01P
012700                  MAPSET('MPCAL01')                               SPCAL01P
012800                  ERASE                                           SPCAL01P
012900                  FREEKB                                          SPCAL01P
013000       END-EXEC                                                   SPCAL01P
013100       SET CPCALD01-SCREEN-WAS-SENT TO TRUE                       SPCAL01P
013200       GO TO COMMON-RETURN                                        SPCAL01P
013300     END-IF.                                                      SPCAL01P
013400                                                                  SPCAL01P
013500     EXEC CICS RECEIVE MAP('PCAL01A')                             SPCAL01P
013600                MAPSET('MPCAL01')                                 SPCAL01P
013700                RESP(WS-RESP)                                     SPCAL01P
013800     END-EXEC.                                                    SPCAL01P
013900                                                                  SPCAL01P
014000***************************************************************** SPCAL01P
014100* PF3 exits, PF7 and PF8 page back and forward, Enter shows the * SPCAL01P
014200* keyed account from its first page                             * SPCAL01P
014300***************************************************************** SPCAL01P
014400     MOVE SPACES TO WS-PAGE-MSG.                                  SPCAL01P
014500     EVALUATE TRUE                                                SPCAL01P
014600       WHEN EIBAID IS EQUAL TO DFHPF3                             SPCAL01P
014700         PERFORM LEAVE-SCREEN THRU                                SPCAL01P
014800                 LEAVE-SCREEN-EXIT                                SPCAL01P
014900       WHEN EIBAID IS EQUAL TO DFHPF7                             SPCAL01P
015000         IF CPCALD01-PAGE IS GREATER THAN 1                       SPCAL01P
015100           SUBTRACT 1 FROM CPCALD01-PAGE                          SPCAL01P
015200         ELSE                                                     SPCAL01P
015300           MOVE 'Already at the first page' TO WS-PAGE-MSG        SPCAL01P
015400         END-IF                                                   SPCAL01P
015500         PERFORM CALL-AND-SEND THRU                               SPCAL01P
015600                 CALL-AND-SEND-EXIT                               SPCAL01P
015700       WHEN EIBAID IS EQUAL TO DFHPF8                             SPCAL01P
015800         ADD 1 TO CPCALD01-PAGE                                   SPCAL01P
015900         PERFORM CALL-AND-SEND THRU                               SPCAL01P
016000                 CALL-AND-SEND-EXIT                               SPCAL01P
016100       WHEN OTHER                                                 SPCAL01P
016200         IF NOT CPCALD01-CUSTOMER AND                             SPCAL01P
016300            PIDI IN PCAL01AI IS NOT EQUAL TO LOW-VALUES           SPCAL01P
016400           MOVE PIDI IN PCAL01AI TO CPCALD01-PID                  SPCAL01P
016500         END-IF                                                   SPCAL01P
016600         IF ACCNOI IN PCAL01AI IS NOT EQUAL TO SPACES AND         SPCAL01P
016700            ACCNOI IN PCAL01AI IS NOT EQUAL TO LOW-VALUES         SPCAL01P
016800           MOVE ACCNOI IN PCAL01AI TO CPCALD01-ACCNO              SPCAL01P
016900         END-IF                                                   SPCAL01P
017000         MOVE 1 TO CPCALD01-PAGE                                  SPCAL01P
017100         PERFORM CALL-AND-SEND THRU                               SPCAL01P
017200                 CALL-AND-SEND-EXIT                               SPCAL01P
017300     END-EVALUATE.                                                SPCAL01P
017400                                                                  SPCAL01P
017500 COMMON-RETURN.                                                   SPCAL01P
017600     EXEC CICS RETURN TRANSID(WS-TRAN-ID)                         SPCAL01P
017700                COMMAREA(DFHCOMMAREA)                             SPCAL01P
017800                LENGTH(LENGTH OF DFHCOMMAREA)                     SPCAL01P
017900     END-EXEC.                                                    SPCAL01P
018000     GOBACK.                                                      SPCAL01P
018100                                                                  SPCAL01P
018200***************************************************************** SPCAL01P
018300* PF3 - staff simply end; a customer goes back to the banking   * SPCAL01P
018400* session SBANK00P left them in                                 * SPCAL01P
018500***************************************************************** SPCAL01P
018600 LEAVE-SCREEN.                                                    SPCAL01P
018700     IF NOT CPCALD01-CUSTOMER                                     SPCAL01P
018800       EXEC CICS RETURN END-EXEC                                  SPCAL01P
018900       GOBACK                                                     SPCAL01P
019000     END-IF.                                                      SPCAL01P
019100     MOVE CPCALD01-BANK-TSQ TO WS-RESUME-TSQ.                     SPCAL01P
019200     EXEC CICS XCTL PROGRAM('SBANK00P')                           SPCAL01P
019300                    COMMAREA(WS-RESUME-AREA)                      SPCAL01P
019400                    LENGTH(LENGTH OF WS-RESUME-AREA)              SPCAL01P
019500     END-EXEC.                                                    SPCAL01P
019600 LEAVE-SCREEN-EXIT.                                               SPCAL01P
019700     EXIT.                                                        SPCAL01P
019800                                                                  SPCAL01P
019900***************************************************************** SPCAL01P
020000* Have DBANKCLP project the account being shown and show the    * SPCAL01P
020100* current page of ten items.  A page beyond the last falls back * SPCAL01P
020200* to the last one.                                              * SPCAL01P
020300***************************************************************** SPCAL01P
020400 CALL-AND-SEND.                                                   SPCAL01P
020500     IF CPCALD01-PAGE IS NOT NUMERIC OR                           SPCAL01P
020600        CPCALD01-PAGE IS EQUAL TO 0                               SPCAL01P
020700       MOVE 1 TO CPCALD01-PAGE                                    SPCAL01P
020800     END-IF.                                                      SPCAL01P
020900     MOVE SPACES TO CDCL-DATA.                                    SPCAL01P
021000     MOVE CPCALD01-PID TO CDCLI-PID.                              SPCAL01P
021100     MOVE CPCALD01-ACCNO TO CDCLI-ACCNO.                          SPCAL01P
021200 COPY CBANKXCL.                                                   SPCAL01P
021300 CALL-AND-SEND-PAGE.                                              SPCAL01P
021400     COMPUTE WS-FIRST-ITEM = ((CPCALD01-PAGE - 1) * 10) + 1.      SPCAL01P
021500     IF WS-FIRST-ITEM IS GREATER THAN CDCLO-COUNT AND             SPCAL01P
021600        CPCALD01-PAGE IS GREATER THAN 1                           SPCAL01P
021700       SUBTRACT 1 FROM CPCALD01-PAGE                              SPCAL01P
021800       IF CDCLO-TRUNCATED                                         SPCAL01P
021900         MOVE 'Only the first 40 items can be shown'              SPCAL01P
022000           TO WS-PAGE-MSG                                         SPCAL01P
022100       ELSE                                                       SPCAL01P
022200         MOVE 'No more items' TO WS-PAGE-MSG                      SPCAL01P
022300       END-IF                                                     SPCAL01P
022400       GO TO CALL-AND-SEND-PAGE                                   SPCAL01P
022500     END-IF.                                                      SPCAL01P
022600     MOVE LOW-VALUES TO PCAL01AO.                                 SPCAL01P
022700     MOVE CPCALD01-PID TO PIDO IN PCAL01AO.                       SPCAL01P
022800     MOVE CPCALD01-ACCNO TO ACCNOO IN PCAL01AO.                   SPCAL01P
022900     IF CDCLO-OK                                                  SPCAL01P
023000       MOVE SPACES TO WS-HEAD-LINE                                SPCAL01P
023100       MOVE 'Balance ' TO WS-HEAD-TEXT1                           SPCAL01P
023200       MOVE CDCLO-BALANCE TO WS-HEAD-BALANCE                      SPCAL01P
023300       MOVE ' Limit ' TO WS-HEAD-TEXT2                            SPCAL01P
023400       MOVE CDCLO-OD-LIMIT TO WS-HEAD-LIMIT                       SPCAL01P
023500       MOVE ' Lowest ' TO WS-HEAD-TEXT3                           SPCAL01P
023600       MOVE CDCLO-LOW-BALANCE TO WS-HEAD-LOW                      SPCAL01P
023700       MOVE ' on ' TO WS-HEAD-TEXT4                               SPCAL01P
023800       MOVE CDCLO-LOW-DATE TO WS-HEAD-LOW-DATE                    SPCAL01P
023900       MOVE WS-HEAD-LINE TO HEAD1O IN PCAL01AO                    SPCAL01P
024000       MOVE 'Date       Due                             Amount'   SPCAL01P
024100         TO HEAD2O IN PCAL01AO                                    SPCAL01P
024200       MOVE '      Balance'                                       SPCAL01P
024300         TO HEAD2O IN PCAL01AO (51:13)                            SPCAL01P
024400     END-IF.                                                      SPCAL01P
024500     MOVE 1 TO WS-SUB1.                                           SPCAL01P
024600     PERFORM LIST-LINE THRU                                       SPCAL01P
024700             LIST-LINE-EXIT.                                      SPCAL01P
024800     EVALUATE TRUE                                                SPCAL01P
024900       WHEN WS-PAGE-MSG IS NOT EQUAL TO SPACES                    SPCAL01P
025000         MOVE WS-PAGE-MSG TO ERRMSGO IN PCAL01AO                  SPCAL01P
025100       WHEN CDCLO-MSG IS NOT EQUAL TO SPACES                      SPCAL01P
025200         MOVE CDCLO-MSG TO ERRMSGO IN PCAL01AO                    SPCAL01P
025300       WHEN CDCLO-SHORT-DATE IS NOT EQUAL TO SPACES               SPCAL01P
025400         STRING 'Projected past the limit on ' DELIMITED BY SIZE  SPCAL01P
025500                CDCLO-SHORT-DATE DELIMITED BY SIZE                SPCAL01P
025600                ' PF7/PF8=Page' DELIMITED BY SIZE                 SPCAL01P
025700           INTO ERRMSGO IN PCAL01AO                               SPCAL01P
025800       WHEN OTHER                                                 SPCAL01P
025900         MOVE 'No shortfall projected - PF7/PF8=Page PF3=Exit'    SPCAL01P
026000           TO ERRMSGO IN PCAL01AO                                 SPCAL01P
026100     END-EVALUATE.                                                SPCAL01P
026200     EXEC CICS SEND MAP('PCAL01A')                                SPCAL01P
026300                MAPSET('MPCAL01')                                 SPCAL01P
026400                ERASE                                             SPCAL01P
026500                FREEKB                                            SPCAL01P
026600     END-EXEC.                                                    SPCAL01P
026700 CALL-AND-SEND-EXIT.                                              SPCAL01P
026800     EXIT.                                                        SPCAL01P
026900                                                                  SPCAL01P
027000***************************************************************** SPCAL01P
027100* Format each item of the page onto its screen line; the lines  * SPCAL01P
027200* of a day that closes overdrawn or past the limit are marked   * SPCAL01P
027300* and shown bright                                              * SPCAL01P
027400***************************************************************** SPCAL01P
027500 LIST-LINE.                                                       SPCAL01P
027600     IF WS-SUB1 IS GREATER THAN 10                                SPCAL01P
027700       GO TO LIST-LINE-EXIT                                       SPCAL01P
027800     END-IF.                                                      SPCAL01P
027900     MOVE SPACES TO WS-LIST-LINE.                                 SPCAL01P
028000     MOVE 'N' TO WS-LIST-MARK.                                    SPCAL01P
028100     COMPUTE WS-SUB2 = WS-FIRST-ITEM + WS-SUB1 - 1.               SPCAL01P
028200     IF WS-SUB2 IS NOT GREATER THAN CDCLO-COUNT                   SPCAL01P
028300       MOVE CDCLO-ENTRY-DATE (WS-SUB2) TO WS-LIST-DATE            SPCAL01P
028400       MOVE CDCLO-ENTRY-DESC (WS-SUB2) TO WS-LIST-DESC            SPCAL01P
028500       MOVE CDCLO-ENTRY-AMOUNT (WS-SUB2) TO WS-LIST-AMOUNT        SPCAL01P
028600       MOVE CDCLO-ENTRY-BALANCE (WS-SUB2) TO WS-LIST-BALANCE      SPCAL01P
028700       IF CDCLO-ENTRY-OVER-LIMIT (WS-SUB2)                        SPCAL01P
028800         MOVE 'OVER LIMIT' TO WS-LIST-FLAG                        SPCAL01P
028900         MOVE 'Y' TO WS-LIST-MARK                                 SPCAL01P
029000       END-IF                                                     SPCAL01P
029100       IF CDCLO-ENTRY-OVERDRAWN (WS-SUB2)                         SPCAL01P
029200         MOVE 'OVERDRAWN' TO WS-LIST-FLAG                         SPCAL01P
029300         MOVE 'Y' TO WS-LIST-MARK                                 SPCAL01P
029400       END-IF                                                     SPCAL01P
029500     END-IF.                                                      SPCAL01P
029600     PERFORM PUT-LINE THRU                                        SPCAL01P
029700             PUT-LINE-EXIT.                                       SPCAL01P
029800     ADD 1 TO WS-SUB1.                                            SPCAL01P
029900     GO TO LIST-LINE.                                             SPCAL01P
030000 LIST-LINE-EXIT.                                                  SPCAL01P
030100     EXIT.                                                        SPCAL01P
030200                                                                  SPCAL01P
030300***************************************************************** SPCAL01P
030400* Move the formatted line to screen line WS-SUB1                * SPCAL01P
030500***************************************************************** SPCAL01P
030600 PUT-LINE.                                                        SPCAL01P
030700     EVALUATE WS-SUB1                                             SPCAL01P
030800       WHEN 1                                                     SPCAL01P
030900         MOVE WS-LIST-LINE TO LIST1TXO IN PCAL01AO                SPCAL01P
031000         IF WS-LIST-MARKED                                        SPCAL01P
031100           MOVE DFHBMASB TO LIST1TXA IN PCAL01AI                  SPCAL01P
031200         END-IF                                                   SPCAL01P
031300       WHEN 2                                                     SPCAL01P
031400         MOVE WS-LIST-LINE TO LIST2TXO IN PCAL01AO                SPCAL01P
031500         IF WS-LIST-MARKED                                        SPCAL01P
031600           MOVE DFHBMASB TO LIST2TXA IN PCAL01AI                  SPCAL01P
031700         END-IF                                                   SPCAL01P
031800       WHEN 3                                                     SPCAL01P
031900         MOVE WS-LIST-LINE TO LIST3TXO IN PCAL01AO                SPCAL01P
032000         IF WS-LIST-MARKED                                        SPCAL01P
032100           MOVE DFHBMASB TO LIST3TXA IN PCAL01AI                  SPCAL01P
032200         END-IF                                                   SPCAL01P
032300       WHEN 4                                                     SPCAL01P
032400         MOVE WS-LIST-LINE TO LIST4TXO IN PCAL01AO                SPCAL01P
032500         IF WS-LIST-MARKED                                        SPCAL01P
032600           MOVE DFHBMASB TO LIST4TXA IN PCAL01AI                  SPCAL01P
032700         END-IF                                                   SPCAL01P
032800       WHEN 5                                                     SPCAL01P
032900         MOVE WS-LIST-LINE TO LIST5TXO IN PCAL01AO                SPCAL01P
033000         IF WS-LIST-MARKED                                        SPCAL01P
033100           MOVE DFHBMASB TO LIST5TXA IN PCAL01AI                  SPCAL01P
033200         END-IF                                                   SPCAL01P
033300       WHEN 6                                                     SPCAL01P
033400         MOVE WS-LIST-LINE TO LIST6TXO IN PCAL01AO                SPCAL01P
033500         IF WS-LIST-MARKED                                        SPCAL01P
033600           MOVE DFHBMASB TO LIST6TXA IN PCAL01AI                  SPCAL01P
033700         END-IF                                                   SPCAL01P
033800       WHEN 7                                                     SPCAL01P
033900         MOVE WS-LIST-LINE TO LIST7TXO IN PCAL01AO                SPCAL01P
034000         IF WS-LIST-MARKED                                        SPCAL01P
034100           MOVE DFHBMASB TO LIST7TXA IN PCAL01AI                  SPCAL01P
034200         END-IF                                                   SPCAL01P
034300       WHEN 8                                                     SPCAL01P
034400         MOVE WS-LIST-LINE TO LIST8TXO IN PCAL01AO                SPCAL01P
034500         IF WS-LIST-MARKED                                        SPCAL01P
034600           MOVE DFHBMASB TO LIST8TXA IN PCAL01AI                  SPCAL01P
034700         END-IF                                                   SPCAL01P
034800       WHEN 9                                                     SPCAL01P
034900         MOVE WS-LIST-LINE TO LIST9TXO IN PCAL01AO                SPCAL01P
035000         IF WS-LIST-MARKED                                        SPCAL01P
035100           MOVE DFHBMASB TO LIST9TXA IN PCAL01AI                  SPCAL01P
035200         END-IF                                                   SPCAL01P
035300       WHEN 10                                                    SPCAL01P
035400         MOVE WS-LIST-LINE TO LIST10TXO IN PCAL01AO               SPCAL01P
035500         IF WS-LIST-MARKED                                        SPCAL01P
035600           MOVE DFHBMASB TO LIST10TXA IN PCAL01AI                 SPCAL01P
035700         END-IF                                                   SPCAL01P
035800     END-EVALUATE.                                                SPCAL01P
035900 PUT-LINE-EXIT.                                                   SPCAL01P
036000     EXIT.                                                        SPCAL01P
036100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SPCAL01P
