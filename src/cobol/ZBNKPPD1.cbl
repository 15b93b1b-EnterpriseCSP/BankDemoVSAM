000100***************************************************************** ZBNKPPD1
000200*                                                               * ZBNKPPD1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKPPD1
000400*   This demonstration program is provided for use by users     * ZBNKPPD1
000500*   of Micro Focus products and may be used, modified and       * ZBNKPPD1
000600*   distributed as part of your application provided that       * ZBNKPPD1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKPPD1
000800*   in this material.                                           * ZBNKPPD1
000900*                                                               * ZBNKPPD1
001000***************************************************************** ZBNKPPD1
001100                                                                  ZBNKPPD1
001200***************************************************************** ZBNKPPD1
001300* Program:     ZBNKPPD1.CBL                                     * ZBNKPPD1
001400* Function:    Positive-pay exception decision run.  Walks the  * ZBNKPPD1
001500*              held items on BNKPPEX that ZBNKCHQ1 set aside    * ZBNKPPD1
001600*              for the issuer's decision.  An item the customer * ZBNKPPD1
001700*              has decided through SPPAY01P is acted on at      * ZBNKPPD1
001800*              once; an undecided item whose cut-off date has   * ZBNKPPD1
001900*              arrived takes the customer's default decision    * ZBNKPPD1
002000*              from the BNKPPEN settings row (return, when the  * ZBNKPPD1
002100*              customer has not chosen one).  A pay decision    * ZBNKPPD1
002200*              debits the account and stamps BNKTXN the same    * ZBNKPPD1
002300*              way ZBNKCHQ1 does, provided the account is still * ZBNKPPD1
002400*              open and can cover it; a return decision - or a  * ZBNKPPD1
002500*              pay that can no longer be covered - goes to the  * ZBNKPPD1
002600*              returns file CHQRET.  Each item acted on is      * ZBNKPPD1
002700*              closed with its outcome and listed on the        * ZBNKPPD1
002800*              decisions report.                                * ZBNKPPD1
002833*              Every master-file update is journaled through    * ZBNKPPD1
002866*              UJOURNL for forward recovery.                    * ZBNKPPD1
002900***************************************************************** ZBNKPPD1
003000                                                                  ZBNKPPD1
003100 IDENTIFICATION DIVISION.                                         ZBNKPPD1
003200 PROGRAM-ID.                                                      ZBNKPPD1
003300     ZBNKPPD1.                                                    ZBNKPPD1
003400 DATE-WRITTEN.                                                    ZBNKPPD1
003500     October 2026.                                                ZBNKPPD1
003600 DATE-COMPILED.                                                   ZBNKPPD1
003700     Today.                                                       ZBNKPPD1
003800                                                                  ZBNKPPD1
003900 ENVIRONMENT DIVISION.                                            ZBNKPPD1
004000 INPUT-OUTPUT   SECTION.                                          ZBNKPPD1
004100   FILE-CONTROL.                                                  ZBNKPPD1
004200     SELECT BNKPPEX-FILE                                          ZBNKPPD1
004300            ASSIGN       TO BNKPPEX                               ZBNKPPD1
004400            ORGANIZATION IS INDEXED                               ZBNKPPD1
004500            ACCESS MODE  IS DYNAMIC                               ZBNKPPD1
004600            RECORD KEY   IS PPX-KEY                               ZBNKPPD1
004700            FILE STATUS  IS WS-BNKPPEX-STATUS.                    ZBNKPPD1
004800     SELECT BNKPPEN-FILE                                          ZBNKPPD1
004900            ASSIGN       TO BNKPPEN                               ZBNKPPD1
005000            ORGANIZATION IS INDEXED                               ZBNKPPD1
005100            ACCESS MODE  IS RANDOM                                ZBNKPPD1
005200            RECORD KEY   IS PPE-KEY                               ZBNKPPD1
005300            FILE STATUS  IS WS-BNKPPEN-STATUS.                    ZBNKPPD1
005400     SELECT BNKPPAY-FILE                                          ZBNKPPD1
005500            ASSIGN       TO BNKPPAY                               ZBNKPPD1
005600            ORGANIZATION IS INDEXED                               ZBNKPPD1
005700            ACCESS MODE  IS RANDOM                                ZBNKPPD1
005800            RECORD KEY   IS PPR-KEY                               ZBNKPPD1
005900            FILE STATUS  IS WS-BNKPPAY-STATUS.                    ZBNKPPD1
006000     SELECT BNKACC-FILE                                           ZBNKPPD1
006100            ASSIGN       TO BNKACC                                ZBNKPPD1
006200            ORGANIZATION IS INDEXED                               ZBNKPPD1
006300            ACCESS MODE  IS RANDOM                                ZBNKPPD1
006400            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKPPD1
006500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKPPD1
006600            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKPPD1
006700     SELECT BNKTXN-FILE                                           ZBNKPPD1
006800            ASSIGN       TO BNKTXN                                ZBNKPPD1
006900            ORGANIZATION IS INDEXED                               ZBNKPPD1
007000            ACCESS MODE  IS RANDOM                                ZBNKPPD1
007100            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKPPD1
007200            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKPPD1
007300            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKPPD1
007400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKPPD1
007500     SELECT CHQRET-FILE                                           ZBNKPPD1
007600            ASSIGN       TO CHQRET                                ZBNKPPD1
007700            ORGANIZATION IS SEQUENTIAL                            ZBNKPPD1
007800            ACCESS MODE  IS SEQUENTIAL                            ZBNKPPD1
007900            FILE STATUS  IS WS-CHQRET-STATUS.                     ZBNKPPD1
008000     SELECT PRINTOUT-FILE                                         ZBNKPPD1
008100            ASSIGN       TO PRINTOUT                              ZBNKPPD1
008200            ORGANIZATION IS SEQUENTIAL                            ZBNKPPD1
008300            ACCESS MODE  IS SEQUENTIAL                            ZBNKPPD1
008400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKPPD1
008500                                                                  ZBNKPPD1
008600 DATA DIVISION.                                                   ZBNKPPD1
008700 FILE SECTION.                                                    ZBNKPPD1
008800                                                                  ZBNKPPD1
008900 FD  BNKPPEX-FILE.                                                ZBNKPPD1
009000 01  BNKPPEX-REC.                                                 ZBNKPPD1
009100 COPY CBANKVPX.                                                   ZBNKPPD1
009200                                                                  ZBNKPPD1
009300 FD  BNKPPEN-FILE.                                                ZBNKPPD1
009400 01  BNKPPEN-REC.                                                 ZBNKPPD1
009500 COPY CBANKVPE.                                                   ZBNKPPD1
009600                                                                  ZBNKPPD1
009700 FD  BNKPPAY-FILE.                                                ZBNKPPD1
009800 01  BNKPPAY-REC.                                                 ZBNKPPD1
009900 COPY CBANKVPR.                                                   ZBNKPPD1
010000                                                                  ZBNKPPD1
010100 FD  BNKACC-FILE.                                                 ZBNKPPD1
010200 01  BNKACC-REC.                                                  ZBNKPPD1
010300 COPY CBANKVAC.                                                   ZBNKPPD1
010400                                                                  ZBNKPPD1
010500 FD  BNKTXN-FILE.                                                 ZBNKPPD1
010600 01  BNKTXN-REC.                                                  ZBNKPPD1
010700 COPY CBANKVTX.                                                   ZBNKPPD1
010800                                                                  ZBNKPPD1
010900 FD  CHQRET-FILE.                                                 ZBNKPPD1
011000 01  CHQRET-REC                          PIC X(100).              ZBNKPPD1
011100                                                                  ZBNKPPD1
011200 FD  PRINTOUT-FILE.                                               ZBNKPPD1
011300 01  PRINTOUT-REC                        PIC X(121).              ZBNKPPD1
011400                                                                  ZBNKPPD1
011500 WORKING-STORAGE SECTION.                                         ZBNKPPD1
011533 COPY CJOURNLD.                                                   ZBNKPPD1
011566                                                                  ZBNKPPD1
011600 COPY CRUNCTLD.                                                   ZBNKPPD1
011700                                                                  ZBNKPPD1
011800 COPY CTIMERD.                                                    ZBNKPPD1
011900                                                                  ZBNKPPD1
012000 COPY CTSTAMPD.                                                   ZBNKPPD1
012100                                                                  ZBNKPPD1
012200 COPY CBANKTXD.                                                   ZBNKPPD1
012300                                                                  ZBNKPPD1
012400 01  WS-TWOS-COMP.                                                ZBNKPPD1
012500   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKPPD1
012600   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKPPD1
012700   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKPPD1
012800   05  WS-TWOS-COMP-FORMAT                 PIC X(1) VALUE 'B'.    ZBNKPPD1
012900                                                                  ZBNKPPD1
013000 01  WS-CHQRET-DETAIL.                                            ZBNKPPD1
013100   05  WS-CR-RECORD-TYPE                     PIC X(1)             ZBNKPPD1
013200       VALUE 'R'.                                                 ZBNKPPD1
013300   05  WS-CR-ACCNO                           PIC X(9).            ZBNKPPD1
013400   05  WS-CR-SERIAL                          PIC X(6).            ZBNKPPD1
013500   05  WS-CR-AMOUNT                          PIC 9(9)V99.         ZBNKPPD1
013600   05  WS-CR-REASON-CODE                     PIC X(2).            ZBNKPPD1
013700   05  WS-CR-REASON                          PIC X(30).           ZBNKPPD1
013800   05  FILLER                                PIC X(41)            ZBNKPPD1
013900       VALUE SPACES.                                              ZBNKPPD1
014000                                                                  ZBNKPPD1
014100 01  WS-MISC-STORAGE.                                             ZBNKPPD1
014200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKPPD1
014300       VALUE 'ZBNKPPD1'.                                          ZBNKPPD1
014400   05  WS-BNKPPEX-STATUS.                                         ZBNKPPD1
014500     10  WS-BNKPPEX-STAT1                    PIC X(1).            ZBNKPPD1
014600     10  WS-BNKPPEX-STAT2                    PIC X(1).            ZBNKPPD1
014700   05  WS-BNKPPEN-STATUS.                                         ZBNKPPD1
014800     10  WS-BNKPPEN-STAT1                    PIC X(1).            ZBNKPPD1
014900     10  WS-BNKPPEN-STAT2                    PIC X(1).            ZBNKPPD1
015000   05  WS-BNKPPAY-STATUS.                                         ZBNKPPD1
015100     10  WS-BNKPPAY-STAT1                    PIC X(1).            ZBNKPPD1
015200     10  WS-BNKPPAY-STAT2                    PIC X(1).            ZBNKPPD1
015300   05  WS-BNKACC-STATUS.                                          ZBNKPPD1
015400     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKPPD1
015500     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKPPD1
015600   05  WS-BNKTXN-STATUS.                                          ZBNKPPD1
015700     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKPPD1
015800     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKPPD1
015900   05  WS-CHQRET-STATUS.                                          ZBNKPPD1
016000     10  WS-CHQRET-STAT1                     PIC X(1).            ZBNKPPD1
016100     10  WS-CHQRET-STAT2                     PIC X(1).            ZBNKPPD1
016200   05  WS-PRINTOUT-STATUS.                                        ZBNKPPD1
016300     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKPPD1
016400     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKPPD1
016500   05  WS-IO-STATUS.                                              ZBNKPPD1
016600     10  WS-IO-STAT1                         PIC X(1).            ZBNKPPD1
016700     10  WS-IO-STAT2                         PIC X(1).            ZBNKPPD1
016800   05  WS-TWO-BYTES.                                              ZBNKPPD1
016900     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKPPD1
017000     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKPPD1
017100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKPPD1
017200                                             PIC 9(1) COMP.       ZBNKPPD1
017300   05  WS-END-OF-FILE                        PIC X(3)             ZBNKPPD1
017400       VALUE 'NO '.                                               ZBNKPPD1
017500   05  WS-ITEMS-SCANNED                      PIC 9(7)             ZBNKPPD1
017600       VALUE ZERO.                                                ZBNKPPD1
017700   05  WS-ITEMS-PAID                         PIC 9(7)             ZBNKPPD1
017800       VALUE ZERO.                                                ZBNKPPD1
017900   05  WS-ITEMS-RETURNED                     PIC 9(7)             ZBNKPPD1
018000       VALUE ZERO.                                                ZBNKPPD1
018100   05  WS-ITEMS-DEFAULTED                    PIC 9(7)             ZBNKPPD1
018200       VALUE ZERO.                                                ZBNKPPD1
018300   05  WS-ITEMS-WAITING                      PIC 9(7)             ZBNKPPD1
018400       VALUE ZERO.                                                ZBNKPPD1
018500   05  WS-AMOUNT-PAID                        PIC S9(11)V99 COMP-3 ZBNKPPD1
018600       VALUE ZERO.                                                ZBNKPPD1
018700   05  WS-AMOUNT-RETURNED                    PIC S9(11)V99 COMP-3 ZBNKPPD1
018800       VALUE ZERO.                                                ZBNKPPD1
018900   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKPPD1
019000       VALUE ZERO.                                                ZBNKPPD1
019100   05  WS-TODAY-ISO                          PIC X(10).           ZBNKPPD1
019200   05  WS-ITEM-AMOUNT                        PIC S9(7)V99 COMP-3. ZBNKPPD1
019300   05  WS-REJECT-CODE                        PIC X(2).            ZBNKPPD1
019400   05  WS-REJECT-REASON                      PIC X(30).           ZBNKPPD1
019500                                                                  ZBNKPPD1
019600 01  WS-REPORT-LINES.                                             ZBNKPPD1
019700   05  WS-LINE1.                                                  ZBNKPPD1
019800     10  WS-LINE1-CC                     PIC X(1)                 ZBNKPPD1
019900         VALUE '1'.                                               ZBNKPPD1
020000     10  FILLER                          PIC X(20)                ZBNKPPD1
020100         VALUE SPACES.                                            ZBNKPPD1
020200     10  WS-LINE1-HEAD                   PIC X(45)                ZBNKPPD1
020300         VALUE 'Positive Pay Exception Decisions'.                ZBNKPPD1
020400   05  WS-LINE3.                                                  ZBNKPPD1
020500     10  WS-LINE3-CC                     PIC X(1)                 ZBNKPPD1
020600         VALUE ' '.                                               ZBNKPPD1
020700     10  FILLER                          PIC X(11)                ZBNKPPD1
020800         VALUE 'Account'.                                         ZBNKPPD1
020900     10  FILLER                          PIC X(8)                 ZBNKPPD1
021000         VALUE 'Serial'.                                          ZBNKPPD1
021100     10  FILLER                          PIC X(15)                ZBNKPPD1
021200         VALUE 'Amount'.                                          ZBNKPPD1
021300     10  FILLER                          PIC X(10)                ZBNKPPD1
021400         VALUE 'Decision'.                                        ZBNKPPD1
021500     10  FILLER                          PIC X(30)                ZBNKPPD1
021600         VALUE 'Outcome'.                                         ZBNKPPD1
021700   05  WS-LINE4.                                                  ZBNKPPD1
021800     10  WS-LINE4-CC                     PIC X(1)                 ZBNKPPD1
021900         VALUE ' '.                                               ZBNKPPD1
022000     10  WS-LINE4-ACCNO                  PIC X(11).               ZBNKPPD1
022100     10  WS-LINE4-SERIAL                 PIC X(8).                ZBNKPPD1
022200     10  WS-LINE4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKPPD1
022300     10  FILLER                          PIC X(1)                 ZBNKPPD1
022400         VALUE SPACES.                                            ZBNKPPD1
022500     10  WS-LINE4-DECISION               PIC X(10).               ZBNKPPD1
022600     10  WS-LINE4-REASON                 PIC X(30).               ZBNKPPD1
022700   05  WS-LINE5.                                                  ZBNKPPD1
022800     10  WS-LINE5-CC                     PIC X(1)                 ZBNKPPD1
022900         VALUE ' '.                                               ZBNKPPD1
023000     10  WS-LINE5-DESC                   PIC X(30).               ZBNKPPD1
023100     10  WS-LINE5-COUNT                  PIC ZZZZZZ9.             ZBNKPPD1
023200     10  FILLER                          PIC X(3)                 ZBNKPPD1
023300         VALUE SPACES.                                            ZBNKPPD1
023400     10  WS-LINE5-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKPPD1
023500                                                                  ZBNKPPD1
023600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKPPD1
023700                                                                  ZBNKPPD1
023800 LINKAGE SECTION.                                                 ZBNKPPD1
023900 01  LK-EXEC-PARM.                                                ZBNKPPD1
024000   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKPPD1
024100   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKPPD1
024200                                                                  ZBNKPPD1
024300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKPPD1
024400                                                                  ZBNKPPD1
024500     PERFORM RUN-TIME.                                            ZBNKPPD1
024600                                                                  ZBNKPPD1
024700     MOVE 'Positive-pay decision run starting'                    ZBNKPPD1
024800       TO WS-CONSOLE-MESSAGE.                                     ZBNKPPD1
024900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPD1
025000                                                                  ZBNKPPD1
025100***************************************************************** ZBNKPPD1
025200* Run-control - the decision run follows the clearing posting   * ZBNKPPD1
025300* run and is refused a second time for the same day unless the  * ZBNKPPD1
025400* operator asked for a restart in the EXEC PARM                 * ZBNKPPD1
025500***************************************************************** ZBNKPPD1
025600     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKPPD1
025700     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKPPD1
025800     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKPPD1
025900     MOVE 'ZBNKCHQ1' TO RUN-CTL-PREDECESSOR.                      ZBNKPPD1
026000     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKPPD1
026100        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKPPD1
026200        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKPPD1
026300     END-IF.                                                      ZBNKPPD1
026400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKPPD1
026500     IF NOT RUN-CTL-OK                                            ZBNKPPD1
026600        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPPD1
026700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
026800        MOVE 'Run-control problem - job not run'                  ZBNKPPD1
026900          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
027000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
027100        MOVE 8 TO RETURN-CODE                                     ZBNKPPD1
027200        GOBACK                                                    ZBNKPPD1
027300     END-IF.                                                      ZBNKPPD1
027400                                                                  ZBNKPPD1
027500 COPY CTSTAMPP.                                                   ZBNKPPD1
027600     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKPPD1
027700                                                                  ZBNKPPD1
027800     PERFORM OPEN-ALL-FILES.                                      ZBNKPPD1
027900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKPPD1
028000                                                                  ZBNKPPD1
028100     MOVE LOW-VALUES TO PPX-KEY.                                  ZBNKPPD1
028200     START BNKPPEX-FILE KEY NOT LESS THAN PPX-KEY.                ZBNKPPD1
028300     IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'                    ZBNKPPD1
028400        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKPPD1
028500     END-IF.                                                      ZBNKPPD1
028600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPPD1
028700        READ BNKPPEX-FILE NEXT RECORD                             ZBNKPPD1
028800        IF WS-BNKPPEX-STATUS IS EQUAL TO '10'                     ZBNKPPD1
028900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPPD1
029000        ELSE                                                      ZBNKPPD1
029100           IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'              ZBNKPPD1
029200              MOVE 'BNKPPEX read error during scan'               ZBNKPPD1
029300                TO WS-CONSOLE-MESSAGE                             ZBNKPPD1
029400              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKPPD1
029500              MOVE WS-BNKPPEX-STATUS TO WS-IO-STATUS              ZBNKPPD1
029600              PERFORM DISPLAY-IO-STATUS                           ZBNKPPD1
029700              PERFORM ABORT-PROGRAM                               ZBNKPPD1
029800           ELSE                                                   ZBNKPPD1
029900              PERFORM DECIDE-ONE-ITEM THRU                        ZBNKPPD1
030000                      DECIDE-ONE-ITEM-EXIT                        ZBNKPPD1
030100           END-IF                                                 ZBNKPPD1
030200        END-IF                                                    ZBNKPPD1
030300     END-PERFORM.                                                 ZBNKPPD1
030400                                                                  ZBNKPPD1
030500     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKPPD1
030600     PERFORM CLOSE-ALL-FILES.                                     ZBNKPPD1
030700                                                                  ZBNKPPD1
030800     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKPPD1
030900     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKPPD1
031000                                                                  ZBNKPPD1
031100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPPD1
031200     STRING WS-ITEMS-PAID DELIMITED BY SIZE                       ZBNKPPD1
031300            ' paid, ' DELIMITED BY SIZE                           ZBNKPPD1
031400            WS-ITEMS-RETURNED DELIMITED BY SIZE                   ZBNKPPD1
031500            ' returned, ' DELIMITED BY SIZE                       ZBNKPPD1
031600            WS-ITEMS-WAITING DELIMITED BY SIZE                    ZBNKPPD1
031700            ' still waiting' DELIMITED BY SIZE                    ZBNKPPD1
031800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPPD1
031900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPD1
032000     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKPPD1
032100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPD1
032200                                                                  ZBNKPPD1
032300     PERFORM RUN-TIME.                                            ZBNKPPD1
032400                                                                  ZBNKPPD1
032500     MOVE 0 TO RETURN-CODE.                                       ZBNKPPD1
032600                                                                  ZBNKPPD1
032700     GOBACK.                                                      ZBNKPPD1
032800                                                                  ZBNKPPD1
032900***************************************************************** ZBNKPPD1
033000* Act on one exception row.  Closed rows are history; an        * ZBNKPPD1
033100* undecided row waits until its cut-off date and then takes the * ZBNKPPD1
033200* customer's default decision.                                  * ZBNKPPD1
033300***************************************************************** ZBNKPPD1
033400 DECIDE-ONE-ITEM.                                                 ZBNKPPD1
033500     IF NOT PPX-STATUS-HELD                                       ZBNKPPD1
033600        GO TO DECIDE-ONE-ITEM-EXIT                                ZBNKPPD1
033700     END-IF.                                                      ZBNKPPD1
033800     ADD 1 TO WS-ITEMS-SCANNED.                                   ZBNKPPD1
033900     IF PPX-UNDECIDED                                             ZBNKPPD1
034000        IF PPX-REC-CUTOFF-DATE IS GREATER THAN WS-TODAY-ISO       ZBNKPPD1
034100           ADD 1 TO WS-ITEMS-WAITING                              ZBNKPPD1
034200           GO TO DECIDE-ONE-ITEM-EXIT                             ZBNKPPD1
034300        END-IF                                                    ZBNKPPD1
034400        PERFORM APPLY-DEFAULT-DECISION                            ZBNKPPD1
034500     END-IF.                                                      ZBNKPPD1
034600     MOVE PPX-REC-AMOUNT TO WS-ITEM-AMOUNT.                       ZBNKPPD1
034700     IF PPX-DECIDED-PAY                                           ZBNKPPD1
034800        PERFORM PAY-ONE-ITEM THRU                                 ZBNKPPD1
034900                PAY-ONE-ITEM-EXIT                                 ZBNKPPD1
035000     ELSE                                                         ZBNKPPD1
035100        MOVE '14' TO WS-REJECT-CODE                               ZBNKPPD1
035200        MOVE 'Returned on issuer instruction' TO WS-REJECT-REASON ZBNKPPD1
035300        PERFORM RETURN-ONE-ITEM                                   ZBNKPPD1
035400     END-IF.                                                      ZBNKPPD1
035500     PERFORM CLOSE-ONE-ITEM.                                      ZBNKPPD1
035600 DECIDE-ONE-ITEM-EXIT.                                            ZBNKPPD1
035700     EXIT.                                                        ZBNKPPD1
035800                                                                  ZBNKPPD1
035900***************************************************************** ZBNKPPD1
036000* Take the customer's default decision from the settings row -  * ZBNKPPD1
036100* an issuer that has not chosen one has its items returned      * ZBNKPPD1
036200***************************************************************** ZBNKPPD1
036300 APPLY-DEFAULT-DECISION.                                          ZBNKPPD1
036400     MOVE PPX-REC-PID TO PPE-REC-PID.                             ZBNKPPD1
036500     MOVE SPACES TO PPE-REC-ACCNO.                                ZBNKPPD1
036600     READ BNKPPEN-FILE.                                           ZBNKPPD1
036700     IF WS-BNKPPEN-STATUS IS EQUAL TO '00' AND                    ZBNKPPD1
036800        PPE-DEFAULT-PAY                                           ZBNKPPD1
036900        SET PPX-DECIDED-PAY TO TRUE                               ZBNKPPD1
037000     ELSE                                                         ZBNKPPD1
037100        SET PPX-DECIDED-RETURN TO TRUE                            ZBNKPPD1
037200     END-IF.                                                      ZBNKPPD1
037300     SET PPX-BY-DEFAULT TO TRUE.                                  ZBNKPPD1
037400     MOVE WS-TODAY-ISO TO PPX-REC-DECIDED-DATE.                   ZBNKPPD1
037500     ADD 1 TO WS-ITEMS-DEFAULTED.                                 ZBNKPPD1
037600                                                                  ZBNKPPD1
037700***************************************************************** ZBNKPPD1
037800* Pay one item the issuer has approved.  The account is re-read * ZBNKPPD1
037900* because it may have closed or been drawn down since the item  * ZBNKPPD1
038000* was held.                                                     * ZBNKPPD1
038100***************************************************************** ZBNKPPD1
038200 PAY-ONE-ITEM.                                                    ZBNKPPD1
038300     MOVE PPX-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKPPD1
038400     READ BNKACC-FILE.                                            ZBNKPPD1
038500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
038600        MOVE '01' TO WS-REJECT-CODE                               ZBNKPPD1
038700        MOVE 'Account not on file' TO WS-REJECT-REASON            ZBNKPPD1
038800        PERFORM RETURN-ONE-ITEM                                   ZBNKPPD1
038900        GO TO PAY-ONE-ITEM-EXIT                                   ZBNKPPD1
039000     END-IF.                                                      ZBNKPPD1
039100     IF NOT BAC-STATUS-OPEN                                       ZBNKPPD1
039200        MOVE '02' TO WS-REJECT-CODE                               ZBNKPPD1
039300        MOVE 'Account not open for postings' TO WS-REJECT-REASON  ZBNKPPD1
039400        PERFORM RETURN-ONE-ITEM                                   ZBNKPPD1
039500        GO TO PAY-ONE-ITEM-EXIT                                   ZBNKPPD1
039600     END-IF.                                                      ZBNKPPD1
039700     IF BAC-REC-OD-LIMIT IS NOT NUMERIC                           ZBNKPPD1
039800        MOVE ZERO TO BAC-REC-OD-LIMIT                             ZBNKPPD1
039900     END-IF.                                                      ZBNKPPD1
040000     IF (BAC-REC-BALANCE - WS-ITEM-AMOUNT) IS LESS THAN ZERO AND  ZBNKPPD1
040100        ((BAC-REC-BALANCE - WS-ITEM-AMOUNT) * -1) IS GREATER THAN ZBNKPPD1
040200          BAC-REC-OD-LIMIT                                        ZBNKPPD1
040300        MOVE '04' TO WS-REJECT-CODE                               ZBNKPPD1
040400        MOVE 'Insufficient funds' TO WS-REJECT-REASON             ZBNKPPD1
040500        PERFORM RETURN-ONE-ITEM                                   ZBNKPPD1
040600        GO TO PAY-ONE-ITEM-EXIT                                   ZBNKPPD1
040700     END-IF.                                                      ZBNKPPD1
040800     SUBTRACT WS-ITEM-AMOUNT FROM BAC-REC-BALANCE.                ZBNKPPD1
040900     REWRITE BAC-RECORD                                           ZBNKPPD1
040933     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKPPD1
040966     PERFORM JOURNAL-BNKACC.                                      ZBNKPPD1
041000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
041100        MOVE 'Unable to rewrite debited account'                  ZBNKPPD1
041200          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
041300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
041400        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKPPD1
041500        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
041600        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
041700     END-IF.                                                      ZBNKPPD1
041800     PERFORM WRITE-CHEQUE-AUDIT.                                  ZBNKPPD1
041900     PERFORM MARK-REGISTER-PAID.                                  ZBNKPPD1
042000     SET PPX-OUTCOME-PAID TO TRUE.                                ZBNKPPD1
042100     MOVE 'Paid on issuer instruction' TO PPX-REC-OUTCOME-REASON. ZBNKPPD1
042200     ADD 1 TO WS-ITEMS-PAID.                                      ZBNKPPD1
042300     ADD WS-ITEM-AMOUNT TO WS-AMOUNT-PAID.                        ZBNKPPD1
042400     MOVE 'Paid on issuer instruction' TO WS-REJECT-REASON.       ZBNKPPD1
042500     PERFORM PRINT-ITEM-LINE.                                     ZBNKPPD1
042600 PAY-ONE-ITEM-EXIT.                                               ZBNKPPD1
042700     EXIT.                                                        ZBNKPPD1
042800                                                                  ZBNKPPD1
042900***************************************************************** ZBNKPPD1
043000* A paid item that was on the register still issued (an amount  * ZBNKPPD1
043100* mismatch the issuer accepted) is marked paid there too, so a  * ZBNKPPD1
043200* second presentment of the serial is held                      * ZBNKPPD1
043300***************************************************************** ZBNKPPD1
043400 MARK-REGISTER-PAID.                                              ZBNKPPD1
043500     MOVE PPX-REC-ACCNO TO PPR-REC-ACCNO.                         ZBNKPPD1
043600     MOVE PPX-REC-SERIAL TO PPR-REC-SERIAL.                       ZBNKPPD1
043700     READ BNKPPAY-FILE.                                           ZBNKPPD1
043800     IF WS-BNKPPAY-STATUS IS EQUAL TO '00' AND                    ZBNKPPD1
043900        PPR-STATUS-ISSUED                                         ZBNKPPD1
044000        SET PPR-STATUS-PAID TO TRUE                               ZBNKPPD1
044100        MOVE WS-TODAY-ISO TO PPR-REC-PAID-DATE                    ZBNKPPD1
044200        REWRITE PPR-RECORD                                        ZBNKPPD1
044300        IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                 ZBNKPPD1
044400           MOVE 'Unable to mark register cheque paid'             ZBNKPPD1
044500             TO WS-CONSOLE-MESSAGE                                ZBNKPPD1
044600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKPPD1
044700           MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                 ZBNKPPD1
044800           PERFORM DISPLAY-IO-STATUS                              ZBNKPPD1
044900           PERFORM ABORT-PROGRAM                                  ZBNKPPD1
045000        END-IF                                                    ZBNKPPD1
045100     END-IF.                                                      ZBNKPPD1
045200                                                                  ZBNKPPD1
045300***************************************************************** ZBNKPPD1
045400* Write one returned item to the returns file and the report    * ZBNKPPD1
045500***************************************************************** ZBNKPPD1
045600 RETURN-ONE-ITEM.                                                 ZBNKPPD1
045700     ADD 1 TO WS-ITEMS-RETURNED.                                  ZBNKPPD1
045800     ADD WS-ITEM-AMOUNT TO WS-AMOUNT-RETURNED.                    ZBNKPPD1
045900     MOVE SPACES TO CHQRET-REC.                                   ZBNKPPD1
046000     MOVE 'R' TO WS-CR-RECORD-TYPE.                               ZBNKPPD1
046100     MOVE PPX-REC-ACCNO TO WS-CR-ACCNO.                           ZBNKPPD1
046200     MOVE PPX-REC-SERIAL TO WS-CR-SERIAL.                         ZBNKPPD1
046300     MOVE WS-ITEM-AMOUNT TO WS-CR-AMOUNT.                         ZBNKPPD1
046400     MOVE WS-REJECT-CODE TO WS-CR-REASON-CODE.                    ZBNKPPD1
046500     MOVE WS-REJECT-REASON TO WS-CR-REASON.                       ZBNKPPD1
046600     MOVE WS-CHQRET-DETAIL TO CHQRET-REC.                         ZBNKPPD1
046700     WRITE CHQRET-REC.                                            ZBNKPPD1
046800     IF WS-CHQRET-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
046900        MOVE 'CHQRET error writing file...'                       ZBNKPPD1
047000          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
047100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
047200        MOVE WS-CHQRET-STATUS TO WS-IO-STATUS                     ZBNKPPD1
047300        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
047400        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
047500     END-IF.                                                      ZBNKPPD1
047600     SET PPX-OUTCOME-RETURNED TO TRUE.                            ZBNKPPD1
047700     MOVE WS-REJECT-REASON TO PPX-REC-OUTCOME-REASON.             ZBNKPPD1
047800     PERFORM PRINT-ITEM-LINE.                                     ZBNKPPD1
047900                                                                  ZBNKPPD1
048000***************************************************************** ZBNKPPD1
048100* Close the exception row with its decision and outcome         * ZBNKPPD1
048200***************************************************************** ZBNKPPD1
048300 CLOSE-ONE-ITEM.                                                  ZBNKPPD1
048400     SET PPX-STATUS-CLOSED TO TRUE.                               ZBNKPPD1
048500     MOVE WS-TODAY-ISO TO PPX-REC-CLOSED-DATE.                    ZBNKPPD1
048600     REWRITE PPX-RECORD.                                          ZBNKPPD1
048700     IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'                    ZBNKPPD1
048800        MOVE 'Unable to close positive-pay exception'             ZBNKPPD1
048900          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
049000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
049100        MOVE WS-BNKPPEX-STATUS TO WS-IO-STATUS                    ZBNKPPD1
049200        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
049300        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
049400     END-IF.                                                      ZBNKPPD1
049500                                                                  ZBNKPPD1
049600***************************************************************** ZBNKPPD1
049700* List one item acted on, showing who decided it                * ZBNKPPD1
049800***************************************************************** ZBNKPPD1
049900 PRINT-ITEM-LINE.                                                 ZBNKPPD1
050000     MOVE PPX-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKPPD1
050100     MOVE PPX-REC-SERIAL TO WS-LINE4-SERIAL.                      ZBNKPPD1
050200     MOVE WS-ITEM-AMOUNT TO WS-LINE4-AMOUNT.                      ZBNKPPD1
050300     MOVE SPACES TO WS-LINE4-DECISION.                            ZBNKPPD1
050400     IF PPX-DECIDED-PAY                                           ZBNKPPD1
050500        MOVE 'Pay' TO WS-LINE4-DECISION (1:4)                     ZBNKPPD1
050600     ELSE                                                         ZBNKPPD1
050700        MOVE 'Return' TO WS-LINE4-DECISION (1:7)                  ZBNKPPD1
050800     END-IF.                                                      ZBNKPPD1
050900     IF PPX-BY-DEFAULT                                            ZBNKPPD1
051000        MOVE '(D)' TO WS-LINE4-DECISION (8:3)                     ZBNKPPD1
051100     END-IF.                                                      ZBNKPPD1
051200     MOVE WS-REJECT-REASON TO WS-LINE4-REASON.                    ZBNKPPD1
051300     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKPPD1
051400     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
051500                                                                  ZBNKPPD1
051600***************************************************************** ZBNKPPD1
051700* Write the BNKTXN debit entry for the item just paid, stamped  * ZBNKPPD1
051800* with the cheque serial the same way ZBNKCHQ1 stamps it        * ZBNKPPD1
051900***************************************************************** ZBNKPPD1
052000 WRITE-CHEQUE-AUDIT.                                              ZBNKPPD1
052100 COPY CTSTAMPP.                                                   ZBNKPPD1
052200     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKPPD1
052300     ADD 1 TO WS-TXN-SEQ.                                         ZBNKPPD1
052400     MOVE '4' TO WS-TIMESTAMP (26:1).                             ZBNKPPD1
052500                                                                  ZBNKPPD1
052600     MOVE SPACES TO BTX-RECORD.                                   ZBNKPPD1
052700     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKPPD1
052800     MOVE 'C' TO BTX-REC-TYPE.                                    ZBNKPPD1
052900     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKPPD1
053000     MOVE PPX-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKPPD1
053100     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKPPD1
053200     MULTIPLY WS-ITEM-AMOUNT BY -1 GIVING BTX-REC-AMOUNT.         ZBNKPPD1
053300     MOVE SPACES TO TXN-DATA.                                     ZBNKPPD1
053400     STRING 'Cheque ' DELIMITED BY SIZE                           ZBNKPPD1
053500            PPX-REC-SERIAL DELIMITED BY SIZE                      ZBNKPPD1
053600            ' paid' DELIMITED BY SIZE                             ZBNKPPD1
053700       INTO TXN-T1-OLD-DESC.                                      ZBNKPPD1
053800     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKPPD1
053900     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKPPD1
054000     MOVE SPACES TO BTX-REC-FILLER (1:16).                        ZBNKPPD1
054100     MOVE 'CHQ' TO BTX-REC-FILLER (1:3).                          ZBNKPPD1
054200     MOVE PPX-REC-SERIAL TO BTX-REC-FILLER (4:6).                 ZBNKPPD1
054300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKPPD1
054400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKPPD1
054500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKPPD1
054600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKPPD1
054700                           WS-TWOS-COMP-INPUT                     ZBNKPPD1
054800                           WS-TWOS-COMP-OUTPUT                    ZBNKPPD1
054900                           WS-TWOS-COMP-FORMAT.                   ZBNKPPD1
055000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKPPD1
055100 COPY CBANKTXP.                                                   ZBNKPPD1
055200     WRITE BTX-RECORD                                             ZBNKPPD1
055233     SET JRN-CTL-ADD TO TRUE                                      ZBNKPPD1
055266     PERFORM JOURNAL-BNKTXN.                                      ZBNKPPD1
055300     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
055400        MOVE 'Unable to write cheque audit record'                ZBNKPPD1
055500          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
055600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
055700        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKPPD1
055800        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
055900        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
056000     END-IF.                                                      ZBNKPPD1
056100                                                                  ZBNKPPD1
056200***************************************************************** ZBNKPPD1
056300* Print the report title and column headings                    * ZBNKPPD1
056400***************************************************************** ZBNKPPD1
056500 PRINT-REPORT-HEADER.                                             ZBNKPPD1
056600     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKPPD1
056700     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
056800     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKPPD1
056900     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
057000                                                                  ZBNKPPD1
057100***************************************************************** ZBNKPPD1
057200* Print the control totals                                      * ZBNKPPD1
057300***************************************************************** ZBNKPPD1
057400 PRINT-REPORT-TOTALS.                                             ZBNKPPD1
057500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKPPD1
057600     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
057700     MOVE SPACES TO WS-LINE5.                                     ZBNKPPD1
057800     MOVE 'Held items examined' TO WS-LINE5-DESC.                 ZBNKPPD1
057900     MOVE WS-ITEMS-SCANNED TO WS-LINE5-COUNT.                     ZBNKPPD1
058000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPD1
058100     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
058200     MOVE 'Items paid' TO WS-LINE5-DESC.                          ZBNKPPD1
058300     MOVE WS-ITEMS-PAID TO WS-LINE5-COUNT.                        ZBNKPPD1
058400     MOVE WS-AMOUNT-PAID TO WS-LINE5-AMOUNT.                      ZBNKPPD1
058500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPD1
058600     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
058700     MOVE 'Items returned' TO WS-LINE5-DESC.                      ZBNKPPD1
058800     MOVE WS-ITEMS-RETURNED TO WS-LINE5-COUNT.                    ZBNKPPD1
058900     MOVE WS-AMOUNT-RETURNED TO WS-LINE5-AMOUNT.                  ZBNKPPD1
059000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPD1
059100     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
059200     MOVE SPACES TO WS-LINE5.                                     ZBNKPPD1
059300     MOVE 'Decided by default' TO WS-LINE5-DESC.                  ZBNKPPD1
059400     MOVE WS-ITEMS-DEFAULTED TO WS-LINE5-COUNT.                   ZBNKPPD1
059500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPD1
059600     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
059700     MOVE 'Awaiting decision' TO WS-LINE5-DESC.                   ZBNKPPD1
059800     MOVE WS-ITEMS-WAITING TO WS-LINE5-COUNT.                     ZBNKPPD1
059900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPPD1
060000     PERFORM PRINTOUT-PUT.                                        ZBNKPPD1
060100                                                                  ZBNKPPD1
060200***************************************************************** ZBNKPPD1
060300* Write a record to the sequential print file                   * ZBNKPPD1
060400***************************************************************** ZBNKPPD1
060500 PRINTOUT-PUT.                                                    ZBNKPPD1
060600     WRITE PRINTOUT-REC.                                          ZBNKPPD1
060700     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPPD1
060800       MOVE 'PRINTOUT error writing file...'                      ZBNKPPD1
060900         TO WS-CONSOLE-MESSAGE                                    ZBNKPPD1
061000       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKPPD1
061100       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKPPD1
061200       PERFORM DISPLAY-IO-STATUS                                  ZBNKPPD1
061300       PERFORM ABORT-PROGRAM                                      ZBNKPPD1
061400     END-IF.                                                      ZBNKPPD1
061500                                                                  ZBNKPPD1
061600***************************************************************** ZBNKPPD1
061700* Open the files                                                * ZBNKPPD1
061800***************************************************************** ZBNKPPD1
061900 OPEN-ALL-FILES.                                                  ZBNKPPD1
062000     OPEN I-O BNKPPEX-FILE.                                       ZBNKPPD1
062100     IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'                    ZBNKPPD1
062200        MOVE 'BNKPPEX file open failure...'                       ZBNKPPD1
062300          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
062400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
062500        MOVE WS-BNKPPEX-STATUS TO WS-IO-STATUS                    ZBNKPPD1
062600        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
062700        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
062800     END-IF.                                                      ZBNKPPD1
062900     OPEN INPUT BNKPPEN-FILE.                                     ZBNKPPD1
063000     IF WS-BNKPPEN-STATUS IS NOT EQUAL TO '00'                    ZBNKPPD1
063100        MOVE 'BNKPPEN file open failure...'                       ZBNKPPD1
063200          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
063300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
063400        MOVE WS-BNKPPEN-STATUS TO WS-IO-STATUS                    ZBNKPPD1
063500        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
063600        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
063700     END-IF.                                                      ZBNKPPD1
063800     OPEN I-O BNKPPAY-FILE.                                       ZBNKPPD1
063900     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKPPD1
064000        MOVE 'BNKPPAY file open failure...'                       ZBNKPPD1
064100          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
064200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
064300        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKPPD1
064400        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
064500        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
064600     END-IF.                                                      ZBNKPPD1
064700     OPEN I-O BNKACC-FILE.                                        ZBNKPPD1
064800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
064900        MOVE 'BNKACC file open failure...'                        ZBNKPPD1
065000          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
065100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
065200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKPPD1
065300        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
065400        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
065500     END-IF.                                                      ZBNKPPD1
065600     OPEN I-O BNKTXN-FILE.                                        ZBNKPPD1
065700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
065800        MOVE 'BNKTXN file open failure...'                        ZBNKPPD1
065900          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
066000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
066100        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKPPD1
066200        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
066300        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
066400     END-IF.                                                      ZBNKPPD1
066500     OPEN OUTPUT CHQRET-FILE.                                     ZBNKPPD1
066600     IF WS-CHQRET-STATUS IS NOT EQUAL TO '00'                     ZBNKPPD1
066700        MOVE 'CHQRET file open failure...'                        ZBNKPPD1
066800          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
067000        MOVE WS-CHQRET-STATUS TO WS-IO-STATUS                     ZBNKPPD1
067100        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
067200        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
067300     END-IF.                                                      ZBNKPPD1
067400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKPPD1
067500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPPD1
067600        MOVE 'PRINTOUT file open failure...'                      ZBNKPPD1
067700          TO WS-CONSOLE-MESSAGE                                   ZBNKPPD1
067800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
067900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKPPD1
068000        PERFORM DISPLAY-IO-STATUS                                 ZBNKPPD1
068100        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
068200     END-IF.                                                      ZBNKPPD1
068300                                                                  ZBNKPPD1
068400***************************************************************** ZBNKPPD1
068500* Close the files                                               * ZBNKPPD1
068600***************************************************************** ZBNKPPD1
068700 CLOSE-ALL-FILES.                                                 ZBNKPPD1
068800     CLOSE BNKPPEX-FILE.                                          ZBNKPPD1
068900     CLOSE BNKPPEN-FILE.                                          ZBNKPPD1
069000     CLOSE BNKPPAY-FILE.                                          ZBNKPPD1
069100     CLOSE BNKACC-FILE.                                           ZBNKPPD1
069200     CLOSE BNKTXN-FILE.                                           ZBNKPPD1
069300     CLOSE CHQRET-FILE.                                           ZBNKPPD1
069400     CLOSE PRINTOUT-FILE.                                         ZBNKPPD1
069500                                                                  ZBNKPPD1
069503***************************************************************** ZBNKPPD1
069506* Journal the BNKACC record just added, changed or deleted so   * ZBNKPPD1
069509* it can be rolled forward onto a reload                        * ZBNKPPD1
069512***************************************************************** ZBNKPPD1
069515 JOURNAL-BNKACC.                                                  ZBNKPPD1
069518     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKPPD1
069521     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPPD1
069524     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKPPD1
069527     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPPD1
069530     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPPD1
069533     IF JRN-CTL-ERROR                                             ZBNKPPD1
069536        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPPD1
069539        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
069542        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
069545     END-IF.                                                      ZBNKPPD1
069548                                                                  ZBNKPPD1
069551***************************************************************** ZBNKPPD1
069554* Journal the BNKTXN record just added, changed or deleted so   * ZBNKPPD1
069557* it can be rolled forward onto a reload                        * ZBNKPPD1
069560***************************************************************** ZBNKPPD1
069563 JOURNAL-BNKTXN.                                                  ZBNKPPD1
069566     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKPPD1
069569     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPPD1
069572     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKPPD1
069575     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPPD1
069578     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPPD1
069581     IF JRN-CTL-ERROR                                             ZBNKPPD1
069584        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPPD1
069587        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
069590        PERFORM ABORT-PROGRAM                                     ZBNKPPD1
069593     END-IF.                                                      ZBNKPPD1
069596                                                                  ZBNKPPD1
069600***************************************************************** ZBNKPPD1
069700* Display the file status bytes. This routine will display as   * ZBNKPPD1
069800* two digits if the full two byte file status is numeric. If    * ZBNKPPD1
069900* second byte is non-numeric then it will be treated as a       * ZBNKPPD1
070000* binary number.                                                * ZBNKPPD1
070100***************************************************************** ZBNKPPD1
070200 DISPLAY-IO-STATUS.                                               ZBNKPPD1
070300     IF WS-IO-STATUS NUMERIC                                      ZBNKPPD1
070400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPPD1
070500        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPPD1
070600               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKPPD1
070700          INTO WS-CONSOLE-MESSAGE                                 ZBNKPPD1
070800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
070900     ELSE                                                         ZBNKPPD1
071000        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKPPD1
071100        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKPPD1
071200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPPD1
071300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPPD1
071400               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKPPD1
071500               '/' DELIMITED BY SIZE                              ZBNKPPD1
071600               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKPPD1
071700          INTO WS-CONSOLE-MESSAGE                                 ZBNKPPD1
071800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
071900     END-IF.                                                      ZBNKPPD1
072000                                                                  ZBNKPPD1
072100***************************************************************** ZBNKPPD1
072200* 'ABORT' the program.                                          * ZBNKPPD1
072300* Post a message to the console and issue a STOP RUN            * ZBNKPPD1
072400***************************************************************** ZBNKPPD1
072500 ABORT-PROGRAM.                                                   ZBNKPPD1
072600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKPPD1
072700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPPD1
072800     END-IF.                                                      ZBNKPPD1
072900     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKPPD1
073000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPPD1
073100     MOVE 16 TO RETURN-CODE.                                      ZBNKPPD1
073200     STOP RUN.                                                    ZBNKPPD1
073300                                                                  ZBNKPPD1
073400***************************************************************** ZBNKPPD1
073500* Display CONSOLE messages...                                   * ZBNKPPD1
073600***************************************************************** ZBNKPPD1
073700 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKPPD1
073800     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKPPD1
073900       UPON CONSOLE.                                              ZBNKPPD1
074000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKPPD1
074100                                                                  ZBNKPPD1
074200 COPY CTIMERP.                                                    ZBNKPPD1
074300                                                                  ZBNKPPD1
074400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKPPD1
