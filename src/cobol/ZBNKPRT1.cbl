001200***************************************************************** ZBNKPRT1
001300* Program:     ZBNKPRT1.CBL                                     * ZBNKPRT1
001400* Function:    Print the bank statements                        * ZBNKPRT1
001410*              - nothing is printed for a customer whose        * ZBNKPRT1
001420*              address has been returned undeliverable.         * ZBNKPRT1
001430*              Every statement produced, whatever its delivery, * ZBNKPRT1
001440*              is also kept on the statement archive BNKSTMA    * ZBNKPRT1
001450*              for online retrieval and duplicate copies.       * ZBNKPRT1
001460*              An account enrolled for round-up savings has the * ZBNKPRT1
001470*              round-ups moved to savings this month and last   * ZBNKPRT1
001480*              (BNKRNDU) shown under its account line.          * ZBNKPRT1
001483*              A page after each statement compares, for each   * ZBNKPRT1
001486*              of the customer's accounts, the spending by      * ZBNKPRT1
001489*              category of the statement month and the three    * ZBNKPRT1
001492*              months before it, from the month-end BNKCATS     * ZBNKPRT1
001495*              summary.                                         * ZBNKPRT1
001500***************************************************************** ZBNKPRT1
001600 IDENTIFICATION DIVISION.                                         ZBNKPRT1
001700 PROGRAM-ID.                                                      ZBNKPRT1
003694            ACCESS MODE  IS RANDOM                                ZBNKPRT1
003695            RECORD KEY   IS STP-REC-CODE                          ZBNKPRT1
003696            FILE STATUS  IS WS-BNKSTPR-STATUS.                    ZBNKPRT1
003700     SELECT BNKSTMA-FILE                                          ZBNKPRT1
003710            ASSIGN       TO BNKSTMA                               ZBNKPRT1
003720            ORGANIZATION IS INDEXED                               ZBNKPRT1
003730            ACCESS MODE  IS RANDOM                                ZBNKPRT1
003740            RECORD KEY   IS SMA-KEY                               ZBNKPRT1
003750            FILE STATUS  IS WS-BNKSTMA-STATUS.                    ZBNKPRT1
003751     SELECT BNKRNDU-FILE                                          ZBNKPRT1
003752            ASSIGN       TO BNKRNDU                               ZBNKPRT1
003753            ORGANIZATION IS INDEXED                               ZBNKPRT1
003754            ACCESS MODE  IS RANDOM                                ZBNKPRT1
003755            RECORD KEY   IS RUP-REC-ACCNO                         ZBNKPRT1
003756            FILE STATUS  IS WS-BNKRNDU-STATUS.                    ZBNKPRT1
003761     SELECT BNKCATS-FILE                                          ZBNKPRT1
003766            ASSIGN       TO BNKCATS                               ZBNKPRT1
003771            ORGANIZATION IS INDEXED                               ZBNKPRT1
003776            ACCESS MODE  IS DYNAMIC                               ZBNKPRT1
003781            RECORD KEY   IS CGS-KEY                               ZBNKPRT1
003786            FILE STATUS  IS WS-BNKCATS-STATUS.                    ZBNKPRT1
003791                                                                  ZBNKPRT1
003800 DATA DIVISION.                                                   ZBNKPRT1
003900 FILE SECTION.                                                    ZBNKPRT1
004000                                                                  ZBNKPRT1
005060 FD  BNKSTPR-FILE.                                                ZBNKPRT1
005070 01  BNKSTPR-REC.                                                 ZBNKPRT1
005080 COPY CBANKVSP.                                                   ZBNKPRT1
005081                                                                  ZBNKPRT1
005082 FD  BNKSTMA-FILE.                                                ZBNKPRT1
005083 01  BNKSTMA-REC.                                                 ZBNKPRT1
005084 COPY CBANKVSA.                                                   ZBNKPRT1
005085                                                                  ZBNKPRT1
005086 FD  BNKRNDU-FILE.                                                ZBNKPRT1
005087 01  BNKRNDU-REC.                                                 ZBNKPRT1
005088 COPY CBANKVRU.                                                   ZBNKPRT1
005090                                                                  ZBNKPRT1
005092 FD  BNKCATS-FILE.                                                ZBNKPRT1
005094 01  BNKCATS-REC.                                                 ZBNKPRT1
005096 COPY CBANKVCG.                                                   ZBNKPRT1
005100                                                                  ZBNKPRT1
005200 WORKING-STORAGE SECTION.                                         ZBNKPRT1
005000 COPY CTIMERD.                                                    ZBNKPRT1
008442     10  WS-BNKSTPR-STAT1                    PIC X(1).            ZBNKPRT1
008443     10  WS-BNKSTPR-STAT2                    PIC X(1).            ZBNKPRT1
008444                                                                  ZBNKPRT1
008445   05  WS-BNKSTMA-STATUS.                                         ZBNKPRT1
008446     10  WS-BNKSTMA-STAT1                    PIC X(1).            ZBNKPRT1
008447     10  WS-BNKSTMA-STAT2                    PIC X(1).            ZBNKPRT1
008448                                                                  ZBNKPRT1
008450   05  WS-CHECKPOINT-INTERVAL     PIC 9(5)                         ZBNKPRT1
008460       VALUE 1000.                                                 ZBNKPRT1
008470   05  WS-RESTART-COUNT           PIC 9(5)                         ZBNKPRT1
008600     88  TXNS-PRINTED                        VALUE '1'.           ZBNKPRT1
008700     88  NO-TXNS-PRINTED                     VALUE '0'.           ZBNKPRT1
008800                                                                  ZBNKPRT1
008810   05  WS-DELIVERY                           PIC X(1)             ZBNKPRT1
008820       VALUE ' '.                                                 ZBNKPRT1
008830     88  DELIVERY-PAPER                      VALUE ' '.           ZBNKPRT1
008840     88  DELIVERY-SUPPRESSED                 VALUE 'E', 'H'.      ZBNKPRT1
008850   05  WS-STMTS-EMAILED                      PIC 9(5)             ZBNKPRT1
008860       VALUE ZERO.                                                ZBNKPRT1
008870   05  WS-STMTS-HELD                         PIC 9(5)             ZBNKPRT1
008880       VALUE ZERO.                                                ZBNKPRT1
008881   05  WS-STMTS-ARCHIVED                     PIC 9(5)             ZBNKPRT1
008882       VALUE ZERO.                                                ZBNKPRT1
008890                                                                  ZBNKPRT1
008900   05  WS-SUB1                               PIC 9(3).            ZBNKPRT1
009000   05  WS-SYS-DATE                           PIC 9(5).            ZBNKPRT1
009100   05  WS-SYS-TIME                           PIC 9(8).            ZBNKPRT1
010700   05  WS-TOTAL-TXNS                         PIC S9(7)V99 COMP-3. ZBNKPRT1
010800   05  WS-TOTAL-ASSETS                       PIC S9(7)V99 COMP-3. ZBNKPRT1
010900                                                                  ZBNKPRT1
010901***************************************************************** ZBNKPRT1
010902* The statement being copied to the archive - the customer      * ZBNKPRT1
010903* block is kept from the name and address record and the        * ZBNKPRT1
010904* account block built up until the account's header is written  * ZBNKPRT1
010905***************************************************************** ZBNKPRT1
010906 01  WS-ARCHIVE-DATA.                                             ZBNKPRT1
010907   05  WS-STMT-DATE                          PIC X(10).           ZBNKPRT1
010908   05  WS-ARC-ACCOUNT-SW                     PIC X(1)             ZBNKPRT1
010909       VALUE 'N'.                                                 ZBNKPRT1
010910     88  ARC-ACCOUNT-OPEN                    VALUE 'Y'.           ZBNKPRT1
010911     88  ARC-ACCOUNT-CLOSED                  VALUE 'N'.           ZBNKPRT1
010912   05  WS-ARC-LINE                           PIC 9(4).            ZBNKPRT1
010913   05  WS-ARC-DELIVERY                       PIC X(1).            ZBNKPRT1
010914   05  WS-ARC-PID                            PIC X(5).            ZBNKPRT1
010915   05  WS-ARC-NAME                           PIC X(25).           ZBNKPRT1
010916   05  WS-ARC-ADDR1                          PIC X(25).           ZBNKPRT1
010917   05  WS-ARC-ADDR2                          PIC X(25).           ZBNKPRT1
010918   05  WS-ARC-STATE                          PIC X(2).            ZBNKPRT1
010919   05  WS-ARC-CNTRY                          PIC X(6).            ZBNKPRT1
010920   05  WS-ARC-PST-CDE                        PIC X(6).            ZBNKPRT1
010921   05  WS-ARC-ACCNO                          PIC X(9).            ZBNKPRT1
010922   05  WS-ARC-ACC-DESC                       PIC X(15).           ZBNKPRT1
010923   05  WS-ARC-PREV-STMT-DTE                  PIC X(10).           ZBNKPRT1
010924   05  WS-ARC-CURR-BAL                       PIC S9(7)V99 COMP-3. ZBNKPRT1
010925   05  WS-ARC-TXN-COUNT                      PIC 9(4).            ZBNKPRT1
010926   05  WS-ARC-TXN-TOTAL                      PIC S9(7)V99 COMP-3. ZBNKPRT1
010927                                                                  ZBNKPRT1
011000                                                                  ZBNKPRT1
011100 01  WS-PRINT-LINES.                                              ZBNKPRT1
011200   05  WS-LINE1.                                                  ZBNKPRT1
016700     10  WS-LINE5-BALANCE REDEFINES WS-LINE5-BALANCE-DASH         ZBNKPRT1
016800                                             PIC Z,ZZZ,ZZZ.99-.   ZBNKPRT1
016900                                                                  ZBNKPRT1
016910 01  WS-ROUNDUP-DATA.                                             ZBNKPRT1
016920   05  WS-BNKRNDU-STATUS.                                         ZBNKPRT1
016930     10  WS-BNKRNDU-STAT1                    PIC X(1).            ZBNKPRT1
016940     10  WS-BNKRNDU-STAT2                    PIC X(1).            ZBNKPRT1
016950   05  WS-RNDU-OPEN                          PIC X(1)             ZBNKPRT1
016960       VALUE 'N'.                                                 ZBNKPRT1
017000 01  WS-CONSOLE-MESSAGE                      PIC X(48).           ZBNKPRT1
017100                                                                  ZBNKPRT1
017102 01  WS-CATEGORY-DATA.                                            ZBNKPRT1
017104   05  WS-BNKCATS-STATUS.                                         ZBNKPRT1
017106     10  WS-BNKCATS-STAT1                    PIC X(1).            ZBNKPRT1
017108     10  WS-BNKCATS-STAT2                    PIC X(1).            ZBNKPRT1
017110   05  WS-CATS-OPEN                          PIC X(1)             ZBNKPRT1
017112       VALUE 'N'.                                                 ZBNKPRT1
017114   05  WS-CAT-MONTH                          PIC X(6)             ZBNKPRT1
017116                                             OCCURS 4 TIMES.      ZBNKPRT1
017118   05  WS-CAT-MONTH-NAME                     PIC X(8)             ZBNKPRT1
017120                                             OCCURS 4 TIMES.      ZBNKPRT1
017122   05  WS-CAT-WORK-MONTH                     PIC X(6).            ZBNKPRT1
017124   05  FILLER REDEFINES WS-CAT-WORK-MONTH.                        ZBNKPRT1
017126     10  WS-CAT-WORK-YYYY                    PIC 9(4).            ZBNKPRT1
017128     10  WS-CAT-WORK-MM                      PIC 9(2).            ZBNKPRT1
017130   05  WS-CAT-ACC-COUNT                      PIC 9(2)             ZBNKPRT1
017132       VALUE ZERO.                                                ZBNKPRT1
017134   05  WS-CAT-ACCNO                          PIC X(9)             ZBNKPRT1
017136                                             OCCURS 20 TIMES.     ZBNKPRT1
017138   05  WS-CAT-ACC-SUB                        PIC 9(2).            ZBNKPRT1
017140   05  WS-CAT-MONTH-SUB                      PIC 9(1).            ZBNKPRT1
017142   05  WS-CAT-SUB                            PIC 9(2).            ZBNKPRT1
017144   05  WS-CAT-LINES                          PIC 9(2).            ZBNKPRT1
017146   05  WS-CAT-ROW OCCURS 12 TIMES.                                ZBNKPRT1
017148     10  WS-CAT-SPENT                        PIC S9(9)V99 COMP-3  ZBNKPRT1
017150                                             OCCURS 4 TIMES.      ZBNKPRT1
017152   05  WS-CAT-TOTAL                          PIC S9(9)V99 COMP-3  ZBNKPRT1
017154                                             OCCURS 4 TIMES.      ZBNKPRT1
017156   05  WS-LINE6.                                                  ZBNKPRT1
017158     10  WS-LINE6-CC                         PIC X(1).            ZBNKPRT1
017160     10  WS-LINE6-ACC-NO                     PIC X(9).            ZBNKPRT1
017162     10  FILLER                              PIC X(5).            ZBNKPRT1
017164     10  WS-LINE6-DESC                       PIC X(20).           ZBNKPRT1
017166     10  WS-LINE6-CELL OCCURS 4 TIMES.                            ZBNKPRT1
017168       15  FILLER                            PIC X(5).            ZBNKPRT1
017170       15  WS-LINE6-AMOUNT-DASH              PIC X(13).           ZBNKPRT1
017172       15  WS-LINE6-AMOUNT REDEFINES WS-LINE6-AMOUNT-DASH         ZBNKPRT1
017174                                             PIC Z,ZZZ,ZZ9.99-.   ZBNKPRT1
017176                                                                  ZBNKPRT1
017178 COPY CSPCATD.                                                    ZBNKPRT1
017180                                                                  ZBNKPRT1
017200 01  WS-EXEC-PARM.                                                ZBNKPRT1
017300   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKPRT1
017400   05  WS-EXEC-PARM-DATA                     PIC X(12).           ZBNKPRT1
022600     SET DDO-DD-MMM-YYYY TO TRUE.                                 ZBNKPRT1
022700     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     ZBNKPRT1
022800     MOVE DDO-DATA TO WS-PRINT-DATE.                              ZBNKPRT1
022810     SET DDO-ISO TO TRUE.                                         ZBNKPRT1
022820     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     ZBNKPRT1
022830     MOVE DDO-DATA TO WS-STMT-DATE.                               ZBNKPRT1
022853     PERFORM CATEGORY-MONTHS THRU                                 ZBNKPRT1
022876             CATEGORY-MONTHS-EXIT.                                ZBNKPRT1
022900                                                                  ZBNKPRT1
022950     PERFORM CHECKPOINT-READ.                                      ZBNKPRT1
022960                                                                   ZBNKPRT1
023000     PERFORM EXTRACT-OPEN.                                        ZBNKPRT1
023100     PERFORM PRINTOUT-OPEN.                                       ZBNKPRT1
023110     PERFORM BNKSTPR-OPEN.                                        ZBNKPRT1
023120     PERFORM BNKSTMA-OPEN.                                        ZBNKPRT1
023130     PERFORM BNKRNDU-OPEN.                                        ZBNKPRT1
023140     PERFORM BNKCATS-OPEN.                                        ZBNKPRT1
023150                                                                   ZBNKPRT1
023160     IF WS-RESTART-COUNT IS GREATER THAN ZERO                      ZBNKPRT1
023170        PERFORM SKIP-TO-CHECKPOINT                                 ZBNKPRT1
024400                   PERFORM DISPLAY-CONSOLE-MESSAGE                ZBNKPRT1
024500                END-IF                                            ZBNKPRT1
024600             END-IF                                               ZBNKPRT1
024700             IF BANKXT01-0-TYPE IS EQUAL TO '0'                   ZBNKPRT1
024710                PERFORM SET-DELIVERY                              ZBNKPRT1
024720             END-IF                                               ZBNKPRT1
024730             IF DELIVERY-PAPER                                    ZBNKPRT1
024740                PERFORM FORMAT-AND-PRINT                          ZBNKPRT1
024745             END-IF                                               ZBNKPRT1
024746             PERFORM ARCHIVE-STATEMENT                            ZBNKPRT1
024750             PERFORM CHECKPOINT-WRITE-IF-DUE                       ZBNKPRT1
024800          ELSE                                                    ZBNKPRT1
024900             PERFORM PRINT-TOTAL-TXNS                             ZBNKPRT1
025000             PERFORM PRINT-TOTAL-ASSETS                           ZBNKPRT1
025010             PERFORM ARCHIVE-CLOSE-ACCOUNT                        ZBNKPRT1
025100          END-IF                                                  ZBNKPRT1
025200       END-IF                                                     ZBNKPRT1
025300     END-PERFORM.                                                 ZBNKPRT1
025500     PERFORM EXTRACT-CLOSE.                                       ZBNKPRT1
025600     PERFORM PRINTOUT-CLOSE.                                      ZBNKPRT1
025610     PERFORM BNKSTPR-CLOSE.                                       ZBNKPRT1
025620     PERFORM BNKSTMA-CLOSE.                                       ZBNKPRT1
025630     IF WS-RNDU-OPEN IS EQUAL TO 'Y'                              ZBNKPRT1
025632        CLOSE BNKRNDU-FILE                                        ZBNKPRT1
025634     END-IF.                                                      ZBNKPRT1
025650     IF WS-CATS-OPEN IS EQUAL TO 'Y'                              ZBNKPRT1
025666        CLOSE BNKCATS-FILE                                        ZBNKPRT1
025682     END-IF.                                                      ZBNKPRT1
025700                                                                  ZBNKPRT1
025710     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPRT1
025720     STRING WS-STMTS-EMAILED DELIMITED BY SIZE                    ZBNKPRT1
025730            ' statements sent by email only' DELIMITED BY SIZE    ZBNKPRT1
025740       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPRT1
025750     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPRT1
025760     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPRT1
025770     STRING WS-STMTS-HELD DELIMITED BY SIZE                       ZBNKPRT1
025780            ' statements held - undeliverable' DELIMITED BY SIZE  ZBNKPRT1
025790       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPRT1
025795     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPRT1
025800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPRT1
025810     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPRT1
025820     STRING WS-STMTS-ARCHIVED DELIMITED BY SIZE                   ZBNKPRT1
025830            ' statements kept on the archive' DELIMITED BY SIZE   ZBNKPRT1
025840       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPRT1
025850     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPRT1
025900     MOVE 'End Of Job'                                            ZBNKPRT1
026000       TO WS-CONSOLE-MESSAGE.                                     ZBNKPRT1
026100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPRT1
032000        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
032100        MOVE ZERO TO WS-TOTAL-TXNS                                ZBNKPRT1
032200        MOVE ZERO TO WS-TOTAL-ASSETS                              ZBNKPRT1
032250        MOVE ZERO TO WS-CAT-ACC-COUNT                             ZBNKPRT1
032300     END-IF.                                                      ZBNKPRT1
032400     IF BANKXT01-2-TYPE IS EQUAL TO '2'                           ZBNKPRT1
032500        PERFORM PRINT-TOTAL-TXNS                                  ZBNKPRT1
033700        ADD BANKXT01-2-ACC-CURR-BAL TO WS-TOTAL-ASSETS            ZBNKPRT1
033800        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKPRT1
033900        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
033912        PERFORM PRINT-ROUNDUP-LINES THRU                          ZBNKPRT1
033924                PRINT-ROUNDUP-LINES-EXIT                          ZBNKPRT1
033936        IF WS-CAT-ACC-COUNT IS LESS THAN 20                       ZBNKPRT1
033948           ADD 1 TO WS-CAT-ACC-COUNT                              ZBNKPRT1
033960           MOVE BANKXT01-2-ACC-NO                                 ZBNKPRT1
033972             TO WS-CAT-ACCNO (WS-CAT-ACC-COUNT)                   ZBNKPRT1
033984        END-IF                                                    ZBNKPRT1
034000     END-IF.                                                      ZBNKPRT1
034100     IF BANKXT01-3-TYPE IS EQUAL TO '3'                           ZBNKPRT1
034200        MOVE SPACES TO WS-LINE5                                   ZBNKPRT1
035300        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKPRT1
035400        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
035500     END-IF.                                                      ZBNKPRT1
035502                                                                  ZBNKPRT1
035504***************************************************************** ZBNKPRT1
035506* An account enrolled for round-up savings shows what was moved * ZBNKPRT1
035508* to savings last month and this month, the month in the date   * ZBNKPRT1
035510* column.  These are not transactions of the statement and are  * ZBNKPRT1
035512* not added into its totals.                                    * ZBNKPRT1
035514***************************************************************** ZBNKPRT1
035516 PRINT-ROUNDUP-LINES.                                             ZBNKPRT1
035518     IF WS-RNDU-OPEN IS NOT EQUAL TO 'Y'                          ZBNKPRT1
035520        GO TO PRINT-ROUNDUP-LINES-EXIT                            ZBNKPRT1
035522     END-IF.                                                      ZBNKPRT1
035524     MOVE BANKXT01-2-ACC-NO TO RUP-REC-ACCNO.                     ZBNKPRT1
035526     READ BNKRNDU-FILE.                                           ZBNKPRT1
035528     IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                    ZBNKPRT1
035530        GO TO PRINT-ROUNDUP-LINES-EXIT                            ZBNKPRT1
035532     END-IF.                                                      ZBNKPRT1
035534     IF RUP-REC-PRIOR-MONTH IS NOT EQUAL TO SPACES                ZBNKPRT1
035536        MOVE SPACES TO WS-LINE5                                   ZBNKPRT1
035538        MOVE 'Round-ups saved' TO WS-LINE5-DESC (4:30)            ZBNKPRT1
035540        MOVE RUP-REC-PRIOR-MONTH TO DDI-DATA                      ZBNKPRT1
035542        MOVE '-01' TO DDI-DATA (8:3)                              ZBNKPRT1
035544        SET DD-ENV-NULL TO TRUE                                   ZBNKPRT1
035546        SET DDI-ISO TO TRUE                                       ZBNKPRT1
035548        SET DDO-DD-MMM-YYYY TO TRUE                               ZBNKPRT1
035550        CALL 'UDATECNV' USING WS-DATE-WORK-AREA                   ZBNKPRT1
035552        MOVE DDO-DATA (4:8) TO WS-LINE5-DATE                      ZBNKPRT1
035554        MOVE RUP-REC-PRIOR-AMT TO WS-LINE5-AMOUNT                 ZBNKPRT1
035556        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKPRT1
035558        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
035560     END-IF.                                                      ZBNKPRT1
035562     IF RUP-REC-MONTH IS NOT EQUAL TO SPACES                      ZBNKPRT1
035564        MOVE SPACES TO WS-LINE5                                   ZBNKPRT1
035566        MOVE 'Round-ups saved' TO WS-LINE5-DESC (4:30)            ZBNKPRT1
035568        MOVE RUP-REC-MONTH TO DDI-DATA                            ZBNKPRT1
035570        MOVE '-01' TO DDI-DATA (8:3)                              ZBNKPRT1
035572        SET DD-ENV-NULL TO TRUE                                   ZBNKPRT1
035574        SET DDI-ISO TO TRUE                                       ZBNKPRT1
035576        SET DDO-DD-MMM-YYYY TO TRUE                               ZBNKPRT1
035578        CALL 'UDATECNV' USING WS-DATE-WORK-AREA                   ZBNKPRT1
035580        MOVE DDO-DATA (4:8) TO WS-LINE5-DATE                      ZBNKPRT1
035582        MOVE RUP-REC-MONTH-AMT TO WS-LINE5-AMOUNT                 ZBNKPRT1
035584        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKPRT1
035586        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
035588     END-IF.                                                      ZBNKPRT1
035590 PRINT-ROUNDUP-LINES-EXIT.                                        ZBNKPRT1
035592     EXIT.                                                        ZBNKPRT1
035600                                                                  ZBNKPRT1
035601***************************************************************** ZBNKPRT1
035602* A customer whose address has been returned undeliverable gets * ZBNKPRT1
035603* no paper statement - close off the statement in progress and  * ZBNKPRT1
035604* skip this customer's records, counting those that go out by   * ZBNKPRT1
035605* email instead                                                 * ZBNKPRT1
035606***************************************************************** ZBNKPRT1
035607 SET-DELIVERY.                                                    ZBNKPRT1
035608     IF NOT BANKXT01-0-PAPER                                      ZBNKPRT1
035609        PERFORM PRINT-TOTAL-TXNS                                  ZBNKPRT1
035610        PERFORM PRINT-TOTAL-ASSETS                                ZBNKPRT1
035611        MOVE 'YES' TO WS-FIRST-REC                                ZBNKPRT1
035612     END-IF.                                                      ZBNKPRT1
035613     MOVE BANKXT01-0-DELIVERY TO WS-DELIVERY.                     ZBNKPRT1
035614     IF BANKXT01-0-EMAIL-ONLY                                     ZBNKPRT1
035615        ADD 1 TO WS-STMTS-EMAILED                                 ZBNKPRT1
035616     END-IF.                                                      ZBNKPRT1
035617     IF BANKXT01-0-HELD                                           ZBNKPRT1
035618        ADD 1 TO WS-STMTS-HELD                                    ZBNKPRT1
035619     END-IF.                                                      ZBNKPRT1
035620                                                                  ZBNKPRT1
035621***************************************************************** ZBNKPRT1
035622* Keep a copy of the statement on the archive as its records go * ZBNKPRT1
035623* by - a new customer or account closes off the account in      * ZBNKPRT1
035624* progress with its header line, and each transaction is a      * ZBNKPRT1
035625* line of its own.  Run for every customer whatever the         * ZBNKPRT1
035626* delivery, and again over the records skipped on a restart so  * ZBNKPRT1
035627* the line numbers come out the same                            * ZBNKPRT1
035628***************************************************************** ZBNKPRT1
035629 ARCHIVE-STATEMENT.                                               ZBNKPRT1
035630     IF BANKXT01-0-TYPE IS EQUAL TO '0'                           ZBNKPRT1
035631        PERFORM ARCHIVE-CLOSE-ACCOUNT                             ZBNKPRT1
035632        MOVE BANKXT01-0-DELIVERY TO WS-ARC-DELIVERY               ZBNKPRT1
035633     END-IF.                                                      ZBNKPRT1
035634     IF BANKXT01-1-TYPE IS EQUAL TO '1'                           ZBNKPRT1
035635        PERFORM ARCHIVE-CLOSE-ACCOUNT                             ZBNKPRT1
035636        MOVE BANKXT01-1-PID TO WS-ARC-PID                         ZBNKPRT1
035637        MOVE BANKXT01-1-NAME TO WS-ARC-NAME                       ZBNKPRT1
035638        MOVE BANKXT01-1-ADDR1 TO WS-ARC-ADDR1                     ZBNKPRT1
035639        MOVE BANKXT01-1-ADDR2 TO WS-ARC-ADDR2                     ZBNKPRT1
035640        MOVE BANKXT01-1-STATE TO WS-ARC-STATE                     ZBNKPRT1
035641        MOVE BANKXT01-1-CNTRY TO WS-ARC-CNTRY                     ZBNKPRT1
035642        MOVE BANKXT01-1-PST-CDE TO WS-ARC-PST-CDE                 ZBNKPRT1
035643     END-IF.                                                      ZBNKPRT1
035644     IF BANKXT01-2-TYPE IS EQUAL TO '2'                           ZBNKPRT1
035645        PERFORM ARCHIVE-CLOSE-ACCOUNT                             ZBNKPRT1
035646        MOVE BANKXT01-2-ACC-NO TO WS-ARC-ACCNO                    ZBNKPRT1
035647        MOVE BANKXT01-2-ACC-DESC TO WS-ARC-ACC-DESC               ZBNKPRT1
035648        MOVE BANKXT01-2-ACC-LAST-STMT-DTE (1:10)                  ZBNKPRT1
035649          TO WS-ARC-PREV-STMT-DTE                                 ZBNKPRT1
035650        MOVE BANKXT01-2-ACC-CURR-BAL TO WS-ARC-CURR-BAL           ZBNKPRT1
035651        MOVE ZERO TO WS-ARC-LINE                                  ZBNKPRT1
035652        MOVE ZERO TO WS-ARC-TXN-COUNT                             ZBNKPRT1
035653        MOVE ZERO TO WS-ARC-TXN-TOTAL                             ZBNKPRT1
035654        SET ARC-ACCOUNT-OPEN TO TRUE                              ZBNKPRT1
035655     END-IF.                                                      ZBNKPRT1
035656     IF BANKXT01-3-TYPE IS EQUAL TO '3' AND                       ZBNKPRT1
035657        ARC-ACCOUNT-OPEN                                          ZBNKPRT1
035658        ADD 1 TO WS-ARC-LINE                                      ZBNKPRT1
035659        MOVE SPACES TO SMA-RECORD                                 ZBNKPRT1
035660        MOVE WS-ARC-ACCNO TO SMA-REC-ACCNO                        ZBNKPRT1
035661        MOVE WS-STMT-DATE TO SMA-REC-STMT-DTE                     ZBNKPRT1
035662        MOVE WS-ARC-LINE TO SMA-REC-LINE                          ZBNKPRT1
035663        MOVE WS-ARC-PID TO SMA-REC-PID                            ZBNKPRT1
035664        SET SMA-LINE-TXN TO TRUE                                  ZBNKPRT1
035665        MOVE BANKXT01-3-TIMESTAMP TO SMA-TXN-TIMESTAMP            ZBNKPRT1
035666        MOVE BANKXT01-3-DESC TO SMA-TXN-DESC                      ZBNKPRT1
035667        MOVE BANKXT01-3-AMOUNT TO SMA-TXN-AMOUNT                  ZBNKPRT1
035668        PERFORM ARCHIVE-PUT                                       ZBNKPRT1
035669        ADD 1 TO WS-ARC-TXN-COUNT                                 ZBNKPRT1
035670        ADD BANKXT01-3-AMOUNT TO WS-ARC-TXN-TOTAL                 ZBNKPRT1
035671     END-IF.                                                      ZBNKPRT1
035672                                                                  ZBNKPRT1
035700***************************************************************** ZBNKPRT1
035800* Format and print transaction totals                           * ZBNKPRT1
035900***************************************************************** ZBNKPRT1
037200        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
037300     END-IF.                                                      ZBNKPRT1
037400                                                                  ZBNKPRT1
037401***************************************************************** ZBNKPRT1
037402* Write the header line of the account just finished            * ZBNKPRT1
037403***************************************************************** ZBNKPRT1
037404 ARCHIVE-CLOSE-ACCOUNT.                                           ZBNKPRT1
037405     IF ARC-ACCOUNT-OPEN                                          ZBNKPRT1
037406        MOVE SPACES TO SMA-RECORD                                 ZBNKPRT1
037407        MOVE WS-ARC-ACCNO TO SMA-REC-ACCNO                        ZBNKPRT1
037408        MOVE WS-STMT-DATE TO SMA-REC-STMT-DTE                     ZBNKPRT1
037409        MOVE ZERO TO SMA-REC-LINE                                 ZBNKPRT1
037410        MOVE WS-ARC-PID TO SMA-REC-PID                            ZBNKPRT1
037411        SET SMA-LINE-HEADER TO TRUE                               ZBNKPRT1
037412        MOVE WS-ARC-NAME TO SMA-HDR-NAME                          ZBNKPRT1
037413        MOVE WS-ARC-ADDR1 TO SMA-HDR-ADDR1                        ZBNKPRT1
037414        MOVE WS-ARC-ADDR2 TO SMA-HDR-ADDR2                        ZBNKPRT1
037415        MOVE WS-ARC-STATE TO SMA-HDR-STATE                        ZBNKPRT1
037416        MOVE WS-ARC-CNTRY TO SMA-HDR-CNTRY                        ZBNKPRT1
037417        MOVE WS-ARC-PST-CDE TO SMA-HDR-PST-CDE                    ZBNKPRT1
037418        MOVE WS-ARC-ACC-DESC TO SMA-HDR-ACC-DESC                  ZBNKPRT1
037419        MOVE WS-ARC-PREV-STMT-DTE TO SMA-HDR-PREV-STMT-DTE        ZBNKPRT1
037420        MOVE WS-ARC-CURR-BAL TO SMA-HDR-CURR-BAL                  ZBNKPRT1
037421        MOVE WS-ARC-TXN-COUNT TO SMA-HDR-TXN-COUNT                ZBNKPRT1
037422        MOVE WS-ARC-TXN-TOTAL TO SMA-HDR-TXN-TOTAL                ZBNKPRT1
037423        MOVE WS-ARC-DELIVERY TO SMA-HDR-DELIVERY                  ZBNKPRT1
037424        SET SMA-DUP-NONE TO TRUE                                  ZBNKPRT1
037425        MOVE ZERO TO SMA-HDR-DUP-COUNT                            ZBNKPRT1
037426        PERFORM ARCHIVE-PUT                                       ZBNKPRT1
037427        ADD 1 TO WS-STMTS-ARCHIVED                                ZBNKPRT1
037428        SET ARC-ACCOUNT-CLOSED TO TRUE                            ZBNKPRT1
037429     END-IF.                                                      ZBNKPRT1
037430                                                                  ZBNKPRT1
037431***************************************************************** ZBNKPRT1
037432* Write an archive line - one already there can only come from  * ZBNKPRT1
037433* the run being restarted, and is written again                 * ZBNKPRT1
037434***************************************************************** ZBNKPRT1
037435 ARCHIVE-PUT.                                                     ZBNKPRT1
037436     WRITE BNKSTMA-REC.                                           ZBNKPRT1
037437     IF WS-BNKSTMA-STATUS = '22'                                  ZBNKPRT1
037438        REWRITE BNKSTMA-REC                                       ZBNKPRT1
037439     END-IF.                                                      ZBNKPRT1
037440     IF WS-BNKSTMA-STATUS NOT = '00'                              ZBNKPRT1
037441        MOVE 'BNKSTMA Error writing file ...'                     ZBNKPRT1
037442          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
037443        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
037444        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKPRT1
037445        PERFORM DISPLAY-IO-STATUS                                 ZBNKPRT1
037446        PERFORM ABORT-PROGRAM                                     ZBNKPRT1
037447     END-IF.                                                      ZBNKPRT1
037500                                                                  ZBNKPRT1
037600***************************************************************** ZBNKPRT1
037700* Format and print "page" totals                                * ZBNKPRT1
039000        MOVE WS-TOTAL-ASSETS TO WS-LINE5-BALANCE                  ZBNKPRT1
039100        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKPRT1
039200        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
039233        PERFORM PRINT-CATEGORY-PAGE THRU                          ZBNKPRT1
039266                PRINT-CATEGORY-PAGE-EXIT                          ZBNKPRT1
039300     END-IF.                                                      ZBNKPRT1
039301                                                                  ZBNKPRT1
039302***************************************************************** ZBNKPRT1
039303* The months the category page compares - the statement month   * ZBNKPRT1
039304* and the three before it, with their names for the headings    * ZBNKPRT1
039305***************************************************************** ZBNKPRT1
039306 CATEGORY-MONTHS.                                                 ZBNKPRT1
039307     MOVE WS-STMT-DATE (1:4) TO WS-CAT-WORK-MONTH (1:4).          ZBNKPRT1
039308     MOVE WS-STMT-DATE (6:2) TO WS-CAT-WORK-MONTH (5:2).          ZBNKPRT1
039309     MOVE 1 TO WS-CAT-MONTH-SUB.                                  ZBNKPRT1
039310 CATEGORY-MONTHS-LOOP.                                            ZBNKPRT1
039311     MOVE WS-CAT-WORK-MONTH TO WS-CAT-MONTH (WS-CAT-MONTH-SUB).   ZBNKPRT1
039312     MOVE SPACES TO DDI-DATA.                                     ZBNKPRT1
039313     MOVE WS-CAT-WORK-MONTH (1:4) TO DDI-DATA (1:4).              ZBNKPRT1
039314     MOVE '-' TO DDI-DATA (5:1).                                  ZBNKPRT1
039315     MOVE WS-CAT-WORK-MONTH (5:2) TO DDI-DATA (6:2).              ZBNKPRT1
039316     MOVE '-01' TO DDI-DATA (8:3).                                ZBNKPRT1
039317     SET DD-ENV-NULL TO TRUE.                                     ZBNKPRT1
039318     SET DDI-ISO TO TRUE.                                         ZBNKPRT1
039319     SET DDO-DD-MMM-YYYY TO TRUE.                                 ZBNKPRT1
039320     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     ZBNKPRT1
039321     MOVE DDO-DATA (4:8) TO WS-CAT-MONTH-NAME (WS-CAT-MONTH-SUB). ZBNKPRT1
039322     IF WS-CAT-MONTH-SUB IS LESS THAN 4                           ZBNKPRT1
039323        ADD 1 TO WS-CAT-MONTH-SUB                                 ZBNKPRT1
039324        IF WS-CAT-WORK-MM IS EQUAL TO 1                           ZBNKPRT1
039325           MOVE 12 TO WS-CAT-WORK-MM                              ZBNKPRT1
039326           SUBTRACT 1 FROM WS-CAT-WORK-YYYY                       ZBNKPRT1
039327        ELSE                                                      ZBNKPRT1
039328           SUBTRACT 1 FROM WS-CAT-WORK-MM                         ZBNKPRT1
039329        END-IF                                                    ZBNKPRT1
039330        GO TO CATEGORY-MONTHS-LOOP                                ZBNKPRT1
039331     END-IF.                                                      ZBNKPRT1
039332 CATEGORY-MONTHS-EXIT.                                            ZBNKPRT1
039333     EXIT.                                                        ZBNKPRT1
039334                                                                  ZBNKPRT1
039335***************************************************************** ZBNKPRT1
039336* The customer's spending by category - a page after the        * ZBNKPRT1
039337* statement giving, for each of their accounts, the debits of   * ZBNKPRT1
039338* the statement month and the three before it by category from  * ZBNKPRT1
039339* the month-end BNKCATS summary.  A category with nothing spent * ZBNKPRT1
039340* in any of the four months is left out.                        * ZBNKPRT1
039341***************************************************************** ZBNKPRT1
039342 PRINT-CATEGORY-PAGE.                                             ZBNKPRT1
039343     IF WS-CATS-OPEN IS NOT EQUAL TO 'Y' OR                       ZBNKPRT1
039344        WS-CAT-ACC-COUNT IS EQUAL TO ZERO                         ZBNKPRT1
039345        GO TO PRINT-CATEGORY-PAGE-EXIT                            ZBNKPRT1
039346     END-IF.                                                      ZBNKPRT1
039347     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKPRT1
039348     PERFORM PRINTOUT-PUT.                                        ZBNKPRT1
039349     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKPRT1
039350     MOVE 'Spending by Category' TO PRINTOUT-REC (42:20).         ZBNKPRT1
039351     PERFORM PRINTOUT-PUT.                                        ZBNKPRT1
039352     MOVE SPACES TO WS-LINE6.                                     ZBNKPRT1
039353     MOVE '0' TO WS-LINE6-CC.                                     ZBNKPRT1
039354     MOVE 'Account' TO WS-LINE6-ACC-NO.                           ZBNKPRT1
039355     MOVE 'Category' TO WS-LINE6-DESC.                            ZBNKPRT1
039356     MOVE WS-CAT-MONTH-NAME (1) TO WS-LINE6-AMOUNT-DASH (1) (5:8).ZBNKPRT1
039357     MOVE WS-CAT-MONTH-NAME (2) TO WS-LINE6-AMOUNT-DASH (2) (5:8).ZBNKPRT1
039358     MOVE WS-CAT-MONTH-NAME (3) TO WS-LINE6-AMOUNT-DASH (3) (5:8).ZBNKPRT1
039359     MOVE WS-CAT-MONTH-NAME (4) TO WS-LINE6-AMOUNT-DASH (4) (5:8).ZBNKPRT1
039360     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKPRT1
039361     PERFORM PRINTOUT-PUT.                                        ZBNKPRT1
039362     MOVE 1 TO WS-CAT-ACC-SUB.                                    ZBNKPRT1
039363 PRINT-CATEGORY-PAGE-ACCOUNT.                                     ZBNKPRT1
039364     PERFORM CATEGORY-ACCOUNT THRU                                ZBNKPRT1
039365             CATEGORY-ACCOUNT-EXIT.                               ZBNKPRT1
039366     IF WS-CAT-ACC-SUB IS LESS THAN WS-CAT-ACC-COUNT              ZBNKPRT1
039367        ADD 1 TO WS-CAT-ACC-SUB                                   ZBNKPRT1
039368        GO TO PRINT-CATEGORY-PAGE-ACCOUNT                         ZBNKPRT1
039369     END-IF.                                                      ZBNKPRT1
039370     MOVE ZERO TO WS-CAT-ACC-COUNT.                               ZBNKPRT1
039371 PRINT-CATEGORY-PAGE-EXIT.                                        ZBNKPRT1
039372     EXIT.                                                        ZBNKPRT1
039400                                                                  ZBNKPRT1
039401***************************************************************** ZBNKPRT1
039402* One account - total its BNKCATS rows for the four months into * ZBNKPRT1
039403* the category cells, then print a line per category used and   * ZBNKPRT1
039404* the total of the account's debits                             * ZBNKPRT1
039405***************************************************************** ZBNKPRT1
039406 CATEGORY-ACCOUNT.                                                ZBNKPRT1
039407     MOVE 1 TO WS-CAT-SUB.                                        ZBNKPRT1
039408 CATEGORY-ACCOUNT-CLEAR.                                          ZBNKPRT1
039409     MOVE ZERO TO WS-CAT-SPENT (WS-CAT-SUB 1).                    ZBNKPRT1
039410     MOVE ZERO TO WS-CAT-SPENT (WS-CAT-SUB 2).                    ZBNKPRT1
039411     MOVE ZERO TO WS-CAT-SPENT (WS-CAT-SUB 3).                    ZBNKPRT1
039412     MOVE ZERO TO WS-CAT-SPENT (WS-CAT-SUB 4).                    ZBNKPRT1
039413     IF WS-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                   ZBNKPRT1
039414        ADD 1 TO WS-CAT-SUB                                       ZBNKPRT1
039415        GO TO CATEGORY-ACCOUNT-CLEAR                              ZBNKPRT1
039416     END-IF.                                                      ZBNKPRT1
039417     MOVE ZERO TO WS-CAT-TOTAL (1).                               ZBNKPRT1
039418     MOVE ZERO TO WS-CAT-TOTAL (2).                               ZBNKPRT1
039419     MOVE ZERO TO WS-CAT-TOTAL (3).                               ZBNKPRT1
039420     MOVE ZERO TO WS-CAT-TOTAL (4).                               ZBNKPRT1
039421     MOVE 1 TO WS-CAT-MONTH-SUB.                                  ZBNKPRT1
039422 CATEGORY-ACCOUNT-MONTH.                                          ZBNKPRT1
039423     PERFORM CATEGORY-READ-MONTH THRU                             ZBNKPRT1
039424             CATEGORY-READ-MONTH-EXIT.                            ZBNKPRT1
039425     IF WS-CAT-MONTH-SUB IS LESS THAN 4                           ZBNKPRT1
039426        ADD 1 TO WS-CAT-MONTH-SUB                                 ZBNKPRT1
039427        GO TO CATEGORY-ACCOUNT-MONTH                              ZBNKPRT1
039428     END-IF.                                                      ZBNKPRT1
039429     MOVE ZERO TO WS-CAT-LINES.                                   ZBNKPRT1
039430     MOVE 1 TO WS-CAT-SUB.                                        ZBNKPRT1
039431 CATEGORY-ACCOUNT-LINE.                                           ZBNKPRT1
039432     IF WS-CAT-SPENT (WS-CAT-SUB 1) IS NOT EQUAL TO ZERO OR       ZBNKPRT1
039433        WS-CAT-SPENT (WS-CAT-SUB 2) IS NOT EQUAL TO ZERO OR       ZBNKPRT1
039434        WS-CAT-SPENT (WS-CAT-SUB 3) IS NOT EQUAL TO ZERO OR       ZBNKPRT1
039435        WS-CAT-SPENT (WS-CAT-SUB 4) IS NOT EQUAL TO ZERO          ZBNKPRT1
039436        MOVE SPACES TO WS-LINE6                                   ZBNKPRT1
039437        IF WS-CAT-LINES IS EQUAL TO ZERO                          ZBNKPRT1
039438           MOVE '0' TO WS-LINE6-CC                                ZBNKPRT1
039439           MOVE WS-CAT-ACCNO (WS-CAT-ACC-SUB) TO WS-LINE6-ACC-NO  ZBNKPRT1
039440        END-IF                                                    ZBNKPRT1
039441        MOVE SPEND-CAT-NAME (WS-CAT-SUB) TO WS-LINE6-DESC         ZBNKPRT1
039442        MOVE WS-CAT-SPENT (WS-CAT-SUB 1) TO WS-LINE6-AMOUNT (1)   ZBNKPRT1
039443        MOVE WS-CAT-SPENT (WS-CAT-SUB 2) TO WS-LINE6-AMOUNT (2)   ZBNKPRT1
039444        MOVE WS-CAT-SPENT (WS-CAT-SUB 3) TO WS-LINE6-AMOUNT (3)   ZBNKPRT1
039445        MOVE WS-CAT-SPENT (WS-CAT-SUB 4) TO WS-LINE6-AMOUNT (4)   ZBNKPRT1
039446        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKPRT1
039447        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
039448        ADD 1 TO WS-CAT-LINES                                     ZBNKPRT1
039449     END-IF.                                                      ZBNKPRT1
039450     IF WS-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                   ZBNKPRT1
039451        ADD 1 TO WS-CAT-SUB                                       ZBNKPRT1
039452        GO TO CATEGORY-ACCOUNT-LINE                               ZBNKPRT1
039453     END-IF.                                                      ZBNKPRT1
039454     MOVE SPACES TO WS-LINE6.                                     ZBNKPRT1
039455     IF WS-CAT-LINES IS EQUAL TO ZERO                             ZBNKPRT1
039456        MOVE '0' TO WS-LINE6-CC                                   ZBNKPRT1
039457        MOVE WS-CAT-ACCNO (WS-CAT-ACC-SUB) TO WS-LINE6-ACC-NO     ZBNKPRT1
039458        MOVE 'No spending recorded' TO WS-LINE6-DESC              ZBNKPRT1
039459        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKPRT1
039460        PERFORM PRINTOUT-PUT                                      ZBNKPRT1
039461        GO TO CATEGORY-ACCOUNT-EXIT                               ZBNKPRT1
039462     END-IF.                                                      ZBNKPRT1
039463     MOVE '------------' TO WS-LINE6-AMOUNT-DASH (1).             ZBNKPRT1
039464     MOVE '------------' TO WS-LINE6-AMOUNT-DASH (2).             ZBNKPRT1
039465     MOVE '------------' TO WS-LINE6-AMOUNT-DASH (3).             ZBNKPRT1
039466     MOVE '------------' TO WS-LINE6-AMOUNT-DASH (4).             ZBNKPRT1
039467     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKPRT1
039468     PERFORM PRINTOUT-PUT.                                        ZBNKPRT1
039469     MOVE SPACES TO WS-LINE6.                                     ZBNKPRT1
039470     MOVE 'Total debits' TO WS-LINE6-DESC.                        ZBNKPRT1
039471     MOVE WS-CAT-TOTAL (1) TO WS-LINE6-AMOUNT (1).                ZBNKPRT1
039472     MOVE WS-CAT-TOTAL (2) TO WS-LINE6-AMOUNT (2).                ZBNKPRT1
039473     MOVE WS-CAT-TOTAL (3) TO WS-LINE6-AMOUNT (3).                ZBNKPRT1
039474     MOVE WS-CAT-TOTAL (4) TO WS-LINE6-AMOUNT (4).                ZBNKPRT1
039475     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKPRT1
039476     PERFORM PRINTOUT-PUT.                                        ZBNKPRT1
039477 CATEGORY-ACCOUNT-EXIT.                                           ZBNKPRT1
039478     EXIT.                                                        ZBNKPRT1
039500***************************************************************** ZBNKPRT1
039600* Open the EXTRACTed data file                                 *  ZBNKPRT1
039700***************************************************************** ZBNKPRT1
044816        PERFORM ABORT-PROGRAM                                     ZBNKPRT1
044817     END-IF.                                                      ZBNKPRT1
044818                                                                  ZBNKPRT1
044819***************************************************************** ZBNKPRT1
044820* Open the statement archive - the first run finds it empty     * ZBNKPRT1
044821***************************************************************** ZBNKPRT1
044822 BNKSTMA-OPEN.                                                    ZBNKPRT1
044823     OPEN I-O BNKSTMA-FILE.                                       ZBNKPRT1
044824     IF WS-BNKSTMA-STATUS = '35'                                  ZBNKPRT1
044825        OPEN OUTPUT BNKSTMA-FILE                                  ZBNKPRT1
044826     END-IF.                                                      ZBNKPRT1
044827     IF WS-BNKSTMA-STATUS = '00'                                  ZBNKPRT1
044828        MOVE 'BNKSTMA file opened OK'                             ZBNKPRT1
044829          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
044830        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
044831     ELSE                                                         ZBNKPRT1
044832        MOVE 'BNKSTMA file open failure...'                       ZBNKPRT1
044833          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
044834        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
044835        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKPRT1
044836        PERFORM DISPLAY-IO-STATUS                                 ZBNKPRT1
044837        PERFORM ABORT-PROGRAM                                     ZBNKPRT1
044838     END-IF.                                                      ZBNKPRT1
044839                                                                  ZBNKPRT1
044840***************************************************************** ZBNKPRT1
044841* Close the statement archive                                   * ZBNKPRT1
044842***************************************************************** ZBNKPRT1
044843 BNKSTMA-CLOSE.                                                   ZBNKPRT1
044844     CLOSE BNKSTMA-FILE.                                          ZBNKPRT1
044845     IF WS-BNKSTMA-STATUS = '00'                                  ZBNKPRT1
044846        MOVE 'BNKSTMA file closed OK'                             ZBNKPRT1
044847          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
044848        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
044849     ELSE                                                         ZBNKPRT1
044850        MOVE 'BNKSTMA file close failure...'                      ZBNKPRT1
044851          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
044852        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
044853        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKPRT1
044854        PERFORM DISPLAY-IO-STATUS                                 ZBNKPRT1
044855        PERFORM ABORT-PROGRAM                                     ZBNKPRT1
044856     END-IF.                                                      ZBNKPRT1
044857                                                                  ZBNKPRT1
044860                                                                  ZBNKPRT1
044863***************************************************************** ZBNKPRT1
044866* Open the round-up savings enrolments, if there are any yet    * ZBNKPRT1
044869***************************************************************** ZBNKPRT1
044872 BNKRNDU-OPEN.                                                    ZBNKPRT1
044875     OPEN INPUT BNKRNDU-FILE.                                     ZBNKPRT1
044878     IF WS-BNKRNDU-STATUS = '00'                                  ZBNKPRT1
044881        MOVE 'Y' TO WS-RNDU-OPEN                                  ZBNKPRT1
044884        MOVE 'BNKRNDU file opened OK'                             ZBNKPRT1
044887          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
044890        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
044893     END-IF.                                                      ZBNKPRT1
044900***************************************************************** ZBNKPRT1
045000* Open the seqential print file                                 * ZBNKPRT1
045100***************************************************************** ZBNKPRT1
046880 SKIP-TO-CHECKPOINT.                                               ZBNKPRT1
046890     PERFORM WS-RESTART-COUNT TIMES                                ZBNKPRT1
046900        PERFORM EXTRACT-GET                                        ZBNKPRT1
046902        IF BANKXT01-0-TYPE IS EQUAL TO '0'                         ZBNKPRT1
046904           MOVE BANKXT01-0-DELIVERY TO WS-DELIVERY                 ZBNKPRT1
046906        END-IF                                                     ZBNKPRT1
046907        PERFORM ARCHIVE-STATEMENT                                 ZBNKPRT1
046910     END-PERFORM.                                                  ZBNKPRT1
046920     MOVE WS-RESTART-COUNT TO WS-RECORDS-READ.                     ZBNKPRT1
046930                                                                   ZBNKPRT1
054500 EXPAND-STATE-PROV-EXIT.                                          ZBNKPRT1
054600     EXIT.                                                        ZBNKPRT1
054700                                                                  ZBNKPRT1
054702***************************************************************** ZBNKPRT1
054704* Add the account's BNKCATS rows for one month into the cells - * ZBNKPRT1
054706* a code no longer in the category table counts as Other        * ZBNKPRT1
054708***************************************************************** ZBNKPRT1
054710 CATEGORY-READ-MONTH.                                             ZBNKPRT1
054712     MOVE WS-CAT-ACCNO (WS-CAT-ACC-SUB) TO CGS-REC-ACCNO.         ZBNKPRT1
054714     MOVE WS-CAT-MONTH (WS-CAT-MONTH-SUB) TO CGS-REC-YYYYMM.      ZBNKPRT1
054716     MOVE LOW-VALUES TO CGS-REC-CATEGORY.                         ZBNKPRT1
054718     START BNKCATS-FILE KEY IS NOT LESS THAN CGS-KEY.             ZBNKPRT1
054720     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00'                    ZBNKPRT1
054722        GO TO CATEGORY-READ-MONTH-EXIT                            ZBNKPRT1
054724     END-IF.                                                      ZBNKPRT1
054726 CATEGORY-READ-MONTH-NEXT.                                        ZBNKPRT1
054728     READ BNKCATS-FILE NEXT RECORD.                               ZBNKPRT1
054730     IF WS-BNKCATS-STATUS IS NOT EQUAL TO '00' OR                 ZBNKPRT1
054732        CGS-REC-ACCNO IS NOT EQUAL TO                             ZBNKPRT1
054734          WS-CAT-ACCNO (WS-CAT-ACC-SUB) OR                        ZBNKPRT1
054736        CGS-REC-YYYYMM IS NOT EQUAL TO                            ZBNKPRT1
054738          WS-CAT-MONTH (WS-CAT-MONTH-SUB)                         ZBNKPRT1
054740        GO TO CATEGORY-READ-MONTH-EXIT                            ZBNKPRT1
054742     END-IF.                                                      ZBNKPRT1
054744     MOVE 1 TO SPEND-CAT-SUB.                                     ZBNKPRT1
054746 CATEGORY-READ-MONTH-FIND.                                        ZBNKPRT1
054748     IF SPEND-CAT-CODE (SPEND-CAT-SUB) IS NOT EQUAL TO            ZBNKPRT1
054750          CGS-REC-CATEGORY AND                                    ZBNKPRT1
054752        SPEND-CAT-SUB IS LESS THAN SPEND-CAT-COUNT                ZBNKPRT1
054754        ADD 1 TO SPEND-CAT-SUB                                    ZBNKPRT1
054756        GO TO CATEGORY-READ-MONTH-FIND                            ZBNKPRT1
054758     END-IF.                                                      ZBNKPRT1
054760     MOVE SPEND-CAT-SUB TO WS-CAT-SUB.                            ZBNKPRT1
054762     ADD CGS-REC-AMOUNT TO                                        ZBNKPRT1
054764         WS-CAT-SPENT (WS-CAT-SUB WS-CAT-MONTH-SUB).              ZBNKPRT1
054766     ADD CGS-REC-AMOUNT TO WS-CAT-TOTAL (WS-CAT-MONTH-SUB).       ZBNKPRT1
054768     GO TO CATEGORY-READ-MONTH-NEXT.                              ZBNKPRT1
054770 CATEGORY-READ-MONTH-EXIT.                                        ZBNKPRT1
054772     EXIT.                                                        ZBNKPRT1
054774                                                                  ZBNKPRT1
054776***************************************************************** ZBNKPRT1
054778* Open the spending category summary, if there is one yet       * ZBNKPRT1
054780***************************************************************** ZBNKPRT1
054782 BNKCATS-OPEN.                                                    ZBNKPRT1
054784     OPEN INPUT BNKCATS-FILE.                                     ZBNKPRT1
054786     IF WS-BNKCATS-STATUS = '00'                                  ZBNKPRT1
054788        MOVE 'Y' TO WS-CATS-OPEN                                  ZBNKPRT1
054790        MOVE 'BNKCATS file opened OK'                             ZBNKPRT1
054792          TO WS-CONSOLE-MESSAGE                                   ZBNKPRT1
054794        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPRT1
054796     END-IF.                                                      ZBNKPRT1
054798                                                                  ZBNKPRT1
054800***************************************************************** ZBNKPRT1
054900* 'ABORT' the program.                                          * ZBNKPRT1
055000* Post a message to the console and issue a goback              * ZBNKPRT1
