002100*              machines first.  The cassette load in whole      * ZBNKATM2
002200*              dollars may be supplied as the EXEC PARM and     * ZBNKATM2
002300*              defaults to 100000.                              * ZBNKATM2
002311*              Where the terminal master carries the machine's  * ZBNKATM2
002322*              last cassette load (recorded as the branch vault * ZBNKATM2
002333*              issues it) the cash left in the machine is that  * ZBNKATM2
002344*              load less what has been dispensed since, and a   * ZBNKATM2
002355*              machine whose cash will not last the next day    * ZBNKATM2
002366*              with a day to spare is marked for a reload.  One * ZBNKATM2
002377*              row per known terminal goes to the ATMFCST       * ZBNKATM2
002388*              extract for the ZBNKVLT1 branch vault run.       * ZBNKATM2
002400***************************************************************** ZBNKATM2
002500                                                                  ZBNKATM2
002600 IDENTIFICATION DIVISION.                                         ZBNKATM2
004019            ACCESS MODE  IS RANDOM                                ZBNKATM2
004020            RECORD KEY   IS ATM-KEY                               ZBNKATM2
004021            FILE STATUS  IS WS-BNKATMM-STATUS.                    ZBNKATM2
004067     SELECT ATMFCST-FILE                                          ZBNKATM2
004113            ASSIGN       TO ATMFCST                               ZBNKATM2
004159            ORGANIZATION IS SEQUENTIAL                            ZBNKATM2
004205            ACCESS MODE  IS SEQUENTIAL                            ZBNKATM2
004251            FILE STATUS  IS WS-ATMFCST-STATUS.                    ZBNKATM2
004300     SELECT PRINTOUT-FILE                                         ZBNKATM2
004400            ASSIGN       TO PRINTOUT                              ZBNKATM2
004500            ORGANIZATION IS SEQUENTIAL                            ZBNKATM2
006013 01  BNKATMM-REC.                                                 ZBNKATM2
006014 COPY CBANKVAM.                                                   ZBNKATM2
005500                                                                  ZBNKATM2
005520 FD  ATMFCST-FILE.                                                ZBNKATM2
005540 01  ATMFCST-REC.                                                 ZBNKATM2
005560 COPY CBANKVAF.                                                   ZBNKATM2
005580                                                                  ZBNKATM2
005600 FD  PRINTOUT-FILE.                                               ZBNKATM2
005700 01  PRINTOUT-REC                        PIC X(121).              ZBNKATM2
005800                                                                  ZBNKATM2
005900 WORKING-STORAGE SECTION.                                         ZBNKATM2
006000 COPY CTIMERD.                                                    ZBNKATM2
006033                                                                  ZBNKATM2
006066 COPY CTSTAMPD.                                                   ZBNKATM2
006100                                                                  ZBNKATM2
006200 01  WS-MISC-STORAGE.                                             ZBNKATM2
006300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKATM2
008800   05  WS-SUB2                               PIC S9(3) COMP.      ZBNKATM2
008900   05  WS-SWAPPED                            PIC X(1).            ZBNKATM2
009000   05  WS-PARM-AMOUNT                        PIC 9(9).            ZBNKATM2
009012   05  WS-ATMFCST-STATUS.                                         ZBNKATM2
009024     10  WS-ATMFCST-STAT1                    PIC X(1).            ZBNKATM2
009036     10  WS-ATMFCST-STAT2                    PIC X(1).            ZBNKATM2
009048   05  WS-TODAY                              PIC X(10).           ZBNKATM2
009060   05  WS-RELOAD-COUNT                       PIC 9(5)             ZBNKATM2
009072       VALUE ZERO.                                                ZBNKATM2
009084   05  WS-EDIT-LEFT                          PIC ZZZ,ZZZ,ZZ9.99-. ZBNKATM2
009100                                                                  ZBNKATM2
009200 01  WS-TERMINAL-TABLE.                                           ZBNKATM2
009300   05  WS-TERM-ENTRY                        OCCURS 200 TIMES.     ZBNKATM2
009910     10  WS-TERM-DAYS-TO-EMPTY               PIC S9(5)V9 COMP-3.  ZBNKATM2
009911     10  WS-TERM-NAME                        PIC X(25).           ZBNKATM2
009912     10  WS-TERM-KNOWN                       PIC X(1).            ZBNKATM2
009921     10  WS-TERM-BRANCH                      PIC X(3).            ZBNKATM2
009930     10  WS-TERM-LOAD-KNOWN                  PIC X(1).            ZBNKATM2
009939     10  WS-TERM-LOAD-DATE                   PIC X(10).           ZBNKATM2
009948     10  WS-TERM-LOAD-AMT                    PIC S9(9)V99 COMP-3. ZBNKATM2
009957     10  WS-TERM-SINCE-LOAD                  PIC S9(9)V99 COMP-3. ZBNKATM2
009966     10  WS-TERM-CASH-LEFT                   PIC S9(9)V99 COMP-3. ZBNKATM2
009975     10  WS-TERM-DUE                         PIC X(1).            ZBNKATM2
009984     10  WS-TERM-RELOAD                      PIC S9(9)V99 COMP-3. ZBNKATM2
010000                                                                  ZBNKATM2
010100 01  WS-SWAP-ENTRY.                                               ZBNKATM2
010200   05  WS-SWAP-ID                            PIC X(4).            ZBNKATM2
010500   05  WS-SWAP-LAST-DATE                     PIC X(10).           ZBNKATM2
010600   05  WS-SWAP-AVG-DAY                       PIC S9(9)V99 COMP-3. ZBNKATM2
010700   05  WS-SWAP-DTE                           PIC S9(5)V9 COMP-3.  ZBNKATM2
010709   05  WS-SWAP-NAME                          PIC X(25).           ZBNKATM2
010718   05  WS-SWAP-KNOWN                         PIC X(1).            ZBNKATM2
010727   05  WS-SWAP-BRANCH                        PIC X(3).            ZBNKATM2
010736   05  WS-SWAP-LOAD-KNOWN                    PIC X(1).            ZBNKATM2
010745   05  WS-SWAP-LOAD-DATE                     PIC X(10).           ZBNKATM2
010754   05  WS-SWAP-LOAD-AMT                      PIC S9(9)V99 COMP-3. ZBNKATM2
010763   05  WS-SWAP-SINCE-LOAD                    PIC S9(9)V99 COMP-3. ZBNKATM2
010772   05  WS-SWAP-CASH-LEFT                     PIC S9(9)V99 COMP-3. ZBNKATM2
010781   05  WS-SWAP-DUE                           PIC X(1).            ZBNKATM2
010790   05  WS-SWAP-RELOAD                        PIC S9(9)V99 COMP-3. ZBNKATM2
010800                                                                  ZBNKATM2
010900 01  WS-REPORT-LINES.                                             ZBNKATM2
011000   05  WS-LINE1.                                                  ZBNKATM2
012700         VALUE 'Avg per day'.                                     ZBNKATM2
012800     10  FILLER                          PIC X(14)                ZBNKATM2
012900         VALUE 'Days to empty'.                                   ZBNKATM2
012914     10  FILLER                          PIC X(21)                ZBNKATM2
012928         VALUE SPACES.                                            ZBNKATM2
012942     10  FILLER                          PIC X(16)                ZBNKATM2
012956         VALUE '     Cash left'.                                  ZBNKATM2
012970     10  FILLER                          PIC X(6)                 ZBNKATM2
012984         VALUE 'Reload'.                                          ZBNKATM2
013000   05  WS-LINE4.                                                  ZBNKATM2
013100     10  WS-LINE4-CC                     PIC X(1)                 ZBNKATM2
013200         VALUE ' '.                                               ZBNKATM2
014311     10  FILLER                          PIC X(2)                 ZBNKATM2
014312         VALUE SPACES.                                            ZBNKATM2
014313     10  WS-LINE4-NAME                   PIC X(26).               ZBNKATM2
014330     10  WS-LINE4-LEFT                   PIC X(15).               ZBNKATM2
014347     10  FILLER                          PIC X(1)                 ZBNKATM2
014364         VALUE SPACES.                                            ZBNKATM2
014381     10  WS-LINE4-DUE                    PIC X(6).                ZBNKATM2
014400                                                                  ZBNKATM2
014500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKATM2
014600                                                                  ZBNKATM2
016300        MOVE WS-PARM-AMOUNT TO WS-CASSETTE-LOAD                   ZBNKATM2
016400     END-IF.                                                      ZBNKATM2
016500                                                                  ZBNKATM2
016525 COPY CTSTAMPP.                                                   ZBNKATM2
016550     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKATM2
016575                                                                  ZBNKATM2
016600     PERFORM OPEN-FILES.                                          ZBNKATM2
016700                                                                  ZBNKATM2
016800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKATM2
017900              PERFORM ABORT-PROGRAM                               ZBNKATM2
018000           ELSE                                                   ZBNKATM2
018100              ADD 1 TO WS-ENTRIES-READ                            ZBNKATM2
018166              PERFORM ACCUMULATE-TERMINAL THRU                    ZBNKATM2
018232                      ACCUMULATE-TERMINAL-EXIT                    ZBNKATM2
018300           END-IF                                                 ZBNKATM2
018400        END-IF                                                    ZBNKATM2
018500     END-PERFORM.                                                 ZBNKATM2
018600                                                                  ZBNKATM2
018657     PERFORM COMPUTE-FORECASTS THRU                               ZBNKATM2
018714             COMPUTE-FORECASTS-EXIT.                              ZBNKATM2
018771     PERFORM SORT-BY-DAYS-TO-EMPTY THRU                           ZBNKATM2
018828             SORT-BY-DAYS-TO-EMPTY-EXIT.                          ZBNKATM2
018885     PERFORM PRINT-REPORT THRU                                    ZBNKATM2
018942             PRINT-REPORT-EXIT.                                   ZBNKATM2
019000     PERFORM CLOSE-FILES.                                         ZBNKATM2
019100                                                                  ZBNKATM2
019200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKATM2
019400            ' journal entries scanned' DELIMITED BY SIZE          ZBNKATM2
019500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKATM2
019600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKATM2
019616     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKATM2
019632     STRING WS-RELOAD-COUNT DELIMITED BY SIZE                     ZBNKATM2
019648            ' terminals due a reload' DELIMITED BY SIZE           ZBNKATM2
019664       INTO WS-CONSOLE-MESSAGE.                                   ZBNKATM2
019680     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKATM2
019700     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKATM2
019800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKATM2
019900                                                                  ZBNKATM2
023000        MOVE ZERO TO WS-TERM-TOTAL (WS-TERM-COUNT)                ZBNKATM2
023100        MOVE ZERO TO WS-TERM-DAYS (WS-TERM-COUNT)                 ZBNKATM2
023200        MOVE SPACES TO WS-TERM-LAST-DATE (WS-TERM-COUNT)          ZBNKATM2
023250        PERFORM GET-LAST-LOAD                                     ZBNKATM2
023300     END-IF.                                                      ZBNKATM2
023400     ADD ATJ-REC-DISPENSED-AMT TO WS-TERM-TOTAL (WS-TERM-COUNT).  ZBNKATM2
023414     IF WS-TERM-LOAD-KNOWN (WS-TERM-COUNT) IS EQUAL TO 'Y' AND    ZBNKATM2
023428        ATJ-REC-TIMESTAMP (1:10) IS NOT LESS THAN                 ZBNKATM2
023442        WS-TERM-LOAD-DATE (WS-TERM-COUNT)                         ZBNKATM2
023456        ADD ATJ-REC-DISPENSED-AMT                                 ZBNKATM2
023470          TO WS-TERM-SINCE-LOAD (WS-TERM-COUNT)                   ZBNKATM2
023484     END-IF.                                                      ZBNKATM2
023500     IF ATJ-REC-TIMESTAMP (1:10) IS NOT EQUAL TO                  ZBNKATM2
023600        WS-TERM-LAST-DATE (WS-TERM-COUNT)                         ZBNKATM2
023700        ADD 1 TO WS-TERM-DAYS (WS-TERM-COUNT)                     ZBNKATM2
024000     END-IF.                                                      ZBNKATM2
024100 ACCUMULATE-TERMINAL-EXIT.                                        ZBNKATM2
024200     EXIT.                                                        ZBNKATM2
024204                                                                  ZBNKATM2
024208***************************************************************** ZBNKATM2
024212* Pick up the new terminal's last recorded cassette load from   * ZBNKATM2
024216* the terminal master - what it has dispensed since that day is * ZBNKATM2
024220* taken off the load to find the cash left in it                * ZBNKATM2
024224***************************************************************** ZBNKATM2
024228 GET-LAST-LOAD.                                                   ZBNKATM2
024232     MOVE 'N' TO WS-TERM-LOAD-KNOWN (WS-TERM-COUNT).              ZBNKATM2
024236     MOVE SPACES TO WS-TERM-LOAD-DATE (WS-TERM-COUNT).            ZBNKATM2
024240     MOVE ZERO TO WS-TERM-LOAD-AMT (WS-TERM-COUNT).               ZBNKATM2
024244     MOVE ZERO TO WS-TERM-SINCE-LOAD (WS-TERM-COUNT).             ZBNKATM2
024248     MOVE ATJ-REC-TERMID TO ATM-REC-TERMID.                       ZBNKATM2
024252     READ BNKATMM-FILE.                                           ZBNKATM2
024256     IF WS-BNKATMM-STATUS IS EQUAL TO '00' AND                    ZBNKATM2
024260        ATM-REC-LAST-LOAD-AMT IS NUMERIC AND                      ZBNKATM2
024264        ATM-REC-LAST-LOAD-DATE IS NOT EQUAL TO SPACES             ZBNKATM2
024268        MOVE 'Y' TO WS-TERM-LOAD-KNOWN (WS-TERM-COUNT)            ZBNKATM2
024272        MOVE ATM-REC-LAST-LOAD-DATE                               ZBNKATM2
024276          TO WS-TERM-LOAD-DATE (WS-TERM-COUNT)                    ZBNKATM2
024280        MOVE ATM-REC-LAST-LOAD-AMT                                ZBNKATM2
024284          TO WS-TERM-LOAD-AMT (WS-TERM-COUNT)                     ZBNKATM2
024288     END-IF.                                                      ZBNKATM2
024300                                                                  ZBNKATM2
024400***************************************************************** ZBNKATM2
024500* Work out each terminal's average daily dispense and project   * ZBNKATM2
025100     IF WS-SUB1 IS GREATER THAN WS-TERM-COUNT                     ZBNKATM2
025200        GO TO COMPUTE-FORECASTS-EXIT                              ZBNKATM2
025300     END-IF.                                                      ZBNKATM2
025323***************************************************************** ZBNKATM2
025346* The terminal master supplies the machine's name and its own   * ZBNKATM2
025369* cassette capacity; a journaled terminal missing from the      * ZBNKATM2
025392* master is flagged so operations can register it               * ZBNKATM2
025415***************************************************************** ZBNKATM2
025438     MOVE WS-TERM-ID (WS-SUB1) TO ATM-REC-TERMID.                 ZBNKATM2
025461     READ BNKATMM-FILE.                                           ZBNKATM2
025484     IF WS-BNKATMM-STATUS IS EQUAL TO '00'                        ZBNKATM2
025507        MOVE 'Y' TO WS-TERM-KNOWN (WS-SUB1)                       ZBNKATM2
025530        MOVE ATM-REC-LOCATION TO WS-TERM-NAME (WS-SUB1)           ZBNKATM2
025553        MOVE ATM-REC-BRANCH-CODE TO WS-TERM-BRANCH (WS-SUB1)      ZBNKATM2
025576        IF ATM-REC-CASSETTE-CAP IS NUMERIC AND                    ZBNKATM2
025599           ATM-REC-CASSETTE-CAP IS GREATER THAN ZERO              ZBNKATM2
025622           MOVE ATM-REC-CASSETTE-CAP TO WS-LOAD-USE               ZBNKATM2
025645        ELSE                                                      ZBNKATM2
025668           MOVE WS-CASSETTE-LOAD TO WS-LOAD-USE                   ZBNKATM2
025691        END-IF                                                    ZBNKATM2
025714     ELSE                                                         ZBNKATM2
025737        MOVE 'N' TO WS-TERM-KNOWN (WS-SUB1)                       ZBNKATM2
025760        MOVE '** NOT ON TERMINAL MASTER' TO WS-TERM-NAME (WS-SUB1)ZBNKATM2
025783        MOVE SPACES TO WS-TERM-BRANCH (WS-SUB1)                   ZBNKATM2
025806        MOVE WS-CASSETTE-LOAD TO WS-LOAD-USE                      ZBNKATM2
025829     END-IF.                                                      ZBNKATM2
025852     IF WS-TERM-DAYS (WS-SUB1) IS GREATER THAN ZERO AND           ZBNKATM2
025875        WS-TERM-TOTAL (WS-SUB1) IS GREATER THAN ZERO              ZBNKATM2
025898        COMPUTE WS-TERM-AVG-DAY (WS-SUB1) =                       ZBNKATM2
025921          WS-TERM-TOTAL (WS-SUB1) / WS-TERM-DAYS (WS-SUB1)        ZBNKATM2
025944        COMPUTE WS-TERM-DAYS-TO-EMPTY (WS-SUB1) ROUNDED =         ZBNKATM2
025967          WS-LOAD-USE / WS-TERM-AVG-DAY (WS-SUB1)                 ZBNKATM2
026000          ON SIZE ERROR                                           ZBNKATM2
026100             MOVE 99999.9 TO WS-TERM-DAYS-TO-EMPTY (WS-SUB1)      ZBNKATM2
026200        END-COMPUTE                                               ZBNKATM2
026400        MOVE ZERO TO WS-TERM-AVG-DAY (WS-SUB1)                    ZBNKATM2
026500        MOVE 99999.9 TO WS-TERM-DAYS-TO-EMPTY (WS-SUB1)           ZBNKATM2
026600     END-IF.                                                      ZBNKATM2
026633     PERFORM CHECK-RELOAD-DUE THRU                                ZBNKATM2
026666             CHECK-RELOAD-DUE-EXIT.                               ZBNKATM2
026700     ADD 1 TO WS-SUB1.                                            ZBNKATM2
026800     GO TO COMPUTE-FORECASTS-LOOP.                                ZBNKATM2
026900 COMPUTE-FORECASTS-EXIT.                                          ZBNKATM2
027000     EXIT.                                                        ZBNKATM2
027003                                                                  ZBNKATM2
027006***************************************************************** ZBNKATM2
027008* With a recorded load, a machine whose cash left will not      * ZBNKATM2
027010* cover two days at its average rate is due a reload - a        * ZBNKATM2
027012* full cassette, of which the cash left comes back to the       * ZBNKATM2
027014* vault                                                         * ZBNKATM2
027018***************************************************************** ZBNKATM2
027021 CHECK-RELOAD-DUE.                                                ZBNKATM2
027024     MOVE 'N' TO WS-TERM-DUE (WS-SUB1).                           ZBNKATM2
027027     MOVE ZERO TO WS-TERM-CASH-LEFT (WS-SUB1).                    ZBNKATM2
027030     MOVE ZERO TO WS-TERM-RELOAD (WS-SUB1).                       ZBNKATM2
027033     IF WS-TERM-LOAD-KNOWN (WS-SUB1) IS NOT EQUAL TO 'Y'          ZBNKATM2
027036        GO TO CHECK-RELOAD-DUE-EXIT                               ZBNKATM2
027039     END-IF.                                                      ZBNKATM2
027042     COMPUTE WS-TERM-CASH-LEFT (WS-SUB1) =                        ZBNKATM2
027045       WS-TERM-LOAD-AMT (WS-SUB1) - WS-TERM-SINCE-LOAD (WS-SUB1). ZBNKATM2
027048     IF WS-TERM-CASH-LEFT (WS-SUB1) IS LESS THAN ZERO             ZBNKATM2
027051        MOVE ZERO TO WS-TERM-CASH-LEFT (WS-SUB1)                  ZBNKATM2
027054     END-IF.                                                      ZBNKATM2
027057     IF WS-TERM-CASH-LEFT (WS-SUB1) IS LESS THAN                  ZBNKATM2
027060        WS-TERM-AVG-DAY (WS-SUB1) * 2                             ZBNKATM2
027063        MOVE 'Y' TO WS-TERM-DUE (WS-SUB1)                         ZBNKATM2
027066        ADD 1 TO WS-RELOAD-COUNT                                  ZBNKATM2
027069        IF WS-LOAD-USE IS GREATER THAN WS-TERM-CASH-LEFT (WS-SUB1)ZBNKATM2
027072           COMPUTE WS-TERM-RELOAD (WS-SUB1) =                     ZBNKATM2
027075             WS-LOAD-USE - WS-TERM-CASH-LEFT (WS-SUB1)            ZBNKATM2
027078        END-IF                                                    ZBNKATM2
027081     END-IF.                                                      ZBNKATM2
027084 CHECK-RELOAD-DUE-EXIT.                                           ZBNKATM2
027087     EXIT.                                                        ZBNKATM2
027100                                                                  ZBNKATM2
027200***************************************************************** ZBNKATM2
027300* Sequence the table with the soonest-empty machines first - a  * ZBNKATM2
031800     MOVE WS-TERM-AVG-DAY (WS-SUB1) TO WS-LINE4-AVG.              ZBNKATM2
031910     MOVE WS-TERM-DAYS-TO-EMPTY (WS-SUB1) TO WS-LINE4-DTE.        ZBNKATM2
031911     MOVE WS-TERM-NAME (WS-SUB1) TO WS-LINE4-NAME.                ZBNKATM2
031918     IF WS-TERM-LOAD-KNOWN (WS-SUB1) IS EQUAL TO 'Y'              ZBNKATM2
031925        MOVE WS-TERM-CASH-LEFT (WS-SUB1) TO WS-EDIT-LEFT          ZBNKATM2
031932        MOVE WS-EDIT-LEFT TO WS-LINE4-LEFT                        ZBNKATM2
031939     ELSE                                                         ZBNKATM2
031946        MOVE '  No load held' TO WS-LINE4-LEFT                    ZBNKATM2
031953     END-IF.                                                      ZBNKATM2
031960     IF WS-TERM-DUE (WS-SUB1) IS EQUAL TO 'Y'                     ZBNKATM2
031967        MOVE 'RELOAD' TO WS-LINE4-DUE                             ZBNKATM2
031974     ELSE                                                         ZBNKATM2
031981        MOVE SPACES TO WS-LINE4-DUE                               ZBNKATM2
031988     END-IF.                                                      ZBNKATM2
032000     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKATM2
032100     PERFORM PRINTOUT-PUT.                                        ZBNKATM2
032125     IF WS-TERM-KNOWN (WS-SUB1) IS EQUAL TO 'Y'                   ZBNKATM2
032150        PERFORM WRITE-FORECAST-EXTRACT                            ZBNKATM2
032175     END-IF.                                                      ZBNKATM2
032200     ADD 1 TO WS-SUB1.                                            ZBNKATM2
032300     GO TO PRINT-REPORT-LOOP.                                     ZBNKATM2
032400 PRINT-REPORT-EXIT.                                               ZBNKATM2
032500     EXIT.                                                        ZBNKATM2
032504***************************************************************** ZBNKATM2
032508* Write the terminal's row to the ATMFCST extract for the       * ZBNKATM2
032512* branch vault run                                              * ZBNKATM2
032516***************************************************************** ZBNKATM2
032520 WRITE-FORECAST-EXTRACT.                                          ZBNKATM2
032524     MOVE SPACES TO ATF-RECORD.                                   ZBNKATM2
032528     MOVE WS-TERM-ID (WS-SUB1) TO ATF-TERMID.                     ZBNKATM2
032532     MOVE WS-TERM-BRANCH (WS-SUB1) TO ATF-BRANCH-CODE.            ZBNKATM2
032536     MOVE WS-TERM-AVG-DAY (WS-SUB1) TO ATF-AVG-DAY.               ZBNKATM2
032540     MOVE WS-TERM-LOAD-KNOWN (WS-SUB1) TO ATF-LOAD-KNOWN.         ZBNKATM2
032544     MOVE WS-TERM-CASH-LEFT (WS-SUB1) TO ATF-CASH-LEFT.           ZBNKATM2
032548     MOVE WS-TERM-DUE (WS-SUB1) TO ATF-DUE.                       ZBNKATM2
032552     MOVE WS-TERM-RELOAD (WS-SUB1) TO ATF-RELOAD-AMT.             ZBNKATM2
032556     MOVE WS-TODAY TO ATF-RUN-DATE.                               ZBNKATM2
032560     WRITE ATMFCST-REC.                                           ZBNKATM2
032564     IF WS-ATMFCST-STATUS IS NOT EQUAL TO '00'                    ZBNKATM2
032568       MOVE 'ATMFCST error writing file...'                       ZBNKATM2
032572         TO WS-CONSOLE-MESSAGE                                    ZBNKATM2
032576       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKATM2
032580       MOVE WS-ATMFCST-STATUS TO WS-IO-STATUS                     ZBNKATM2
032584       PERFORM DISPLAY-IO-STATUS                                  ZBNKATM2
032588       PERFORM ABORT-PROGRAM                                      ZBNKATM2
032592     END-IF.                                                      ZBNKATM2
032596                                                                  ZBNKATM2
032600                                                                  ZBNKATM2
032700***************************************************************** ZBNKATM2
032800* Write a record to the sequential print file                   * ZBNKATM2
035100        PERFORM DISPLAY-IO-STATUS                                 ZBNKATM2
035200        PERFORM ABORT-PROGRAM                                     ZBNKATM2
035300     END-IF.                                                      ZBNKATM2
035310     OPEN OUTPUT ATMFCST-FILE.                                    ZBNKATM2
035320     IF WS-ATMFCST-STATUS IS NOT EQUAL TO '00'                    ZBNKATM2
035330        MOVE 'ATMFCST file open failure...'                       ZBNKATM2
035340          TO WS-CONSOLE-MESSAGE                                   ZBNKATM2
035350        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKATM2
035360        MOVE WS-ATMFCST-STATUS TO WS-IO-STATUS                    ZBNKATM2
035370        PERFORM DISPLAY-IO-STATUS                                 ZBNKATM2
035380        PERFORM ABORT-PROGRAM                                     ZBNKATM2
035390     END-IF.                                                      ZBNKATM2
035400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKATM2
035500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKATM2
035600        MOVE 'PRINTOUT file open failure...'                      ZBNKATM2
036700 CLOSE-FILES.                                                     ZBNKATM2
036800     CLOSE BNKATMJ-FILE.                                          ZBNKATM2
036810     CLOSE BNKATMM-FILE.                                          ZBNKATM2
036855     CLOSE ATMFCST-FILE.                                          ZBNKATM2
036900     CLOSE PRINTOUT-FILE.                                         ZBNKATM2
037000                                                                  ZBNKATM2
037100***************************************************************** ZBNKATM2
