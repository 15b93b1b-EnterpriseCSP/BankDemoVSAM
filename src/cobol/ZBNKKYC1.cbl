002000*              customer's first account, and prints the work    * ZBNKKYC1
002100*              queue in customer order with per-branch counts   * ZBNKKYC1
002200*              so each branch sees its own reviews coming due.  * ZBNKKYC1
002220*              A business coming due is listed with its active  * ZBNKKYC1
002240*              beneficial owners and controlling persons from   * ZBNKKYC1
002260*              BNKBOWN beneath it, so the people behind it are  * ZBNKKYC1
002280*              reviewed with it.                                * ZBNKKYC1
002300***************************************************************** ZBNKKYC1
002400                                                                  ZBNKKYC1
002500  IDENTIFICATION DIVISION.                                        ZBNKKYC1
003600      SELECT BNKCUST-FILE                                         ZBNKKYC1
003700             ASSIGN       TO BNKCUST                              ZBNKKYC1
003800             ORGANIZATION IS INDEXED                              ZBNKKYC1
003900             ACCESS MODE  IS DYNAMIC                              ZBNKKYC1
004000             RECORD KEY   IS BCS-REC-PID                          ZBNKKYC1
004100             ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES        ZBNKKYC1
004200             ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES     ZBNKKYC1
004800             RECORD KEY   IS BAC-REC-ACCNO                        ZBNKKYC1
004900             ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES         ZBNKKYC1
005000             FILE STATUS  IS WS-BNKACC-STATUS.                    ZBNKKYC1
005014      SELECT BNKBOWN-FILE                                         ZBNKKYC1
005028             ASSIGN       TO BNKBOWN                              ZBNKKYC1
005042             ORGANIZATION IS INDEXED                              ZBNKKYC1
005056             ACCESS MODE  IS DYNAMIC                              ZBNKKYC1
005070             RECORD KEY   IS BBO-KEY                              ZBNKKYC1
005084             FILE STATUS  IS WS-BNKBOWN-STATUS.                   ZBNKKYC1
005100      SELECT PRINTOUT-FILE                                        ZBNKKYC1
005200             ASSIGN       TO PRINTOUT                             ZBNKKYC1
005300             ORGANIZATION IS SEQUENTIAL                           ZBNKKYC1
006400  FD  BNKACC-FILE.                                                ZBNKKYC1
006500  01  BNKACC-REC.                                                 ZBNKKYC1
006600  COPY CBANKVAC.                                                  ZBNKKYC1
006625  FD  BNKBOWN-FILE.                                               ZBNKKYC1
006650  01  BNKBOWN-REC.                                                ZBNKKYC1
006675  COPY CBANKVBO.                                                  ZBNKKYC1
006700                                                                  ZBNKKYC1
006800  FD  PRINTOUT-FILE.                                              ZBNKKYC1
006900  01  PRINTOUT-REC                        PIC X(121).             ZBNKKYC1
009100    05  WS-BNKACC-STATUS.                                         ZBNKKYC1
009200      10  WS-BNKACC-STAT1                     PIC X(1).           ZBNKKYC1
009300      10  WS-BNKACC-STAT2                     PIC X(1).           ZBNKKYC1
009325    05  WS-BNKBOWN-STATUS.                                        ZBNKKYC1
009350      10  WS-BNKBOWN-STAT1                PIC X(1).               ZBNKKYC1
009375      10  WS-BNKBOWN-STAT2                PIC X(1).               ZBNKKYC1
009400    05  WS-PRINTOUT-STATUS.                                       ZBNKKYC1
009500      10  WS-PRINTOUT-STAT1                   PIC X(1).           ZBNKKYC1
009600      10  WS-PRINTOUT-STAT2                   PIC X(1).           ZBNKKYC1
011200    05  WS-REVIEWS-DUE                        PIC 9(7)            ZBNKKYC1
011300        VALUE ZERO.                                               ZBNKKYC1
011400    05  WS-CUST-BRANCH                        PIC X(3).           ZBNKKYC1
011425    05  WS-SCAN-PID                       PIC X(5).               ZBNKKYC1
011450    05  WS-OWNERS-LISTED                  PIC 9(7)                ZBNKKYC1
011475        VALUE ZERO.                                               ZBNKKYC1
011500                                                                  ZBNKKYC1
011600  01  WS-REPORT-LINES.                                            ZBNKKYC1
011700    05  WS-LINE1.                                                 ZBNKKYC1
014900      10  WS-LINE5-DUE                    PIC ZZZZ9.              ZBNKKYC1
015000      10  FILLER                          PIC X(12)               ZBNKKYC1
015100          VALUE ' reviews due'.                                   ZBNKKYC1
015104    05  WS-LINE6.                                                 ZBNKKYC1
015108      10  WS-LINE6-CC                     PIC X(1)                ZBNKKYC1
015112          VALUE ' '.                                              ZBNKKYC1
015116      10  FILLER                          PIC X(4)                ZBNKKYC1
015120          VALUE SPACES.                                           ZBNKKYC1
015124      10  WS-LINE6-PID                    PIC X(8).               ZBNKKYC1
015128      10  WS-LINE6-NAME                   PIC X(27).              ZBNKKYC1
015132      10  WS-LINE6-ROLE                   PIC X(9).               ZBNKKYC1
015136      10  WS-LINE6-PCT                    PIC ZZ9.99.             ZBNKKYC1
015140      10  FILLER                          PIC X(12)               ZBNKKYC1
015144          VALUE '%  screened '.                                   ZBNKKYC1
015148      10  WS-LINE6-SCREENED               PIC X(10).              ZBNKKYC1
015152    05  WS-LINE7.                                                 ZBNKKYC1
015156      10  WS-LINE7-CC                     PIC X(1)                ZBNKKYC1
015160          VALUE ' '.                                              ZBNKKYC1
015164      10  FILLER                          PIC X(28)               ZBNKKYC1
015168          VALUE 'Business owners listed'.                         ZBNKKYC1
015180      10  WS-LINE7-OWNERS                 PIC ZZZZ9.              ZBNKKYC1
015200                                                                  ZBNKKYC1
015300  01  WS-CONSOLE-MESSAGE                      PIC X(60).          ZBNKKYC1
015400                                                                  ZBNKKYC1
024100             ' customers, ' DELIMITED BY SIZE                     ZBNKKYC1
024200             WS-REVIEWS-DUE DELIMITED BY SIZE                     ZBNKKYC1
024300             ' reviews due' DELIMITED BY SIZE                     ZBNKKYC1
024325             ', ' DELIMITED BY SIZE                               ZBNKKYC1
024350             WS-OWNERS-LISTED DELIMITED BY SIZE                   ZBNKKYC1
024375             ' owners' DELIMITED BY SIZE                          ZBNKKYC1
024400        INTO WS-CONSOLE-MESSAGE.                                  ZBNKKYC1
024500      PERFORM DISPLAY-CONSOLE-MESSAGE.                            ZBNKKYC1
024600      MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                    ZBNKKYC1
028100      PERFORM PRINTOUT-PUT.                                       ZBNKKYC1
028200      PERFORM ACCUMULATE-BRANCH THRU                              ZBNKKYC1
028300              ACCUMULATE-BRANCH-EXIT.                             ZBNKKYC1
028320      IF BCS-CUST-BUSINESS                                        ZBNKKYC1
028340         PERFORM LIST-BUSINESS-OWNERS THRU                        ZBNKKYC1
028360                 LIST-BUSINESS-OWNERS-EXIT                        ZBNKKYC1
028380      END-IF.                                                     ZBNKKYC1
028400  CONSIDER-CUSTOMER-EXIT.                                         ZBNKKYC1
028500      EXIT.                                                       ZBNKKYC1
028501                                                                  ZBNKKYC1
028502***************************************************************** ZBNKKYC1
028503* A business coming due is reviewed with the people behind it - * ZBNKKYC1
028504* list its active beneficial owners and controlling persons     * ZBNKKYC1
028505* from BNKBOWN under it.  Each person's name is a keyed read of * ZBNKKYC1
028506* BNKCUST, so the scan is positioned again after the business   * ZBNKKYC1
028507* once the list is done.                                        * ZBNKKYC1
028508***************************************************************** ZBNKKYC1
028509  LIST-BUSINESS-OWNERS.                                           ZBNKKYC1
028510      IF WS-BNKBOWN-STATUS IS NOT EQUAL TO '00'                   ZBNKKYC1
028511         GO TO LIST-BUSINESS-OWNERS-EXIT                          ZBNKKYC1
028512      END-IF.                                                     ZBNKKYC1
028513      MOVE BCS-REC-PID TO WS-SCAN-PID.                            ZBNKKYC1
028514      MOVE WS-SCAN-PID TO BBO-REC-BUS-PID.                        ZBNKKYC1
028515      MOVE LOW-VALUES TO BBO-REC-OWN-PID.                         ZBNKKYC1
028516      START BNKBOWN-FILE KEY IS NOT LESS THAN BBO-KEY.            ZBNKKYC1
028517      IF WS-BNKBOWN-STATUS IS NOT EQUAL TO '00'                   ZBNKKYC1
028518         MOVE '00' TO WS-BNKBOWN-STATUS                           ZBNKKYC1
028519         GO TO LIST-BUSINESS-OWNERS-EXIT                          ZBNKKYC1
028520      END-IF.                                                     ZBNKKYC1
028521  LIST-BUSINESS-OWNERS-LOOP.                                      ZBNKKYC1
028522      READ BNKBOWN-FILE NEXT RECORD.                              ZBNKKYC1
028523      IF WS-BNKBOWN-STATUS IS NOT EQUAL TO '00' OR                ZBNKKYC1
028524         BBO-REC-BUS-PID IS NOT EQUAL TO WS-SCAN-PID              ZBNKKYC1
028525         MOVE '00' TO WS-BNKBOWN-STATUS                           ZBNKKYC1
028526         GO TO LIST-BUSINESS-OWNERS-DONE                          ZBNKKYC1
028527      END-IF.                                                     ZBNKKYC1
028528      IF NOT BBO-STATUS-ACTIVE                                    ZBNKKYC1
028529         GO TO LIST-BUSINESS-OWNERS-LOOP                          ZBNKKYC1
028530      END-IF.                                                     ZBNKKYC1
028531      ADD 1 TO WS-OWNERS-LISTED.                                  ZBNKKYC1
028532      MOVE BBO-REC-OWN-PID TO WS-LINE6-PID.                       ZBNKKYC1
028533      MOVE SPACES TO WS-LINE6-NAME.                               ZBNKKYC1
028534      MOVE BBO-REC-OWN-PID TO BCS-REC-PID.                        ZBNKKYC1
028535      READ BNKCUST-FILE KEY IS BCS-REC-PID.                       ZBNKKYC1
028536      IF WS-BNKCUST-STATUS IS EQUAL TO '00'                       ZBNKKYC1
028537         MOVE BCS-REC-NAME TO WS-LINE6-NAME                       ZBNKKYC1
028538      END-IF.                                                     ZBNKKYC1
028539      IF BBO-ROLE-OWNER                                           ZBNKKYC1
028540         MOVE 'Owner' TO WS-LINE6-ROLE                            ZBNKKYC1
028541         MOVE BBO-REC-PCT TO WS-LINE6-PCT                         ZBNKKYC1
028542      ELSE                                                        ZBNKKYC1
028543         MOVE 'Control' TO WS-LINE6-ROLE                          ZBNKKYC1
028544         MOVE ZERO TO WS-LINE6-PCT                                ZBNKKYC1
028545      END-IF.                                                     ZBNKKYC1
028546      MOVE BBO-REC-SCREENED-DTE TO WS-LINE6-SCREENED.             ZBNKKYC1
028547      MOVE WS-LINE6 TO PRINTOUT-REC.                              ZBNKKYC1
028548      PERFORM PRINTOUT-PUT.                                       ZBNKKYC1
028549      GO TO LIST-BUSINESS-OWNERS-LOOP.                            ZBNKKYC1
028550  LIST-BUSINESS-OWNERS-DONE.                                      ZBNKKYC1
028551      MOVE WS-SCAN-PID TO BCS-REC-PID.                            ZBNKKYC1
028552      START BNKCUST-FILE KEY GREATER THAN BCS-REC-PID.            ZBNKKYC1
028553      IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                   ZBNKKYC1
028554         MOVE 'YES' TO WS-END-OF-FILE                             ZBNKKYC1
028555      END-IF.                                                     ZBNKKYC1
028556  LIST-BUSINESS-OWNERS-EXIT.                                      ZBNKKYC1
028557      EXIT.                                                       ZBNKKYC1
028600                                                                  ZBNKKYC1
028700***************************************************************** ZBNKKYC1
028800* The branch of record comes from the customer's first account  * ZBNKKYC1
034200      MOVE 1 TO WS-BR-SUB.                                        ZBNKKYC1
034300  PRINT-BRANCH-TOTALS-LOOP.                                       ZBNKKYC1
034400      IF WS-BR-SUB IS GREATER THAN WS-BR-COUNT                    ZBNKKYC1
034500         GO TO PRINT-BRANCH-TOTALS-DONE                           ZBNKKYC1
034600      END-IF.                                                     ZBNKKYC1
034700      MOVE WS-BR-CODE (WS-BR-SUB) TO WS-LINE5-BRANCH.             ZBNKKYC1
034800      MOVE WS-BR-DUE (WS-BR-SUB) TO WS-LINE5-DUE.                 ZBNKKYC1
035000      PERFORM PRINTOUT-PUT.                                       ZBNKKYC1
035100      ADD 1 TO WS-BR-SUB.                                         ZBNKKYC1
035200      GO TO PRINT-BRANCH-TOTALS-LOOP.                             ZBNKKYC1
035205                                                                  ZBNKKYC1
035211***************************************************************** ZBNKKYC1
035222* The business owners covered by the due list follow the branch * ZBNKKYC1
035233* counts                                                        * ZBNKKYC1
035244***************************************************************** ZBNKKYC1
035255  PRINT-BRANCH-TOTALS-DONE.                                       ZBNKKYC1
035266      MOVE WS-OWNERS-LISTED TO WS-LINE7-OWNERS.                   ZBNKKYC1
035277      MOVE WS-LINE7 TO PRINTOUT-REC.                              ZBNKKYC1
035288      PERFORM PRINTOUT-PUT.                                       ZBNKKYC1
035300  PRINT-BRANCH-TOTALS-EXIT.                                       ZBNKKYC1
035400      EXIT.                                                       ZBNKKYC1
035500                                                                  ZBNKKYC1
037800      END-IF.                                                     ZBNKKYC1
037900                                                                  ZBNKKYC1
038000***************************************************************** ZBNKKYC1
038100* Open the customer, account, ownership and print files         * ZBNKKYC1
038200***************************************************************** ZBNKKYC1
038300  OPEN-FILES.                                                     ZBNKKYC1
038400      OPEN INPUT BNKCUST-FILE.                                    ZBNKKYC1
039900         PERFORM DISPLAY-IO-STATUS                                ZBNKKYC1
040000         PERFORM ABORT-PROGRAM                                    ZBNKKYC1
040100      END-IF.                                                     ZBNKKYC1
040108      OPEN INPUT BNKBOWN-FILE.                                    ZBNKKYC1
040116      IF WS-BNKBOWN-STATUS IS NOT EQUAL TO '00' AND               ZBNKKYC1
040124         WS-BNKBOWN-STATUS IS NOT EQUAL TO '05' AND               ZBNKKYC1
040132         WS-BNKBOWN-STATUS IS NOT EQUAL TO '35'                   ZBNKKYC1
040140         MOVE 'BNKBOWN file open failure...'                      ZBNKKYC1
040148           TO WS-CONSOLE-MESSAGE                                  ZBNKKYC1
040156         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKKYC1
040164         MOVE WS-BNKBOWN-STATUS TO WS-IO-STATUS                   ZBNKKYC1
040172         PERFORM DISPLAY-IO-STATUS                                ZBNKKYC1
040180         PERFORM ABORT-PROGRAM                                    ZBNKKYC1
040188      END-IF.                                                     ZBNKKYC1
040200      OPEN OUTPUT PRINTOUT-FILE.                                  ZBNKKYC1
040300      IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                  ZBNKKYC1
040400         MOVE 'PRINTOUT file open failure...'                     ZBNKKYC1
041500  CLOSE-FILES.                                                    ZBNKKYC1
041600      CLOSE BNKCUST-FILE.                                         ZBNKKYC1
041700      CLOSE BNKACC-FILE.                                          ZBNKKYC1
041750      CLOSE BNKBOWN-FILE.                                         ZBNKKYC1
041800      CLOSE PRINTOUT-FILE.                                        ZBNKKYC1
041900                                                                  ZBNKKYC1
042000***************************************************************** ZBNKKYC1
