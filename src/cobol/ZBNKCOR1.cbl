001800*              debtor at another institution, and a control     * ZBNKCOR1
001900*              trailer.  The whole file is validated first -    * ZBNKCOR1
002000*              control totals, the corporate account's          * ZBNKCOR1
002075*              standing, every routing number valid and on the  * ZBNKCOR1
002150*              bank routing directory (BNKRTDIR) - and only a   * ZBNKCOR1
002225*              fully clean file originates; otherwise nothing   * ZBNKCOR1
002300*              is sent and every order is reported with its     * ZBNKCOR1
002375*              disposition (an accepted order shows the name    * ZBNKCOR1
002450*              of its bank), the same all-or-nothing rule       * ZBNKCOR1
002525*              ZBNKBLK1 applies to a salary file.               * ZBNKCOR1
002600*              Each accepted order is assigned a DC payment     * ZBNKCOR1
002700*              reference, recorded on BNKPAYQ in sent status    * ZBNKCOR1
002800*              awaiting the network's result, and written to    * ZBNKCOR1
003100*              credited by ZBNKCOL2 when the network settles    * ZBNKCOR1
003200*              the collection, and a network return reverses    * ZBNKCOR1
003300*              it there too.                                    * ZBNKCOR1
003333*              Every master-file update is journaled through    * ZBNKCOR1
003366*              UJOURNL for forward recovery.                    * ZBNKCOR1
003400***************************************************************** ZBNKCOR1
003500                                                                  ZBNKCOR1
003600 IDENTIFICATION DIVISION.                                         ZBNKCOR1
007200            ORGANIZATION IS SEQUENTIAL                            ZBNKCOR1
007300            ACCESS MODE  IS SEQUENTIAL                            ZBNKCOR1
007400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCOR1
007414     SELECT BNKRTDIR-FILE                                         ZBNKCOR1
007428            ASSIGN       TO BNKRTDIR                              ZBNKCOR1
007442            ORGANIZATION IS INDEXED                               ZBNKCOR1
007456            ACCESS MODE  IS RANDOM                                ZBNKCOR1
007470            RECORD KEY   IS RTD-KEY                               ZBNKCOR1
007484            FILE STATUS  IS WS-BNKRTDIR-STATUS.                   ZBNKCOR1
007500                                                                  ZBNKCOR1
007600 DATA DIVISION.                                                   ZBNKCOR1
007700 FILE SECTION.                                                    ZBNKCOR1
009200                                                                  ZBNKCOR1
009300 FD  PRINTOUT-FILE.                                               ZBNKCOR1
009400 01  PRINTOUT-REC                        PIC X(121).              ZBNKCOR1
009500 FD  BNKRTDIR-FILE.                                               ZBNKCOR1
009525 01  BNKRTDIR-REC.                                                ZBNKCOR1
009550 COPY CBANKVRT.                                                   ZBNKCOR1
009575                                                                  ZBNKCOR1
009600 WORKING-STORAGE SECTION.                                         ZBNKCOR1
009633 COPY CJOURNLD.                                                   ZBNKCOR1
009666                                                                  ZBNKCOR1
009700 COPY CRUNCTLD.                                                   ZBNKCOR1
009800                                                                  ZBNKCOR1
009900 COPY CTIMERD.                                                    ZBNKCOR1
016100   05  WS-PRINTOUT-STATUS.                                        ZBNKCOR1
016200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCOR1
016300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCOR1
016325   05  WS-BNKRTDIR-STATUS.                                        ZBNKCOR1
016350     10  WS-BNKRTDIR-STAT1                   PIC X(1).            ZBNKCOR1
016375     10  WS-BNKRTDIR-STAT2                   PIC X(1).            ZBNKCOR1
016400   05  WS-IO-STATUS.                                              ZBNKCOR1
016500     10  WS-IO-STAT1                         PIC X(1).            ZBNKCOR1
016600     10  WS-IO-STAT2                         PIC X(1).            ZBNKCOR1
020000       VALUE ZERO.                                                ZBNKCOR1
020100   05  WS-COL-REF                            PIC X(16).           ZBNKCOR1
020200   05  WS-DISPOSITION                        PIC X(30).           ZBNKCOR1
020225   05  WS-CHECK-ROUTING                      PIC X(9).            ZBNKCOR1
020250   05  WS-CHECK-RESULT                       PIC X(1).            ZBNKCOR1
020275   05  WS-ROUTING-REASON                     PIC X(30).           ZBNKCOR1
020300                                                                  ZBNKCOR1
020400 01  WS-REPORT-LINES.                                             ZBNKCOR1
020500   05  WS-LINE1.                                                  ZBNKCOR1
046000           MOVE 'Routing number not numeric' TO WS-DISPOSITION    ZBNKCOR1
046100           MOVE 'N' TO WS-FILE-CLEAN                              ZBNKCOR1
046200        ELSE                                                      ZBNKCOR1
046231           MOVE WS-CI-ROUTING TO WS-CHECK-ROUTING                 ZBNKCOR1
046262           PERFORM CHECK-ROUTING THRU                             ZBNKCOR1
046277                   CHECK-ROUTING-EXIT                             ZBNKCOR1
046293           IF WS-ROUTING-REASON IS NOT EQUAL TO SPACES            ZBNKCOR1
046324              MOVE WS-ROUTING-REASON TO WS-DISPOSITION            ZBNKCOR1
046355              MOVE 'N' TO WS-FILE-CLEAN                           ZBNKCOR1
046386           ELSE                                                   ZBNKCOR1
046417              IF WS-CI-DEBTOR-NAME IS EQUAL TO SPACES             ZBNKCOR1
046448                 MOVE 'Debtor name is missing' TO WS-DISPOSITION  ZBNKCOR1
046479                 MOVE 'N' TO WS-FILE-CLEAN                        ZBNKCOR1
046510              ELSE                                                ZBNKCOR1
046541                 STRING 'ACCEPTED - ' DELIMITED BY SIZE           ZBNKCOR1
046572                        RTD-REC-NAME DELIMITED BY SIZE            ZBNKCOR1
046603                   INTO WS-DISPOSITION                            ZBNKCOR1
046634              END-IF                                              ZBNKCOR1
046665           END-IF                                                 ZBNKCOR1
046700        END-IF                                                    ZBNKCOR1
046800     END-IF.                                                      ZBNKCOR1
046900     MOVE WS-CI-ROUTING TO WS-LINE4-ROUTING.                      ZBNKCOR1
055700     MOVE WS-TIMESTAMP TO PQ-REC-QUEUED-TIMESTAMP.                ZBNKCOR1
055800     MOVE WS-TODAY-ISO TO PQ-REC-SENT-DATE.                       ZBNKCOR1
055900     MOVE SPACES TO PQ-REC-SETTLE-DATE.                           ZBNKCOR1
056000     WRITE PQ-RECORD                                              ZBNKCOR1
056033     SET JRN-CTL-ADD TO TRUE                                      ZBNKCOR1
056066     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKCOR1
056100     IF WS-BNKPAYQ-STATUS IS EQUAL TO '22'                        ZBNKCOR1
056200        PERFORM ASSIGN-COLLECTION-REF THRU                        ZBNKCOR1
056300                ASSIGN-COLLECTION-REF-EXIT                        ZBNKCOR1
056400        MOVE WS-COL-REF TO PQ-REC-REF                             ZBNKCOR1
056500        WRITE PQ-RECORD                                           ZBNKCOR1
056533        SET JRN-CTL-ADD TO TRUE                                   ZBNKCOR1
056566        PERFORM JOURNAL-BNKPAYQ                                   ZBNKCOR1
056600     END-IF.                                                      ZBNKCOR1
056700     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKCOR1
056800        MOVE 'Unable to record collection order'                  ZBNKCOR1
066100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCOR1
066200        PERFORM ABORT-PROGRAM                                     ZBNKCOR1
066300     END-IF.                                                      ZBNKCOR1
066310     OPEN INPUT BNKRTDIR-FILE.                                    ZBNKCOR1
066320     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKCOR1
066330        MOVE 'BNKRTDIR file open failure...'                      ZBNKCOR1
066340          TO WS-CONSOLE-MESSAGE                                   ZBNKCOR1
066350        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCOR1
066360        MOVE WS-BNKRTDIR-STATUS TO WS-IO-STATUS                   ZBNKCOR1
066370        PERFORM DISPLAY-IO-STATUS                                 ZBNKCOR1
066380        PERFORM ABORT-PROGRAM                                     ZBNKCOR1
066390     END-IF.                                                      ZBNKCOR1
066400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCOR1
066500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCOR1
066600        MOVE 'PRINTOUT file open failure...'                      ZBNKCOR1
067900     CLOSE BNKACC-FILE.                                           ZBNKCOR1
068000     CLOSE BNKPAYQ-FILE.                                          ZBNKCOR1
068100     CLOSE PRINTOUT-FILE.                                         ZBNKCOR1
068150     CLOSE BNKRTDIR-FILE.                                         ZBNKCOR1
068200                                                                  ZBNKCOR1
068202***************************************************************** ZBNKCOR1
068204* Check a routing against the bank routing directory - the      * ZBNKCOR1
068206* check digit must pass, and the bank must be listed, active    * ZBNKCOR1
068208* and able to receive ACH items.  A failure leaves the reason   * ZBNKCOR1
068210* in WS-ROUTING-REASON.                                         * ZBNKCOR1
068212***************************************************************** ZBNKCOR1
068214 CHECK-ROUTING.                                                   ZBNKCOR1
068216     MOVE SPACES TO WS-ROUTING-REASON.                            ZBNKCOR1
068218     CALL 'URTNCHK' USING WS-CHECK-ROUTING                        ZBNKCOR1
068220                          WS-CHECK-RESULT.                        ZBNKCOR1
068222     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y'                       ZBNKCOR1
068224        MOVE 'Routing fails check digit' TO WS-ROUTING-REASON     ZBNKCOR1
068226        GO TO CHECK-ROUTING-EXIT                                  ZBNKCOR1
068228     END-IF.                                                      ZBNKCOR1
068230     MOVE WS-CHECK-ROUTING TO RTD-KEY.                            ZBNKCOR1
068232     READ BNKRTDIR-FILE.                                          ZBNKCOR1
068234     IF WS-BNKRTDIR-STATUS IS NOT EQUAL TO '00'                   ZBNKCOR1
068236        MOVE 'Routing not on bank directory' TO WS-ROUTING-REASON ZBNKCOR1
068238        GO TO CHECK-ROUTING-EXIT                                  ZBNKCOR1
068240     END-IF.                                                      ZBNKCOR1
068242     IF RTD-STATUS-INACTIVE                                       ZBNKCOR1
068244        MOVE 'Bank routing no longer active' TO WS-ROUTING-REASON ZBNKCOR1
068246        GO TO CHECK-ROUTING-EXIT                                  ZBNKCOR1
068248     END-IF.                                                      ZBNKCOR1
068250     IF NOT RTD-ACH-OK                                            ZBNKCOR1
068252        MOVE 'Bank cannot receive ACH' TO WS-ROUTING-REASON       ZBNKCOR1
068254     END-IF.                                                      ZBNKCOR1
068256 CHECK-ROUTING-EXIT.                                              ZBNKCOR1
068258     EXIT.                                                        ZBNKCOR1
068259                                                                  ZBNKCOR1
068260***************************************************************** ZBNKCOR1
068262* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKCOR1
068264* it can be rolled forward onto a reload                        * ZBNKCOR1
068266***************************************************************** ZBNKCOR1
068268 JOURNAL-BNKPAYQ.                                                 ZBNKCOR1
068270     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKCOR1
068272     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKCOR1
068274     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKCOR1
068276     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCOR1
068278     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCOR1
068280     IF JRN-CTL-ERROR                                             ZBNKCOR1
068282        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCOR1
068284        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCOR1
068286        PERFORM ABORT-PROGRAM                                     ZBNKCOR1
068288     END-IF.                                                      ZBNKCOR1
068290                                                                  ZBNKCOR1
068300***************************************************************** ZBNKCOR1
068400* Display the file status bytes. This routine will display as   * ZBNKCOR1
068500* two digits if the full two byte file status is numeric. If    * ZBNKCOR1
