002300*              each promise past its date is marked kept or     * ZBNKCOL1
002400*              broken, a broken promise escalating the case     * ZBNKCOL1
002500*              one level.  Prints the work-queue summary by     * ZBNKCOL1
002550*              bucket and the promise outcomes.  A revolving    * ZBNKCOL1
002600*              line of credit is worked like any loan, its      * ZBNKCOL1
002650*              arrears being the unpaid minimum payments.       * ZBNKCOL1
002660*              No case is worked while the borrower has an      * ZBNKCOL1
002670*              active bankruptcy case on BNKBKRP, nor for a     * ZBNKCOL1
002680*              loan the bankruptcy run has marked stayed or     * ZBNKCOL1
002690*              discharged - such loans are counted as held.     * ZBNKCOL1
002691*              A loan whose borrower holds an active care       * ZBNKCOL1
002692*              marker that pauses collections on BNKVULN -      * ZBNKCOL1
002693*              bereavement, financial difficulty or cognitive   * ZBNKCOL1
002694*              impairment - is held the same way, and a broken  * ZBNKCOL1
002695*              promise does not escalate such a case.           * ZBNKCOL1
002700***************************************************************** ZBNKCOL1
002800                                                                  ZBNKCOL1
002900 IDENTIFICATION DIVISION.                                         ZBNKCOL1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKCOL1
006200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCOL1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCOL1
006350            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCOL1
006400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCOL1
006414     SELECT BNKBKRP-FILE                                          ZBNKCOL1
006428            ASSIGN       TO BNKBKRP                               ZBNKCOL1
006442            ORGANIZATION IS INDEXED                               ZBNKCOL1
006456            ACCESS MODE  IS DYNAMIC                               ZBNKCOL1
006470            RECORD KEY   IS BKR-KEY                               ZBNKCOL1
006484            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKCOL1
006486     SELECT BNKVULN-FILE                                          ZBNKCOL1
006488            ASSIGN       TO BNKVULN                               ZBNKCOL1
006490            ORGANIZATION IS INDEXED                               ZBNKCOL1
006492            ACCESS MODE  IS DYNAMIC                               ZBNKCOL1
006494            RECORD KEY   IS VLM-KEY                               ZBNKCOL1
006496            FILE STATUS  IS WS-BNKVULN-STATUS.                    ZBNKCOL1
006500     SELECT PRINTOUT-FILE                                         ZBNKCOL1
006600            ASSIGN       TO PRINTOUT                              ZBNKCOL1
006700            ORGANIZATION IS SEQUENTIAL                            ZBNKCOL1
008600 FD  BNKTXN-FILE.                                                 ZBNKCOL1
008700 01  BNKTXN-REC.                                                  ZBNKCOL1
008800 COPY CBANKVTX.                                                   ZBNKCOL1
008820                                                                  ZBNKCOL1
008840 FD  BNKBKRP-FILE.                                                ZBNKCOL1
008860 01  BNKBKRP-REC.                                                 ZBNKCOL1
008880 COPY CBANKVBK.                                                   ZBNKCOL1
008884                                                                  ZBNKCOL1
008888 FD  BNKVULN-FILE.                                                ZBNKCOL1
008892 01  BNKVULN-REC.                                                 ZBNKCOL1
008896 COPY CBANKVVM.                                                   ZBNKCOL1
008900                                                                  ZBNKCOL1
009000 FD  PRINTOUT-FILE.                                               ZBNKCOL1
009100 01  PRINTOUT-REC                        PIC X(121).              ZBNKCOL1
011000   05  WS-BNKTXN-STATUS.                                          ZBNKCOL1
011100     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCOL1
011200     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCOL1
011225   05  WS-BNKBKRP-STATUS.                                         ZBNKCOL1
011250     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKCOL1
011275     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKCOL1
011281   05  WS-BNKVULN-STATUS.                                         ZBNKCOL1
011287     10  WS-BNKVULN-STAT1                    PIC X(1).            ZBNKCOL1
011293     10  WS-BNKVULN-STAT2                    PIC X(1).            ZBNKCOL1
011300   05  WS-PRINTOUT-STATUS.                                        ZBNKCOL1
011400     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCOL1
011500     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCOL1
013400       VALUE ZERO.                                                ZBNKCOL1
013500   05  WS-CASES-CLOSED                       PIC 9(7)             ZBNKCOL1
013600       VALUE ZERO.                                                ZBNKCOL1
013620   05  WS-LOANS-HELD                         PIC 9(7)             ZBNKCOL1
013640       VALUE ZERO.                                                ZBNKCOL1
013660   05  WS-BKR-HOLD                           PIC X(1).            ZBNKCOL1
013680     88  WS-BKR-HOLD-YES                     VALUE 'Y'.           ZBNKCOL1
013683   05  WS-LOANS-CARE-HELD                    PIC 9(7)             ZBNKCOL1
013686       VALUE ZERO.                                                ZBNKCOL1
013689   05  WS-CARE-PID                           PIC X(5).            ZBNKCOL1
013692   05  WS-CARE-HOLD                          PIC X(1).            ZBNKCOL1
013695     88  WS-CARE-HOLD-YES                    VALUE 'Y'.           ZBNKCOL1
013700   05  WS-PROMISES-KEPT                      PIC 9(7)             ZBNKCOL1
013800       VALUE ZERO.                                                ZBNKCOL1
013900   05  WS-PROMISES-BROKEN                    PIC 9(7)             ZBNKCOL1
014100   05  WS-ARREARS-ROWS                       PIC S9(5) COMP-3.    ZBNKCOL1
014200   05  WS-ARREARS-AMOUNT                     PIC S9(9)V99         ZBNKCOL1
014300       COMP-3.                                                    ZBNKCOL1
014333   05  WS-ARREARS-DUE                        PIC S9(9)V99         ZBNKCOL1
014366       COMP-3.                                                    ZBNKCOL1
014400   05  WS-MONTHS-ELAPSED                     PIC S9(5) COMP-3.    ZBNKCOL1
014500   05  WS-CASE-BUCKET                        PIC 9(1).            ZBNKCOL1
014600   05  WS-ORIG-YYYY                          PIC 9(4).            ZBNKCOL1
025200              PERFORM ABORT-PROGRAM                               ZBNKCOL1
025300           ELSE                                                   ZBNKCOL1
025400              ADD 1 TO WS-LOANS-READ                              ZBNKCOL1
025437              IF LNM-STATUS-ACTIVE                                ZBNKCOL1
025474                 PERFORM CHECK-BANKRUPTCY-HOLD                    ZBNKCOL1
025480                 MOVE LNM-REC-PID TO WS-CARE-PID                  ZBNKCOL1
025485                 PERFORM CHECK-CARE-HOLD THRU                     ZBNKCOL1
025490                         CHECK-CARE-HOLD-EXIT                     ZBNKCOL1
025511                 EVALUATE TRUE                                    ZBNKCOL1
025520                    WHEN WS-BKR-HOLD-YES                          ZBNKCOL1
025548                       ADD 1 TO WS-LOANS-HELD                     ZBNKCOL1
025560                    WHEN WS-CARE-HOLD-YES                         ZBNKCOL1
025570                       ADD 1 TO WS-LOANS-CARE-HELD                ZBNKCOL1
025585                    WHEN OTHER                                    ZBNKCOL1
025622                       PERFORM MAINTAIN-ONE-CASE                  ZBNKCOL1
025659                 END-EVALUATE                                     ZBNKCOL1
025700              END-IF                                              ZBNKCOL1
025800           END-IF                                                 ZBNKCOL1
025900        END-IF                                                    ZBNKCOL1
028900                                                                  ZBNKCOL1
029000     GOBACK.                                                      ZBNKCOL1
029100                                                                  ZBNKCOL1
029105***************************************************************** ZBNKCOL1
029110* A loan is held while its borrower is in bankruptcy - marked   * ZBNKCOL1
029115* stayed or discharged by the bankruptcy run, or an active case * ZBNKCOL1
029120* lodged since that run                                         * ZBNKCOL1
029125***************************************************************** ZBNKCOL1
029130 CHECK-BANKRUPTCY-HOLD.                                           ZBNKCOL1
029135     MOVE 'N' TO WS-BKR-HOLD.                                     ZBNKCOL1
029140     IF LNM-BKR-STAYED OR LNM-BKR-DISCHARGED                      ZBNKCOL1
029145        MOVE 'Y' TO WS-BKR-HOLD                                   ZBNKCOL1
029150     ELSE                                                         ZBNKCOL1
029155        MOVE LNM-REC-PID TO BKR-REC-PID                           ZBNKCOL1
029160        READ BNKBKRP-FILE                                         ZBNKCOL1
029165        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKCOL1
029170           BKR-CASE-ACTIVE                                        ZBNKCOL1
029175           MOVE 'Y' TO WS-BKR-HOLD                                ZBNKCOL1
029180        END-IF                                                    ZBNKCOL1
029185     END-IF.                                                      ZBNKCOL1
029190                                                                  ZBNKCOL1
029200***************************************************************** ZBNKCOL1
029300* One loan against the case file - open, refresh or close its   * ZBNKCOL1
029400* case from the markers the aging run stamped                   * ZBNKCOL1
032300           PERFORM CLOSE-CURRENT-CASE                             ZBNKCOL1
032400        END-IF                                                    ZBNKCOL1
032500     END-IF.                                                      ZBNKCOL1
032502                                                                  ZBNKCOL1
032503***************************************************************** ZBNKCOL1
032506* A loan is also held while its borrower has an active care     * ZBNKCOL1
032509* marker of a kind that pauses collections                      * ZBNKCOL1
032512***************************************************************** ZBNKCOL1
032515 CHECK-CARE-HOLD.                                                 ZBNKCOL1
032518     MOVE 'N' TO WS-CARE-HOLD.                                    ZBNKCOL1
032521     MOVE WS-CARE-PID TO VLM-REC-PID.                             ZBNKCOL1
032524     MOVE LOW-VALUES TO VLM-REC-CODE.                             ZBNKCOL1
032527     START BNKVULN-FILE KEY NOT LESS THAN VLM-KEY.                ZBNKCOL1
032530     IF WS-BNKVULN-STATUS IS NOT EQUAL TO '00'                    ZBNKCOL1
032533        GO TO CHECK-CARE-HOLD-EXIT                                ZBNKCOL1
032536     END-IF.                                                      ZBNKCOL1
032539 CHECK-CARE-HOLD-NEXT.                                            ZBNKCOL1
032542     READ BNKVULN-FILE NEXT RECORD.                               ZBNKCOL1
032545     IF WS-BNKVULN-STATUS IS NOT EQUAL TO '00' OR                 ZBNKCOL1
032548        VLM-REC-PID IS NOT EQUAL TO WS-CARE-PID                   ZBNKCOL1
032551        GO TO CHECK-CARE-HOLD-EXIT                                ZBNKCOL1
032554     END-IF.                                                      ZBNKCOL1
032557     IF VLM-STATUS-ACTIVE AND VLM-CODE-PAUSES-COLL                ZBNKCOL1
032560        MOVE 'Y' TO WS-CARE-HOLD                                  ZBNKCOL1
032563        GO TO CHECK-CARE-HOLD-EXIT                                ZBNKCOL1
032566     END-IF.                                                      ZBNKCOL1
032569     GO TO CHECK-CARE-HOLD-NEXT.                                  ZBNKCOL1
032572 CHECK-CARE-HOLD-EXIT.                                            ZBNKCOL1
032575     EXIT.                                                        ZBNKCOL1
032600                                                                  ZBNKCOL1
032700***************************************************************** ZBNKCOL1
032800* Bucket from the stamped days and arrears from the schedule    * ZBNKCOL1
034100     MOVE WS-SAVE-LOAN-ID (1:4) TO WS-ORIG-YYYY.                  ZBNKCOL1
034200     MOVE WS-SAVE-LOAN-ID (6:2) TO WS-ORIG-MM.                    ZBNKCOL1
034300     MOVE WS-SAVE-LOAN-ID (9:2) TO WS-ORIG-DD.                    ZBNKCOL1
034320     IF LNM-PRODUCT-REVOLVING AND                                 ZBNKCOL1
034340        WS-ORIG-DD IS GREATER THAN 28                             ZBNKCOL1
034360        MOVE 28 TO WS-ORIG-DD                                     ZBNKCOL1
034380     END-IF.                                                      ZBNKCOL1
034400     COMPUTE WS-MONTHS-ELAPSED =                                  ZBNKCOL1
034500       ((WS-TODAY-YYYY - WS-ORIG-YYYY) * 12) +                    ZBNKCOL1
034600       (WS-TODAY-MM - WS-ORIG-MM).                                ZBNKCOL1
035100        MOVE LNM-REC-TERM TO WS-MONTHS-ELAPSED                    ZBNKCOL1
035200     END-IF.                                                      ZBNKCOL1
035300     MOVE ZERO TO WS-ARREARS-ROWS.                                ZBNKCOL1
035350     MOVE ZERO TO WS-ARREARS-DUE.                                 ZBNKCOL1
035400     PERFORM SCAN-SCHEDULE-FOR-ARREARS.                           ZBNKCOL1
035442     IF LNM-PRODUCT-REVOLVING                                     ZBNKCOL1
035484        MOVE WS-ARREARS-DUE TO WS-ARREARS-AMOUNT                  ZBNKCOL1
035526     ELSE                                                         ZBNKCOL1
035568        COMPUTE WS-ARREARS-AMOUNT =                               ZBNKCOL1
035610          WS-ARREARS-ROWS * LNM-REC-MONTHLY-PAYMENT               ZBNKCOL1
035652     END-IF.                                                      ZBNKCOL1
035700                                                                  ZBNKCOL1
035800***************************************************************** ZBNKCOL1
035900* Walk the loan's schedule counting unpaid due rows             * ZBNKCOL1
038000              ELSE                                                ZBNKCOL1
038100                 IF LNS-ROW-UNPAID                                ZBNKCOL1
038200                    ADD 1 TO WS-ARREARS-ROWS                      ZBNKCOL1
038220                    ADD LNS-REC-PRINCIPAL-PORTION                 ZBNKCOL1
038240                      TO WS-ARREARS-DUE                           ZBNKCOL1
038260                    ADD LNS-REC-INTEREST-PORTION                  ZBNKCOL1
038280                      TO WS-ARREARS-DUE                           ZBNKCOL1
038300                 END-IF                                           ZBNKCOL1
038400              END-IF                                              ZBNKCOL1
038500           END-IF                                                 ZBNKCOL1
058200        MOVE 'Prom kept' TO WS-LINE4-ACTION                       ZBNKCOL1
058300     ELSE                                                         ZBNKCOL1
058400        SET COL-PROMISE-BROKEN TO TRUE                            ZBNKCOL1
058410        MOVE COL-REC-PID TO WS-CARE-PID                           ZBNKCOL1
058420        PERFORM CHECK-CARE-HOLD THRU                              ZBNKCOL1
058430                CHECK-CARE-HOLD-EXIT                              ZBNKCOL1
058500        IF COL-REC-ESC-LEVEL IS LESS THAN 9 AND                   ZBNKCOL1
058550           NOT WS-CARE-HOLD-YES                                   ZBNKCOL1
058600           ADD 1 TO COL-REC-ESC-LEVEL                             ZBNKCOL1
058700        END-IF                                                    ZBNKCOL1
058800        ADD 1 TO WS-PROMISES-BROKEN                               ZBNKCOL1
064900     MOVE WS-PROMISES-BROKEN TO WS-LINE5-COUNT.                   ZBNKCOL1
065000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCOL1
065100     PERFORM PRINTOUT-PUT.                                        ZBNKCOL1
065120     MOVE 'Loans held - bankruptcy' TO WS-LINE5-DESC.             ZBNKCOL1
065140     MOVE WS-LOANS-HELD TO WS-LINE5-COUNT.                        ZBNKCOL1
065160     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCOL1
065180     PERFORM PRINTOUT-PUT.                                        ZBNKCOL1
065184     MOVE 'Loans held - care marker' TO WS-LINE5-DESC.            ZBNKCOL1
065188     MOVE WS-LOANS-CARE-HELD TO WS-LINE5-COUNT.                   ZBNKCOL1
065192     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCOL1
065196     PERFORM PRINTOUT-PUT.                                        ZBNKCOL1
065200                                                                  ZBNKCOL1
065300***************************************************************** ZBNKCOL1
065400* Write a report line                                           * ZBNKCOL1
070500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCOL1
070600        PERFORM ABORT-PROGRAM                                     ZBNKCOL1
070700     END-IF.                                                      ZBNKCOL1
070708     OPEN INPUT BNKBKRP-FILE.                                     ZBNKCOL1
070716     IF WS-BNKBKRP-STATUS IS NOT EQUAL TO '00' AND                ZBNKCOL1
070724        WS-BNKBKRP-STATUS IS NOT EQUAL TO '05' AND                ZBNKCOL1
070732        WS-BNKBKRP-STATUS IS NOT EQUAL TO '35'                    ZBNKCOL1
070740        MOVE 'BNKBKRP file open failure...'                       ZBNKCOL1
070748          TO WS-CONSOLE-MESSAGE                                   ZBNKCOL1
070756        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCOL1
070764        MOVE WS-BNKBKRP-STATUS TO WS-IO-STATUS                    ZBNKCOL1
070772        PERFORM DISPLAY-IO-STATUS                                 ZBNKCOL1
070780        PERFORM ABORT-PROGRAM                                     ZBNKCOL1
070788     END-IF.                                                      ZBNKCOL1
070789     OPEN INPUT BNKVULN-FILE.                                     ZBNKCOL1
070790     IF WS-BNKVULN-STATUS IS NOT EQUAL TO '00' AND                ZBNKCOL1
070791        WS-BNKVULN-STATUS IS NOT EQUAL TO '05' AND                ZBNKCOL1
070792        WS-BNKVULN-STATUS IS NOT EQUAL TO '35'                    ZBNKCOL1
070793        MOVE 'BNKVULN file open failure...'                       ZBNKCOL1
070794          TO WS-CONSOLE-MESSAGE                                   ZBNKCOL1
070795        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCOL1
070796        MOVE WS-BNKVULN-STATUS TO WS-IO-STATUS                    ZBNKCOL1
070797        PERFORM DISPLAY-IO-STATUS                                 ZBNKCOL1
070798        PERFORM ABORT-PROGRAM                                     ZBNKCOL1
070799     END-IF.                                                      ZBNKCOL1
070800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCOL1
070900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCOL1
071000        MOVE 'PRINTOUT file open failure...'                      ZBNKCOL1
072300     CLOSE BNKLNSCH-FILE.                                         ZBNKCOL1
072400     CLOSE BNKCOLL-FILE.                                          ZBNKCOL1
072500     CLOSE BNKTXN-FILE.                                           ZBNKCOL1
072550     CLOSE BNKBKRP-FILE.                                          ZBNKCOL1
072575     CLOSE BNKVULN-FILE.                                          ZBNKCOL1
072600     CLOSE PRINTOUT-FILE.                                         ZBNKCOL1
072700                                                                  ZBNKCOL1
072800***************************************************************** ZBNKCOL1
