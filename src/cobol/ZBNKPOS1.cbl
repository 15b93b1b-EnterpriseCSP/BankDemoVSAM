002400*              descriptor so the item reads properly on the     * ZBNKPOS1
002500*              BBANK40P list and the statement.  Settlement     * ZBNKPOS1
002600*              totals are recorded to BNKCTL.                   * ZBNKPOS1
002616*              Each posted item releases the authorization hold * ZBNKPOS1
002632*              BCARD01P placed when the purchase was approved - * ZBNKPOS1
002648*              matched on the approval code the network quotes  * ZBNKPOS1
002664*              back, else on the first active authorization     * ZBNKPOS1
002680*              hold for the same amount.                        * ZBNKPOS1
002686*              Every master-file update is journaled through    * ZBNKPOS1
002692*              UJOURNL for forward recovery.                    * ZBNKPOS1
002694*              A debit to an account enrolled for round-up      * ZBNKPOS1
002695*              savings (BNKRNDU) is rounded up to the next      * ZBNKPOS1
002696*              multiple chosen and the difference is collected  * ZBNKPOS1
002697*              for ZBNKRUP1's daily transfer.                   * ZBNKPOS1
002700***************************************************************** ZBNKPOS1
002800                                                                  ZBNKPOS1
002900 IDENTIFICATION DIVISION.                                         ZBNKPOS1
006100            ACCESS MODE  IS RANDOM                                ZBNKPOS1
006200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKPOS1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKPOS1
006350            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKPOS1
006400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKPOS1
006500     SELECT BNKCTL-FILE                                           ZBNKPOS1
006600            ASSIGN       TO BNKCTL                                ZBNKPOS1
006800            ACCESS MODE  IS RANDOM                                ZBNKPOS1
006900            RECORD KEY   IS CTL-KEY                               ZBNKPOS1
007000            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKPOS1
007014     SELECT BNKAVLH-FILE                                          ZBNKPOS1
007028            ASSIGN       TO BNKAVLH                               ZBNKPOS1
007042            ORGANIZATION IS INDEXED                               ZBNKPOS1
007056            ACCESS MODE  IS DYNAMIC                               ZBNKPOS1
007070            RECORD KEY   IS AVH-KEY                               ZBNKPOS1
007084            FILE STATUS  IS WS-BNKAVLH-STATUS.                    ZBNKPOS1
007086     SELECT BNKRNDU-FILE                                          ZBNKPOS1
007088            ASSIGN       TO BNKRNDU                               ZBNKPOS1
007090            ORGANIZATION IS INDEXED                               ZBNKPOS1
007092            ACCESS MODE  IS RANDOM                                ZBNKPOS1
007094            RECORD KEY   IS RUP-REC-ACCNO                         ZBNKPOS1
007096            FILE STATUS  IS WS-BNKRNDU-STATUS.                    ZBNKPOS1
007100     SELECT PRINTOUT-FILE                                         ZBNKPOS1
007200            ASSIGN       TO PRINTOUT                              ZBNKPOS1
007300            ORGANIZATION IS SEQUENTIAL                            ZBNKPOS1
009600 01  BNKCTL-REC.                                                  ZBNKPOS1
009700 COPY CBANKVCT.                                                   ZBNKPOS1
009800                                                                  ZBNKPOS1
009820 FD  BNKAVLH-FILE.                                                ZBNKPOS1
009840 01  BNKAVLH-REC.                                                 ZBNKPOS1
009860 COPY CBANKVAH.                                                   ZBNKPOS1
009880                                                                  ZBNKPOS1
009885 FD  BNKRNDU-FILE.                                                ZBNKPOS1
009890 01  BNKRNDU-REC.                                                 ZBNKPOS1
009895 COPY CBANKVRU.                                                   ZBNKPOS1
009900 FD  PRINTOUT-FILE.                                               ZBNKPOS1
010000 01  PRINTOUT-REC                        PIC X(121).              ZBNKPOS1
010100                                                                  ZBNKPOS1
010200 WORKING-STORAGE SECTION.                                         ZBNKPOS1
010233 COPY CJOURNLD.                                                   ZBNKPOS1
010266                                                                  ZBNKPOS1
010300 COPY CRUNCTLD.                                                   ZBNKPOS1
010400                                                                  ZBNKPOS1
010500 COPY CTIMERD.                                                    ZBNKPOS1
012100   05  WS-PS-AMOUNT-X REDEFINES WS-PS-AMOUNT                      ZBNKPOS1
012200                                             PIC X(11).           ZBNKPOS1
012300   05  WS-PS-MERCHANT                        PIC X(30).           ZBNKPOS1
012366   05  WS-PS-AUTH-CODE                       PIC X(6).            ZBNKPOS1
012432   05  FILLER                                PIC X(36).           ZBNKPOS1
012500                                                                  ZBNKPOS1
012600 01  WS-POSIN-TRAILER REDEFINES WS-POSIN-DETAIL.                  ZBNKPOS1
012700   05  WS-PT-RECORD-TYPE                     PIC X(1).            ZBNKPOS1
015000   05  WS-BNKCTL-STATUS.                                          ZBNKPOS1
015100     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKPOS1
015200     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKPOS1
015225   05  WS-BNKAVLH-STATUS.                                         ZBNKPOS1
015250     10  WS-BNKAVLH-STAT1                    PIC X(1).            ZBNKPOS1
015275     10  WS-BNKAVLH-STAT2                    PIC X(1).            ZBNKPOS1
015280   05  WS-BNKRNDU-STATUS.                                         ZBNKPOS1
015285     10  WS-BNKRNDU-STAT1                    PIC X(1).            ZBNKPOS1
015290     10  WS-BNKRNDU-STAT2                    PIC X(1).            ZBNKPOS1
015300   05  WS-PRINTOUT-STATUS.                                        ZBNKPOS1
015400     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKPOS1
015500     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKPOS1
017400       VALUE ZERO.                                                ZBNKPOS1
017500   05  WS-ITEMS-CHARGED-BACK                 PIC 9(7)             ZBNKPOS1
017600       VALUE ZERO.                                                ZBNKPOS1
017620   05  WS-HOLDS-MATCHED                      PIC 9(7)             ZBNKPOS1
017640       VALUE ZERO.                                                ZBNKPOS1
017660   05  WS-HOLDS-UNMATCHED                    PIC 9(7)             ZBNKPOS1
017680       VALUE ZERO.                                                ZBNKPOS1
017682   05  WS-ROUNDUPS-COLLECTED                 PIC 9(7)             ZBNKPOS1
017684       VALUE ZERO.                                                ZBNKPOS1
017686   05  WS-ROUNDUP-AMOUNT                     PIC S9(7)V99 COMP-3. ZBNKPOS1
017688   05  WS-ROUNDUP-QUOTIENT                   PIC S9(9) COMP-3.    ZBNKPOS1
017690   05  WS-ROUNDUP-REMAINDER                  PIC S9(7)V99 COMP-3. ZBNKPOS1
017692   05  WS-RNDU-OPEN                          PIC X(1)             ZBNKPOS1
017694       VALUE 'N'.                                                 ZBNKPOS1
017700   05  WS-AMOUNT-READ                        PIC S9(11)V99 COMP-3 ZBNKPOS1
017800       VALUE ZERO.                                                ZBNKPOS1
017900   05  WS-AMOUNT-POSTED                      PIC S9(11)V99 COMP-3 ZBNKPOS1
018600       VALUE ZERO.                                                ZBNKPOS1
018700   05  WS-REJECT-REASON                      PIC X(30).           ZBNKPOS1
018800   05  WS-POST-ACCNO                         PIC X(9).            ZBNKPOS1
018820   05  WS-MATCH-MODE                         PIC X(1).            ZBNKPOS1
018840     88  MATCH-ON-AUTH-CODE                  VALUE 'C'.           ZBNKPOS1
018860     88  MATCH-ON-AMOUNT                     VALUE 'A'.           ZBNKPOS1
018880   05  WS-MATCH-FOUND                        PIC X(1).            ZBNKPOS1
018900                                                                  ZBNKPOS1
019000 01  WS-REPORT-LINES.                                             ZBNKPOS1
019100   05  WS-LINE1.                                                  ZBNKPOS1
029100            ' to chargebacks' DELIMITED BY SIZE                   ZBNKPOS1
029200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPOS1
029300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPOS1
029312     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPOS1
029324     STRING WS-HOLDS-MATCHED DELIMITED BY SIZE                    ZBNKPOS1
029336            ' auth holds released, ' DELIMITED BY SIZE            ZBNKPOS1
029348            WS-HOLDS-UNMATCHED DELIMITED BY SIZE                  ZBNKPOS1
029360            ' without a hold' DELIMITED BY SIZE                   ZBNKPOS1
029372       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPOS1
029384     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPOS1
029386     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPOS1
029388     STRING WS-ROUNDUPS-COLLECTED DELIMITED BY SIZE               ZBNKPOS1
029390            ' round-ups collected for savings' DELIMITED BY SIZE  ZBNKPOS1
029392       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPOS1
029394     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPOS1
029400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKPOS1
029500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPOS1
029600                                                                  ZBNKPOS1
040900        GO TO POST-ONE-DEBIT-EXIT                                 ZBNKPOS1
041000     END-IF.                                                      ZBNKPOS1
041100     SUBTRACT WS-PS-AMOUNT FROM BAC-REC-BALANCE.                  ZBNKPOS1
041200     REWRITE BAC-RECORD                                           ZBNKPOS1
041233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKPOS1
041266     PERFORM JOURNAL-BNKACC.                                      ZBNKPOS1
041300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPOS1
041400        MOVE 'Unable to rewrite debited account'                  ZBNKPOS1
041500          TO WS-CONSOLE-MESSAGE                                   ZBNKPOS1
041900        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
042000     END-IF.                                                      ZBNKPOS1
042100     PERFORM WRITE-DEBIT-AUDIT.                                   ZBNKPOS1
042133     PERFORM RELEASE-AUTH-HOLD THRU                               ZBNKPOS1
042166             RELEASE-AUTH-HOLD-EXIT.                              ZBNKPOS1
042170     PERFORM COLLECT-ROUNDUP THRU                                 ZBNKPOS1
042180             COLLECT-ROUNDUP-EXIT.                                ZBNKPOS1
042200     ADD 1 TO WS-ITEMS-POSTED.                                    ZBNKPOS1
042300     ADD WS-PS-AMOUNT TO WS-AMOUNT-POSTED.                        ZBNKPOS1
042400 POST-ONE-DEBIT-EXIT.                                             ZBNKPOS1
042500     EXIT.                                                        ZBNKPOS1
042502                                                                  ZBNKPOS1
042504***************************************************************** ZBNKPOS1
042506* An account enrolled for round-up savings has the debit        * ZBNKPOS1
042508* rounded up to the next multiple of whole units it chose, and  * ZBNKPOS1
042510* the difference is added to what ZBNKRUP1 moves to its savings * ZBNKPOS1
042512* account on the next daily run.  An exact multiple has nothing * ZBNKPOS1
042514* to round up; a stopped enrolment collects nothing.            * ZBNKPOS1
042516***************************************************************** ZBNKPOS1
042518 COLLECT-ROUNDUP.                                                 ZBNKPOS1
042520     IF WS-RNDU-OPEN IS NOT EQUAL TO 'Y'                          ZBNKPOS1
042522        GO TO COLLECT-ROUNDUP-EXIT                                ZBNKPOS1
042524     END-IF.                                                      ZBNKPOS1
042526     MOVE WS-POST-ACCNO TO RUP-REC-ACCNO.                         ZBNKPOS1
042528     READ BNKRNDU-FILE.                                           ZBNKPOS1
042530     IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                    ZBNKPOS1
042532        GO TO COLLECT-ROUNDUP-EXIT                                ZBNKPOS1
042534     END-IF.                                                      ZBNKPOS1
042536     IF NOT RUP-STATUS-ACTIVE OR                                  ZBNKPOS1
042538        RUP-REC-MULTIPLE IS NOT GREATER THAN ZERO                 ZBNKPOS1
042540        GO TO COLLECT-ROUNDUP-EXIT                                ZBNKPOS1
042542     END-IF.                                                      ZBNKPOS1
042544     DIVIDE WS-PS-AMOUNT BY RUP-REC-MULTIPLE                      ZBNKPOS1
042546       GIVING WS-ROUNDUP-QUOTIENT                                 ZBNKPOS1
042548       REMAINDER WS-ROUNDUP-REMAINDER.                            ZBNKPOS1
042550     IF WS-ROUNDUP-REMAINDER IS EQUAL TO ZERO                     ZBNKPOS1
042552        GO TO COLLECT-ROUNDUP-EXIT                                ZBNKPOS1
042554     END-IF.                                                      ZBNKPOS1
042556     COMPUTE WS-ROUNDUP-AMOUNT =                                  ZBNKPOS1
042558       RUP-REC-MULTIPLE - WS-ROUNDUP-REMAINDER.                   ZBNKPOS1
042560     ADD WS-ROUNDUP-AMOUNT TO RUP-REC-PENDING-AMT.                ZBNKPOS1
042562     ADD 1 TO RUP-REC-PENDING-CNT.                                ZBNKPOS1
042564     REWRITE BNKRNDU-REC.                                         ZBNKPOS1
042566     IF WS-BNKRNDU-STATUS IS NOT EQUAL TO '00'                    ZBNKPOS1
042568        MOVE 'Unable to rewrite round-up enrolment'               ZBNKPOS1
042570          TO WS-CONSOLE-MESSAGE                                   ZBNKPOS1
042572        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPOS1
042574        MOVE WS-BNKRNDU-STATUS TO WS-IO-STATUS                    ZBNKPOS1
042576        PERFORM DISPLAY-IO-STATUS                                 ZBNKPOS1
042578        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
042580     END-IF.                                                      ZBNKPOS1
042582     ADD 1 TO WS-ROUNDUPS-COLLECTED.                              ZBNKPOS1
042584 COLLECT-ROUNDUP-EXIT.                                            ZBNKPOS1
042586     EXIT.                                                        ZBNKPOS1
042600                                                                  ZBNKPOS1
042601***************************************************************** ZBNKPOS1
042602* Release the pending-authorization hold the purchase was       * ZBNKPOS1
042603* approved under, so the amount stops counting twice against    * ZBNKPOS1
042604* the available funds.  The approval code picks the hold; an    * ZBNKPOS1
042605* item without one, or whose code no hold carries, takes the    * ZBNKPOS1
042606* first active authorization hold for the same amount.  A       * ZBNKPOS1
042607* purchase the terminal took offline has no hold to release.    * ZBNKPOS1
042608***************************************************************** ZBNKPOS1
042609 RELEASE-AUTH-HOLD.                                               ZBNKPOS1
042610     MOVE 'N' TO WS-MATCH-FOUND.                                  ZBNKPOS1
042611     IF WS-PS-AUTH-CODE IS NOT EQUAL TO SPACES                    ZBNKPOS1
042612        SET MATCH-ON-AUTH-CODE TO TRUE                            ZBNKPOS1
042613        PERFORM FIND-AUTH-HOLD THRU                               ZBNKPOS1
042614                FIND-AUTH-HOLD-EXIT                               ZBNKPOS1
042615     END-IF.                                                      ZBNKPOS1
042616     IF WS-MATCH-FOUND IS NOT EQUAL TO 'Y'                        ZBNKPOS1
042617        SET MATCH-ON-AMOUNT TO TRUE                               ZBNKPOS1
042618        PERFORM FIND-AUTH-HOLD THRU                               ZBNKPOS1
042619                FIND-AUTH-HOLD-EXIT                               ZBNKPOS1
042620     END-IF.                                                      ZBNKPOS1
042621     IF WS-MATCH-FOUND IS NOT EQUAL TO 'Y'                        ZBNKPOS1
042622        ADD 1 TO WS-HOLDS-UNMATCHED                               ZBNKPOS1
042623        GO TO RELEASE-AUTH-HOLD-EXIT                              ZBNKPOS1
042624     END-IF.                                                      ZBNKPOS1
042625     SET AVH-STATUS-RELEASED TO TRUE.                             ZBNKPOS1
042626     REWRITE AVH-RECORD.                                          ZBNKPOS1
042627     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKPOS1
042628        MOVE 'Unable to release authorization hold'               ZBNKPOS1
042629          TO WS-CONSOLE-MESSAGE                                   ZBNKPOS1
042630        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPOS1
042631        MOVE WS-BNKAVLH-STATUS TO WS-IO-STATUS                    ZBNKPOS1
042632        PERFORM DISPLAY-IO-STATUS                                 ZBNKPOS1
042633        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
042634     END-IF.                                                      ZBNKPOS1
042635     ADD 1 TO WS-HOLDS-MATCHED.                                   ZBNKPOS1
042636 RELEASE-AUTH-HOLD-EXIT.                                          ZBNKPOS1
042637     EXIT.                                                        ZBNKPOS1
042638                                                                  ZBNKPOS1
042639***************************************************************** ZBNKPOS1
042640* Browse the posting account's holds for an active authorization* ZBNKPOS1
042641* hold matching the way WS-MATCH-MODE says; the record is left  * ZBNKPOS1
042642* current for the release                                       * ZBNKPOS1
042643***************************************************************** ZBNKPOS1
042644 FIND-AUTH-HOLD.                                                  ZBNKPOS1
042645     MOVE 'N' TO WS-MATCH-FOUND.                                  ZBNKPOS1
042646     MOVE WS-POST-ACCNO TO AVH-REC-ACCNO.                         ZBNKPOS1
042647     MOVE ZERO TO AVH-REC-SEQ.                                    ZBNKPOS1
042648     START BNKAVLH-FILE KEY IS NOT LESS THAN AVH-KEY.             ZBNKPOS1
042649     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKPOS1
042650        GO TO FIND-AUTH-HOLD-EXIT                                 ZBNKPOS1
042651     END-IF.                                                      ZBNKPOS1
042652 FIND-AUTH-HOLD-LOOP.                                             ZBNKPOS1
042653     READ BNKAVLH-FILE NEXT RECORD.                               ZBNKPOS1
042654     IF WS-BNKAVLH-STAT1 IS NOT EQUAL TO '0'                      ZBNKPOS1
042655        GO TO FIND-AUTH-HOLD-EXIT                                 ZBNKPOS1
042656     END-IF.                                                      ZBNKPOS1
042657     IF AVH-REC-ACCNO IS NOT EQUAL TO WS-POST-ACCNO               ZBNKPOS1
042658        GO TO FIND-AUTH-HOLD-EXIT                                 ZBNKPOS1
042659     END-IF.                                                      ZBNKPOS1
042660     IF AVH-STATUS-ACTIVE AND AVH-TYPE-POS-AUTH                   ZBNKPOS1
042661        IF (MATCH-ON-AUTH-CODE AND                                ZBNKPOS1
042662            AVH-REC-AUTH-CODE IS EQUAL TO WS-PS-AUTH-CODE) OR     ZBNKPOS1
042663           (MATCH-ON-AMOUNT AND                                   ZBNKPOS1
042664            AVH-REC-AMOUNT IS EQUAL TO WS-PS-AMOUNT)              ZBNKPOS1
042665           MOVE 'Y' TO WS-MATCH-FOUND                             ZBNKPOS1
042666           GO TO FIND-AUTH-HOLD-EXIT                              ZBNKPOS1
042667        END-IF                                                    ZBNKPOS1
042668     END-IF.                                                      ZBNKPOS1
042669     GO TO FIND-AUTH-HOLD-LOOP.                                   ZBNKPOS1
042670 FIND-AUTH-HOLD-EXIT.                                             ZBNKPOS1
042671     EXIT.                                                        ZBNKPOS1
042672                                                                  ZBNKPOS1
042700***************************************************************** ZBNKPOS1
042800* The account the card settles against - its recorded link, or  * ZBNKPOS1
042900* the holder's first open account when none is recorded.  The   * ZBNKPOS1
049600                           WS-TWOS-COMP-OUTPUT                    ZBNKPOS1
049700                           WS-TWOS-COMP-FORMAT.                   ZBNKPOS1
049800     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKPOS1
049850 COPY CBANKTXP.                                                   ZBNKPOS1
049900     WRITE BTX-RECORD                                             ZBNKPOS1
049933     SET JRN-CTL-ADD TO TRUE                                      ZBNKPOS1
049966     PERFORM JOURNAL-BNKTXN.                                      ZBNKPOS1
050000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKPOS1
050100        MOVE 'Unable to write POS audit record'                   ZBNKPOS1
050200          TO WS-CONSOLE-MESSAGE                                   ZBNKPOS1
060700        PERFORM DISPLAY-IO-STATUS                                 ZBNKPOS1
060800        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
060900     END-IF.                                                      ZBNKPOS1
060910     OPEN I-O BNKAVLH-FILE.                                       ZBNKPOS1
060920     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKPOS1
060930        MOVE 'BNKAVLH file open failure...'                       ZBNKPOS1
060940          TO WS-CONSOLE-MESSAGE                                   ZBNKPOS1
060950        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPOS1
060960        MOVE WS-BNKAVLH-STATUS TO WS-IO-STATUS                    ZBNKPOS1
060970        PERFORM DISPLAY-IO-STATUS                                 ZBNKPOS1
060980        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
060990     END-IF.                                                      ZBNKPOS1
060992     OPEN I-O BNKRNDU-FILE.                                       ZBNKPOS1
060994     IF WS-BNKRNDU-STATUS IS EQUAL TO '00'                        ZBNKPOS1
060996        MOVE 'Y' TO WS-RNDU-OPEN                                  ZBNKPOS1
060998     END-IF.                                                      ZBNKPOS1
061000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKPOS1
061100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPOS1
061200        MOVE 'PRINTOUT file open failure...'                      ZBNKPOS1
062600     CLOSE BNKACC-FILE.                                           ZBNKPOS1
062700     CLOSE BNKTXN-FILE.                                           ZBNKPOS1
062800     CLOSE BNKCTL-FILE.                                           ZBNKPOS1
062850     CLOSE BNKAVLH-FILE.                                          ZBNKPOS1
062860     IF WS-RNDU-OPEN IS EQUAL TO 'Y'                              ZBNKPOS1
062870        CLOSE BNKRNDU-FILE                                        ZBNKPOS1
062880        MOVE 'N' TO WS-RNDU-OPEN                                  ZBNKPOS1
062890     END-IF.                                                      ZBNKPOS1
062900     CLOSE PRINTOUT-FILE.                                         ZBNKPOS1
063000                                                                  ZBNKPOS1
063003***************************************************************** ZBNKPOS1
063006* Journal the BNKACC record just added, changed or deleted so   * ZBNKPOS1
063009* it can be rolled forward onto a reload                        * ZBNKPOS1
063012***************************************************************** ZBNKPOS1
063015 JOURNAL-BNKACC.                                                  ZBNKPOS1
063018     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKPOS1
063021     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPOS1
063024     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKPOS1
063027     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPOS1
063030     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPOS1
063033     IF JRN-CTL-ERROR                                             ZBNKPOS1
063036        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPOS1
063039        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPOS1
063042        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
063045     END-IF.                                                      ZBNKPOS1
063048                                                                  ZBNKPOS1
063051***************************************************************** ZBNKPOS1
063054* Journal the BNKTXN record just added, changed or deleted so   * ZBNKPOS1
063057* it can be rolled forward onto a reload                        * ZBNKPOS1
063060***************************************************************** ZBNKPOS1
063063 JOURNAL-BNKTXN.                                                  ZBNKPOS1
063066     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKPOS1
063069     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPOS1
063072     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKPOS1
063075     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPOS1
063078     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPOS1
063081     IF JRN-CTL-ERROR                                             ZBNKPOS1
063084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPOS1
063087        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPOS1
063090        PERFORM ABORT-PROGRAM                                     ZBNKPOS1
063093     END-IF.                                                      ZBNKPOS1
063096                                                                  ZBNKPOS1
063100***************************************************************** ZBNKPOS1
063200* Display the file status bytes. This routine will display as   * ZBNKPOS1
063300* two digits if the full two byte file status is numeric. If    * ZBNKPOS1
