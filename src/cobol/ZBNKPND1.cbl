002100*              result code; insufficient funds or a missing     * ZBNKPND1
002200*              account marks it failed instead and lists it on  * ZBNKPND1
002300*              the exceptions report, never abends the run.     * ZBNKPND1
002333*              Every master-file update is journaled through    * ZBNKPND1
002366*              UJOURNL for forward recovery.                    * ZBNKPND1
002367*              An item of type R pays a biller's payment        * ZBNKPND1
002370*              request, which must still be on file (BNKRTP) -  * ZBNKPND1
002373*              the release credits the outbound clearing        * ZBNKPND1
002376*              settlement account, the payment is queued on     * ZBNKPND1
002379*              BNKPAYQ to the biller under an RQ reference that * ZBNKPND1
002382*              also stamps the postings, and the request is     * ZBNKPND1
002385*              marked paid or part paid (or failed if the       * ZBNKPND1
002388*              release fails) for ZBNKRTX1 to report back to    * ZBNKPND1
002391*              the biller.                                      * ZBNKPND1
002400***************************************************************** ZBNKPND1
002500                                                                  ZBNKPND1
002600 IDENTIFICATION DIVISION.                                         ZBNKPND1
005300            ACCESS MODE  IS RANDOM                                ZBNKPND1
005400            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKPND1
005500            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKPND1
005550            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKPND1
005600            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKPND1
005607     SELECT BNKRTP-FILE                                           ZBNKPND1
005614            ASSIGN       TO BNKRTP                                ZBNKPND1
005621            ORGANIZATION IS INDEXED                               ZBNKPND1
005628            ACCESS MODE  IS RANDOM                                ZBNKPND1
005635            RECORD KEY   IS RTP-KEY                               ZBNKPND1
005642            FILE STATUS  IS WS-BNKRTP-STATUS.                     ZBNKPND1
005649     SELECT BNKPAYQ-FILE                                          ZBNKPND1
005656            ASSIGN       TO BNKPAYQ                               ZBNKPND1
005663            ORGANIZATION IS INDEXED                               ZBNKPND1
005670            ACCESS MODE  IS RANDOM                                ZBNKPND1
005677            RECORD KEY   IS PQ-REC-REF                            ZBNKPND1
005684            FILE STATUS  IS WS-BNKPAYQ-STATUS.                    ZBNKPND1
005700     SELECT PRINTOUT-FILE                                         ZBNKPND1
005800            ASSIGN       TO PRINTOUT                              ZBNKPND1
005900            ORGANIZATION IS SEQUENTIAL                            ZBNKPND1
007400 FD  BNKTXN-FILE.                                                 ZBNKPND1
007500 01  BNKTXN-REC.                                                  ZBNKPND1
007600 COPY CBANKVTX.                                                   ZBNKPND1
007611                                                                  ZBNKPND1
007622 FD  BNKRTP-FILE.                                                 ZBNKPND1
007633 01  BNKRTP-REC.                                                  ZBNKPND1
007644 COPY CBANKVRQ.                                                   ZBNKPND1
007655                                                                  ZBNKPND1
007666 FD  BNKPAYQ-FILE.                                                ZBNKPND1
007677 01  BNKPAYQ-REC.                                                 ZBNKPND1
007688 COPY CBANKVPQ.                                                   ZBNKPND1
007700                                                                  ZBNKPND1
007800 FD  PRINTOUT-FILE.                                               ZBNKPND1
007900 01  PRINTOUT-REC                        PIC X(121).              ZBNKPND1
008000                                                                  ZBNKPND1
008100 WORKING-STORAGE SECTION.                                         ZBNKPND1
008119 COPY CJOURNLD.                                                   ZBNKPND1
008138                                                                  ZBNKPND1
008157                                                                  ZBNKPND1
008176 COPY CBUSDAYD.                                                   ZBNKPND1
008198 COPY CRUNCTLD.                                                   ZBNKPND1
008199                                                                  ZBNKPND1
008200 COPY CTIMERD.                                                    ZBNKPND1
010300   05  WS-BNKTXN-STATUS.                                          ZBNKPND1
010400     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKPND1
010500     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKPND1
010514   05  WS-BNKRTP-STATUS.                                          ZBNKPND1
010528     10  WS-BNKRTP-STAT1                     PIC X(1).            ZBNKPND1
010542     10  WS-BNKRTP-STAT2                     PIC X(1).            ZBNKPND1
010556   05  WS-BNKPAYQ-STATUS.                                         ZBNKPND1
010570     10  WS-BNKPAYQ-STAT1                    PIC X(1).            ZBNKPND1
010584     10  WS-BNKPAYQ-STAT2                    PIC X(1).            ZBNKPND1
010600   05  WS-PRINTOUT-STATUS.                                        ZBNKPND1
010700     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKPND1
010800     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKPND1
012800   05  WS-FROM-PID                           PIC X(5).            ZBNKPND1
012900   05  WS-FAIL-REASON                        PIC X(30).           ZBNKPND1
013000   05  WS-RESULT-CODE                        PIC X(2).            ZBNKPND1
013010   05  WS-RTP-SW                             PIC X(1).            ZBNKPND1
013020     88  WS-RTP-ON-FILE                      VALUE 'Y'.           ZBNKPND1
013030     88  WS-RTP-NOT-ON-FILE                  VALUE 'N'.           ZBNKPND1
013040   05  WS-RTP-PAID                           PIC 9(7)             ZBNKPND1
013050       VALUE ZERO.                                                ZBNKPND1
013060   05  WS-REF-DATE                           PIC X(8).            ZBNKPND1
013070   05  WS-REF-SEQ                            PIC 9(6)             ZBNKPND1
013080       VALUE ZERO.                                                ZBNKPND1
013090   05  WS-PAY-REF                            PIC X(16).           ZBNKPND1
013100                                                                  ZBNKPND1
013200 01  WS-REPORT-LINES.                                             ZBNKPND1
013300   05  WS-LINE1.                                                  ZBNKPND1
017719     END-IF.                                                      ZBNKPND1
017800                                                                  ZBNKPND1
017900 COPY CTSTAMPP.                                                   ZBNKPND1
017925     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKPND1
017950     MOVE WS-ACCEPT-DATE TO WS-REF-DATE.                          ZBNKPND1
017975                                                                  ZBNKPND1
018002***************************************************************** ZBNKPND1
018003* On a weekend or holiday no clearing happens - the run simply  * ZBNKPND1
018004* stands down and the next business day's run picks up          * ZBNKPND1
020400              IF PP-REC-VALUE-DATE IS GREATER THAN WS-TODAY-ISO   ZBNKPND1
020500                 MOVE 'YES' TO WS-END-OF-FILE                     ZBNKPND1
020600              ELSE                                                ZBNKPND1
020700                 PERFORM RELEASE-ONE-ITEM THRU                    ZBNKPND1
020750                         RELEASE-ONE-ITEM-EXIT                    ZBNKPND1
020800              END-IF                                              ZBNKPND1
020900           END-IF                                                 ZBNKPND1
021000        END-IF                                                    ZBNKPND1
024100     ADD 1 TO WS-ITEMS-DUE.                                       ZBNKPND1
024200     MOVE SPACES TO WS-FAIL-REASON.                               ZBNKPND1
024300     MOVE '00' TO WS-RESULT-CODE.                                 ZBNKPND1
024308     SET WS-RTP-NOT-ON-FILE TO TRUE.                              ZBNKPND1
024316     MOVE SPACES TO WS-PAY-REF.                                   ZBNKPND1
024324     IF PP-TYPE-RTP                                               ZBNKPND1
024332        PERFORM READ-BILLER-REQUEST                               ZBNKPND1
024340        IF WS-RTP-NOT-ON-FILE                                     ZBNKPND1
024348           MOVE 'Payment request not on file' TO WS-FAIL-REASON   ZBNKPND1
024356           MOVE 'NR' TO WS-RESULT-CODE                            ZBNKPND1
024364           PERFORM MARK-ITEM-FAILED                               ZBNKPND1
024372           GO TO RELEASE-ONE-ITEM-EXIT                            ZBNKPND1
024380        END-IF                                                    ZBNKPND1
024388     END-IF.                                                      ZBNKPND1
024400                                                                  ZBNKPND1
024500     MOVE PP-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     ZBNKPND1
024600     READ BNKACC-FILE.                                            ZBNKPND1
026900     END-IF.                                                      ZBNKPND1
027000     MOVE BAC-REC-PID TO WS-FROM-PID.                             ZBNKPND1
027100     SUBTRACT PP-REC-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKPND1
027200     REWRITE BAC-RECORD                                           ZBNKPND1
027233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKPND1
027266     PERFORM JOURNAL-BNKACC.                                      ZBNKPND1
027300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPND1
027400        MOVE 'Unable to debit paying account'                     ZBNKPND1
027500          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
029000        READ BNKACC-FILE                                          ZBNKPND1
029100        ADD PP-REC-AMOUNT TO BAC-REC-BALANCE                      ZBNKPND1
029200        REWRITE BAC-RECORD                                        ZBNKPND1
029233        SET JRN-CTL-CHANGE TO TRUE                                ZBNKPND1
029266        PERFORM JOURNAL-BNKACC                                    ZBNKPND1
029300        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKPND1
029400           MOVE 'Unable to restore payer after failure'           ZBNKPND1
029500             TO WS-CONSOLE-MESSAGE                                ZBNKPND1
030400        GO TO RELEASE-ONE-ITEM-EXIT                               ZBNKPND1
030500     END-IF.                                                      ZBNKPND1
030600     ADD PP-REC-AMOUNT TO BAC-REC-BALANCE.                        ZBNKPND1
030700     REWRITE BAC-RECORD                                           ZBNKPND1
030733     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKPND1
030766     PERFORM JOURNAL-BNKACC.                                      ZBNKPND1
030800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPND1
030900        MOVE 'Unable to credit receiving account'                 ZBNKPND1
031000          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
031400        PERFORM ABORT-PROGRAM                                     ZBNKPND1
031500     END-IF.                                                      ZBNKPND1
031600                                                                  ZBNKPND1
031625     IF PP-TYPE-RTP                                               ZBNKPND1
031650        PERFORM QUEUE-BILLER-PAYMENT                              ZBNKPND1
031675     END-IF.                                                      ZBNKPND1
031700     PERFORM WRITE-RELEASE-AUDIT-PAIR.                            ZBNKPND1
031800                                                                  ZBNKPND1
031900     SET PP-STATUS-EXECUTED TO TRUE.                              ZBNKPND1
032900        PERFORM ABORT-PROGRAM                                     ZBNKPND1
033000     END-IF.                                                      ZBNKPND1
033100     ADD 1 TO WS-ITEMS-EXECUTED.                                  ZBNKPND1
033120     IF PP-TYPE-RTP                                               ZBNKPND1
033140        PERFORM ANSWER-BILLER-REQUEST                             ZBNKPND1
033160        ADD 1 TO WS-RTP-PAID                                      ZBNKPND1
033180     END-IF.                                                      ZBNKPND1
033200 RELEASE-ONE-ITEM-EXIT.                                           ZBNKPND1
033300     EXIT.                                                        ZBNKPND1
033400                                                                  ZBNKPND1
035000        PERFORM ABORT-PROGRAM                                     ZBNKPND1
035100     END-IF.                                                      ZBNKPND1
035200     ADD 1 TO WS-ITEMS-FAILED.                                    ZBNKPND1
035225     IF WS-RTP-ON-FILE                                            ZBNKPND1
035250        PERFORM ANSWER-BILLER-REQUEST                             ZBNKPND1
035275     END-IF.                                                      ZBNKPND1
035300     MOVE PP-REC-VALUE-DATE TO WS-LINE4-DATE.                     ZBNKPND1
035400     MOVE PP-REC-FROM-ACCNO TO WS-LINE4-FROM.                     ZBNKPND1
035500     MOVE PP-REC-TO-ACCNO TO WS-LINE4-TO.                         ZBNKPND1
037200     MOVE SPACES TO BTX-RECORD.                                   ZBNKPND1
037300     MOVE WS-FROM-PID TO BTX-REC-PID.                             ZBNKPND1
037400     MOVE '1' TO BTX-REC-TYPE.                                    ZBNKPND1
037425     IF PP-TYPE-RTP                                               ZBNKPND1
037450        MOVE 'B' TO BTX-REC-TYPE                                  ZBNKPND1
037475     END-IF.                                                      ZBNKPND1
037500     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKPND1
037600     MOVE PP-REC-FROM-ACCNO TO BTX-REC-ACCNO.                     ZBNKPND1
037700     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKPND1
038000     STRING 'Scheduled payment to a/c ' DELIMITED BY SIZE         ZBNKPND1
038100            PP-REC-TO-ACCNO DELIMITED BY SIZE                     ZBNKPND1
038200       INTO TXN-T1-OLD-DESC.                                      ZBNKPND1
038214     IF PP-TYPE-RTP                                               ZBNKPND1
038228        MOVE SPACES TO TXN-T1-OLD-DESC                            ZBNKPND1
038242        STRING 'Bill pay ' DELIMITED BY SIZE                      ZBNKPND1
038256               RTP-REC-BILLER-NAME DELIMITED BY SIZE              ZBNKPND1
038270          INTO TXN-T1-OLD-DESC                                    ZBNKPND1
038284     END-IF.                                                      ZBNKPND1
038300     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKPND1
038400     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKPND1
038500     PERFORM WRITE-BTX-RECORD.                                    ZBNKPND1
039300     STRING 'Scheduled payment from a/c ' DELIMITED BY SIZE       ZBNKPND1
039400            PP-REC-FROM-ACCNO DELIMITED BY SIZE                   ZBNKPND1
039500       INTO TXN-T1-OLD-DESC.                                      ZBNKPND1
039514     IF PP-TYPE-RTP                                               ZBNKPND1
039528        MOVE SPACES TO TXN-T1-OLD-DESC                            ZBNKPND1
039542        STRING 'Bill pay ' DELIMITED BY SIZE                      ZBNKPND1
039556               RTP-REC-BILLER-NAME DELIMITED BY SIZE              ZBNKPND1
039570          INTO TXN-T1-OLD-DESC                                    ZBNKPND1
039584     END-IF.                                                      ZBNKPND1
039600     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKPND1
039700     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKPND1
039800     PERFORM WRITE-BTX-RECORD.                                    ZBNKPND1
041100                           WS-TWOS-COMP-OUTPUT                    ZBNKPND1
041200                           WS-TWOS-COMP-FORMAT.                   ZBNKPND1
041300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKPND1
041312     IF WS-PAY-REF IS NOT EQUAL TO SPACES                         ZBNKPND1
041324        MOVE WS-PAY-REF TO BTX-REC-PAYMENT-REF                    ZBNKPND1
041336     END-IF.                                                      ZBNKPND1
041350 COPY CBANKTXP.                                                   ZBNKPND1
041400     WRITE BTX-RECORD                                             ZBNKPND1
041433     SET JRN-CTL-ADD TO TRUE                                      ZBNKPND1
041466     PERFORM JOURNAL-BNKTXN.                                      ZBNKPND1
041500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKPND1
041600        MOVE 'Unable to write release audit record'               ZBNKPND1
041700          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
042100        PERFORM ABORT-PROGRAM                                     ZBNKPND1
042200     END-IF.                                                      ZBNKPND1
042300                                                                  ZBNKPND1
042301***************************************************************** ZBNKPND1
042302* Read the request-to-pay a type R item pays - it must still be * ZBNKPND1
042303* on file for the payment to go to the biller                   * ZBNKPND1
042304***************************************************************** ZBNKPND1
042305 READ-BILLER-REQUEST.                                             ZBNKPND1
042306     MOVE PP-REC-RTP-KEY TO RTP-KEY.                              ZBNKPND1
042307     READ BNKRTP-FILE.                                            ZBNKPND1
042308     IF WS-BNKRTP-STATUS IS EQUAL TO '00'                         ZBNKPND1
042309        SET WS-RTP-ON-FILE TO TRUE                                ZBNKPND1
042310     ELSE                                                         ZBNKPND1
042311        SET WS-RTP-NOT-ON-FILE TO TRUE                            ZBNKPND1
042312     END-IF.                                                      ZBNKPND1
042313                                                                  ZBNKPND1
042314***************************************************************** ZBNKPND1
042315* Queue the payment to the biller for the end-of-day clearing   * ZBNKPND1
042316* file run under the next RQ reference for today - a duplicate  * ZBNKPND1
042317* reference bumps the sequence and tries again                  * ZBNKPND1
042318***************************************************************** ZBNKPND1
042319 QUEUE-BILLER-PAYMENT.                                            ZBNKPND1
042320 COPY CTSTAMPP.                                                   ZBNKPND1
042321     PERFORM ASSIGN-PAYMENT-REF.                                  ZBNKPND1
042322     MOVE SPACES TO PQ-RECORD.                                    ZBNKPND1
042323     MOVE WS-PAY-REF TO PQ-REC-REF.                               ZBNKPND1
042324     SET PQ-STATUS-QUEUED TO TRUE.                                ZBNKPND1
042325     MOVE PP-REC-PID TO PQ-REC-PID.                               ZBNKPND1
042326     MOVE PP-REC-FROM-ACCNO TO PQ-REC-FUND-ACCNO.                 ZBNKPND1
042327     MOVE ZERO TO PQ-REC-PAYEE-SEQ.                               ZBNKPND1
042328     MOVE RTP-REC-BILLER-NAME TO PQ-REC-PAYEE-NAME.               ZBNKPND1
042329     MOVE RTP-REC-ROUTING TO PQ-REC-ROUTING.                      ZBNKPND1
042330     MOVE RTP-REC-EXT-ACCNO TO PQ-REC-EXT-ACCNO.                  ZBNKPND1
042331     MOVE RTP-REC-REFERENCE TO PQ-REC-CUST-REF.                   ZBNKPND1
042332     MOVE PP-REC-AMOUNT TO PQ-REC-AMOUNT.                         ZBNKPND1
042333     MOVE WS-TIMESTAMP TO PQ-REC-QUEUED-TIMESTAMP.                ZBNKPND1
042334     MOVE SPACES TO PQ-REC-SENT-DATE.                             ZBNKPND1
042335     WRITE PQ-RECORD                                              ZBNKPND1
042336     SET JRN-CTL-ADD TO TRUE                                      ZBNKPND1
042337     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKPND1
042338     IF WS-BNKPAYQ-STATUS IS EQUAL TO '22'                        ZBNKPND1
042339        PERFORM ASSIGN-PAYMENT-REF                                ZBNKPND1
042340        MOVE WS-PAY-REF TO PQ-REC-REF                             ZBNKPND1
042341        WRITE PQ-RECORD                                           ZBNKPND1
042342        SET JRN-CTL-ADD TO TRUE                                   ZBNKPND1
042343        PERFORM JOURNAL-BNKPAYQ                                   ZBNKPND1
042344     END-IF.                                                      ZBNKPND1
042345     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKPND1
042346        MOVE 'Unable to queue biller payment'                     ZBNKPND1
042347          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
042348        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
042349        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKPND1
042350        PERFORM DISPLAY-IO-STATUS                                 ZBNKPND1
042351        PERFORM ABORT-PROGRAM                                     ZBNKPND1
042352     END-IF.                                                      ZBNKPND1
042353                                                                  ZBNKPND1
042354***************************************************************** ZBNKPND1
042355* Assign the next payment reference for today - RQ, the run     * ZBNKPND1
042356* date and a six digit sequence                                 * ZBNKPND1
042357***************************************************************** ZBNKPND1
042358 ASSIGN-PAYMENT-REF.                                              ZBNKPND1
042359     ADD 1 TO WS-REF-SEQ.                                         ZBNKPND1
042360     MOVE SPACES TO WS-PAY-REF.                                   ZBNKPND1
042361     MOVE 'RQ' TO WS-PAY-REF (1:2).                               ZBNKPND1
042362     MOVE WS-REF-DATE TO WS-PAY-REF (3:8).                        ZBNKPND1
042363     MOVE WS-REF-SEQ TO WS-PAY-REF (11:6).                        ZBNKPND1
042364                                                                  ZBNKPND1
042365***************************************************************** ZBNKPND1
042366* Record the outcome on the request-to-pay - paid in full or in * ZBNKPND1
042367* part when the item was executed, failed when it was not - and * ZBNKPND1
042368* mark the biller's status response due                         * ZBNKPND1
042369***************************************************************** ZBNKPND1
042370 ANSWER-BILLER-REQUEST.                                           ZBNKPND1
042371     IF PP-STATUS-EXECUTED                                        ZBNKPND1
042372        IF PP-REC-AMOUNT IS LESS THAN RTP-REC-AMOUNT              ZBNKPND1
042373           SET RTP-STATUS-PART-PAID TO TRUE                       ZBNKPND1
042374        ELSE                                                      ZBNKPND1
042375           SET RTP-STATUS-PAID TO TRUE                            ZBNKPND1
042376        END-IF                                                    ZBNKPND1
042377        MOVE PP-REC-AMOUNT TO RTP-REC-PAID-AMOUNT                 ZBNKPND1
042378        MOVE WS-PAY-REF TO RTP-REC-PAYMENT-REF                    ZBNKPND1
042379     ELSE                                                         ZBNKPND1
042380        SET RTP-STATUS-FAILED TO TRUE                             ZBNKPND1
042381        MOVE ZERO TO RTP-REC-PAID-AMOUNT                          ZBNKPND1
042382     END-IF.                                                      ZBNKPND1
042383     SET RTP-RESPONSE-IS-DUE TO TRUE.                             ZBNKPND1
042384     REWRITE RTP-RECORD.                                          ZBNKPND1
042385     IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                     ZBNKPND1
042386        MOVE 'Unable to update payment request'                   ZBNKPND1
042387          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
042388        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
042389        MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                     ZBNKPND1
042390        PERFORM DISPLAY-IO-STATUS                                 ZBNKPND1
042391        PERFORM ABORT-PROGRAM                                     ZBNKPND1
042392     END-IF.                                                      ZBNKPND1
042393                                                                  ZBNKPND1
042400***************************************************************** ZBNKPND1
042500* Print the report title and column headings                    * ZBNKPND1
042600***************************************************************** ZBNKPND1
044800     MOVE WS-ITEMS-FAILED TO WS-LINE5-COUNT.                      ZBNKPND1
044900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPND1
045000     PERFORM PRINTOUT-PUT.                                        ZBNKPND1
045020     MOVE 'Biller requests paid' TO WS-LINE5-DESC.                ZBNKPND1
045040     MOVE WS-RTP-PAID TO WS-LINE5-COUNT.                          ZBNKPND1
045060     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPND1
045080     PERFORM PRINTOUT-PUT.                                        ZBNKPND1
045100                                                                  ZBNKPND1
045200***************************************************************** ZBNKPND1
045300* Write a record to the sequential print file                   * ZBNKPND1
049400        PERFORM DISPLAY-IO-STATUS                                 ZBNKPND1
049500        PERFORM ABORT-PROGRAM                                     ZBNKPND1
049600     END-IF.                                                      ZBNKPND1
049605     OPEN I-O BNKRTP-FILE.                                        ZBNKPND1
049610     IF WS-BNKRTP-STATUS IS NOT EQUAL TO '00'                     ZBNKPND1
049615        MOVE 'BNKRTP file open failure...'                        ZBNKPND1
049620          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
049625        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
049630        MOVE WS-BNKRTP-STATUS TO WS-IO-STATUS                     ZBNKPND1
049635        PERFORM DISPLAY-IO-STATUS                                 ZBNKPND1
049640        PERFORM ABORT-PROGRAM                                     ZBNKPND1
049645     END-IF.                                                      ZBNKPND1
049650     OPEN I-O BNKPAYQ-FILE.                                       ZBNKPND1
049655     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKPND1
049660        MOVE 'BNKPAYQ file open failure...'                       ZBNKPND1
049665          TO WS-CONSOLE-MESSAGE                                   ZBNKPND1
049670        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
049675        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKPND1
049680        PERFORM DISPLAY-IO-STATUS                                 ZBNKPND1
049685        PERFORM ABORT-PROGRAM                                     ZBNKPND1
049690     END-IF.                                                      ZBNKPND1
049700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKPND1
049800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPND1
049900        MOVE 'PRINTOUT file open failure...'                      ZBNKPND1
051100     CLOSE BNKPEND-FILE.                                          ZBNKPND1
051200     CLOSE BNKACC-FILE.                                           ZBNKPND1
051300     CLOSE BNKTXN-FILE.                                           ZBNKPND1
051333     CLOSE BNKRTP-FILE.                                           ZBNKPND1
051366     CLOSE BNKPAYQ-FILE.                                          ZBNKPND1
051400     CLOSE PRINTOUT-FILE.                                         ZBNKPND1
051500                                                                  ZBNKPND1
051503***************************************************************** ZBNKPND1
051506* Journal the BNKACC record just added, changed or deleted so   * ZBNKPND1
051509* it can be rolled forward onto a reload                        * ZBNKPND1
051512***************************************************************** ZBNKPND1
051515 JOURNAL-BNKACC.                                                  ZBNKPND1
051518     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKPND1
051521     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPND1
051524     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKPND1
051527     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPND1
051530     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPND1
051533     IF JRN-CTL-ERROR                                             ZBNKPND1
051536        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPND1
051539        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
051542        PERFORM ABORT-PROGRAM                                     ZBNKPND1
051545     END-IF.                                                      ZBNKPND1
051548                                                                  ZBNKPND1
051551***************************************************************** ZBNKPND1
051554* Journal the BNKTXN record just added, changed or deleted so   * ZBNKPND1
051557* it can be rolled forward onto a reload                        * ZBNKPND1
051560***************************************************************** ZBNKPND1
051563 JOURNAL-BNKTXN.                                                  ZBNKPND1
051566     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKPND1
051569     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKPND1
051572     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKPND1
051575     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPND1
051578     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPND1
051581     IF JRN-CTL-ERROR                                             ZBNKPND1
051584        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPND1
051587        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
051590        PERFORM ABORT-PROGRAM                                     ZBNKPND1
051593     END-IF.                                                      ZBNKPND1
051596                                                                  ZBNKPND1
051601***************************************************************** ZBNKPND1
051606* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKPND1
051611* it can be rolled forward onto a reload                        * ZBNKPND1
051616***************************************************************** ZBNKPND1
051621 JOURNAL-BNKPAYQ.                                                 ZBNKPND1
051626     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKPND1
051631     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKPND1
051636     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKPND1
051641     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKPND1
051646     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKPND1
051651     IF JRN-CTL-ERROR                                             ZBNKPND1
051656        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKPND1
051661        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPND1
051666        PERFORM ABORT-PROGRAM                                     ZBNKPND1
051671     END-IF.                                                      ZBNKPND1
051676                                                                  ZBNKPND1
051681***************************************************************** ZBNKPND1
051700* Display the file status bytes. This routine will display as   * ZBNKPND1
051800* two digits if the full two byte file status is numeric. If    * ZBNKPND1
051900* second byte is non-numeric then it will be treated as a       * ZBNKPND1
