002400*              standing order - the overdraft-protection sweep  * ZBNKRPY1
002500*              is tried first and a bounced payment raises the  * ZBNKRPY1
002600*              customer's standing-order-failure alert.         * ZBNKRPY1
002633*              Every master-file update is journaled through    * ZBNKRPY1
002666*              UJOURNL for forward recovery.                    * ZBNKRPY1
002700***************************************************************** ZBNKRPY1
002800                                                                  ZBNKRPY1
002900 IDENTIFICATION DIVISION.                                         ZBNKRPY1
006800            ACCESS MODE  IS RANDOM                                ZBNKRPY1
006900            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKRPY1
007000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKRPY1
007050            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKRPY1
007100            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKRPY1
007200     SELECT BNKALPF-FILE                                          ZBNKRPY1
007300            ASSIGN       TO BNKALPF                               ZBNKRPY1
012400 COPY CBANKVCT.                                                   ZBNKRPY1
012500                                                                  ZBNKRPY1
012600 WORKING-STORAGE SECTION.                                         ZBNKRPY1
012633 COPY CJOURNLD.                                                   ZBNKRPY1
012666                                                                  ZBNKRPY1
012700                                                                  ZBNKRPY1
012800 COPY CBUSDAYD.                                                   ZBNKRPY1
012900                                                                  ZBNKRPY1
046800        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
046900     END-IF.                                                      ZBNKRPY1
047000     ADD WS-INS-AMOUNT TO BAC-REC-BALANCE.                        ZBNKRPY1
047100     REWRITE BAC-RECORD                                           ZBNKRPY1
047133     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRPY1
047166     PERFORM JOURNAL-BNKACC.                                      ZBNKRPY1
047200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRPY1
047300        MOVE 'Unable to credit clearing settlement account'       ZBNKRPY1
047400          TO WS-CONSOLE-MESSAGE                                   ZBNKRPY1
049300        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
049400     END-IF.                                                      ZBNKRPY1
049500     SUBTRACT WS-INS-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKRPY1
049600     REWRITE BAC-RECORD                                           ZBNKRPY1
049633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRPY1
049666     PERFORM JOURNAL-BNKACC.                                      ZBNKRPY1
049700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRPY1
049800        MOVE 'Unable to debit funding account'                    ZBNKRPY1
049900          TO WS-CONSOLE-MESSAGE                                   ZBNKRPY1
055300        GO TO ATTEMPT-RP-SWEEP-EXIT                               ZBNKRPY1
055400     END-IF.                                                      ZBNKRPY1
055500     SUBTRACT WS-SWEEP-AMOUNT FROM BAC-REC-BALANCE.               ZBNKRPY1
055600     REWRITE BAC-RECORD                                           ZBNKRPY1
055633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRPY1
055666     PERFORM JOURNAL-BNKACC.                                      ZBNKRPY1
055700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRPY1
055800        MOVE 'Unable to debit linked account for sweep'           ZBNKRPY1
055900          TO WS-CONSOLE-MESSAGE                                   ZBNKRPY1
057800        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
057900     END-IF.                                                      ZBNKRPY1
058000     ADD WS-SWEEP-AMOUNT TO BAC-REC-BALANCE.                      ZBNKRPY1
058100     REWRITE BAC-RECORD                                           ZBNKRPY1
058133     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRPY1
058166     PERFORM JOURNAL-BNKACC.                                      ZBNKRPY1
058200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRPY1
058300        MOVE 'Unable to credit funding account for sweep'         ZBNKRPY1
058400          TO WS-CONSOLE-MESSAGE                                   ZBNKRPY1
069300                           WS-TWOS-COMP-OUTPUT                    ZBNKRPY1
069400                           WS-TWOS-COMP-FORMAT.                   ZBNKRPY1
069500     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKRPY1
069550 COPY CBANKTXP.                                                   ZBNKRPY1
069600     WRITE BTX-RECORD                                             ZBNKRPY1
069633     SET JRN-CTL-ADD TO TRUE                                      ZBNKRPY1
069666     PERFORM JOURNAL-BNKTXN.                                      ZBNKRPY1
069700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRPY1
069800        MOVE 'Unable to write recurring payment audit record'     ZBNKRPY1
069900          TO WS-CONSOLE-MESSAGE                                   ZBNKRPY1
073800     MOVE WS-INS-AMOUNT TO PQ-REC-AMOUNT.                         ZBNKRPY1
073900     MOVE WS-TIMESTAMP TO PQ-REC-QUEUED-TIMESTAMP.                ZBNKRPY1
074000     MOVE SPACES TO PQ-REC-SENT-DATE.                             ZBNKRPY1
074100     WRITE PQ-RECORD                                              ZBNKRPY1
074133     SET JRN-CTL-ADD TO TRUE                                      ZBNKRPY1
074166     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKRPY1
074200     IF WS-BNKPAYQ-STATUS IS EQUAL TO '22'                        ZBNKRPY1
074300        PERFORM ASSIGN-PAYMENT-REF THRU                           ZBNKRPY1
074400                ASSIGN-PAYMENT-REF-EXIT                           ZBNKRPY1
074500        MOVE WS-PAY-REF TO PQ-REC-REF                             ZBNKRPY1
074600        WRITE PQ-RECORD                                           ZBNKRPY1
074633        SET JRN-CTL-ADD TO TRUE                                   ZBNKRPY1
074666        PERFORM JOURNAL-BNKPAYQ                                   ZBNKRPY1
074700     END-IF.                                                      ZBNKRPY1
074800     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRPY1
074900        MOVE 'Unable to queue recurring payment'                  ZBNKRPY1
077900     MOVE 'A recurring payment could not be made'                 ZBNKRPY1
078000       TO AQ-REC-TEXT.                                            ZBNKRPY1
078100     SET AQ-UNSENT TO TRUE.                                       ZBNKRPY1
078200     WRITE AQ-RECORD                                              ZBNKRPY1
078233     SET JRN-CTL-ADD TO TRUE                                      ZBNKRPY1
078266     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKRPY1
078300 WRITE-RP-FAIL-ALERT-EXIT.                                        ZBNKRPY1
078400     EXIT.                                                        ZBNKRPY1
078500                                                                  ZBNKRPY1
094000     CLOSE BNKALPF-FILE.                                          ZBNKRPY1
094100     CLOSE BNKALRTQ-FILE.                                         ZBNKRPY1
094200                                                                  ZBNKRPY1
094201***************************************************************** ZBNKRPY1
094202* Journal the BNKACC record just added, changed or deleted so   * ZBNKRPY1
094203* it can be rolled forward onto a reload                        * ZBNKRPY1
094204***************************************************************** ZBNKRPY1
094205 JOURNAL-BNKACC.                                                  ZBNKRPY1
094206     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKRPY1
094207     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRPY1
094208     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKRPY1
094209     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRPY1
094210     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRPY1
094211     IF JRN-CTL-ERROR                                             ZBNKRPY1
094212        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPY1
094213        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPY1
094214        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
094215     END-IF.                                                      ZBNKRPY1
094216                                                                  ZBNKRPY1
094217***************************************************************** ZBNKRPY1
094218* Journal the BNKTXN record just added, changed or deleted so   * ZBNKRPY1
094219* it can be rolled forward onto a reload                        * ZBNKRPY1
094220***************************************************************** ZBNKRPY1
094221 JOURNAL-BNKTXN.                                                  ZBNKRPY1
094222     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKRPY1
094223     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRPY1
094224     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKRPY1
094225     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRPY1
094226     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRPY1
094227     IF JRN-CTL-ERROR                                             ZBNKRPY1
094228        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPY1
094229        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPY1
094230        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
094231     END-IF.                                                      ZBNKRPY1
094232                                                                  ZBNKRPY1
094233***************************************************************** ZBNKRPY1
094234* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKRPY1
094235* it can be rolled forward onto a reload                        * ZBNKRPY1
094236***************************************************************** ZBNKRPY1
094237 JOURNAL-BNKPAYQ.                                                 ZBNKRPY1
094238     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKRPY1
094239     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKRPY1
094240     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKRPY1
094241     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRPY1
094242     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRPY1
094243     IF JRN-CTL-ERROR                                             ZBNKRPY1
094244        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPY1
094245        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPY1
094246        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
094247     END-IF.                                                      ZBNKRPY1
094248                                                                  ZBNKRPY1
094249***************************************************************** ZBNKRPY1
094250* Journal the BNKALRTQ record just added, changed or deleted so * ZBNKRPY1
094251* it can be rolled forward onto a reload                        * ZBNKRPY1
094252***************************************************************** ZBNKRPY1
094253 JOURNAL-BNKALRTQ.                                                ZBNKRPY1
094254     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKRPY1
094255     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKRPY1
094256     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKRPY1
094257     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRPY1
094258     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRPY1
094259     IF JRN-CTL-ERROR                                             ZBNKRPY1
094260        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRPY1
094261        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRPY1
094262        PERFORM ABORT-PROGRAM                                     ZBNKRPY1
094263     END-IF.                                                      ZBNKRPY1
094264                                                                  ZBNKRPY1
094300***************************************************************** ZBNKRPY1
094400* Display the file status bytes. This routine will display as   * ZBNKRPY1
094500* two digits if the full two byte file status is numeric. If    * ZBNKRPY1
