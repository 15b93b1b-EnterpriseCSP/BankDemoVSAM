002100*              count on BNKPAYEE, and prints a returns journal  * ZBNKRET1
002200*              - flagging payees with repeated returns so       * ZBNKRET1
002300*              staff can deactivate the entry.                  * ZBNKRET1
002333*              Every master-file update is journaled through    * ZBNKRET1
002366*              UJOURNL for forward recovery.                    * ZBNKRET1
002400***************************************************************** ZBNKRET1
002500                                                                  ZBNKRET1
002600 IDENTIFICATION DIVISION.                                         ZBNKRET1
006400            ACCESS MODE  IS RANDOM                                ZBNKRET1
006500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKRET1
006600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKRET1
006650            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKRET1
006700            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKRET1
006800     SELECT PRINTOUT-FILE                                         ZBNKRET1
006900            ASSIGN       TO PRINTOUT                              ZBNKRET1
009700 01  PRINTOUT-REC                        PIC X(121).              ZBNKRET1
009800                                                                  ZBNKRET1
009900 WORKING-STORAGE SECTION.                                         ZBNKRET1
009933 COPY CJOURNLD.                                                   ZBNKRET1
009966                                                                  ZBNKRET1
010000 COPY CTIMERD.                                                    ZBNKRET1
010100                                                                  ZBNKRET1
010200 COPY CTSTAMPD.                                                   ZBNKRET1
030000        PERFORM ABORT-PROGRAM                                     ZBNKRET1
030100     END-IF.                                                      ZBNKRET1
030200     ADD PQ-REC-AMOUNT TO BAC-REC-BALANCE.                        ZBNKRET1
030300     REWRITE BAC-RECORD                                           ZBNKRET1
030333     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRET1
030366     PERFORM JOURNAL-BNKACC.                                      ZBNKRET1
030400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRET1
030500        MOVE 'Unable to re-credit funding account'                ZBNKRET1
030600          TO WS-CONSOLE-MESSAGE                                   ZBNKRET1
032200        PERFORM ABORT-PROGRAM                                     ZBNKRET1
032300     END-IF.                                                      ZBNKRET1
032400     SUBTRACT PQ-REC-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKRET1
032500     REWRITE BAC-RECORD                                           ZBNKRET1
032533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRET1
032566     PERFORM JOURNAL-BNKACC.                                      ZBNKRET1
032600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRET1
032700        MOVE 'Unable to debit clearing account'                   ZBNKRET1
032800          TO WS-CONSOLE-MESSAGE                                   ZBNKRET1
033800* count - repeated returns flag the payee for review            * ZBNKRET1
033900***************************************************************** ZBNKRET1
034000     SET PQ-STATUS-RETURNED TO TRUE.                              ZBNKRET1
034100     REWRITE PQ-RECORD                                            ZBNKRET1
034133     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKRET1
034166     PERFORM JOURNAL-BNKPAYQ.                                     ZBNKRET1
034200     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRET1
034300        MOVE 'Unable to mark queue row returned'                  ZBNKRET1
034400          TO WS-CONSOLE-MESSAGE                                   ZBNKRET1
042700                           WS-TWOS-COMP-OUTPUT                    ZBNKRET1
042800                           WS-TWOS-COMP-FORMAT.                   ZBNKRET1
042900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKRET1
042950 COPY CBANKTXP.                                                   ZBNKRET1
043000     WRITE BTX-RECORD                                             ZBNKRET1
043033     SET JRN-CTL-ADD TO TRUE                                      ZBNKRET1
043066     PERFORM JOURNAL-BNKTXN.                                      ZBNKRET1
043100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRET1
043200        MOVE 'Unable to write return audit record'                ZBNKRET1
043300          TO WS-CONSOLE-MESSAGE                                   ZBNKRET1
054500     CLOSE BNKTXN-FILE.                                           ZBNKRET1
054600     CLOSE PRINTOUT-FILE.                                         ZBNKRET1
054700                                                                  ZBNKRET1
054702***************************************************************** ZBNKRET1
054704* Journal the BNKACC record just added, changed or deleted so   * ZBNKRET1
054706* it can be rolled forward onto a reload                        * ZBNKRET1
054708***************************************************************** ZBNKRET1
054710 JOURNAL-BNKACC.                                                  ZBNKRET1
054712     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKRET1
054714     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRET1
054716     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKRET1
054718     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRET1
054720     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRET1
054722     IF JRN-CTL-ERROR                                             ZBNKRET1
054724        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRET1
054726        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRET1
054728        PERFORM ABORT-PROGRAM                                     ZBNKRET1
054730     END-IF.                                                      ZBNKRET1
054732                                                                  ZBNKRET1
054734***************************************************************** ZBNKRET1
054736* Journal the BNKTXN record just added, changed or deleted so   * ZBNKRET1
054738* it can be rolled forward onto a reload                        * ZBNKRET1
054740***************************************************************** ZBNKRET1
054742 JOURNAL-BNKTXN.                                                  ZBNKRET1
054744     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKRET1
054746     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKRET1
054748     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKRET1
054750     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRET1
054752     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRET1
054754     IF JRN-CTL-ERROR                                             ZBNKRET1
054756        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRET1
054758        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRET1
054760        PERFORM ABORT-PROGRAM                                     ZBNKRET1
054762     END-IF.                                                      ZBNKRET1
054764                                                                  ZBNKRET1
054766***************************************************************** ZBNKRET1
054768* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKRET1
054770* it can be rolled forward onto a reload                        * ZBNKRET1
054772***************************************************************** ZBNKRET1
054774 JOURNAL-BNKPAYQ.                                                 ZBNKRET1
054776     MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                              ZBNKRET1
054778     MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKRET1
054780     MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                           ZBNKRET1
054782     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKRET1
054784     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKRET1
054786     IF JRN-CTL-ERROR                                             ZBNKRET1
054788        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRET1
054790        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRET1
054792        PERFORM ABORT-PROGRAM                                     ZBNKRET1
054794     END-IF.                                                      ZBNKRET1
054796                                                                  ZBNKRET1
054800***************************************************************** ZBNKRET1
054900* Display the file status bytes. This routine will display as   * ZBNKRET1
055000* two digits if the full two byte file status is numeric. If    * ZBNKRET1
