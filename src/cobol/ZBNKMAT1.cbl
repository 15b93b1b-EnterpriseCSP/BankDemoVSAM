002200*              at the product's current rate, or pay principal  * ZBNKMAT1
002300*              and interest to the payout account and close     * ZBNKMAT1
002400*              the deposit.                                     * ZBNKMAT1
002433*              Every master-file update is journaled through    * ZBNKMAT1
002466*              UJOURNL for forward recovery.                    * ZBNKMAT1
002500***************************************************************** ZBNKMAT1
002600                                                                  ZBNKMAT1
002700 IDENTIFICATION DIVISION.                                         ZBNKMAT1
006000            ACCESS MODE  IS RANDOM                                ZBNKMAT1
006100            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKMAT1
006200            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKMAT1
006250            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKMAT1
006300            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKMAT1
006400     SELECT BNKCTL-FILE                                           ZBNKMAT1
006500            ASSIGN       TO BNKCTL                                ZBNKMAT1
009240 COPY CBANKVCS.                                                   ZBNKMAT1
009300                                                                  ZBNKMAT1
009400 WORKING-STORAGE SECTION.                                         ZBNKMAT1
009433 COPY CJOURNLD.                                                   ZBNKMAT1
009466                                                                  ZBNKMAT1
009500 COPY CRUNCTLD.                                                   ZBNKMAT1
009600                                                                  ZBNKMAT1
009700 COPY CTIMERD.                                                    ZBNKMAT1
031400        ADD WS-NET-INTEREST TO BAC-REC-BALANCE                    ZBNKMAT1
031500        ADD WS-NET-INTEREST TO WS-DEP-BALANCE                     ZBNKMAT1
031600        REWRITE BAC-RECORD                                        ZBNKMAT1
031633        SET JRN-CTL-CHANGE TO TRUE                                ZBNKMAT1
031666        PERFORM JOURNAL-BNKACC                                    ZBNKMAT1
031700        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKMAT1
031800           MOVE 'Unable to credit maturity interest'              ZBNKMAT1
031900             TO WS-CONSOLE-MESSAGE                                ZBNKMAT1
036200     MOVE WS-DEP-BALANCE TO WS-PAYOUT-AMOUNT.                     ZBNKMAT1
036300     MOVE BAC-REC-PID TO WS-PAYOUT-PID.                           ZBNKMAT1
036400     ADD WS-PAYOUT-AMOUNT TO BAC-REC-BALANCE.                     ZBNKMAT1
036500     REWRITE BAC-RECORD                                           ZBNKMAT1
036533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKMAT1
036566     PERFORM JOURNAL-BNKACC.                                      ZBNKMAT1
036600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMAT1
036700        MOVE 'Unable to credit payout account'                    ZBNKMAT1
036800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAT1
038400     MOVE ZERO TO BAC-REC-BALANCE.                                ZBNKMAT1
038500     SET BAC-STATUS-CLOSED TO TRUE.                               ZBNKMAT1
038600     MOVE WS-TODAY-ISO TO BAC-REC-STATUS-DTE.                     ZBNKMAT1
038700     REWRITE BAC-RECORD                                           ZBNKMAT1
038733     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKMAT1
038766     PERFORM JOURNAL-BNKACC.                                      ZBNKMAT1
038800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMAT1
038900        MOVE 'Unable to close matured deposit account'            ZBNKMAT1
039000          TO WS-CONSOLE-MESSAGE                                   ZBNKMAT1
053200                           WS-TWOS-COMP-OUTPUT                    ZBNKMAT1
053300                           WS-TWOS-COMP-FORMAT.                   ZBNKMAT1
053400     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKMAT1
053450 COPY CBANKTXP.                                                   ZBNKMAT1
053500     WRITE BTX-RECORD                                             ZBNKMAT1
053533     SET JRN-CTL-ADD TO TRUE                                      ZBNKMAT1
053566     PERFORM JOURNAL-BNKTXN.                                      ZBNKMAT1
053600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMAT1
053700        MOVE 'Unable to write maturity audit record'              ZBNKMAT1
053800          TO WS-CONSOLE-MESSAGE                                   ZBNKMAT1
062900     CLOSE BNKTXN-FILE.                                           ZBNKMAT1
062910     CLOSE BNKCUST-FILE.                                          ZBNKMAT1
063000                                                                  ZBNKMAT1
063003***************************************************************** ZBNKMAT1
063006* Journal the BNKACC record just added, changed or deleted so   * ZBNKMAT1
063009* it can be rolled forward onto a reload                        * ZBNKMAT1
063012***************************************************************** ZBNKMAT1
063015 JOURNAL-BNKACC.                                                  ZBNKMAT1
063018     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKMAT1
063021     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMAT1
063024     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKMAT1
063027     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMAT1
063030     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMAT1
063033     IF JRN-CTL-ERROR                                             ZBNKMAT1
063036        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAT1
063039        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAT1
063042        PERFORM ABORT-PROGRAM                                     ZBNKMAT1
063045     END-IF.                                                      ZBNKMAT1
063048                                                                  ZBNKMAT1
063051***************************************************************** ZBNKMAT1
063054* Journal the BNKTXN record just added, changed or deleted so   * ZBNKMAT1
063057* it can be rolled forward onto a reload                        * ZBNKMAT1
063060***************************************************************** ZBNKMAT1
063063 JOURNAL-BNKTXN.                                                  ZBNKMAT1
063066     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKMAT1
063069     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKMAT1
063072     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKMAT1
063075     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKMAT1
063078     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKMAT1
063081     IF JRN-CTL-ERROR                                             ZBNKMAT1
063084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKMAT1
063087        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMAT1
063090        PERFORM ABORT-PROGRAM                                     ZBNKMAT1
063093     END-IF.                                                      ZBNKMAT1
063096                                                                  ZBNKMAT1
063100***************************************************************** ZBNKMAT1
063200* Display the file status bytes. This routine will display as   * ZBNKMAT1
063300* two digits if the full two byte file status is numeric. If    * ZBNKMAT1
