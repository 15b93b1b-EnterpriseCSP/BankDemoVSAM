002100*              sweep statement per group goes to SWPSTMT for    * ZBNKSWP1
002200*              the corporate treasurer, and the run summary     * ZBNKSWP1
002300*              prints on PRINTOUT.                              * ZBNKSWP1
002333*              Every master-file update is journaled through    * ZBNKSWP1
002366*              UJOURNL for forward recovery.                    * ZBNKSWP1
002400***************************************************************** ZBNKSWP1
002500                                                                  ZBNKSWP1
002600 IDENTIFICATION DIVISION.                                         ZBNKSWP1
005200            ACCESS MODE  IS DYNAMIC                               ZBNKSWP1
005300            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKSWP1
005400            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKSWP1
005450            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKSWP1
005500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKSWP1
005600     SELECT SWPSTMT-FILE                                          ZBNKSWP1
005700            ASSIGN       TO SWPSTMT                               ZBNKSWP1
008600 01  PRINTOUT-REC                        PIC X(121).              ZBNKSWP1
008700                                                                  ZBNKSWP1
008800 WORKING-STORAGE SECTION.                                         ZBNKSWP1
008833 COPY CJOURNLD.                                                   ZBNKSWP1
008866                                                                  ZBNKSWP1
008900 COPY CTIMERD.                                                    ZBNKSWP1
009000                                                                  ZBNKSWP1
009100 COPY CTSTAMPD.                                                   ZBNKSWP1
032500     END-IF.                                                      ZBNKSWP1
032600     MOVE BAC-REC-BALANCE TO WS-MEMBER-OLD-BAL.                   ZBNKSWP1
032700     MOVE SWP-REC-TARGET-BAL TO BAC-REC-BALANCE.                  ZBNKSWP1
032800     REWRITE BAC-RECORD                                           ZBNKSWP1
032833     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKSWP1
032866     PERFORM JOURNAL-BNKACC.                                      ZBNKSWP1
032900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKSWP1
033000        MOVE 'Unable to rewrite member account'                   ZBNKSWP1
033100          TO WS-CONSOLE-MESSAGE                                   ZBNKSWP1
038300        GO TO POST-CONCENTRATION-LEG-EXIT                         ZBNKSWP1
038400     END-IF.                                                      ZBNKSWP1
038500     ADD WS-GROUP-NET TO BAC-REC-BALANCE.                         ZBNKSWP1
038600     REWRITE BAC-RECORD                                           ZBNKSWP1
038633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKSWP1
038666     PERFORM JOURNAL-BNKACC.                                      ZBNKSWP1
038700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKSWP1
038800        MOVE 'Unable to rewrite concentration account'            ZBNKSWP1
038900          TO WS-CONSOLE-MESSAGE                                   ZBNKSWP1
042900                           WS-TWOS-COMP-OUTPUT                    ZBNKSWP1
043000                           WS-TWOS-COMP-FORMAT.                   ZBNKSWP1
043100     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKSWP1
043150 COPY CBANKTXP.                                                   ZBNKSWP1
043200     WRITE BTX-RECORD                                             ZBNKSWP1
043233     SET JRN-CTL-ADD TO TRUE                                      ZBNKSWP1
043266     PERFORM JOURNAL-BNKTXN.                                      ZBNKSWP1
043300     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKSWP1
043400        MOVE 'Unable to write sweep record'                       ZBNKSWP1
043500          TO WS-CONSOLE-MESSAGE                                   ZBNKSWP1
055500     CLOSE SWPSTMT-FILE.                                          ZBNKSWP1
055600     CLOSE PRINTOUT-FILE.                                         ZBNKSWP1
055700                                                                  ZBNKSWP1
055703***************************************************************** ZBNKSWP1
055706* Journal the BNKACC record just added, changed or deleted so   * ZBNKSWP1
055709* it can be rolled forward onto a reload                        * ZBNKSWP1
055712***************************************************************** ZBNKSWP1
055715 JOURNAL-BNKACC.                                                  ZBNKSWP1
055718     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKSWP1
055721     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKSWP1
055724     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKSWP1
055727     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSWP1
055730     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSWP1
055733     IF JRN-CTL-ERROR                                             ZBNKSWP1
055736        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSWP1
055739        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSWP1
055742        PERFORM ABORT-PROGRAM                                     ZBNKSWP1
055745     END-IF.                                                      ZBNKSWP1
055748                                                                  ZBNKSWP1
055751***************************************************************** ZBNKSWP1
055754* Journal the BNKTXN record just added, changed or deleted so   * ZBNKSWP1
055757* it can be rolled forward onto a reload                        * ZBNKSWP1
055760***************************************************************** ZBNKSWP1
055763 JOURNAL-BNKTXN.                                                  ZBNKSWP1
055766     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKSWP1
055769     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKSWP1
055772     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKSWP1
055775     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKSWP1
055778     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKSWP1
055781     IF JRN-CTL-ERROR                                             ZBNKSWP1
055784        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKSWP1
055787        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKSWP1
055790        PERFORM ABORT-PROGRAM                                     ZBNKSWP1
055793     END-IF.                                                      ZBNKSWP1
055796                                                                  ZBNKSWP1
055800***************************************************************** ZBNKSWP1
055900* Display the file status bytes. This routine will display as   * ZBNKSWP1
056000* two digits if the full two byte file status is numeric. If    * ZBNKSWP1
