001900*              account where that total doesn't match the       * ZBNKREC1
002000*              BAC-REC-BALANCE / BAC-REC-LAST-STMT-BAL delta     *ZBNKREC1
002100*              is flagged on the printed report.                * ZBNKREC1
002133*              Every master-file update is journaled through    * ZBNKREC1
002166*              UJOURNL for forward recovery.                    * ZBNKREC1
002200***************************************************************** ZBNKREC1
002300                                                                  ZBNKREC1
002400 IDENTIFICATION DIVISION.                                         ZBNKREC1
004500            ACCESS MODE  IS DYNAMIC                               ZBNKREC1
004600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKREC1
004700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKREC1
004750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKREC1
004800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKREC1
004810     SELECT BNKSUSP-FILE                                          ZBNKREC1
004820            ASSIGN       TO BNKSUSP                               ZBNKREC1
006700 01  PRINTOUT-REC                        PIC X(121).              ZBNKREC1
006800                                                                  ZBNKREC1
006900 WORKING-STORAGE SECTION.                                         ZBNKREC1
006933 COPY CJOURNLD.                                                   ZBNKREC1
006966                                                                  ZBNKREC1
007000 COPY CTIMERD.                                                    ZBNKREC1
007010                                                                  ZBNKREC1
007020 COPY CTSTAMPD.                                                   ZBNKREC1
031204                           WS-TWOS-COMP-OUTPUT                    ZBNKREC1
031206                           WS-TWOS-COMP-FORMAT.                   ZBNKREC1
031208     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKREC1
031218 COPY CBANKTXP.                                                   ZBNKREC1
031228     WRITE BTX-RECORD                                             ZBNKREC1
031238     SET JRN-CTL-ADD TO TRUE                                      ZBNKREC1
031248     PERFORM JOURNAL-BNKTXN.                                      ZBNKREC1
031258     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKREC1
031268        MOVE 'Unable to write suspense offset'                    ZBNKREC1
031278          TO WS-CONSOLE-MESSAGE                                   ZBNKREC1
031288        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKREC1
031298        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKREC1
031308        PERFORM DISPLAY-IO-STATUS                                 ZBNKREC1
031318        PERFORM ABORT-PROGRAM                                     ZBNKREC1
031328     END-IF.                                                      ZBNKREC1
031338     ADD 1 TO WS-BREAKS-POSTED.                                   ZBNKREC1
031348 POST-SUSPENSE-BREAK-EXIT.                                        ZBNKREC1
031358     EXIT.                                                        ZBNKREC1
031368                                                                  ZBNKREC1
031378***************************************************************** ZBNKREC1
031388* Print the closing summary line                                * ZBNKREC1
031400***************************************************************** ZBNKREC1
031500 PRINT-SUMMARY.                                                   ZBNKREC1
031600     MOVE SPACES TO WS-LINE6.                                     ZBNKREC1
037750     CLOSE BNKSUSP-FILE.                                          ZBNKREC1
037800     CLOSE PRINTOUT-FILE.                                         ZBNKREC1
037900                                                                  ZBNKREC1
037905***************************************************************** ZBNKREC1
037910* Journal the BNKTXN record just added, changed or deleted so   * ZBNKREC1
037915* it can be rolled forward onto a reload                        * ZBNKREC1
037920***************************************************************** ZBNKREC1
037925 JOURNAL-BNKTXN.                                                  ZBNKREC1
037930     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKREC1
037935     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKREC1
037940     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKREC1
037945     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKREC1
037950     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKREC1
037955     IF JRN-CTL-ERROR                                             ZBNKREC1
037960        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKREC1
037965        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKREC1
037970        PERFORM ABORT-PROGRAM                                     ZBNKREC1
037975     END-IF.                                                      ZBNKREC1
037980                                                                  ZBNKREC1
038000***************************************************************** ZBNKREC1
038100* Display the file status bytes. This routine will display as   * ZBNKREC1
038200* two digits if the full two byte file status is numeric. If    * ZBNKREC1
