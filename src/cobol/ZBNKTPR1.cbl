002300*              BNKTXN entry, and the drawer row is flagged so   * ZBNKTPR1
002400*              a re-run cannot post it twice.  A drawer still   * ZBNKTPR1
002500*              open at proof time is flagged on the report.     * ZBNKTPR1
002533*              Every master-file update is journaled through    * ZBNKTPR1
002566*              UJOURNL for forward recovery.                    * ZBNKTPR1
002600***************************************************************** ZBNKTPR1
002700                                                                  ZBNKTPR1
002800 IDENTIFICATION DIVISION.                                         ZBNKTPR1
005500            ACCESS MODE  IS RANDOM                                ZBNKTPR1
005600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKTPR1
005700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKTPR1
005750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKTPR1
005800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKTPR1
005900     SELECT PRINTOUT-FILE                                         ZBNKTPR1
006000            ASSIGN       TO PRINTOUT                              ZBNKTPR1
008100 01  PRINTOUT-REC                        PIC X(121).              ZBNKTPR1
008200                                                                  ZBNKTPR1
008300 WORKING-STORAGE SECTION.                                         ZBNKTPR1
008333 COPY CJOURNLD.                                                   ZBNKTPR1
008366                                                                  ZBNKTPR1
008400 COPY CRUNCTLD.                                                   ZBNKTPR1
008500                                                                  ZBNKTPR1
008600 COPY CTIMERD.                                                    ZBNKTPR1
037700        PERFORM ABORT-PROGRAM                                     ZBNKTPR1
037800     END-IF.                                                      ZBNKTPR1
037900     ADD DRW-REC-OVER-SHORT TO BAC-REC-BALANCE.                   ZBNKTPR1
038000     REWRITE BAC-RECORD                                           ZBNKTPR1
038033     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKTPR1
038066     PERFORM JOURNAL-BNKACC.                                      ZBNKTPR1
038100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKTPR1
038200        MOVE 'Unable to post teller difference'                   ZBNKTPR1
038300          TO WS-CONSOLE-MESSAGE                                   ZBNKTPR1
043200                           WS-TWOS-COMP-OUTPUT                    ZBNKTPR1
043300                           WS-TWOS-COMP-FORMAT.                   ZBNKTPR1
043400     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKTPR1
043450 COPY CBANKTXP.                                                   ZBNKTPR1
043500     WRITE BTX-RECORD                                             ZBNKTPR1
043533     SET JRN-CTL-ADD TO TRUE                                      ZBNKTPR1
043566     PERFORM JOURNAL-BNKTXN.                                      ZBNKTPR1
043600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKTPR1
043700        MOVE 'Unable to write over/short audit record'            ZBNKTPR1
043800          TO WS-CONSOLE-MESSAGE                                   ZBNKTPR1
053800     CLOSE BNKTXN-FILE.                                           ZBNKTPR1
053900     CLOSE PRINTOUT-FILE.                                         ZBNKTPR1
054000                                                                  ZBNKTPR1
054003***************************************************************** ZBNKTPR1
054006* Journal the BNKACC record just added, changed or deleted so   * ZBNKTPR1
054009* it can be rolled forward onto a reload                        * ZBNKTPR1
054012***************************************************************** ZBNKTPR1
054015 JOURNAL-BNKACC.                                                  ZBNKTPR1
054018     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKTPR1
054021     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKTPR1
054024     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKTPR1
054027     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKTPR1
054030     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKTPR1
054033     IF JRN-CTL-ERROR                                             ZBNKTPR1
054036        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKTPR1
054039        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTPR1
054042        PERFORM ABORT-PROGRAM                                     ZBNKTPR1
054045     END-IF.                                                      ZBNKTPR1
054048                                                                  ZBNKTPR1
054051***************************************************************** ZBNKTPR1
054054* Journal the BNKTXN record just added, changed or deleted so   * ZBNKTPR1
054057* it can be rolled forward onto a reload                        * ZBNKTPR1
054060***************************************************************** ZBNKTPR1
054063 JOURNAL-BNKTXN.                                                  ZBNKTPR1
054066     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKTPR1
054069     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKTPR1
054072     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKTPR1
054075     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKTPR1
054078     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKTPR1
054081     IF JRN-CTL-ERROR                                             ZBNKTPR1
054084        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKTPR1
054087        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKTPR1
054090        PERFORM ABORT-PROGRAM                                     ZBNKTPR1
054093     END-IF.                                                      ZBNKTPR1
054096                                                                  ZBNKTPR1
054100***************************************************************** ZBNKTPR1
054200* Display the file status bytes. This routine will display as   * ZBNKTPR1
054300* two digits if the full two byte file status is numeric. If    * ZBNKTPR1
