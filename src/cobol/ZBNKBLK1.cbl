002605*              reference on BNKTXN first.  The funding net      * ZBNKBLK1
002606*              settles once, at the end of whichever run        * ZBNKBLK1
002607*              completes.                                       * ZBNKBLK1
002638*              Every master-file update is journaled through    * ZBNKBLK1
002669*              UJOURNL for forward recovery.                    * ZBNKBLK1
002700***************************************************************** ZBNKBLK1
002800                                                                  ZBNKBLK1
002900 IDENTIFICATION DIVISION.                                         ZBNKBLK1
005500            ACCESS MODE  IS DYNAMIC                               ZBNKBLK1
005600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKBLK1
005700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKBLK1
005750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKBLK1
005800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKBLK1
005900     SELECT PRINTOUT-FILE                                         ZBNKBLK1
006000            ASSIGN       TO PRINTOUT                              ZBNKBLK1
009450     88  CKP-POSTING-CLEARED               VALUE 'C'.             ZBNKBLK1
008100                                                                  ZBNKBLK1
008200 WORKING-STORAGE SECTION.                                         ZBNKBLK1
008232 COPY CJOURNLD.                                                   ZBNKBLK1
008264                                                                  ZBNKBLK1
008298 COPY CRUNCTLD.                                                   ZBNKBLK1
008299                                                                  ZBNKBLK1
008300 COPY CTIMERD.                                                    ZBNKBLK1
047300     ELSE                                                         ZBNKBLK1
047400        SUBTRACT WS-BK-AMOUNT FROM BAC-REC-BALANCE                ZBNKBLK1
047500     END-IF.                                                      ZBNKBLK1
047600     REWRITE BAC-RECORD                                           ZBNKBLK1
047633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKBLK1
047666     PERFORM JOURNAL-BNKACC.                                      ZBNKBLK1
047700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBLK1
047800        MOVE 'Unable to rewrite target account'                   ZBNKBLK1
047900          TO WS-CONSOLE-MESSAGE                                   ZBNKBLK1
050000        PERFORM ABORT-PROGRAM                                     ZBNKBLK1
050100     END-IF.                                                      ZBNKBLK1
050200     SUBTRACT WS-NET-FUNDING-OUT FROM BAC-REC-BALANCE.            ZBNKBLK1
050300     REWRITE BAC-RECORD                                           ZBNKBLK1
050333     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKBLK1
050366     PERFORM JOURNAL-BNKACC.                                      ZBNKBLK1
050400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBLK1
050500        MOVE 'Unable to rewrite funding account'                  ZBNKBLK1
050600          TO WS-CONSOLE-MESSAGE                                   ZBNKBLK1
057100                           WS-TWOS-COMP-OUTPUT                    ZBNKBLK1
057200                           WS-TWOS-COMP-FORMAT.                   ZBNKBLK1
057300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKBLK1
057350 COPY CBANKTXP.                                                   ZBNKBLK1
057400     WRITE BTX-RECORD                                             ZBNKBLK1
057433     SET JRN-CTL-ADD TO TRUE                                      ZBNKBLK1
057466     PERFORM JOURNAL-BNKTXN.                                      ZBNKBLK1
057500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKBLK1
057600        MOVE 'Unable to write bulk transfer audit record'         ZBNKBLK1
057700          TO WS-CONSOLE-MESSAGE                                   ZBNKBLK1
065400     CLOSE BNKTXN-FILE.                                           ZBNKBLK1
065500     CLOSE PRINTOUT-FILE.                                         ZBNKBLK1
065600                                                                  ZBNKBLK1
065603***************************************************************** ZBNKBLK1
065606* Journal the BNKACC record just added, changed or deleted so   * ZBNKBLK1
065609* it can be rolled forward onto a reload                        * ZBNKBLK1
065612***************************************************************** ZBNKBLK1
065615 JOURNAL-BNKACC.                                                  ZBNKBLK1
065618     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKBLK1
065621     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKBLK1
065624     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKBLK1
065627     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBLK1
065630     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBLK1
065633     IF JRN-CTL-ERROR                                             ZBNKBLK1
065636        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBLK1
065639        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBLK1
065642        PERFORM ABORT-PROGRAM                                     ZBNKBLK1
065645     END-IF.                                                      ZBNKBLK1
065648                                                                  ZBNKBLK1
065651***************************************************************** ZBNKBLK1
065654* Journal the BNKTXN record just added, changed or deleted so   * ZBNKBLK1
065657* it can be rolled forward onto a reload                        * ZBNKBLK1
065660***************************************************************** ZBNKBLK1
065663 JOURNAL-BNKTXN.                                                  ZBNKBLK1
065666     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKBLK1
065669     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKBLK1
065672     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKBLK1
065675     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBLK1
065678     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBLK1
065681     IF JRN-CTL-ERROR                                             ZBNKBLK1
065684        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBLK1
065687        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBLK1
065690        PERFORM ABORT-PROGRAM                                     ZBNKBLK1
065693     END-IF.                                                      ZBNKBLK1
065696                                                                  ZBNKBLK1
065700***************************************************************** ZBNKBLK1
065800* Display the file status bytes. This routine will display as   * ZBNKBLK1
065900* two digits if the full two byte file status is numeric. If    * ZBNKBLK1
