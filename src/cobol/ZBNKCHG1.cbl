002600*              recovery type with the running recovered total   * ZBNKCHG1
002700*              kept on the loan record for the credit bureau    * ZBNKCHG1
002800*              extract.  Prints both sections with totals.      * ZBNKCHG1
002833*              Every master-file update is journaled through    * ZBNKCHG1
002866*              UJOURNL for forward recovery.                    * ZBNKCHG1
002900***************************************************************** ZBNKCHG1
003000                                                                  ZBNKCHG1
003100 IDENTIFICATION DIVISION.                                         ZBNKCHG1
005700            ACCESS MODE  IS DYNAMIC                               ZBNKCHG1
005800            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCHG1
005900            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCHG1
005950            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCHG1
006000            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCHG1
006100     SELECT BNKCOLL-FILE                                          ZBNKCHG1
006200            ASSIGN       TO BNKCOLL                               ZBNKCHG1
010100 01  PRINTOUT-REC                        PIC X(121).              ZBNKCHG1
010200                                                                  ZBNKCHG1
010300 WORKING-STORAGE SECTION.                                         ZBNKCHG1
010333 COPY CJOURNLD.                                                   ZBNKCHG1
010366                                                                  ZBNKCHG1
010400 COPY CTIMERD.                                                    ZBNKCHG1
010500                                                                  ZBNKCHG1
010600 COPY CTSTAMPD.                                                   ZBNKCHG1
033000                                                                  ZBNKCHG1
033100     SET LNM-STATUS-CHARGED-OFF TO TRUE.                          ZBNKCHG1
033200     MOVE WS-TIMESTAMP (1:10) TO LNM-REC-CHGOFF-DATE.             ZBNKCHG1
033300     REWRITE LNM-RECORD                                           ZBNKCHG1
033333     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCHG1
033366     PERFORM JOURNAL-BNKLOAN.                                     ZBNKCHG1
033400     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKCHG1
033500        MOVE 'Unable to rewrite charged-off loan'                 ZBNKCHG1
033600          TO WS-CONSOLE-MESSAGE                                   ZBNKCHG1
034300     MOVE WS-SAVE-LOAN-ID TO COL-REC-LOAN-ID.                     ZBNKCHG1
034400     READ BNKCOLL-FILE.                                           ZBNKCHG1
034500     IF WS-BNKCOLL-STATUS IS EQUAL TO '00' AND                    ZBNKCHG1
034600        (COL-CASE-OPEN OR COL-CASE-STAYED)                        ZBNKCHG1
034700        SET COL-CASE-CLOSED TO TRUE                               ZBNKCHG1
034800        REWRITE COL-RECORD                                        ZBNKCHG1
034900     END-IF.                                                      ZBNKCHG1
044900     PERFORM WRITE-BTX-RECORD.                                    ZBNKCHG1
045000                                                                  ZBNKCHG1
045100     ADD WS-RECOVIN-AMOUNT TO LNM-REC-RECOVERED.                  ZBNKCHG1
045200     REWRITE LNM-RECORD                                           ZBNKCHG1
045233     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCHG1
045266     PERFORM JOURNAL-BNKLOAN.                                     ZBNKCHG1
045300     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKCHG1
045400        MOVE 'Unable to rewrite recovered loan'                   ZBNKCHG1
045500          TO WS-CONSOLE-MESSAGE                                   ZBNKCHG1
048700                           WS-TWOS-COMP-OUTPUT                    ZBNKCHG1
048800                           WS-TWOS-COMP-FORMAT.                   ZBNKCHG1
048900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCHG1
048950 COPY CBANKTXP.                                                   ZBNKCHG1
049000     WRITE BTX-RECORD                                             ZBNKCHG1
049033     SET JRN-CTL-ADD TO TRUE                                      ZBNKCHG1
049066     PERFORM JOURNAL-BNKTXN.                                      ZBNKCHG1
049100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCHG1
049200        MOVE 'Unable to write charge-off record'                  ZBNKCHG1
049300          TO WS-CONSOLE-MESSAGE                                   ZBNKCHG1
062700     END-IF.                                                      ZBNKCHG1
062800     CLOSE PRINTOUT-FILE.                                         ZBNKCHG1
062900                                                                  ZBNKCHG1
062903***************************************************************** ZBNKCHG1
062906* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCHG1
062909* it can be rolled forward onto a reload                        * ZBNKCHG1
062912***************************************************************** ZBNKCHG1
062915 JOURNAL-BNKTXN.                                                  ZBNKCHG1
062918     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCHG1
062921     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCHG1
062924     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCHG1
062927     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCHG1
062930     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCHG1
062933     IF JRN-CTL-ERROR                                             ZBNKCHG1
062936        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCHG1
062939        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHG1
062942        PERFORM ABORT-PROGRAM                                     ZBNKCHG1
062945     END-IF.                                                      ZBNKCHG1
062948                                                                  ZBNKCHG1
062951***************************************************************** ZBNKCHG1
062954* Journal the BNKLOAN record just added, changed or deleted so  * ZBNKCHG1
062957* it can be rolled forward onto a reload                        * ZBNKCHG1
062960***************************************************************** ZBNKCHG1
062963 JOURNAL-BNKLOAN.                                                 ZBNKCHG1
062966     MOVE 'BNKLOAN' TO JRN-CTL-FILE.                              ZBNKCHG1
062969     MOVE WS-BNKLOAN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKCHG1
062972     MOVE BNKLOAN-REC TO JRN-CTL-IMAGE.                           ZBNKCHG1
062975     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCHG1
062978     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCHG1
062981     IF JRN-CTL-ERROR                                             ZBNKCHG1
062984        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCHG1
062987        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHG1
062990        PERFORM ABORT-PROGRAM                                     ZBNKCHG1
062993     END-IF.                                                      ZBNKCHG1
062996                                                                  ZBNKCHG1
063000***************************************************************** ZBNKCHG1
063100* Display the file status bytes. This routine will display as   * ZBNKCHG1
063200* two digits if the full two byte file status is numeric. If    * ZBNKCHG1
