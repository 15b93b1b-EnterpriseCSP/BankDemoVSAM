002300*              of exactly what went.  An ineligible PID is      * ZBNKOFF1
002400*              listed with the blocking reason, never silently  * ZBNKOFF1
002500*              skipped.                                         * ZBNKOFF1
002533*              Every master-file update is journaled through    * ZBNKOFF1
002566*              UJOURNL for forward recovery.                    * ZBNKOFF1
002600***************************************************************** ZBNKOFF1
002700                                                                  ZBNKOFF1
002800 IDENTIFICATION DIVISION.                                         ZBNKOFF1
013000 01  PRINTOUT-REC                        PIC X(121).              ZBNKOFF1
013100                                                                  ZBNKOFF1
013200 WORKING-STORAGE SECTION.                                         ZBNKOFF1
013233 COPY CJOURNLD.                                                   ZBNKOFF1
013266                                                                  ZBNKOFF1
013300 COPY CTIMERD.                                                    ZBNKOFF1
013400                                                                  ZBNKOFF1
013500 COPY CTSTAMPD.                                                   ZBNKOFF1
046400     MOVE ZERO TO WS-HOLD-REMOVED.                                ZBNKOFF1
046500                                                                  ZBNKOFF1
046600     MOVE WS-PID TO BCS-REC-PID.                                  ZBNKOFF1
046700     DELETE BNKCUST-FILE                                          ZBNKOFF1
046733     SET JRN-CTL-DELETE TO TRUE                                   ZBNKOFF1
046766     PERFORM JOURNAL-BNKCUST.                                     ZBNKOFF1
046800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKOFF1
046900        MOVE 'Unable to remove customer row'                      ZBNKOFF1
047000          TO WS-CONSOLE-MESSAGE                                   ZBNKOFF1
068000     CLOSE BNKPINL-FILE.                                          ZBNKOFF1
068100     CLOSE PRINTOUT-FILE.                                         ZBNKOFF1
068200                                                                  ZBNKOFF1
068205***************************************************************** ZBNKOFF1
068210* Journal the BNKCUST record just added, changed or deleted so  * ZBNKOFF1
068215* it can be rolled forward onto a reload                        * ZBNKOFF1
068220***************************************************************** ZBNKOFF1
068225 JOURNAL-BNKCUST.                                                 ZBNKOFF1
068230     MOVE 'BNKCUST' TO JRN-CTL-FILE.                              ZBNKOFF1
068235     MOVE WS-BNKCUST-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKOFF1
068240     MOVE BNKCUST-REC TO JRN-CTL-IMAGE.                           ZBNKOFF1
068245     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKOFF1
068250     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKOFF1
068255     IF JRN-CTL-ERROR                                             ZBNKOFF1
068260        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKOFF1
068265        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKOFF1
068270        PERFORM ABORT-PROGRAM                                     ZBNKOFF1
068275     END-IF.                                                      ZBNKOFF1
068280                                                                  ZBNKOFF1
068300***************************************************************** ZBNKOFF1
068400* Display the file status bytes. This routine will display as   * ZBNKOFF1
068500* two digits if the full two byte file status is numeric. If    * ZBNKOFF1
