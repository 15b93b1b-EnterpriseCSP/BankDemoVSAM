002400*              dispensed amount mismatches.  The window in      * ZBNKREC2
002500*              seconds may be supplied as the EXEC PARM and     * ZBNKREC2
002600*              defaults to 300.                                 * ZBNKREC2
002633*              Every master-file update is journaled through    * ZBNKREC2
002666*              UJOURNL for forward recovery.                    * ZBNKREC2
002700***************************************************************** ZBNKREC2
002800                                                                  ZBNKREC2
002900 IDENTIFICATION DIVISION.                                         ZBNKREC2
004900            ACCESS MODE  IS DYNAMIC                               ZBNKREC2
005000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKREC2
005100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKREC2
005150            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKREC2
005200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKREC2
005210     SELECT BNKSUSP-FILE                                          ZBNKREC2
005220            ASSIGN       TO BNKSUSP                               ZBNKREC2
007100 01  PRINTOUT-REC                        PIC X(121).              ZBNKREC2
007200                                                                  ZBNKREC2
007300 WORKING-STORAGE SECTION.                                         ZBNKREC2
007333 COPY CJOURNLD.                                                   ZBNKREC2
007366                                                                  ZBNKREC2
007400 COPY CTIMERD.                                                    ZBNKREC2
007410                                                                  ZBNKREC2
007420 COPY CTSTAMPD.                                                   ZBNKREC2
027622                           WS-TWOS-COMP-FORMAT.                   ZBNKREC2
027624     MOVE WS-TWOS-COMP-OUTPUT TO                                  ZBNKREC2
027626       BTX-REC-TIMESTAMP-FF OF BNKTXN-REC.                        ZBNKREC2
027640 COPY CBANKTXP.                                                   ZBNKREC2
027654     WRITE BTX-RECORD                                             ZBNKREC2
027668     SET JRN-CTL-ADD TO TRUE                                      ZBNKREC2
027682     PERFORM JOURNAL-BNKTXN.                                      ZBNKREC2
027696     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKREC2
027710        MOVE 'Unable to write suspense offset'                    ZBNKREC2
027724          TO WS-CONSOLE-MESSAGE                                   ZBNKREC2
027738        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKREC2
027752        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKREC2
027766        PERFORM DISPLAY-IO-STATUS                                 ZBNKREC2
027780        PERFORM ABORT-PROGRAM                                     ZBNKREC2
027794     END-IF.                                                      ZBNKREC2
027808     ADD 1 TO WS-BREAKS-POSTED.                                   ZBNKREC2
027822 POST-ATM-SUSPENSE-EXIT.                                          ZBNKREC2
027836     EXIT.                                                        ZBNKREC2
027850                                                                  ZBNKREC2
027864***************************************************************** ZBNKREC2
027878* Look for a BNKTXN debit matching the journal entry held in    * ZBNKREC2
027900* the BNKATMJ record area - same account, debit amount equal    * ZBNKREC2
028000* to the dispensed amount, timestamp on the same day within     * ZBNKREC2
028100* the window.  A hit is remembered so pass two can recognize    * ZBNKREC2
055950     CLOSE BNKSUSP-FILE.                                          ZBNKREC2
056000     CLOSE PRINTOUT-FILE.                                         ZBNKREC2
056100                                                                  ZBNKREC2
056105***************************************************************** ZBNKREC2
056110* Journal the BNKTXN record just added, changed or deleted so   * ZBNKREC2
056115* it can be rolled forward onto a reload                        * ZBNKREC2
056120***************************************************************** ZBNKREC2
056125 JOURNAL-BNKTXN.                                                  ZBNKREC2
056130     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKREC2
056135     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKREC2
056140     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKREC2
056145     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKREC2
056150     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKREC2
056155     IF JRN-CTL-ERROR                                             ZBNKREC2
056160        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKREC2
056165        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKREC2
056170        PERFORM ABORT-PROGRAM                                     ZBNKREC2
056175     END-IF.                                                      ZBNKREC2
056180                                                                  ZBNKREC2
056200***************************************************************** ZBNKREC2
056300* Display the file status bytes. This routine will display as   * ZBNKREC2
056400* two digits if the full two byte file status is numeric. If    * ZBNKREC2
