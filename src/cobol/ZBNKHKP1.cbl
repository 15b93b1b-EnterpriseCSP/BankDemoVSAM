002500*              report shows purged and retained counts.         * ZBNKHKP1
002600*              Covers BNKTRLG, BNKALRTQ, BNKFRAUD, BNKHOLD,     * ZBNKHKP1
002700*              BNKATMJ and BNKDENYQ.                            * ZBNKHKP1
002733*              Every master-file update is journaled through    * ZBNKHKP1
002766*              UJOURNL for forward recovery.                    * ZBNKHKP1
002800***************************************************************** ZBNKHKP1
002900                                                                  ZBNKHKP1
003000 IDENTIFICATION DIVISION.                                         ZBNKHKP1
013300 01  PRINTOUT-REC                        PIC X(121).              ZBNKHKP1
013400                                                                  ZBNKHKP1
013500 WORKING-STORAGE SECTION.                                         ZBNKHKP1
013533 COPY CJOURNLD.                                                   ZBNKHKP1
013566                                                                  ZBNKHKP1
013600 COPY CRUNCTLD.                                                   ZBNKHKP1
013700                                                                  ZBNKHKP1
013800 COPY CTIMERD.                                                    ZBNKHKP1
054800        ADD 1 TO WS-RETAINED-COUNT                                ZBNKHKP1
054900        GO TO PURGE-BNKALRTQ-LOOP                                 ZBNKHKP1
055000     END-IF.                                                      ZBNKHKP1
055100     DELETE BNKALRTQ-FILE                                         ZBNKHKP1
055133     SET JRN-CTL-DELETE TO TRUE                                   ZBNKHKP1
055166     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKHKP1
055200     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKHKP1
055300        MOVE 'BNKALRTQ delete failure...'                         ZBNKHKP1
055400          TO WS-CONSOLE-MESSAGE                                   ZBNKHKP1
084000       PERFORM ABORT-PROGRAM                                      ZBNKHKP1
084100     END-IF.                                                      ZBNKHKP1
084200                                                                  ZBNKHKP1
084205***************************************************************** ZBNKHKP1
084210* Journal the BNKALRTQ record just added, changed or deleted so * ZBNKHKP1
084215* it can be rolled forward onto a reload                        * ZBNKHKP1
084220***************************************************************** ZBNKHKP1
084225 JOURNAL-BNKALRTQ.                                                ZBNKHKP1
084230     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKHKP1
084235     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKHKP1
084240     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKHKP1
084245     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKHKP1
084250     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKHKP1
084255     IF JRN-CTL-ERROR                                             ZBNKHKP1
084260        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKHKP1
084265        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKHKP1
084270        PERFORM ABORT-PROGRAM                                     ZBNKHKP1
084275     END-IF.                                                      ZBNKHKP1
084280                                                                  ZBNKHKP1
084300***************************************************************** ZBNKHKP1
084400* Display the file status bytes. This routine will display as   * ZBNKHKP1
084500* two digits if the full two byte file status is numeric. If    * ZBNKHKP1
