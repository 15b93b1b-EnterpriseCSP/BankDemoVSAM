001900*              SSTMT01P builds on-line (the CSTMTJCL card       * ZBNKCYC1
002000*              set with %%%%% substituted for the account's     * ZBNKCYC1
002100*              PID) and rolls the cycle date forward.           * ZBNKCYC1
002133*              Every master-file update is journaled through    * ZBNKCYC1
002166*              UJOURNL for forward recovery.                    * ZBNKCYC1
002200***************************************************************** ZBNKCYC1
002300                                                                  ZBNKCYC1
002400 IDENTIFICATION DIVISION.                                         ZBNKCYC1
005697 COPY CBANKVCT.                                                   ZBNKCYC1
005698                                                                  ZBNKCYC1
005700 WORKING-STORAGE SECTION.                                         ZBNKCYC1
005720 COPY CJOURNLD.                                                   ZBNKCYC1
005740                                                                  ZBNKCYC1
005760                                                                  ZBNKCYC1
005780 COPY CBUSDAYD.                                                   ZBNKCYC1
005800 COPY CTIMERD.                                                    ZBNKCYC1
005900                                                                  ZBNKCYC1
006000 COPY CTSTAMPD.                                                   ZBNKCYC1
017300        PERFORM ADVANCE-CYCLE-DATE                                ZBNKCYC1
017400        MOVE WS-CYCLE-NEW-DATE TO BAC-REC-STMT-CYCLE-DTE          ZBNKCYC1
017500        REWRITE BAC-RECORD                                        ZBNKCYC1
017533        SET JRN-CTL-CHANGE TO TRUE                                ZBNKCYC1
017566        PERFORM JOURNAL-BNKACC                                    ZBNKCYC1
017600        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                  ZBNKCYC1
017700           MOVE 'Unable to rewrite account cycle date'            ZBNKCYC1
017800             TO WS-CONSOLE-MESSAGE                                ZBNKCYC1
028133      END-IF.                                                     ZBNKCYC1
028134      CLOSE BNKCTL-FILE.                                          ZBNKCYC1
028135                                                                  ZBNKCYC1
028138***************************************************************** ZBNKCYC1
028141* Journal the BNKACC record just added, changed or deleted so   * ZBNKCYC1
028144* it can be rolled forward onto a reload                        * ZBNKCYC1
028147***************************************************************** ZBNKCYC1
028150 JOURNAL-BNKACC.                                                  ZBNKCYC1
028153     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKCYC1
028156     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCYC1
028159     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKCYC1
028162     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCYC1
028165     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCYC1
028168     IF JRN-CTL-ERROR                                             ZBNKCYC1
028171        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCYC1
028174        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCYC1
028177        PERFORM ABORT-PROGRAM                                     ZBNKCYC1
028180     END-IF.                                                      ZBNKCYC1
028183                                                                  ZBNKCYC1
028200***************************************************************** ZBNKCYC1
028300* Display the file status bytes. This routine will display as   * ZBNKCYC1
028400* two digits if the full two byte file status is numeric. If    * ZBNKCYC1
