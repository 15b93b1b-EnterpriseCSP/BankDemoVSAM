001900*              BAC-REC-ATM-DAY-DTE forward to today, so a       *  ZBNKATM1
002000*              report of today's ATM usage is accurate even     *  ZBNKATM1
002100*              for accounts nobody has used yet today.           * ZBNKATM1
002133*              Every master-file update is journaled through    *  ZBNKATM1
002166*              UJOURNL for forward recovery.                    *  ZBNKATM1
002200*****************************************************************  ZBNKATM1
002300                                                                   ZBNKATM1
002400 IDENTIFICATION DIVISION.                                          ZBNKATM1
004800 COPY CBANKVAC.                                                    ZBNKATM1
004900                                                                   ZBNKATM1
005000 WORKING-STORAGE SECTION.                                          ZBNKATM1
005020 COPY CJOURNLD.                                                    ZBNKATM1
005040                                                                   ZBNKATM1
005060                                                                  ZBNKATM1
005080 COPY CRUNCTLD.                                                   ZBNKATM1
005100 COPY CTIMERD.                                                     ZBNKATM1
005200                                                                   ZBNKATM1
005300 COPY CTSTAMPD.                                                    ZBNKATM1
014900        MOVE ZERO TO BAC-REC-ATM-DAY-AMT                           ZBNKATM1
015000        MOVE WS-TODAY-ISO TO BAC-REC-ATM-DAY-DTE                   ZBNKATM1
015100        REWRITE BAC-RECORD                                         ZBNKATM1
015133        SET JRN-CTL-CHANGE TO TRUE                                 ZBNKATM1
015166        PERFORM JOURNAL-BNKACC                                     ZBNKATM1
015200        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                   ZBNKATM1
015300           MOVE 'Unable to rewrite account after ATM reset'        ZBNKATM1
015400             TO WS-CONSOLE-MESSAGE                                 ZBNKATM1
018000 CLOSE-FILES.                                                      ZBNKATM1
018100     CLOSE BNKACC-FILE.                                            ZBNKATM1
018200                                                                   ZBNKATM1
018205*****************************************************************  ZBNKATM1
018210* Journal the BNKACC record just added, changed or deleted so   *  ZBNKATM1
018215* it can be rolled forward onto a reload                        *  ZBNKATM1
018220*****************************************************************  ZBNKATM1
018225 JOURNAL-BNKACC.                                                   ZBNKATM1
018230     MOVE 'BNKACC' TO JRN-CTL-FILE.                                ZBNKATM1
018235     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                   ZBNKATM1
018240     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                             ZBNKATM1
018245     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                        ZBNKATM1
018250     CALL 'UJOURNL' USING JRN-CTL-DATA.                            ZBNKATM1
018255     IF JRN-CTL-ERROR                                              ZBNKATM1
018260        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                     ZBNKATM1
018265        PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKATM1
018270        PERFORM ABORT-PROGRAM                                      ZBNKATM1
018275     END-IF.                                                       ZBNKATM1
018280                                                                   ZBNKATM1
018300*****************************************************************  ZBNKATM1
018400* Display the file status bytes. This routine will display as   *  ZBNKATM1
018500* two digits if the full two byte file status is numeric. If    *  ZBNKATM1
