002200*              collection has its credit reversed, and the row  * ZBNKCOL2
002300*              is marked returned.  Every action and every      * ZBNKCOL2
002400*              unmatched result lands on the journal.           * ZBNKCOL2
002433*              Every master-file update is journaled through    * ZBNKCOL2
002466*              UJOURNL for forward recovery.                    * ZBNKCOL2
002500***************************************************************** ZBNKCOL2
002600                                                                  ZBNKCOL2
002700  IDENTIFICATION DIVISION.                                        ZBNKCOL2
005900             ACCESS MODE  IS RANDOM                               ZBNKCOL2
006000             RECORD KEY   IS BTX-REC-TIMESTAMP                    ZBNKCOL2
006100             ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES     ZBNKCOL2
006150             ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES     ZBNKCOL2
006200             FILE STATUS  IS WS-BNKTXN-STATUS.                    ZBNKCOL2
006300      SELECT PRINTOUT-FILE                                        ZBNKCOL2
006400             ASSIGN       TO PRINTOUT                             ZBNKCOL2
008800  01  PRINTOUT-REC                        PIC X(121).             ZBNKCOL2
008900                                                                  ZBNKCOL2
009000  WORKING-STORAGE SECTION.                                        ZBNKCOL2
009033  COPY CJOURNLD.                                                  ZBNKCOL2
009066                                                                  ZBNKCOL2
009100  COPY CRUNCTLD.                                                  ZBNKCOL2
009200                                                                  ZBNKCOL2
009300  COPY CTIMERD.                                                   ZBNKCOL2
030600      PERFORM MOVE-COLLECTION-MONEY.                              ZBNKCOL2
030700      SET PQ-STATUS-SETTLED TO TRUE.                              ZBNKCOL2
030800      MOVE WS-TODAY-ISO TO PQ-REC-SETTLE-DATE.                    ZBNKCOL2
030900      REWRITE PQ-RECORD                                           ZBNKCOL2
030933      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
030966      PERFORM JOURNAL-BNKPAYQ.                                    ZBNKCOL2
031000      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKCOL2
031100         MOVE 'Unable to mark collection settled'                 ZBNKCOL2
031200           TO WS-CONSOLE-MESSAGE                                  ZBNKCOL2
034100         END-IF                                                   ZBNKCOL2
034200      END-IF.                                                     ZBNKCOL2
034300      SET PQ-STATUS-RETURNED TO TRUE.                             ZBNKCOL2
034400      REWRITE PQ-RECORD                                           ZBNKCOL2
034433      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
034466      PERFORM JOURNAL-BNKPAYQ.                                    ZBNKCOL2
034500      IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                   ZBNKCOL2
034600         MOVE 'Unable to mark collection returned'                ZBNKCOL2
034700           TO WS-CONSOLE-MESSAGE                                  ZBNKCOL2
036900         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
037000      END-IF.                                                     ZBNKCOL2
037100      SUBTRACT PQ-REC-AMOUNT FROM BAC-REC-BALANCE.                ZBNKCOL2
037200      REWRITE BAC-RECORD                                          ZBNKCOL2
037233      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
037266      PERFORM JOURNAL-BNKACC.                                     ZBNKCOL2
037300      PERFORM CHECK-BNKACC-REWRITE.                               ZBNKCOL2
037400      MOVE PQ-REC-FUND-ACCNO TO BAC-REC-ACCNO.                    ZBNKCOL2
037500      READ BNKACC-FILE.                                           ZBNKCOL2
038000         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
038100      END-IF.                                                     ZBNKCOL2
038200      ADD PQ-REC-AMOUNT TO BAC-REC-BALANCE.                       ZBNKCOL2
038300      REWRITE BAC-RECORD                                          ZBNKCOL2
038333      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
038366      PERFORM JOURNAL-BNKACC.                                     ZBNKCOL2
038400      PERFORM CHECK-BNKACC-REWRITE.                               ZBNKCOL2
038500      PERFORM WRITE-COLLECTION-AUDIT.                             ZBNKCOL2
038600                                                                  ZBNKCOL2
039700         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
039800      END-IF.                                                     ZBNKCOL2
039900      SUBTRACT PQ-REC-AMOUNT FROM BAC-REC-BALANCE.                ZBNKCOL2
040000      REWRITE BAC-RECORD                                          ZBNKCOL2
040033      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
040066      PERFORM JOURNAL-BNKACC.                                     ZBNKCOL2
040100      PERFORM CHECK-BNKACC-REWRITE.                               ZBNKCOL2
040200      MOVE WS-CLEARING-ACC TO BAC-REC-ACCNO.                      ZBNKCOL2
040300      READ BNKACC-FILE.                                           ZBNKCOL2
040800         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
040900      END-IF.                                                     ZBNKCOL2
041000      ADD PQ-REC-AMOUNT TO BAC-REC-BALANCE.                       ZBNKCOL2
041100      REWRITE BAC-RECORD                                          ZBNKCOL2
041133      SET JRN-CTL-CHANGE TO TRUE                                  ZBNKCOL2
041166      PERFORM JOURNAL-BNKACC.                                     ZBNKCOL2
041200      PERFORM CHECK-BNKACC-REWRITE.                               ZBNKCOL2
041300      PERFORM WRITE-REVERSAL-AUDIT.                               ZBNKCOL2
041400                                                                  ZBNKCOL2
048800                            WS-TWOS-COMP-OUTPUT                   ZBNKCOL2
048900                            WS-TWOS-COMP-FORMAT.                  ZBNKCOL2
049000      MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.           ZBNKCOL2
049050 COPY CBANKTXP.                                                   ZBNKCOL2
049100      WRITE BTX-RECORD                                            ZBNKCOL2
049133      SET JRN-CTL-ADD TO TRUE                                     ZBNKCOL2
049166      PERFORM JOURNAL-BNKTXN.                                     ZBNKCOL2
049200      IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                    ZBNKCOL2
049300         MOVE 'Unable to write collection audit record'           ZBNKCOL2
049400           TO WS-CONSOLE-MESSAGE                                  ZBNKCOL2
060800      CLOSE BNKTXN-FILE.                                          ZBNKCOL2
060900      CLOSE PRINTOUT-FILE.                                        ZBNKCOL2
061000                                                                  ZBNKCOL2
061002***************************************************************** ZBNKCOL2
061004* Journal the BNKACC record just added, changed or deleted so   * ZBNKCOL2
061006* it can be rolled forward onto a reload                        * ZBNKCOL2
061008***************************************************************** ZBNKCOL2
061010  JOURNAL-BNKACC.                                                 ZBNKCOL2
061012      MOVE 'BNKACC' TO JRN-CTL-FILE.                              ZBNKCOL2
061014      MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKCOL2
061016      MOVE BNKACC-REC TO JRN-CTL-IMAGE.                           ZBNKCOL2
061018      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKCOL2
061020      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKCOL2
061022      IF JRN-CTL-ERROR                                            ZBNKCOL2
061024         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKCOL2
061026         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKCOL2
061028         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
061030      END-IF.                                                     ZBNKCOL2
061032                                                                  ZBNKCOL2
061034***************************************************************** ZBNKCOL2
061036* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCOL2
061038* it can be rolled forward onto a reload                        * ZBNKCOL2
061040***************************************************************** ZBNKCOL2
061042  JOURNAL-BNKTXN.                                                 ZBNKCOL2
061044      MOVE 'BNKTXN' TO JRN-CTL-FILE.                              ZBNKCOL2
061046      MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKCOL2
061048      MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                           ZBNKCOL2
061050      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKCOL2
061052      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKCOL2
061054      IF JRN-CTL-ERROR                                            ZBNKCOL2
061056         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKCOL2
061058         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKCOL2
061060         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
061062      END-IF.                                                     ZBNKCOL2
061064                                                                  ZBNKCOL2
061066***************************************************************** ZBNKCOL2
061068* Journal the BNKPAYQ record just added, changed or deleted so  * ZBNKCOL2
061070* it can be rolled forward onto a reload                        * ZBNKCOL2
061072***************************************************************** ZBNKCOL2
061074  JOURNAL-BNKPAYQ.                                                ZBNKCOL2
061076      MOVE 'BNKPAYQ' TO JRN-CTL-FILE.                             ZBNKCOL2
061078      MOVE WS-BNKPAYQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKCOL2
061080      MOVE BNKPAYQ-REC TO JRN-CTL-IMAGE.                          ZBNKCOL2
061082      MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                      ZBNKCOL2
061084      CALL 'UJOURNL' USING JRN-CTL-DATA.                          ZBNKCOL2
061086      IF JRN-CTL-ERROR                                            ZBNKCOL2
061088         MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                   ZBNKCOL2
061090         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKCOL2
061092         PERFORM ABORT-PROGRAM                                    ZBNKCOL2
061094      END-IF.                                                     ZBNKCOL2
061096                                                                  ZBNKCOL2
061100***************************************************************** ZBNKCOL2
061200* Display the file status bytes. This routine will display as   * ZBNKCOL2
061300* two digits if the full two byte file status is numeric. If    * ZBNKCOL2
