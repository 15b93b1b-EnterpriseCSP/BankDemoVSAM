002000*              preference, logging the change to BNKTXN-FILE      ZBNKBNC1
002100*              the same way DBANK07P logs an online contact       ZBNKBNC1
002200*              change.                                            ZBNKBNC1
002233*              Every master-file update is journaled through      ZBNKBNC1
002266*              UJOURNL for forward recovery.                      ZBNKBNC1
002300******************************************************************ZBNKBNC1
002400                                                                  ZBNKBNC1
002500 IDENTIFICATION DIVISION.                                         ZBNKBNC1
005400            ACCESS MODE  IS RANDOM                                ZBNKBNC1
005500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKBNC1
005600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKBNC1
005650            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKBNC1
005700            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKBNC1
005800     SELECT PRINTOUT-FILE                                         ZBNKBNC1
005900            ASSIGN       TO PRINTOUT                              ZBNKBNC1
008200 01  PRINTOUT-REC                        PIC X(90).               ZBNKBNC1
008300                                                                  ZBNKBNC1
008400 WORKING-STORAGE SECTION.                                         ZBNKBNC1
008433 COPY CJOURNLD.                                                   ZBNKBNC1
008466                                                                  ZBNKBNC1
008500 COPY CTIMERD.                                                    ZBNKBNC1
008600                                                                  ZBNKBNC1
008700 COPY CTSTAMPD.                                                   ZBNKBNC1
025300                                                                  ZBNKBNC1
025400     MOVE 'N' TO BCS-REC-SEND-EMAIL.                              ZBNKBNC1
025500     MOVE 'Y' TO BCS-REC-SEND-MAIL.                               ZBNKBNC1
025600     REWRITE BNKCUST-REC                                          ZBNKBNC1
025633     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKBNC1
025666     PERFORM JOURNAL-BNKCUST.                                     ZBNKBNC1
025700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKBNC1
025800        MOVE 'Unable to rewrite customer after bounce'            ZBNKBNC1
025900          TO WS-CONSOLE-MESSAGE                                   ZBNKBNC1
032000                           WS-TWOS-COMP-OUTPUT                    ZBNKBNC1
032100                           WS-TWOS-COMP-FORMAT.                   ZBNKBNC1
032200     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKBNC1
032250 COPY CBANKTXP.                                                   ZBNKBNC1
032300     WRITE BTX-RECORD                                             ZBNKBNC1
032333     SET JRN-CTL-ADD TO TRUE                                      ZBNKBNC1
032366     PERFORM JOURNAL-BNKTXN.                                      ZBNKBNC1
032400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKBNC1
032500        MOVE 'Unable to write contact-change audit record'        ZBNKBNC1
032600          TO WS-CONSOLE-MESSAGE                                   ZBNKBNC1
044500     CLOSE BNKTXN-FILE.                                           ZBNKBNC1
044600     CLOSE PRINTOUT-FILE.                                         ZBNKBNC1
044700                                                                  ZBNKBNC1
044703***************************************************************** ZBNKBNC1
044706* Journal the BNKCUST record just added, changed or deleted so  * ZBNKBNC1
044709* it can be rolled forward onto a reload                        * ZBNKBNC1
044712***************************************************************** ZBNKBNC1
044715 JOURNAL-BNKCUST.                                                 ZBNKBNC1
044718     MOVE 'BNKCUST' TO JRN-CTL-FILE.                              ZBNKBNC1
044721     MOVE WS-BNKCUST-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKBNC1
044724     MOVE BNKCUST-REC TO JRN-CTL-IMAGE.                           ZBNKBNC1
044727     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBNC1
044730     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBNC1
044733     IF JRN-CTL-ERROR                                             ZBNKBNC1
044736        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBNC1
044739        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBNC1
044742        PERFORM ABORT-PROGRAM                                     ZBNKBNC1
044745     END-IF.                                                      ZBNKBNC1
044748                                                                  ZBNKBNC1
044751***************************************************************** ZBNKBNC1
044754* Journal the BNKTXN record just added, changed or deleted so   * ZBNKBNC1
044757* it can be rolled forward onto a reload                        * ZBNKBNC1
044760***************************************************************** ZBNKBNC1
044763 JOURNAL-BNKTXN.                                                  ZBNKBNC1
044766     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKBNC1
044769     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKBNC1
044772     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKBNC1
044775     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBNC1
044778     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBNC1
044781     IF JRN-CTL-ERROR                                             ZBNKBNC1
044784        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBNC1
044787        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBNC1
044790        PERFORM ABORT-PROGRAM                                     ZBNKBNC1
044793     END-IF.                                                      ZBNKBNC1
044796                                                                  ZBNKBNC1
044800******************************************************************ZBNKBNC1
044900* Display the file status bytes. This routine will display as     ZBNKBNC1
045000* two digits if the full two byte file status is numeric. If      ZBNKBNC1
