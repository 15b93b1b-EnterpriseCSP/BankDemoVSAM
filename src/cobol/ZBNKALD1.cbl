002500*              left for the next run; at three tries it is      * ZBNKALD1
002600*              reported dead for operations to fix the          * ZBNKALD1
002700*              contact details.                                 * ZBNKALD1
002733*              Every master-file update is journaled through    * ZBNKALD1
002766*              UJOURNL for forward recovery.                    * ZBNKALD1
002775*              A low-funds warning quotes the projected         * ZBNKALD1
002785*              shortfall date and amount.                       * ZBNKALD1
002800***************************************************************** ZBNKALD1
002900                                                                  ZBNKALD1
003000 IDENTIFICATION DIVISION.                                         ZBNKALD1
009500 01  PRINTOUT-REC                        PIC X(121).              ZBNKALD1
009600                                                                  ZBNKALD1
009700 WORKING-STORAGE SECTION.                                         ZBNKALD1
009733 COPY CJOURNLD.                                                   ZBNKALD1
009766                                                                  ZBNKALD1
009800 COPY CRUNCTLD.                                                   ZBNKALD1
009900                                                                  ZBNKALD1
010000 COPY CTIMERD.                                                    ZBNKALD1
031800     MOVE 'Y' TO AQ-REC-SENT-FLAG.                                ZBNKALD1
031900     MOVE WS-TODAY-ISO TO AQ-REC-SENT-DATE.                       ZBNKALD1
032000     MOVE WS-CHANNEL TO AQ-REC-SENT-CHANNEL.                      ZBNKALD1
032100     REWRITE AQ-RECORD                                            ZBNKALD1
032133     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKALD1
032166     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKALD1
032200     IF WS-BNKALRTQ-STAT1 IS NOT EQUAL TO '0'                     ZBNKALD1
032300        MOVE 'Unable to mark alert sent'                          ZBNKALD1
032400          TO WS-CONSOLE-MESSAGE                                   ZBNKALD1
036300                'from a/c ' DELIMITED BY SIZE                     ZBNKALD1
036400                AQ-REC-ACCNO DELIMITED BY SIZE                    ZBNKALD1
036500           INTO WS-ALERT-TEXT                                     ZBNKALD1
036511       WHEN AQ-ALERT-RETURNED-ITEM                                ZBNKALD1
036522         STRING 'Cheque of ' DELIMITED BY SIZE                    ZBNKALD1
036533                WS-AMOUNT-D DELIMITED BY SIZE                     ZBNKALD1
036544                ' paid into a/c ' DELIMITED BY SIZE               ZBNKALD1
036555                AQ-REC-ACCNO DELIMITED BY SIZE                    ZBNKALD1
036566                ' was returned unpaid'                            ZBNKALD1
036577                DELIMITED BY SIZE                                 ZBNKALD1
036588           INTO WS-ALERT-TEXT                                     ZBNKALD1
036590       WHEN AQ-ALERT-LOW-FUNDS                                    ZBNKALD1
036591         STRING 'Due payments may take a/c ' DELIMITED BY SIZE    ZBNKALD1
036592                AQ-REC-ACCNO DELIMITED BY SIZE                    ZBNKALD1
036593                ' past limit on ' DELIMITED BY SIZE               ZBNKALD1
036594                AQ-REC-TEXT (24:10) DELIMITED BY SIZE             ZBNKALD1
036595                ' - short by ' DELIMITED BY SIZE                  ZBNKALD1
036596                WS-AMOUNT-D DELIMITED BY SIZE                     ZBNKALD1
036597           INTO WS-ALERT-TEXT                                     ZBNKALD1
036600       WHEN OTHER                                                 ZBNKALD1
036700         MOVE AQ-REC-TEXT TO WS-ALERT-TEXT                        ZBNKALD1
036800     END-EVALUATE.                                                ZBNKALD1
037800***************************************************************** ZBNKALD1
037900 BUMP-RETRY.                                                      ZBNKALD1
038000     ADD 1 TO AQ-REC-RETRY-COUNT.                                 ZBNKALD1
038100     REWRITE AQ-RECORD                                            ZBNKALD1
038133     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKALD1
038166     PERFORM JOURNAL-BNKALRTQ.                                    ZBNKALD1
038200     IF WS-BNKALRTQ-STAT1 IS NOT EQUAL TO '0'                     ZBNKALD1
038300        MOVE 'Unable to update alert row'                         ZBNKALD1
038400          TO WS-CONSOLE-MESSAGE                                   ZBNKALD1
047900     CLOSE MAILGATE-FILE.                                         ZBNKALD1
048000     CLOSE PRINTOUT-FILE.                                         ZBNKALD1
048100                                                                  ZBNKALD1
048105***************************************************************** ZBNKALD1
048110* Journal the BNKALRTQ record just added, changed or deleted so * ZBNKALD1
048115* it can be rolled forward onto a reload                        * ZBNKALD1
048120***************************************************************** ZBNKALD1
048125 JOURNAL-BNKALRTQ.                                                ZBNKALD1
048130     MOVE 'BNKALRTQ' TO JRN-CTL-FILE.                             ZBNKALD1
048135     MOVE WS-BNKALRTQ-STATUS TO JRN-CTL-IO-STATUS.                ZBNKALD1
048140     MOVE BNKALRTQ-REC TO JRN-CTL-IMAGE.                          ZBNKALD1
048145     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKALD1
048150     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKALD1
048155     IF JRN-CTL-ERROR                                             ZBNKALD1
048160        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKALD1
048165        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKALD1
048170        PERFORM ABORT-PROGRAM                                     ZBNKALD1
048175     END-IF.                                                      ZBNKALD1
048180                                                                  ZBNKALD1
048200***************************************************************** ZBNKALD1
048300* Display the file status bytes. This routine will display as   * ZBNKALD1
048400* two digits if the full two byte file status is numeric. If    * ZBNKALD1
