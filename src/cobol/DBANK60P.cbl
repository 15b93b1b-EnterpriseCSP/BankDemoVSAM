001900*              that carries the reason code - and keeps the     * DBANK60P
002000*              standing waiver rows on BNKFWVR that the fee     * DBANK60P
002100*              run honours.  VSAM version                       * DBANK60P
002133*              The reversal description names the user who      * DBANK60P
002166*              keyed it.                                        * DBANK60P
002177*              Every master-file update is journaled through    * DBANK60P
002188*              DBANK85P for forward recovery.                   * DBANK60P
002200***************************************************************** DBANK60P
002300                                                                  DBANK60P
002400 IDENTIFICATION DIVISION.                                         DBANK60P
006900                                                                  DBANK60P
007000 COPY CABENDD.                                                    DBANK60P
007100                                                                  DBANK60P
007125 01  WS-RECOVERY-DATA.                                            DBANK60P
007150 COPY CBANKD85.                                                   DBANK60P
007175                                                                  DBANK60P
007200 LINKAGE SECTION.                                                 DBANK60P
007300 01  DFHCOMMAREA.                                                 DBANK60P
007400   05  LK-COMMAREA                           PIC X(1)             DBANK60P
022600                    FROM(WS-BNKACC-REC)                           DBANK60P
022700                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK60P
022800                    RESP(WS-RESP)                                 DBANK60P
022900     END-EXEC                                                     DBANK60P
022914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK60P
022928        MOVE 'BNKACC' TO CD85I-FILE                               DBANK60P
022942        SET CD85I-CHANGE TO TRUE                                  DBANK60P
022956        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         DBANK60P
022970        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK60P
022984     END-IF.                                                      DBANK60P
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK60P
023100       SET CD60O-ERROR TO TRUE                                    DBANK60P
023200       MOVE 'Unable to credit the account' TO CD60O-MSG           DBANK60P
023900     MOVE SPACES TO BTX-REC-DATA-NEW.                             DBANK60P
024000     MOVE SPACES TO BTX-REC-DATA-OLD.                             DBANK60P
024100     STRING 'Fee reversed - ' DELIMITED BY SIZE                   DBANK60P
024150            CD60I-REASON-CODE DELIMITED BY SIZE                   DBANK60P
024200            ' ' DELIMITED BY SIZE                                 DBANK60P
024250            CD60I-USERID DELIMITED BY SIZE                        DBANK60P
024300       INTO BTX-REC-DATA-OLD.                                     DBANK60P
024400     MOVE '9' TO BTX-REC-SUB-TYPE.                                DBANK60P
024500     MOVE WS-REV-AMOUNT TO BTX-REC-AMOUNT.                        DBANK60P
026200                           WS-TWOS-COMP-FORMAT.                   DBANK60P
026300     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK60P
026400     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK60P
026450 COPY CBANKTXP.                                                   DBANK60P
026500     EXEC CICS WRITE FILE('BNKTXN')                               DBANK60P
026600                    FROM(WS-BNKTXN-REC)                           DBANK60P
026700                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK60P
026800                    RIDFLD(WS-BNKTXN-RID)                         DBANK60P
026900                    RESP(WS-RESP)                                 DBANK60P
027000     END-EXEC                                                     DBANK60P
027014     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK60P
027028        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK60P
027042        SET CD85I-ADD TO TRUE                                     DBANK60P
027056        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK60P
027070        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK60P
027084     END-IF.                                                      DBANK60P
027100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK60P
027200       SET CD60O-ERROR TO TRUE                                    DBANK60P
027300       MOVE 'Credited but unable to write reversal'               DBANK60P
038000 READ-WAIVER-PROCESSING-EXIT.                                     DBANK60P
038100     EXIT.                                                        DBANK60P
038200                                                                  DBANK60P
038209***************************************************************** DBANK60P
038218* Journal the after-image of the master-file update just        * DBANK60P
038227* made so it can be rolled forward onto a reload                * DBANK60P
038236***************************************************************** DBANK60P
038245 JOURNAL-UPDATE.                                                  DBANK60P
038254     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK60P
038263 COPY CBANKX85.                                                   DBANK60P
038272 JOURNAL-UPDATE-EXIT.                                             DBANK60P
038281     EXIT.                                                        DBANK60P
038290                                                                  DBANK60P
038300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK60P
038400                                                                  DBANK60P
