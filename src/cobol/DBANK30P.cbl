001800*              quote day to the requested settlement date; the  * dbank30p
001900*              quote event is logged to BNKTXN for audit so a   * dbank30p
002000*              figure given to a customer can always be         * dbank30p
002050*              reproduced.  A revolving line of credit is       * dbank30p
002100*              not quoted - its balance is shown by DBANK72P.   * dbank30p
002116*              Every master-file update is journaled through    * dbank30p
002132*              DBANK85P for forward recovery.                   * dbank30p
002150*              VSAM version                                     * dbank30p
002200***************************************************************** dbank30p
002300                                                                  dbank30p
002400 IDENTIFICATION DIVISION.                                         dbank30p
007800                                                                  dbank30p
007900 COPY CABENDD.                                                    dbank30p
008000                                                                  dbank30p
008025 01  WS-RECOVERY-DATA.                                            dbank30p
008050 COPY CBANKD85.                                                   dbank30p
008075                                                                  dbank30p
008100 LINKAGE SECTION.                                                 dbank30p
008200 01  DFHCOMMAREA.                                                 dbank30p
008300   05  LK-COMMAREA                           PIC X(1)             dbank30p
014400       MOVE 'Loan is not active' TO CD30O-MSG                     dbank30p
014500       GO TO QUOTE-PROCESSING-EXIT                                dbank30p
014600     END-IF.                                                      dbank30p
014616     IF LNM-PRODUCT-REVOLVING                                     dbank30p
014632       SET CD30O-ERROR TO TRUE                                    dbank30p
014648       MOVE 'Line of credit - no payoff quote' TO CD30O-MSG       dbank30p
014664       GO TO QUOTE-PROCESSING-EXIT                                dbank30p
014680     END-IF.                                                      dbank30p
014700     MOVE LNM-REC-PID TO CD30O-PID.                               dbank30p
014800                                                                  dbank30p
014900 COPY CTSTAMPP.                                                   dbank30p
025800                           WS-TWOS-COMP-FORMAT.                   dbank30p
025900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank30p
026000     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank30p
026050 COPY CBANKTXP.                                                   dbank30p
026100     EXEC CICS WRITE FILE('BNKTXN')                               dbank30p
026200                    FROM(WS-BNKTXN-REC)                           dbank30p
026300                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank30p
026400                    RIDFLD(WS-BNKTXN-RID)                         dbank30p
026500                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank30p
026600                    RESP(WS-RESP)                                 dbank30p
026700     END-EXEC                                                     dbank30p
026714     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank30p
026728        MOVE 'BNKTXN' TO CD85I-FILE                               dbank30p
026742        SET CD85I-ADD TO TRUE                                     dbank30p
026756        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank30p
026770        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank30p
026784     END-IF.                                                      dbank30p
026800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank30p
026900       SET CD30O-ERROR TO TRUE                                    dbank30p
027000       MOVE 'Quote computed but audit log failed' TO CD30O-MSG    dbank30p
029000 COMPUTE-DAY-SERIAL-EXIT.                                         dbank30p
029100     EXIT.                                                        dbank30p
029200                                                                  dbank30p
029209***************************************************************** dbank30p
029218* Journal the after-image of the master-file update just        * dbank30p
029227* made so it can be rolled forward onto a reload                * dbank30p
029236***************************************************************** dbank30p
029245 JOURNAL-UPDATE.                                                  dbank30p
029254     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank30p
029263 COPY CBANKX85.                                                   dbank30p
029272 JOURNAL-UPDATE-EXIT.                                             dbank30p
029281     EXIT.                                                        dbank30p
029290                                                                  dbank30p
029300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank30p
