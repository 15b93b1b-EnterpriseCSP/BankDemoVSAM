001200***************************************************************** dbank07p
001300* Program:     DBANK07P.CBL                                     * dbank07p
001400* Function:    Write transaction records for audit trail        * dbank07p
001433*              Every master-file update is journaled through    * dbank07p
001466*              DBANK85P for forward recovery.                   * dbank07p
001477*              Each transaction event published is recorded     * dbank07p
001488*              in the event outbox through DBANK86P.            * dbank07p
001500*              VSAM Version                                     * dbank07p
001600***************************************************************** dbank07p
001700                                                                  dbank07p
005500                                                                  dbank07p
005600 COPY CABENDD.                                                    dbank07p
005700                                                                  dbank07p
005725 01  WS-RECOVERY-DATA.                                            dbank07p
005750 COPY CBANKD85.                                                   dbank07p
005756                                                                  dbank07p
005762 01  WS-OUTBOX-DATA.                                              dbank07p
005768 COPY CBANKD86.                                                   dbank07p
005775                                                                  dbank07p
005800 LINKAGE SECTION.                                                 dbank07p
005900 01  DFHCOMMAREA.                                                 dbank07p
006000   05  LK-COMMAREA                           PIC X(1)             dbank07p
009801     PERFORM GET-POSTING-DATE THRU                                dbank07p
009802             GET-POSTING-DATE-EXIT                                dbank07p
009803     MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE                 dbank07p
009851 COPY CBANKTXP.                                                   dbank07p
009900     EXEC CICS WRITE FILE('BNKTXN')                               dbank07p
010000                          FROM(WS-BNKTXN-REC)                     dbank07p
010100                          LENGTH(LENGTH OF WS-BNKTXN-REC)         dbank07p
010200                          RIDFLD(WS-BNKTXN-RID)                   dbank07p
010300                          KEYLENGTH(LENGTH OF WS-BNKTXN-RID)      dbank07p
010400                          RESP(WS-RESP)                           dbank07p
010500     END-EXEC                                                     dbank07p
010514     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank07p
010528        MOVE 'BNKTXN' TO CD85I-FILE                               dbank07p
010542        SET CD85I-ADD TO TRUE                                     dbank07p
010556        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank07p
010570        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank07p
010584     END-IF.                                                      dbank07p
010600                                                                  dbank07p
010700***************************************************************** dbank07p
010800* Did we get the record OK                                      * dbank07p
011340         MOVE BTX-REC-AMOUNT TO MQP-EVENT-AMOUNT                  dbank07p
011345         MOVE BTX-REC-TIMESTAMP TO MQP-EVENT-TIMESTAMP            dbank07p
011350         CALL 'UMQPUB' USING WS-MQ-PUB-AREA                       dbank07p
011375         PERFORM RECORD-OUTBOX THRU RECORD-OUTBOX-EXIT            dbank07p
011400     END-IF.                                                      dbank07p
011500                                                                  dbank07p
011600***************************************************************** dbank07p
012529 GET-POSTING-DATE-EXIT.                                           dbank07p
012530     EXIT.                                                        dbank07p
012531                                                                  dbank07p
012533***************************************************************** dbank07p
012535* Journal the after-image of the master-file update just        * dbank07p
012537* made so it can be rolled forward onto a reload                * dbank07p
012539***************************************************************** dbank07p
012541 JOURNAL-UPDATE.                                                  dbank07p
012543     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank07p
012545 COPY CBANKX85.                                                   dbank07p
012547 JOURNAL-UPDATE-EXIT.                                             dbank07p
012549     EXIT.                                                        dbank07p
012551                                                                  dbank07p
012555***************************************************************** dbank07p
012557* Record the event just handed to UMQPUB in the event outbox,   * dbank07p
012559* with whether it reached the queue, so that one lost to a      * dbank07p
012561* queue manager outage or a failed put can be sent again        * dbank07p
012563***************************************************************** dbank07p
012565 RECORD-OUTBOX.                                                   dbank07p
012567     MOVE SPACES TO CD86-DATA.                                    dbank07p
012569     MOVE MQP-QUEUE-NAME TO CD86I-QUEUE-NAME.                     dbank07p
012571     MOVE MQP-EVENT TO CD86I-EVENT.                               dbank07p
012573     IF MQP-RESP-OK                                               dbank07p
012575       SET CD86I-PUBLISHED TO TRUE                                dbank07p
012577       MOVE ZERO TO CD86I-REASON                                  dbank07p
012579     ELSE                                                         dbank07p
012581       SET CD86I-FAILED TO TRUE                                   dbank07p
012583       MOVE MQ-ERR-REASON-CODE TO CD86I-REASON                    dbank07p
012585     END-IF.                                                      dbank07p
012587     MOVE WS-PROGRAM-ID TO CD86I-PROGRAM.                         dbank07p
012589 COPY CBANKX86.                                                   dbank07p
012591 RECORD-OUTBOX-EXIT.                                              dbank07p
012593     EXIT.                                                        dbank07p
012594                                                                  dbank07p
012600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank07p
