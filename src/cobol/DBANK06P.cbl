001400* Function:    Write transaction records for audit trail,       * dbank06p
001420*              plus an overdraft fee record when the caller     * dbank06p
001440*              indicates the overdraft cushion was used         * dbank06p
001460*              Every master-file update is journaled through    * dbank06p
001480*              DBANK85P for forward recovery.                   * dbank06p
001486*              Each transaction event published is recorded     * dbank06p
001492*              in the event outbox through DBANK86P.            * dbank06p
001500*              VSAM Version                                     * dbank06p
001600***************************************************************** dbank06p
001700                                                                  dbank06p
005399                                                                  dbank06p
005400 COPY CABENDD.                                                    dbank06p
005500                                                                  dbank06p
005525 01  WS-RECOVERY-DATA.                                            dbank06p
005550 COPY CBANKD85.                                                   dbank06p
005556                                                                  dbank06p
005562 01  WS-OUTBOX-DATA.                                              dbank06p
005568 COPY CBANKD86.                                                   dbank06p
005575                                                                  dbank06p
005600 LINKAGE SECTION.                                                 dbank06p
005700 01  DFHCOMMAREA.                                                 dbank06p
005800   05  LK-COMMAREA                           PIC X(1)             dbank06p
009804     PERFORM GET-POSTING-DATE THRU                                dbank06p
009805             GET-POSTING-DATE-EXIT                                dbank06p
009806     MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE                 dbank06p
009853 COPY CBANKTXP.                                                   dbank06p
009900     EXEC CICS WRITE FILE('BNKTXN')                               dbank06p
010000                          FROM(WS-BNKTXN-REC)                     dbank06p
010100                          LENGTH(LENGTH OF WS-BNKTXN-REC)         dbank06p
010200                          RIDFLD(WS-BNKTXN-RID)                   dbank06p
010300                          KEYLENGTH(LENGTH OF WS-BNKTXN-RID)      dbank06p
010400                          RESP(WS-RESP)                           dbank06p
010500     END-EXEC                                                     dbank06p
010514     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank06p
010528        MOVE 'BNKTXN' TO CD85I-FILE                               dbank06p
010542        SET CD85I-ADD TO TRUE                                     dbank06p
010556        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank06p
010570        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank06p
010584     END-IF.                                                      dbank06p
010600                                                                  dbank06p
010700***************************************************************** dbank06p
010800* Did we get the record OK                                      * dbank06p
011340         MOVE BTX-REC-AMOUNT TO MQP-EVENT-AMOUNT                  dbank06p
011345         MOVE BTX-REC-TIMESTAMP TO MQP-EVENT-TIMESTAMP            dbank06p
011350         CALL 'UMQPUB' USING WS-MQ-PUB-AREA                       dbank06p
011351         PERFORM RECORD-OUTBOX THRU RECORD-OUTBOX-EXIT            dbank06p
011352         MOVE BTX-REC-PID TO FRR-EVENT-PID                        dbank06p
011354         MOVE BTX-REC-ACCNO TO FRR-EVENT-ACCNO                    dbank06p
011356         MOVE BTX-REC-TYPE TO FRR-EVENT-TYPE                      dbank06p
013704     PERFORM GET-POSTING-DATE THRU                                dbank06p
013705             GET-POSTING-DATE-EXIT                                dbank06p
013706     MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE                 dbank06p
013753 COPY CBANKTXP.                                                   dbank06p
013800     EXEC CICS WRITE FILE('BNKTXN')                               dbank06p
013900                          FROM(WS-BNKTXN-REC)                     dbank06p
014000                          LENGTH(LENGTH OF WS-BNKTXN-REC)         dbank06p
014100                          RIDFLD(WS-BNKTXN-RID)                   dbank06p
014200                          KEYLENGTH(LENGTH OF WS-BNKTXN-RID)      dbank06p
014300                          RESP(WS-RESP)                           dbank06p
014400     END-EXEC                                                     dbank06p
014414     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank06p
014428        MOVE 'BNKTXN' TO CD85I-FILE                               dbank06p
014442        SET CD85I-ADD TO TRUE                                     dbank06p
014456        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank06p
014470        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank06p
014484     END-IF.                                                      dbank06p
014500                                                                  dbank06p
014600***************************************************************** dbank06p
014700* Did we get the record OK                                      * dbank06p
015240         MOVE BTX-REC-AMOUNT TO MQP-EVENT-AMOUNT                  dbank06p
015245         MOVE BTX-REC-TIMESTAMP TO MQP-EVENT-TIMESTAMP            dbank06p
015250         CALL 'UMQPUB' USING WS-MQ-PUB-AREA                       dbank06p
015251         PERFORM RECORD-OUTBOX THRU RECORD-OUTBOX-EXIT            dbank06p
015252         MOVE BTX-REC-PID TO FRR-EVENT-PID                        dbank06p
015254         MOVE BTX-REC-ACCNO TO FRR-EVENT-ACCNO                    dbank06p
015256         MOVE BTX-REC-TYPE TO FRR-EVENT-TYPE                      dbank06p
015981        PERFORM GET-POSTING-DATE THRU                             dbank06p
015982                GET-POSTING-DATE-EXIT                             dbank06p
015983        MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE              dbank06p
015991 COPY CBANKTXP.                                                   dbank06p
016000        EXEC CICS WRITE FILE('BNKTXN')                            dbank06p
016020                             FROM(WS-BNKTXN-REC)                  dbank06p
016040                             LENGTH(LENGTH OF WS-BNKTXN-REC)      dbank06p
016080                             KEYLENGTH(LENGTH OF WS-BNKTXN-RID)   dbank06p
016100                             RESP(WS-RESP)                        dbank06p
016120        END-EXEC                                                  dbank06p
016122        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbank06p
016124           MOVE 'BNKTXN' TO CD85I-FILE                            dbank06p
016126           SET CD85I-ADD TO TRUE                                  dbank06p
016128           MOVE WS-BNKTXN-REC TO CD85I-IMAGE                      dbank06p
016130           PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT        dbank06p
016132        END-IF                                                    dbank06p
016140        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                dbank06p
016160           SET CD06O-UPDATE-FAIL TO TRUE                          dbank06p
016180           MOVE 'Unable to write overdraft fee transaction'       dbank06p
016204            MOVE BTX-REC-AMOUNT TO MQP-EVENT-AMOUNT               dbank06p
016206            MOVE BTX-REC-TIMESTAMP TO MQP-EVENT-TIMESTAMP         dbank06p
016208            CALL 'UMQPUB' USING WS-MQ-PUB-AREA                    dbank06p
016209            PERFORM RECORD-OUTBOX THRU RECORD-OUTBOX-EXIT         dbank06p
016210            MOVE BTX-REC-PID TO FRR-EVENT-PID                     dbank06p
016212            MOVE BTX-REC-ACCNO TO FRR-EVENT-ACCNO                 dbank06p
016214            MOVE BTX-REC-TYPE TO FRR-EVENT-TYPE                   dbank06p
016288        PERFORM GET-POSTING-DATE THRU                             dbank06p
016289                GET-POSTING-DATE-EXIT                             dbank06p
016290        MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE              dbank06p
016291 COPY CBANKTXP.                                                   dbank06p
016295        EXEC CICS WRITE FILE('BNKTXN')                            dbank06p
016299                             FROM(WS-BNKTXN-REC)                  dbank06p
016303                             LENGTH(LENGTH OF WS-BNKTXN-REC)      dbank06p
016307                             RIDFLD(WS-BNKTXN-RID)                dbank06p
016311                             KEYLENGTH(LENGTH OF WS-BNKTXN-RID)   dbank06p
016315                             RESP(WS-RESP)                        dbank06p
016319        END-EXEC                                                  dbank06p
016325        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbank06p
016356           MOVE 'BNKTXN' TO CD85I-FILE                            dbank06p
016387           SET CD85I-ADD TO TRUE                                  dbank06p
016418           MOVE WS-BNKTXN-REC TO CD85I-IMAGE                      dbank06p
016449           PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT        dbank06p
016480        END-IF                                                    dbank06p
016511        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                dbank06p
016542           SET CD06O-UPDATE-FAIL TO TRUE                          dbank06p
016573           MOVE 'Unable to write penalty transaction'             dbank06p
016604             TO CD06O-MSG                                         dbank06p
016635        END-IF                                                    dbank06p
016666     END-IF.                                                      dbank06p
016697                                                                  dbank06p
016728     IF NOT CD06O-UPDATE-FAIL                                     dbank06p
016759        SET CD06O-UPDATE-OK TO TRUE                               dbank06p
016790     END-IF.                                                      dbank06p
016821                                                                  dbank06p
016852***************************************************************** dbank06p
016900* Move the result back to the callers area                      * dbank06p
017000***************************************************************** dbank06p
017100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank06p
017729 GET-POSTING-DATE-EXIT.                                           dbank06p
017730     EXIT.                                                        dbank06p
017731                                                                  dbank06p
017733***************************************************************** dbank06p
017735* Journal the after-image of the master-file update just        * dbank06p
017737* made so it can be rolled forward onto a reload                * dbank06p
017739***************************************************************** dbank06p
017741 JOURNAL-UPDATE.                                                  dbank06p
017743     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank06p
017745 COPY CBANKX85.                                                   dbank06p
017747 JOURNAL-UPDATE-EXIT.                                             dbank06p
017749     EXIT.                                                        dbank06p
017751                                                                  dbank06p
017755***************************************************************** dbank06p
017757* Record the event just handed to UMQPUB in the event outbox,   * dbank06p
017759* with whether it reached the queue, so that one lost to a      * dbank06p
017761* queue manager outage or a failed put can be sent again        * dbank06p
017763***************************************************************** dbank06p
017765 RECORD-OUTBOX.                                                   dbank06p
017767     MOVE SPACES TO CD86-DATA.                                    dbank06p
017769     MOVE MQP-QUEUE-NAME TO CD86I-QUEUE-NAME.                     dbank06p
017771     MOVE MQP-EVENT TO CD86I-EVENT.                               dbank06p
017773     IF MQP-RESP-OK                                               dbank06p
017775       SET CD86I-PUBLISHED TO TRUE                                dbank06p
017777       MOVE ZERO TO CD86I-REASON                                  dbank06p
017779     ELSE                                                         dbank06p
017781       SET CD86I-FAILED TO TRUE                                   dbank06p
017783       MOVE MQ-ERR-REASON-CODE TO CD86I-REASON                    dbank06p
017785     END-IF.                                                      dbank06p
017787     MOVE WS-PROGRAM-ID TO CD86I-PROGRAM.                         dbank06p
017789 COPY CBANKX86.                                                   dbank06p
017791 RECORD-OUTBOX-EXIT.                                              dbank06p
017793     EXIT.                                                        dbank06p
017794                                                                  dbank06p
017800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank06p
