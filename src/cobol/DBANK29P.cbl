001600*              the same from/to validation the transfer screen  * dbank29p
001700*              applies, list a customer's pending items, amend  * dbank29p
001800*              the amount or value date of one, or cancel one.  * dbank29p
001816*              A capture of type R schedules the payment of     * dbank29p
001832*              a biller's request-to-pay (to the clearing       * dbank29p
001848*              settlement account) and carries the request      * dbank29p
001864*              key; such an item is amended or cancelled        * dbank29p
001880*              only from the request screen.                    * dbank29p
001900*              VSAM version                                     * dbank29p
002000***************************************************************** dbank29p
002100                                                                  dbank29p
019300     MOVE CD29I-AMOUNT TO PP-REC-AMOUNT.                          dbank29p
019400     MOVE SPACES TO PP-REC-RESULT-CODE.                           dbank29p
019500     MOVE SPACES TO PP-REC-EXEC-DATE.                             dbank29p
019520     IF CD29I-TYPE-RTP                                            dbank29p
019540       SET PP-TYPE-RTP TO TRUE                                    dbank29p
019560       MOVE CD29I-RTP-KEY TO PP-REC-RTP-KEY                       dbank29p
019580     END-IF.                                                      dbank29p
019600     MOVE PP-KEY TO WS-BNKPEND-RID.                               dbank29p
019700     EXEC CICS WRITE FILE('BNKPEND')                              dbank29p
019800                    FROM(WS-BNKPEND-REC)                          dbank29p
020300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank29p
020400       SET CD29O-ERROR TO TRUE                                    dbank29p
020500       MOVE 'Unable to write pending payment' TO CD29O-MSG        dbank29p
020533     ELSE                                                         dbank29p
020566       MOVE PP-KEY TO CD29O-ENTRY-KEY (1)                         dbank29p
020600     END-IF.                                                      dbank29p
020700 CAPTURE-PROCESSING-EXIT.                                         dbank29p
020800     EXIT.                                                        dbank29p
037500       END-EXEC                                                   dbank29p
037600       GO TO FETCH-OWNED-PENDING-EXIT                             dbank29p
037700     END-IF.                                                      dbank29p
037710     IF PP-TYPE-RTP AND                                           dbank29p
037720        NOT CD29I-TYPE-RTP                                        dbank29p
037730       SET CD29O-ERROR TO TRUE                                    dbank29p
037740       MOVE 'Biller request - use the request screen'             dbank29p
037750         TO CD29O-MSG                                             dbank29p
037760       EXEC CICS UNLOCK FILE('BNKPEND')                           dbank29p
037770       END-EXEC                                                   dbank29p
037780       GO TO FETCH-OWNED-PENDING-EXIT                             dbank29p
037790     END-IF.                                                      dbank29p
037800     IF NOT PP-STATUS-PENDING                                     dbank29p
037900       SET CD29O-ERROR TO TRUE                                    dbank29p
038000       MOVE 'Item is no longer pending' TO CD29O-MSG              dbank29p
