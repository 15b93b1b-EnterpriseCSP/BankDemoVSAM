001700*              orders, and remit a held amount: the account is  * DBANK59P
001800*              debited, a payment to the authority is queued    * DBANK59P
001900*              on BNKPAYQ for the outbound clearing run, and    * DBANK59P
001928*              the order is marked remitted.  Every master-file * DBANK59P
001956*              update is journaled through DBANK85P for         * DBANK59P
001984*              forward recovery.  The authority's routing must  * DBANK59P
002012*              pass the bank routing directory check in         * DBANK59P
002040*              DBANK89P when the order is lodged and again      * DBANK59P
002068*              before a remittance is queued.  VSAM version     * DBANK59P
002100***************************************************************** DBANK59P
002200                                                                  DBANK59P
002300 IDENTIFICATION DIVISION.                                         DBANK59P
006200                                                                  DBANK59P
006300 COPY CABENDD.                                                    DBANK59P
006400                                                                  DBANK59P
006425 01  WS-RECOVERY-DATA.                                            DBANK59P
006450 COPY CBANKD85.                                                   DBANK59P
006456                                                                  DBANK59P
006462 01  WS-ROUTING-DATA.                                             DBANK59P
006468 COPY CBANKD89.                                                   DBANK59P
006475                                                                  DBANK59P
006500 LINKAGE SECTION.                                                 DBANK59P
006600 01  DFHCOMMAREA.                                                 DBANK59P
006700   05  LK-COMMAREA                           PIC X(1)             DBANK59P
012800         TO CD59O-MSG                                             DBANK59P
012900       GO TO LODGE-PROCESSING-EXIT                                DBANK59P
013000     END-IF.                                                      DBANK59P
013009     IF CD59I-ROUTING IS NOT EQUAL TO SPACES                      DBANK59P
013018       MOVE CD59I-ROUTING TO CD89I-ROUTING                        DBANK59P
013027       PERFORM VALIDATE-ROUTING THRU                              DBANK59P
013036               VALIDATE-ROUTING-EXIT                              DBANK59P
013045       IF NOT CD89O-OK                                            DBANK59P
013054         SET CD59O-ERROR TO TRUE                                  DBANK59P
013063         MOVE CD89O-MSG TO CD59O-MSG                              DBANK59P
013072         GO TO LODGE-PROCESSING-EXIT                              DBANK59P
013081       END-IF                                                     DBANK59P
013090     END-IF.                                                      DBANK59P
013100     MOVE CD59I-ACCNO TO WS-BNKACC-RID.                           DBANK59P
013200     EXEC CICS READ FILE('BNKACC')                                DBANK59P
013300                    INTO(WS-BNKACC-REC)                           DBANK59P
028000       MOVE 'Order is not active' TO CD59O-MSG                    DBANK59P
028100       GO TO REMIT-PROCESSING-EXIT                                DBANK59P
028200     END-IF.                                                      DBANK59P
028206***************************************************************** DBANK59P
028212* The authority's bank may have left the directory since the    * DBANK59P
028218* order was lodged                                              * DBANK59P
028224***************************************************************** DBANK59P
028230     IF LGL-REC-ROUTING IS NOT EQUAL TO SPACES                    DBANK59P
028236       MOVE LGL-REC-ROUTING TO CD89I-ROUTING                      DBANK59P
028242       PERFORM VALIDATE-ROUTING THRU                              DBANK59P
028248               VALIDATE-ROUTING-EXIT                              DBANK59P
028254       IF NOT CD89O-OK                                            DBANK59P
028260         SET CD59O-ERROR TO TRUE                                  DBANK59P
028266         MOVE CD89O-MSG TO CD59O-MSG                              DBANK59P
028272         GO TO REMIT-PROCESSING-EXIT                              DBANK59P
028278       END-IF                                                     DBANK59P
028284     END-IF.                                                      DBANK59P
028300     MOVE CD59I-ACCNO TO WS-BNKACC-RID.                           DBANK59P
028400     EXEC CICS READ FILE('BNKACC')                                DBANK59P
028500                    UPDATE                                        DBANK59P
029800                    FROM(WS-BNKACC-REC)                           DBANK59P
029900                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK59P
030000                    RESP(WS-RESP)                                 DBANK59P
030100     END-EXEC                                                     DBANK59P
030114     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK59P
030128        MOVE 'BNKACC' TO CD85I-FILE                               DBANK59P
030142        SET CD85I-CHANGE TO TRUE                                  DBANK59P
030156        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         DBANK59P
030170        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK59P
030184     END-IF.                                                      DBANK59P
030200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK59P
030300       SET CD59O-ERROR TO TRUE                                    DBANK59P
030400       MOVE 'Unable to debit the account' TO CD59O-MSG            DBANK59P
033100                    LENGTH(LENGTH OF WS-BNKPAYQ-REC)              DBANK59P
033200                    RIDFLD(WS-BNKPAYQ-RID)                        DBANK59P
033300                    RESP(WS-RESP)                                 DBANK59P
033400     END-EXEC                                                     DBANK59P
033414     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK59P
033428        MOVE 'BNKPAYQ' TO CD85I-FILE                              DBANK59P
033442        SET CD85I-ADD TO TRUE                                     DBANK59P
033456        MOVE WS-BNKPAYQ-REC TO CD85I-IMAGE                        DBANK59P
033470        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK59P
033484     END-IF.                                                      DBANK59P
033500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK59P
033600       SET CD59O-ERROR TO TRUE                                    DBANK59P
033700       MOVE 'Debited but unable to queue remittance'              DBANK59P
037900 REWRITE-ORDER-EXIT.                                              DBANK59P
038000     EXIT.                                                        DBANK59P
038100                                                                  DBANK59P
038104***************************************************************** DBANK59P
038108* Check the routing against the bank routing directory - the    * DBANK59P
038112* bank name is handed back for the screen to show               * DBANK59P
038116***************************************************************** DBANK59P
038120 VALIDATE-ROUTING.                                                DBANK59P
038124     MOVE SPACES TO CD89O-DATA.                                   DBANK59P
038128     SET CD89I-ACH TO TRUE.                                       DBANK59P
038132 COPY CBANKX89.                                                   DBANK59P
038136     MOVE CD89O-BANK-NAME TO CD59O-BANK-NAME.                     DBANK59P
038140 VALIDATE-ROUTING-EXIT.                                           DBANK59P
038144     EXIT.                                                        DBANK59P
038148***************************************************************** DBANK59P
038152* Journal the after-image of the master-file update just        * DBANK59P
038156* made so it can be rolled forward onto a reload                * DBANK59P
038160***************************************************************** DBANK59P
038164 JOURNAL-UPDATE.                                                  DBANK59P
038168     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK59P
038172 COPY CBANKX85.                                                   DBANK59P
038176 JOURNAL-UPDATE-EXIT.                                             DBANK59P
038180     EXIT.                                                        DBANK59P
038184                                                                  DBANK59P
038200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK59P
038300                                                                  DBANK59P
