001900*              BNKTXN so a rate change can be proved after the  * dbank41p
002000*              fact.  The replacement rate is only adopted by   * dbank41p
002100*              the accrual batch from its effective date.       * dbank41p
002133*              The whole row before and after also goes to the  * dbank41p
002166*              BNKRAUD change audit through DBANK82P.           * dbank41p
002177*              Every master-file update is journaled through    * dbank41p
002188*              DBANK85P for forward recovery.                   * dbank41p
002200*              VSAM version                                     * dbank41p
002300***************************************************************** dbank41p
002400                                                                  dbank41p
006100                                                                  dbank41p
006200 COPY CTSTAMPD.                                                   dbank41p
006300                                                                  dbank41p
006325 01  WS-AUDIT-DATA.                                               dbank41p
006350 COPY CBANKD82.                                                   dbank41p
006375                                                                  dbank41p
006400 01  WS-COMMAREA.                                                 dbank41p
006500 COPY CBANKD41.                                                   dbank41p
006600                                                                  dbank41p
006700 COPY CABENDD.                                                    dbank41p
006800                                                                  dbank41p
006825 01  WS-RECOVERY-DATA.                                            dbank41p
006850 COPY CBANKD85.                                                   dbank41p
006875                                                                  dbank41p
006900 LINKAGE SECTION.                                                 dbank41p
007000 01  DFHCOMMAREA.                                                 dbank41p
007100   05  LK-COMMAREA                           PIC X(1)             dbank41p
015820     MOVE CD41I-EW-PENALTY-PCT TO BAT-REC-EW-PENALTY-PCT.         dbank41p
015830     MOVE CD41I-ACCRUAL-MODE TO BAT-REC-ACCRUAL-MODE.             dbank41p
015840     MOVE CD41I-DAY-XCH-LIMIT TO BAT-REC-DAY-XCH-LIMIT.           dbank41p
015870     MOVE CD41I-RET-ITEM-FEE TO BAT-REC-RET-ITEM-FEE.             dbank41p
015885     MOVE CD41I-CHQBOOK-FEE TO BAT-REC-CHQBOOK-FEE.               dbank41p
015890     MOVE CD41I-DUPSTMT-FEE TO BAT-REC-DUPSTMT-FEE.               dbank41p
015891     MOVE CD41I-ADULT-TYPE TO BAT-REC-ADULT-TYPE.                 dbank41p
015892     MOVE CD41I-GUARDIAN-LIMIT TO BAT-REC-GUARDIAN-LIMIT.         dbank41p
015896     MOVE CD41I-BACKVAL-DAYS TO BAT-REC-BACKVAL-DAYS.             dbank41p
015900     MOVE ZERO TO BAT-REC-NEW-INT-RATE.                           dbank41p
016000     MOVE SPACES TO BAT-REC-NEW-RATE-EFF-DATE.                    dbank41p
016100     SET BAT-STATUS-ACTIVE TO TRUE.                               dbank41p
017600       MOVE 'Unable to add the product type' TO CD41O-MSG         dbank41p
017700       GO TO WRITE-PROCESSING-EXIT                                dbank41p
017800     END-IF.                                                      dbank41p
017820     MOVE SPACES TO CD82-DATA.                                    dbank41p
017840     SET CD82I-ADD TO TRUE.                                       dbank41p
017860     PERFORM AUDIT-PRODUCT-CHANGE THRU                            dbank41p
017880             AUDIT-PRODUCT-CHANGE-EXIT.                           dbank41p
017900     MOVE ZERO TO WS-OLD-RATE-DISPLAY.                            dbank41p
018000     MOVE CD41I-INT-RATE TO WS-NEW-RATE-DISPLAY.                  dbank41p
018100     PERFORM WRITE-MAINT-AUDIT THRU                               dbank41p
020500       MOVE 'Product type not found' TO CD41O-MSG                 dbank41p
020600       GO TO UPDATE-PROCESSING-EXIT                               dbank41p
020700     END-IF.                                                      dbank41p
020725     MOVE SPACES TO CD82-DATA.                                    dbank41p
020750     MOVE WS-BNKATYP-REC TO CD82I-BEFORE.                         dbank41p
020775     SET CD82I-CHANGE TO TRUE.                                    dbank41p
020800     IF BAT-REC-INT-RATE IS NOT NUMERIC                           dbank41p
020900       MOVE ZERO TO BAT-REC-INT-RATE                              dbank41p
021000     END-IF.                                                      dbank41p
021720     MOVE CD41I-EW-PENALTY-PCT TO BAT-REC-EW-PENALTY-PCT.         dbank41p
021730     MOVE CD41I-ACCRUAL-MODE TO BAT-REC-ACCRUAL-MODE.             dbank41p
021740     MOVE CD41I-DAY-XCH-LIMIT TO BAT-REC-DAY-XCH-LIMIT.           dbank41p
021770     MOVE CD41I-RET-ITEM-FEE TO BAT-REC-RET-ITEM-FEE.             dbank41p
021785     MOVE CD41I-CHQBOOK-FEE TO BAT-REC-CHQBOOK-FEE.               dbank41p
021790     MOVE CD41I-DUPSTMT-FEE TO BAT-REC-DUPSTMT-FEE.               dbank41p
021791     MOVE CD41I-ADULT-TYPE TO BAT-REC-ADULT-TYPE.                 dbank41p
021792     MOVE CD41I-GUARDIAN-LIMIT TO BAT-REC-GUARDIAN-LIMIT.         dbank41p
021796     MOVE CD41I-BACKVAL-DAYS TO BAT-REC-BACKVAL-DAYS.             dbank41p
021800     MOVE CD41I-NEW-INT-RATE TO BAT-REC-NEW-INT-RATE.             dbank41p
021900     MOVE CD41I-NEW-RATE-EFF-DATE TO BAT-REC-NEW-RATE-EFF-DATE.   dbank41p
021910* A fresh effective-dated rate has not been noticed yet -         dbank41p
022700       MOVE 'Unable to update the product type' TO CD41O-MSG      dbank41p
022800       GO TO UPDATE-PROCESSING-EXIT                               dbank41p
022900     END-IF.                                                      dbank41p
022933     PERFORM AUDIT-PRODUCT-CHANGE THRU                            dbank41p
022966             AUDIT-PRODUCT-CHANGE-EXIT.                           dbank41p
023000     MOVE CD41I-NEW-INT-RATE TO WS-NEW-RATE-DISPLAY.              dbank41p
023100     PERFORM WRITE-MAINT-AUDIT THRU                               dbank41p
023200             WRITE-MAINT-AUDIT-EXIT.                              dbank41p
025200       MOVE 'Product type not found' TO CD41O-MSG                 dbank41p
025300       GO TO DEACTIVATE-PROCESSING-EXIT                           dbank41p
025400     END-IF.                                                      dbank41p
025425     MOVE SPACES TO CD82-DATA.                                    dbank41p
025450     MOVE WS-BNKATYP-REC TO CD82I-BEFORE.                         dbank41p
025475     SET CD82I-CHANGE TO TRUE.                                    dbank41p
025500     IF BAT-REC-INT-RATE IS NOT NUMERIC                           dbank41p
025600       MOVE ZERO TO BAT-REC-INT-RATE                              dbank41p
025700     END-IF.                                                      dbank41p
026800       MOVE 'Unable to deactivate the product' TO CD41O-MSG       dbank41p
026900       GO TO DEACTIVATE-PROCESSING-EXIT                           dbank41p
027000     END-IF.                                                      dbank41p
027033     PERFORM AUDIT-PRODUCT-CHANGE THRU                            dbank41p
027066             AUDIT-PRODUCT-CHANGE-EXIT.                           dbank41p
027100     PERFORM WRITE-MAINT-AUDIT THRU                               dbank41p
027200             WRITE-MAINT-AUDIT-EXIT.                              dbank41p
027300     PERFORM FILL-OUTPUT-FIELDS THRU                              dbank41p
030066     IF BAT-REC-DAY-XCH-LIMIT IS NUMERIC                          dbank41p
030068       MOVE BAT-REC-DAY-XCH-LIMIT TO CD41O-DAY-XCH-LIMIT          dbank41p
030070     END-IF.                                                      dbank41p
030102     IF BAT-REC-RET-ITEM-FEE IS NUMERIC                           dbank41p
030134       MOVE BAT-REC-RET-ITEM-FEE TO CD41O-RET-ITEM-FEE            dbank41p
030166     END-IF.                                                      dbank41p
030174     IF BAT-REC-CHQBOOK-FEE IS NUMERIC                            dbank41p
030182       MOVE BAT-REC-CHQBOOK-FEE TO CD41O-CHQBOOK-FEE              dbank41p
030190     END-IF.                                                      dbank41p
030192     IF BAT-REC-DUPSTMT-FEE IS NUMERIC                            dbank41p
030194       MOVE BAT-REC-DUPSTMT-FEE TO CD41O-DUPSTMT-FEE              dbank41p
030196     END-IF.                                                      dbank41p
030200     IF BAT-REC-NEW-INT-RATE IS NUMERIC                           dbank41p
030300       MOVE BAT-REC-NEW-INT-RATE TO CD41O-NEW-INT-RATE            dbank41p
030400     END-IF.                                                      dbank41p
030500     MOVE BAT-REC-NEW-RATE-EFF-DATE TO CD41O-NEW-RATE-EFF-DATE.   dbank41p
030510     MOVE BAT-REC-ADULT-TYPE TO CD41O-ADULT-TYPE.                 dbank41p
030520     IF BAT-REC-GUARDIAN-LIMIT IS NUMERIC                         dbank41p
030530       MOVE BAT-REC-GUARDIAN-LIMIT TO CD41O-GUARDIAN-LIMIT        dbank41p
030540     END-IF.                                                      dbank41p
030550     IF BAT-REC-BACKVAL-DAYS IS NUMERIC                           dbank41p
030555       MOVE BAT-REC-BACKVAL-DAYS TO CD41O-BACKVAL-DAYS            dbank41p
030560     END-IF.                                                      dbank41p
030600     MOVE BAT-REC-STATUS TO CD41O-STATUS.                         dbank41p
030700 FILL-OUTPUT-FIELDS-EXIT.                                         dbank41p
030800     EXIT.                                                        dbank41p
034800                           WS-TWOS-COMP-FORMAT.                   dbank41p
034900     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank41p
035000     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank41p
035050 COPY CBANKTXP.                                                   dbank41p
035100     EXEC CICS WRITE FILE('BNKTXN')                               dbank41p
035200                    FROM(WS-BNKTXN-REC)                           dbank41p
035300                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank41p
035400                    RIDFLD(WS-BNKTXN-RID)                         dbank41p
035500                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank41p
035600                    RESP(WS-RESP)                                 dbank41p
035700     END-EXEC                                                     dbank41p
035714     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank41p
035728        MOVE 'BNKTXN' TO CD85I-FILE                               dbank41p
035742        SET CD85I-ADD TO TRUE                                     dbank41p
035756        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank41p
035770        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank41p
035784     END-IF.                                                      dbank41p
035800 WRITE-MAINT-AUDIT-EXIT.                                          dbank41p
035900     EXIT.                                                        dbank41p
036000                                                                  dbank41p
036100***************************************************************** dbank41p
036200* Write the change audit row for the product just saved         * dbank41p
036300***************************************************************** dbank41p
036400 AUDIT-PRODUCT-CHANGE.                                            dbank41p
036500     MOVE 'BNKATYP' TO CD82I-TABLE.                               dbank41p
036600     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank41p
036700     MOVE WS-BNKATYP-RID TO CD82I-KEY.                            dbank41p
036800     MOVE LENGTH OF WS-BNKATYP-REC TO CD82I-IMAGE-LEN.            dbank41p
036900     MOVE WS-BNKATYP-REC TO CD82I-AFTER.                          dbank41p
037000 COPY CBANKX82.                                                   dbank41p
037100 AUDIT-PRODUCT-CHANGE-EXIT.                                       dbank41p
037200     EXIT.                                                        dbank41p
037300                                                                  dbank41p
037400***************************************************************** dbank41p
037500* Journal the after-image of the master-file update just        * dbank41p
037600* made so it can be rolled forward onto a reload                * dbank41p
037700***************************************************************** dbank41p
037800 JOURNAL-UPDATE.                                                  dbank41p
037900     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank41p
038000 COPY CBANKX85.                                                   dbank41p
038100 JOURNAL-UPDATE-EXIT.                                             dbank41p
038200     EXIT.                                                        dbank41p
038300                                                                  dbank41p
038400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank41p
