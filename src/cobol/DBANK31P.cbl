001800*              type, browse the pending queue, and resolve a    * dbank31p
001900*              dispute by either making the credit permanent    * dbank31p
002000*              or reversing it - every step stamped with the    * dbank31p
002033*              Every master-file update is journaled through    * dbank31p
002066*              DBANK85P for forward recovery.                   * dbank31p
002100*              acting user id.  VSAM version                    * dbank31p
002200***************************************************************** dbank31p
002300                                                                  dbank31p
007300                                                                  dbank31p
007400 COPY CABENDD.                                                    dbank31p
007500                                                                  dbank31p
007525 01  WS-RECOVERY-DATA.                                            dbank31p
007550 COPY CBANKD85.                                                   dbank31p
007575                                                                  dbank31p
007600 LINKAGE SECTION.                                                 dbank31p
007700 01  DFHCOMMAREA.                                                 dbank31p
007800   05  LK-COMMAREA                           PIC X(1)             dbank31p
021400                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank31p
021500                    TOKEN(WS-READ-TOKEN)                          dbank31p
021600                    RESP(WS-RESP)                                 dbank31p
021700     END-EXEC                                                     dbank31p
021714     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank31p
021728        MOVE 'BNKACC' TO CD85I-FILE                               dbank31p
021742        SET CD85I-CHANGE TO TRUE                                  dbank31p
021756        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank31p
021770        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank31p
021784     END-IF.                                                      dbank31p
021800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank31p
021900       SET CD31O-ERROR TO TRUE                                    dbank31p
022000       MOVE 'Dispute opened - provisional credit failed'          dbank31p
023200***************************************************************** dbank31p
023300* Browse request - return up to four pending disputes in        * dbank31p
023400* open-timestamp order                                          * dbank31p
023450* starting from the passed key when there is one                * dbank31p
023500***************************************************************** dbank31p
023600 BROWSE-PROCESSING.                                               dbank31p
023633     IF CD31I-KEY IS EQUAL TO SPACES                              dbank31p
023666       MOVE LOW-VALUES TO WS-BNKDISP-RID                          dbank31p
023699     ELSE                                                         dbank31p
023732       MOVE CD31I-KEY TO WS-BNKDISP-RID                           dbank31p
023765     END-IF.                                                      dbank31p
023800     EXEC CICS STARTBR FILE('BNKDISP')                            dbank31p
023900                  RIDFLD(WS-BNKDISP-RID)                          dbank31p
024000                  GTEQ                                            dbank31p
035500                      TOKEN(WS-READ-TOKEN)                        dbank31p
035600                      RESP(WS-RESP)                               dbank31p
035700       END-EXEC                                                   dbank31p
035714       IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                     dbank31p
035728          MOVE 'BNKACC' TO CD85I-FILE                             dbank31p
035742          SET CD85I-CHANGE TO TRUE                                dbank31p
035756          MOVE WS-BNKACC-REC TO CD85I-IMAGE                       dbank31p
035770          PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT         dbank31p
035784       END-IF                                                     dbank31p
035800       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 dbank31p
035900         SET CD31O-ERROR TO TRUE                                  dbank31p
036000         MOVE 'Resolved but reversal posting failed'              dbank31p
040000                           WS-TWOS-COMP-FORMAT.                   dbank31p
040100     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank31p
040200     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank31p
040250 COPY CBANKTXP.                                                   dbank31p
040300     EXEC CICS WRITE FILE('BNKTXN')                               dbank31p
040400                    FROM(WS-BNKTXN-REC)                           dbank31p
040500                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank31p
040600                    RIDFLD(WS-BNKTXN-RID)                         dbank31p
040700                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank31p
040800                    RESP(WS-RESP)                                 dbank31p
040900     END-EXEC                                                     dbank31p
040914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank31p
040928        MOVE 'BNKTXN' TO CD85I-FILE                               dbank31p
040942        SET CD85I-ADD TO TRUE                                     dbank31p
040956        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank31p
040970        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank31p
040984     END-IF.                                                      dbank31p
041000 WRITE-DISPUTE-TXN-EXIT.                                          dbank31p
041100     EXIT.                                                        dbank31p
041200                                                                  dbank31p
041209***************************************************************** dbank31p
041218* Journal the after-image of the master-file update just        * dbank31p
041227* made so it can be rolled forward onto a reload                * dbank31p
041236***************************************************************** dbank31p
041245 JOURNAL-UPDATE.                                                  dbank31p
041254     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank31p
041263 COPY CBANKX85.                                                   dbank31p
041272 JOURNAL-UPDATE-EXIT.                                             dbank31p
041281     EXIT.                                                        dbank31p
041290                                                                  dbank31p
041300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank31p
