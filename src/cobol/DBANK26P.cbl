001800*              the next free 9-character account number, write  * dbank26p
001900*              the initialized BNKACC record and post the       * dbank26p
002000*              opening deposit to BNKTXN as the account's       * dbank26p
002033*              Every master-file update is journaled through    * dbank26p
002066*              DBANK85P for forward recovery.                   * dbank26p
002100*              first auditable event.  VSAM version             * dbank26p
002200***************************************************************** dbank26p
002300                                                                  dbank26p
007500                                                                  dbank26p
007600 COPY CABENDD.                                                    dbank26p
007700                                                                  dbank26p
007725 01  WS-RECOVERY-DATA.                                            dbank26p
007750 COPY CBANKD85.                                                   dbank26p
007775                                                                  dbank26p
007800 LINKAGE SECTION.                                                 dbank26p
007900 01  DFHCOMMAREA.                                                 dbank26p
008000   05  LK-COMMAREA                           PIC X(1)             dbank26p
025800                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank26p
025900                    RIDFLD(WS-BNKACC-RID)                         dbank26p
026000                    RESP(WS-RESP)                                 dbank26p
026100     END-EXEC                                                     dbank26p
026114     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
026128        MOVE 'BNKACC' TO CD85I-FILE                               dbank26p
026142        SET CD85I-ADD TO TRUE                                     dbank26p
026156        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank26p
026170        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank26p
026184     END-IF.                                                      dbank26p
026200***************************************************************** dbank26p
026300* Another terminal may have taken the same account number       * dbank26p
026400* between our read and our write - re-assign and try again a    * dbank26p
036000                           WS-TWOS-COMP-FORMAT.                   dbank26p
036100     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank26p
036200     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank26p
036250 COPY CBANKTXP.                                                   dbank26p
036300     EXEC CICS WRITE FILE('BNKTXN')                               dbank26p
036400                    FROM(WS-BNKTXN-REC)                           dbank26p
036500                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank26p
036600                    RIDFLD(WS-BNKTXN-RID)                         dbank26p
036700                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank26p
036800                    RESP(WS-RESP)                                 dbank26p
036900     END-EXEC                                                     dbank26p
036914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
036928        MOVE 'BNKTXN' TO CD85I-FILE                               dbank26p
036942        SET CD85I-ADD TO TRUE                                     dbank26p
036956        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank26p
036970        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank26p
036984     END-IF.                                                      dbank26p
037000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank26p
037100       SET CD26O-ERROR TO TRUE                                    dbank26p
037200       MOVE 'Account opened but opening entry failed'             dbank26p
037877                    FROM(WS-BNKACC-REC)                           dbank26p
037878                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank26p
037879                    RESP(WS-RESP)                                 dbank26p
037979     END-EXEC                                                     dbank26p
038079     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
038179        MOVE 'BNKACC' TO CD85I-FILE                               dbank26p
038279        SET CD85I-CHANGE TO TRUE                                  dbank26p
038379        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank26p
038479        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank26p
038579     END-IF.                                                      dbank26p
038679     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank26p
038779       SET CD26O-ERROR TO TRUE                                    dbank26p
038879       MOVE 'Unable to update the account link' TO CD26O-MSG      dbank26p
038979     END-IF.                                                      dbank26p
039079 LINK-PROCESSING-EXIT.                                            dbank26p
039179     EXIT.                                                        dbank26p
039279                                                                  dbank26p
039379***************************************************************** dbank26p
039479* Journal the after-image of the master-file update just        * dbank26p
039579* made so it can be rolled forward onto a reload                * dbank26p
039679***************************************************************** dbank26p
039779 JOURNAL-UPDATE.                                                  dbank26p
039879     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank26p
039979 COPY CBANKX85.                                                   dbank26p
040079 JOURNAL-UPDATE-EXIT.                                             dbank26p
040179     EXIT.                                                        dbank26p
040279                                                                  dbank26p
040379* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank26p
