001800*              is then released under supervision - paid out    * dbank38p
001900*              to the estate (balance disbursed and the account * dbank38p
002000*              closed) or retitled to the verified beneficiary  * dbank38p
002033*              Every master-file update is journaled through    * dbank38p
002066*              DBANK85P for forward recovery.                   * dbank38p
002100*              or joint holder.  VSAM version                   * dbank38p
002200***************************************************************** dbank38p
002300                                                                  dbank38p
008100                                                                  dbank38p
008200 COPY CABENDD.                                                    dbank38p
008300                                                                  dbank38p
008325 01  WS-RECOVERY-DATA.                                            dbank38p
008350 COPY CBANKD85.                                                   dbank38p
008375                                                                  dbank38p
008400 LINKAGE SECTION.                                                 dbank38p
008500 01  DFHCOMMAREA.                                                 dbank38p
008600   05  LK-COMMAREA                           PIC X(1)             dbank38p
022600                    FROM(WS-BNKACC-REC)                           dbank38p
022700                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank38p
022800                    RESP(WS-RESP)                                 dbank38p
022900     END-EXEC                                                     dbank38p
022914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank38p
022928        MOVE 'BNKACC' TO CD85I-FILE                               dbank38p
022942        SET CD85I-CHANGE TO TRUE                                  dbank38p
022956        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank38p
022970        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank38p
022984     END-IF.                                                      dbank38p
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank38p
023100       SET CD38O-ERROR TO TRUE                                    dbank38p
023200       MOVE 'Unable to freeze account' TO CD38O-MSG               dbank38p
027600                                                                  dbank38p
027700***************************************************************** dbank38p
027800* Browse request - return up to four pending estate work items  * dbank38p
027850* starting from the passed key when there is one                * dbank38p
027900***************************************************************** dbank38p
028000 BROWSE-PROCESSING.                                               dbank38p
028033     IF CD38I-KEY IS EQUAL TO SPACES                              dbank38p
028066       MOVE LOW-VALUES TO WS-BNKESTQ-RID                          dbank38p
028099     ELSE                                                         dbank38p
028132       MOVE CD38I-KEY TO WS-BNKESTQ-RID                           dbank38p
028165     END-IF.                                                      dbank38p
028200     EXEC CICS STARTBR FILE('BNKESTQ')                            dbank38p
028300                  RIDFLD(WS-BNKESTQ-RID)                          dbank38p
028400                  GTEQ                                            dbank38p
041000                    FROM(WS-BNKACC-REC)                           dbank38p
041100                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank38p
041200                    RESP(WS-RESP)                                 dbank38p
041300     END-EXEC                                                     dbank38p
041314     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank38p
041328        MOVE 'BNKACC' TO CD85I-FILE                               dbank38p
041342        SET CD85I-CHANGE TO TRUE                                  dbank38p
041356        MOVE WS-BNKACC-REC TO CD85I-IMAGE                         dbank38p
041370        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank38p
041384     END-IF.                                                      dbank38p
041400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank38p
041500       SET CD38O-ERROR TO TRUE                                    dbank38p
041600       MOVE 'Unable to update the frozen account' TO CD38O-MSG    dbank38p
046900                           WS-TWOS-COMP-FORMAT.                   dbank38p
047000     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank38p
047100     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank38p
047150 COPY CBANKTXP.                                                   dbank38p
047200     EXEC CICS WRITE FILE('BNKTXN')                               dbank38p
047300                    FROM(WS-BNKTXN-REC)                           dbank38p
047400                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank38p
047500                    RIDFLD(WS-BNKTXN-RID)                         dbank38p
047600                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank38p
047700                    RESP(WS-RESP)                                 dbank38p
047800     END-EXEC                                                     dbank38p
047814     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank38p
047828        MOVE 'BNKTXN' TO CD85I-FILE                               dbank38p
047842        SET CD85I-ADD TO TRUE                                     dbank38p
047856        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank38p
047870        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank38p
047884     END-IF.                                                      dbank38p
047900 WRITE-ESTATE-TXN-EXIT.                                           dbank38p
048000     EXIT.                                                        dbank38p
048100                                                                  dbank38p
048109***************************************************************** dbank38p
048118* Journal the after-image of the master-file update just        * dbank38p
048127* made so it can be rolled forward onto a reload                * dbank38p
048136***************************************************************** dbank38p
048145 JOURNAL-UPDATE.                                                  dbank38p
048154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank38p
048163 COPY CBANKX85.                                                   dbank38p
048172 JOURNAL-UPDATE-EXIT.                                             dbank38p
048181     EXIT.                                                        dbank38p
048190                                                                  dbank38p
048200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank38p
