001600*              The capture points that stamp a branch of        * dbank44p
001700*              record validate the code through the read        * dbank44p
001800*              request.  VSAM version                           * dbank44p
001825*              Every add, change and delete also writes the     * dbank44p
001850*              whole row before and after to the BNKRAUD        * dbank44p
001875*              change audit through DBANK82P.                   * dbank44p
001883*              The branch row also names the manager who        * dbank44p
001891*              recertifies the branch staff each quarter.       * dbank44p
001900***************************************************************** dbank44p
002000                                                                  dbank44p
002100 IDENTIFICATION DIVISION.                                         dbank44p
004100 01  WS-BNKBRCH-REC.                                              dbank44p
004200 COPY CBANKVBM.                                                   dbank44p
004300                                                                  dbank44p
004325 01  WS-AUDIT-DATA.                                               dbank44p
004350 COPY CBANKD82.                                                   dbank44p
004375                                                                  dbank44p
004400 01  WS-COMMAREA.                                                 dbank44p
004500 COPY CBANKD44.                                                   dbank44p
004600                                                                  dbank44p
011300     MOVE BRM-REC-ADDR TO CD44O-ADDR.                             dbank44p
011400     MOVE BRM-REC-REGION TO CD44O-REGION.                         dbank44p
011500     MOVE BRM-REC-STATUS TO CD44O-STATUS.                         dbank44p
011550     MOVE BRM-REC-MANAGER TO CD44O-MANAGER.                       dbank44p
011600 READ-PROCESSING-EXIT.                                            dbank44p
011700     EXIT.                                                        dbank44p
011800                                                                  dbank44p
013100     MOVE CD44I-NAME TO BRM-REC-NAME.                             dbank44p
013200     MOVE CD44I-ADDR TO BRM-REC-ADDR.                             dbank44p
013300     MOVE CD44I-REGION TO BRM-REC-REGION.                         dbank44p
013350     MOVE CD44I-MANAGER TO BRM-REC-MANAGER.                       dbank44p
013400     SET BRM-STATUS-ACTIVE TO TRUE.                               dbank44p
013500     MOVE BRM-KEY TO WS-BNKBRCH-RID.                              dbank44p
013533     MOVE SPACES TO CD82-DATA.                                    dbank44p
013566     SET CD82I-ADD TO TRUE.                                       dbank44p
013600     EXEC CICS WRITE FILE('BNKBRCH')                              dbank44p
013700                    FROM(WS-BNKBRCH-REC)                          dbank44p
013800                    LENGTH(LENGTH OF WS-BNKBRCH-REC)              dbank44p
015200         MOVE 'Unable to update the branch' TO CD44O-MSG          dbank44p
015300         GO TO WRITE-PROCESSING-EXIT                              dbank44p
015400       END-IF                                                     dbank44p
015433       MOVE WS-BNKBRCH-REC TO CD82I-BEFORE                        dbank44p
015466       SET CD82I-CHANGE TO TRUE                                   dbank44p
015500       MOVE CD44I-NAME TO BRM-REC-NAME                            dbank44p
015600       MOVE CD44I-ADDR TO BRM-REC-ADDR                            dbank44p
015700       MOVE CD44I-REGION TO BRM-REC-REGION                        dbank44p
015750       MOVE CD44I-MANAGER TO BRM-REC-MANAGER                      dbank44p
015800       EXEC CICS REWRITE FILE('BNKBRCH')                          dbank44p
015900                      FROM(WS-BNKBRCH-REC)                        dbank44p
016000                      LENGTH(LENGTH OF WS-BNKBRCH-REC)            dbank44p
016400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
016500       SET CD44O-ERROR TO TRUE                                    dbank44p
016600       MOVE 'Unable to save the branch' TO CD44O-MSG              dbank44p
016650       GO TO WRITE-PROCESSING-EXIT                                dbank44p
016700     END-IF.                                                      dbank44p
016733     PERFORM AUDIT-BRANCH-CHANGE THRU                             dbank44p
016766             AUDIT-BRANCH-CHANGE-EXIT.                            dbank44p
016800 WRITE-PROCESSING-EXIT.                                           dbank44p
016900     EXIT.                                                        dbank44p
017000                                                                  dbank44p
018600       MOVE 'Branch not found' TO CD44O-MSG                       dbank44p
018700       GO TO CLOSE-PROCESSING-EXIT                                dbank44p
018800     END-IF.                                                      dbank44p
018825     MOVE SPACES TO CD82-DATA.                                    dbank44p
018850     MOVE WS-BNKBRCH-REC TO CD82I-BEFORE.                         dbank44p
018875     SET CD82I-CHANGE TO TRUE.                                    dbank44p
018900     SET BRM-STATUS-CLOSED TO TRUE.                               dbank44p
019000     EXEC CICS REWRITE FILE('BNKBRCH')                            dbank44p
019100                    FROM(WS-BNKBRCH-REC)                          dbank44p
019500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
019600       SET CD44O-ERROR TO TRUE                                    dbank44p
019700       MOVE 'Unable to close the branch' TO CD44O-MSG             dbank44p
019750       GO TO CLOSE-PROCESSING-EXIT                                dbank44p
019800     END-IF.                                                      dbank44p
019833     PERFORM AUDIT-BRANCH-CHANGE THRU                             dbank44p
019866             AUDIT-BRANCH-CHANGE-EXIT.                            dbank44p
019900 CLOSE-PROCESSING-EXIT.                                           dbank44p
020000     EXIT.                                                        dbank44p
020100                                                                  dbank44p
020107***************************************************************** dbank44p
020114* Write the change audit row for the branch just saved          * dbank44p
020121***************************************************************** dbank44p
020128 AUDIT-BRANCH-CHANGE.                                             dbank44p
020135     MOVE 'BNKBRCH' TO CD82I-TABLE.                               dbank44p
020142     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank44p
020149     MOVE WS-BNKBRCH-RID TO CD82I-KEY.                            dbank44p
020156     MOVE LENGTH OF WS-BNKBRCH-REC TO CD82I-IMAGE-LEN.            dbank44p
020163     MOVE WS-BNKBRCH-REC TO CD82I-AFTER.                          dbank44p
020170 COPY CBANKX82.                                                   dbank44p
020177 AUDIT-BRANCH-CHANGE-EXIT.                                        dbank44p
020184     EXIT.                                                        dbank44p
020191                                                                  dbank44p
020200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank44p
