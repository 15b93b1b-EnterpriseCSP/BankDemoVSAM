001800*              missing - maintain the message rows, and read    * dbank43p
001900*              or set a customer's preferred language.          * dbank43p
002000*              VSAM version                                     * dbank43p
002025*              Every add, change and delete also writes the     * dbank43p
002050*              message row before and after to the BNKRAUD      * dbank43p
002075*              change audit through DBANK82P.                   * dbank43p
002100***************************************************************** dbank43p
002200                                                                  dbank43p
002300 IDENTIFICATION DIVISION.                                         dbank43p
004900 01  WS-BNKLANG-REC.                                              dbank43p
005000 COPY CBANKVLG.                                                   dbank43p
005100                                                                  dbank43p
005125 01  WS-AUDIT-DATA.                                               dbank43p
005150 COPY CBANKD82.                                                   dbank43p
005175                                                                  dbank43p
005200 01  WS-COMMAREA.                                                 dbank43p
005300 COPY CBANKD43.                                                   dbank43p
005400                                                                  dbank43p
018400     MOVE CD43I-LANG TO MSG-REC-LANG.                             dbank43p
018500     MOVE CD43I-TEXT TO MSG-REC-TEXT.                             dbank43p
018600     MOVE MSG-KEY TO WS-BNKMSG-RID.                               dbank43p
018633     MOVE SPACES TO CD82-DATA.                                    dbank43p
018666     SET CD82I-ADD TO TRUE.                                       dbank43p
018700     EXEC CICS WRITE FILE('BNKMSG')                               dbank43p
018800                    FROM(WS-BNKMSG-REC)                           dbank43p
018900                    LENGTH(LENGTH OF WS-BNKMSG-REC)               dbank43p
020300         MOVE 'Unable to replace the message' TO CD43O-MSG        dbank43p
020400         GO TO WRITE-TEXT-PROCESSING-EXIT                         dbank43p
020500       END-IF                                                     dbank43p
020533       MOVE WS-BNKMSG-REC TO CD82I-BEFORE                         dbank43p
020566       SET CD82I-CHANGE TO TRUE                                   dbank43p
020600       MOVE CD43I-TEXT TO MSG-REC-TEXT                            dbank43p
020700       EXEC CICS REWRITE FILE('BNKMSG')                           dbank43p
020800                      FROM(WS-BNKMSG-REC)                         dbank43p
021300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank43p
021400       SET CD43O-ERROR TO TRUE                                    dbank43p
021500       MOVE 'Unable to save the message' TO CD43O-MSG             dbank43p
021550       GO TO WRITE-TEXT-PROCESSING-EXIT                           dbank43p
021600     END-IF.                                                      dbank43p
021633     PERFORM AUDIT-MESSAGE-CHANGE THRU                            dbank43p
021666             AUDIT-MESSAGE-CHANGE-EXIT.                           dbank43p
021700 WRITE-TEXT-PROCESSING-EXIT.                                      dbank43p
021800     EXIT.                                                        dbank43p
021900                                                                  dbank43p
028200 SET-PREF-PROCESSING-EXIT.                                        dbank43p
028300     EXIT.                                                        dbank43p
028400                                                                  dbank43p
028407***************************************************************** dbank43p
028414* Write the change audit row for the message text just saved    * dbank43p
028421***************************************************************** dbank43p
028428 AUDIT-MESSAGE-CHANGE.                                            dbank43p
028435     MOVE 'BNKMSG' TO CD82I-TABLE.                                dbank43p
028442     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank43p
028449     MOVE WS-BNKMSG-RID TO CD82I-KEY.                             dbank43p
028456     MOVE LENGTH OF WS-BNKMSG-REC TO CD82I-IMAGE-LEN.             dbank43p
028463     MOVE WS-BNKMSG-REC TO CD82I-AFTER.                           dbank43p
028470 COPY CBANKX82.                                                   dbank43p
028477 AUDIT-MESSAGE-CHANGE-EXIT.                                       dbank43p
028484     EXIT.                                                        dbank43p
028491                                                                  dbank43p
028500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank43p
