002012*              the latest history row parks on the BNKHOLD        dbank42p
002014*              queue for supervisor release instead of taking     dbank42p
002016*              effect (SYSTEM/XRATTOL sets the percent).          dbank42p
002037*              Every add, change and delete also writes the     * dbank42p
002058*              whole row before and after to the BNKRAUD        * dbank42p
002079*              change audit through DBANK82P.                   * dbank42p
002100***************************************************************** dbank42p
002200                                                                  dbank42p
002300 IDENTIFICATION DIVISION.                                         dbank42p
005340 01  WS-HOLD-DATA.                                                dbank42p
005350 COPY CBANKD20.                                                   dbank42p
005360                                                                  dbank42p
005370 01  WS-AUDIT-DATA.                                               dbank42p
005380 COPY CBANKD82.                                                   dbank42p
005390                                                                  dbank42p
005400 COPY CTSTAMPD.                                                   dbank42p
005500                                                                  dbank42p
005600 01  WS-COMMAREA.                                                 dbank42p
013200     MOVE CD42I-USERID TO XRH-REC-MAKER-USERID.                   dbank42p
013300     MOVE WS-TIMESTAMP TO XRH-REC-ENTERED.                        dbank42p
013400     MOVE XRH-KEY TO WS-BNKXRHST-RID.                             dbank42p
013433     MOVE SPACES TO CD82-DATA.                                    dbank42p
013466     SET CD82I-ADD TO TRUE.                                       dbank42p
013500     EXEC CICS WRITE FILE('BNKXRHST')                             dbank42p
013600                    FROM(WS-BNKXRHST-REC)                         dbank42p
013700                    LENGTH(LENGTH OF WS-BNKXRHST-REC)             dbank42p
015500         MOVE 'Unable to replace the rate row' TO CD42O-MSG       dbank42p
015600         GO TO WRITE-PROCESSING-EXIT                              dbank42p
015700       END-IF                                                     dbank42p
015733       MOVE WS-BNKXRHST-REC TO CD82I-BEFORE                       dbank42p
015766       SET CD82I-CHANGE TO TRUE                                   dbank42p
015800       MOVE CD42I-RATE TO XRH-REC-RATE-TO-BASE                    dbank42p
015900       MOVE CD42I-USERID TO XRH-REC-MAKER-USERID                  dbank42p
016000       MOVE WS-TIMESTAMP TO XRH-REC-ENTERED                       dbank42p
016900       MOVE 'Unable to save the rate row' TO CD42O-MSG            dbank42p
017000       GO TO WRITE-PROCESSING-EXIT                                dbank42p
017100     END-IF.                                                      dbank42p
017133     PERFORM AUDIT-HISTORY-CHANGE THRU                            dbank42p
017166             AUDIT-HISTORY-CHANGE-EXIT.                           dbank42p
017200     IF CD42I-EFF-DATE IS NOT GREATER THAN WS-TS-DATE             dbank42p
017300       PERFORM REFRESH-CURRENT-RATE THRU                          dbank42p
017400               REFRESH-CURRENT-RATE-EXIT                          dbank42p
019100                    RESP(WS-RESP)                                 dbank42p
019200     END-EXEC.                                                    dbank42p
019300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank42p
019325       MOVE SPACES TO CD82-DATA                                   dbank42p
019350       MOVE WS-BNKXRAT-REC TO CD82I-BEFORE                        dbank42p
019375       SET CD82I-CHANGE TO TRUE                                   dbank42p
019400       MOVE CD42I-RATE TO XRT-REC-RATE-TO-BASE                    dbank42p
019500       IF CD42I-DESC IS NOT EQUAL TO SPACES                       dbank42p
019600         MOVE CD42I-DESC TO XRT-REC-DESC                          dbank42p
020000                      LENGTH(LENGTH OF WS-BNKXRAT-REC)            dbank42p
020100                      RESP(WS-RESP)                               dbank42p
020200       END-EXEC                                                   dbank42p
020220       IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                     dbank42p
020240         PERFORM AUDIT-RATE-CHANGE THRU                           dbank42p
020260                 AUDIT-RATE-CHANGE-EXIT                           dbank42p
020280       END-IF                                                     dbank42p
020300       GO TO REFRESH-CURRENT-RATE-EXIT                            dbank42p
020400     END-IF.                                                      dbank42p
020500     MOVE SPACES TO WS-BNKXRAT-REC.                               dbank42p
021200                    RIDFLD(WS-BNKXRAT-RID)                        dbank42p
021300                    RESP(WS-RESP)                                 dbank42p
021400     END-EXEC.                                                    dbank42p
021414     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank42p
021428       MOVE SPACES TO CD82-DATA                                   dbank42p
021442       SET CD82I-ADD TO TRUE                                      dbank42p
021456       PERFORM AUDIT-RATE-CHANGE THRU                             dbank42p
021470               AUDIT-RATE-CHANGE-EXIT                             dbank42p
021484     END-IF.                                                      dbank42p
021500 REFRESH-CURRENT-RATE-EXIT.                                       dbank42p
021600     EXIT.                                                        dbank42p
021700                                                                  dbank42p
027970 PARK-RATE-HOLD-EXIT.                                             dbank42p
027980     EXIT.                                                        dbank42p
027990                                                                  dbank42p
028001***************************************************************** dbank42p
028002* Write the change audit row for the rate history row           * dbank42p
028003***************************************************************** dbank42p
028004 AUDIT-HISTORY-CHANGE.                                            dbank42p
028005     MOVE 'BNKXRHST' TO CD82I-TABLE.                              dbank42p
028006     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank42p
028007     MOVE WS-BNKXRHST-RID TO CD82I-KEY.                           dbank42p
028008     MOVE LENGTH OF WS-BNKXRHST-REC TO CD82I-IMAGE-LEN.           dbank42p
028009     MOVE WS-BNKXRHST-REC TO CD82I-AFTER.                         dbank42p
028010 COPY CBANKX82.                                                   dbank42p
028011 AUDIT-HISTORY-CHANGE-EXIT.                                       dbank42p
028012     EXIT.                                                        dbank42p
028013                                                                  dbank42p
028014***************************************************************** dbank42p
028015* Write the change audit row for the current-rate record        * dbank42p
028016***************************************************************** dbank42p
028017 AUDIT-RATE-CHANGE.                                               dbank42p
028018     MOVE 'BNKXRAT' TO CD82I-TABLE.                               dbank42p
028019     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank42p
028020     MOVE WS-BNKXRAT-RID TO CD82I-KEY.                            dbank42p
028021     MOVE LENGTH OF WS-BNKXRAT-REC TO CD82I-IMAGE-LEN.            dbank42p
028022     MOVE WS-BNKXRAT-REC TO CD82I-AFTER.                          dbank42p
028023 COPY CBANKX82.                                                   dbank42p
028024 AUDIT-RATE-CHANGE-EXIT.                                          dbank42p
028025     EXIT.                                                        dbank42p
028026                                                                  dbank42p
028800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank42p
