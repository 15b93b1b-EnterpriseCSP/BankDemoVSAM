001700*              no table rows is open to everyone), and          * dbank35p
001800*              maintain both tables for the administration      * dbank35p
001900*              screen.  VSAM version                            * dbank35p
001925*              Every add, change and delete also writes the     * dbank35p
001950*              whole row before and after to the BNKRAUD        * dbank35p
001975*              change audit through DBANK82P.                   * dbank35p
001980*              The staff row carries the home branch,           * dbank35p
001985*              checked against BNKBRCH when keyed, which        * dbank35p
001990*              routes the user to that branch manager for       * dbank35p
001995*              the quarterly access recertification.            * dbank35p
001996*              The staff row also carries the user's own PID,   * dbank35p
001997*              checked against BNKCUST when keyed, so the       * dbank35p
001998*              connected-party check knows their own accounts   * dbank35p
001999*              and household.                                   * dbank35p
002000***************************************************************** dbank35p
002100                                                                  dbank35p
002200 IDENTIFICATION DIVISION.                                         dbank35p
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank35p
003900   05  WS-RESP                               PIC S9(8) COMP.      dbank35p
004000   05  WS-BNKSTAF-RID                        PIC X(8).            dbank35p
004050   05  WS-BNKBRCH-RID                        PIC X(3).            dbank35p
004075   05  WS-BNKCUST-RID                        PIC X(5).            dbank35p
004100   05  WS-BNKAUTH-RID.                                            dbank35p
004200     10  WS-BNKAUTH-RID-PROGRAM              PIC X(8).            dbank35p
004300     10  WS-BNKAUTH-RID-ROLE                 PIC X(1).            dbank35p
004900 01  WS-BNKAUTH-REC.                                              dbank35p
005000 COPY CBANKVRL.                                                   dbank35p
005100                                                                  dbank35p
005106 01  WS-BNKBRCH-REC.                                              dbank35p
005112 COPY CBANKVBM.                                                   dbank35p
005118                                                                  dbank35p
005119 01  WS-BNKCUST-REC.                                              dbank35p
005120 COPY CBANKVCS.                                                   dbank35p
005121                                                                  dbank35p
005125 01  WS-AUDIT-DATA.                                               dbank35p
005150 COPY CBANKD82.                                                   dbank35p
005175                                                                  dbank35p
005200 01  WS-COMMAREA.                                                 dbank35p
005300 COPY CBANKD35.                                                   dbank35p
005400                                                                  dbank35p
019000       MOVE 'Role must be T, S or A' TO CD35O-MSG                 dbank35p
019100       GO TO STAFF-WRITE-PROCESSING-EXIT                          dbank35p
019200     END-IF.                                                      dbank35p
019211     IF CD35I-BRANCH IS NOT EQUAL TO SPACES AND                   dbank35p
019222        CD35I-BRANCH IS NOT EQUAL TO LOW-VALUES                   dbank35p
019233       MOVE CD35I-BRANCH TO WS-BNKBRCH-RID                        dbank35p
019244       EXEC CICS READ FILE('BNKBRCH')                             dbank35p
019255                      INTO(WS-BNKBRCH-REC)                        dbank35p
019266                      LENGTH(LENGTH OF WS-BNKBRCH-REC)            dbank35p
019277                      RIDFLD(WS-BNKBRCH-RID)                      dbank35p
019288                      RESP(WS-RESP)                               dbank35p
019299       END-EXEC                                                   dbank35p
019310       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 dbank35p
019321         SET CD35O-ERROR TO TRUE                                  dbank35p
019332         MOVE 'Branch not on file' TO CD35O-MSG                   dbank35p
019343         GO TO STAFF-WRITE-PROCESSING-EXIT                        dbank35p
019354       END-IF                                                     dbank35p
019365     END-IF.                                                      dbank35p
019376     IF CD35I-OWN-PID IS NOT EQUAL TO SPACES AND                  dbank35p
019387        CD35I-OWN-PID IS NOT EQUAL TO LOW-VALUES                  dbank35p
019398       MOVE CD35I-OWN-PID TO WS-BNKCUST-RID                       dbank35p
019409       EXEC CICS READ FILE('BNKCUST')                             dbank35p
019420                      INTO(WS-BNKCUST-REC)                        dbank35p
019431                      LENGTH(LENGTH OF WS-BNKCUST-REC)            dbank35p
019442                      RIDFLD(WS-BNKCUST-RID)                      dbank35p
019453                      RESP(WS-RESP)                               dbank35p
019464       END-EXEC                                                   dbank35p
019475       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 dbank35p
019486         SET CD35O-ERROR TO TRUE                                  dbank35p
019497         MOVE 'Own PID not on customer file' TO CD35O-MSG         dbank35p
019508         GO TO STAFF-WRITE-PROCESSING-EXIT                        dbank35p
019519       END-IF                                                     dbank35p
019530     END-IF.                                                      dbank35p
019541     MOVE CD35I-USERID TO WS-BNKSTAF-RID.                         dbank35p
019552     EXEC CICS READ FILE('BNKSTAF')                               dbank35p
019563                    UPDATE                                        dbank35p
019600                    INTO(WS-BNKSTAF-REC)                          dbank35p
019700                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              dbank35p
019800                    RIDFLD(WS-BNKSTAF-RID)                        dbank35p
020400       MOVE CD35I-ROLE TO STF-REC-ROLE                            dbank35p
020500       MOVE CD35I-NAME TO STF-REC-NAME                            dbank35p
020600       MOVE CD35I-ACTIVE TO STF-REC-ACTIVE                        dbank35p
020650       MOVE CD35I-BRANCH TO STF-REC-BRANCH                        dbank35p
020675       MOVE CD35I-OWN-PID TO STF-REC-OWN-PID                      dbank35p
020700       EXEC CICS WRITE FILE('BNKSTAF')                            dbank35p
020800                      FROM(WS-BNKSTAF-REC)                        dbank35p
020900                      LENGTH(LENGTH OF WS-BNKSTAF-REC)            dbank35p
021300       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 dbank35p
021400         SET CD35O-ERROR TO TRUE                                  dbank35p
021500         MOVE 'Unable to add staff profile' TO CD35O-MSG          dbank35p
021516       ELSE                                                       dbank35p
021532         MOVE SPACES TO CD82-DATA                                 dbank35p
021548         SET CD82I-ADD TO TRUE                                    dbank35p
021564         PERFORM AUDIT-STAFF-CHANGE THRU                          dbank35p
021580                 AUDIT-STAFF-CHANGE-EXIT                          dbank35p
021600       END-IF                                                     dbank35p
021700       GO TO STAFF-WRITE-PROCESSING-EXIT                          dbank35p
021800     END-IF.                                                      dbank35p
022100       MOVE 'Unable to lock staff profile' TO CD35O-MSG           dbank35p
022200       GO TO STAFF-WRITE-PROCESSING-EXIT                          dbank35p
022300     END-IF.                                                      dbank35p
022325     MOVE SPACES TO CD82-DATA.                                    dbank35p
022350     MOVE WS-BNKSTAF-REC TO CD82I-BEFORE.                         dbank35p
022375     SET CD82I-CHANGE TO TRUE.                                    dbank35p
022400     MOVE CD35I-ROLE TO STF-REC-ROLE.                             dbank35p
022500     MOVE CD35I-NAME TO STF-REC-NAME.                             dbank35p
022600     MOVE CD35I-ACTIVE TO STF-REC-ACTIVE.                         dbank35p
022650     MOVE CD35I-BRANCH TO STF-REC-BRANCH.                         dbank35p
022675     MOVE CD35I-OWN-PID TO STF-REC-OWN-PID.                       dbank35p
022700     EXEC CICS REWRITE FILE('BNKSTAF')                            dbank35p
022800                    FROM(WS-BNKSTAF-REC)                          dbank35p
022900                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              dbank35p
023200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank35p
023300       SET CD35O-ERROR TO TRUE                                    dbank35p
023400       MOVE 'Unable to update staff profile' TO CD35O-MSG         dbank35p
023450       GO TO STAFF-WRITE-PROCESSING-EXIT                          dbank35p
023500     END-IF.                                                      dbank35p
023533     PERFORM AUDIT-STAFF-CHANGE THRU                              dbank35p
023566             AUDIT-STAFF-CHANGE-EXIT.                             dbank35p
023600 STAFF-WRITE-PROCESSING-EXIT.                                     dbank35p
023700     EXIT.                                                        dbank35p
023800                                                                  dbank35p
025500     MOVE STF-REC-ROLE TO CD35O-ROLE.                             dbank35p
025600     MOVE STF-REC-NAME TO CD35O-NAME.                             dbank35p
025700     MOVE STF-REC-ACTIVE TO CD35O-ACTIVE.                         dbank35p
025750     MOVE STF-REC-BRANCH TO CD35O-BRANCH.                         dbank35p
025775     MOVE STF-REC-OWN-PID TO CD35O-OWN-PID.                       dbank35p
025800 STAFF-READ-PROCESSING-EXIT.                                      dbank35p
025900     EXIT.                                                        dbank35p
026000                                                                  dbank35p
027900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank35p
028000       SET CD35O-ERROR TO TRUE                                    dbank35p
028100       MOVE 'Unable to add authorization row' TO CD35O-MSG        dbank35p
028150       GO TO AUTH-WRITE-PROCESSING-EXIT                           dbank35p
028200     END-IF.                                                      dbank35p
028220     MOVE SPACES TO CD82-DATA.                                    dbank35p
028240     SET CD82I-ADD TO TRUE.                                       dbank35p
028260     PERFORM AUDIT-AUTH-CHANGE THRU                               dbank35p
028280             AUDIT-AUTH-CHANGE-EXIT.                              dbank35p
028300 AUTH-WRITE-PROCESSING-EXIT.                                      dbank35p
028400     EXIT.                                                        dbank35p
028500                                                                  dbank35p
028900 AUTH-RETIRE-PROCESSING.                                          dbank35p
029000     MOVE CD35I-PROGRAM TO WS-BNKAUTH-RID-PROGRAM.                dbank35p
029100     MOVE CD35I-ROLE TO WS-BNKAUTH-RID-ROLE.                      dbank35p
029106     EXEC CICS READ FILE('BNKAUTH')                               dbank35p
029112                    UPDATE                                        dbank35p
029118                    INTO(WS-BNKAUTH-REC)                          dbank35p
029124                    LENGTH(LENGTH OF WS-BNKAUTH-REC)              dbank35p
029130                    RIDFLD(WS-BNKAUTH-RID)                        dbank35p
029136                    RESP(WS-RESP)                                 dbank35p
029142     END-EXEC.                                                    dbank35p
029148     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank35p
029154       SET CD35O-NOTFND TO TRUE                                   dbank35p
029160       MOVE 'Authorization row not found' TO CD35O-MSG            dbank35p
029166       GO TO AUTH-RETIRE-PROCESSING-EXIT                          dbank35p
029172     END-IF.                                                      dbank35p
029178     MOVE SPACES TO CD82-DATA.                                    dbank35p
029184     MOVE WS-BNKAUTH-REC TO CD82I-BEFORE.                         dbank35p
029190     SET CD82I-DELETE TO TRUE.                                    dbank35p
029200     EXEC CICS DELETE FILE('BNKAUTH')                             dbank35p
029400                     RESP(WS-RESP)                                dbank35p
029500     END-EXEC.                                                    dbank35p
029600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank35p
029700       SET CD35O-NOTFND TO TRUE                                   dbank35p
029800       MOVE 'Authorization row not found' TO CD35O-MSG            dbank35p
029850       GO TO AUTH-RETIRE-PROCESSING-EXIT                          dbank35p
029900     END-IF.                                                      dbank35p
029933     PERFORM AUDIT-AUTH-CHANGE THRU                               dbank35p
029966             AUDIT-AUTH-CHANGE-EXIT.                              dbank35p
030000 AUTH-RETIRE-PROCESSING-EXIT.                                     dbank35p
030100     EXIT.                                                        dbank35p
030200                                                                  dbank35p
030203***************************************************************** dbank35p
030206* Write the change audit row for the staff profile just saved   * dbank35p
030209***************************************************************** dbank35p
030212 AUDIT-STAFF-CHANGE.                                              dbank35p
030215     MOVE 'BNKSTAF' TO CD82I-TABLE.                               dbank35p
030218     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank35p
030221     MOVE WS-BNKSTAF-RID TO CD82I-KEY.                            dbank35p
030224     MOVE LENGTH OF WS-BNKSTAF-REC TO CD82I-IMAGE-LEN.            dbank35p
030227     MOVE WS-BNKSTAF-REC TO CD82I-AFTER.                          dbank35p
030230 COPY CBANKX82.                                                   dbank35p
030233 AUDIT-STAFF-CHANGE-EXIT.                                         dbank35p
030236     EXIT.                                                        dbank35p
030239                                                                  dbank35p
030242***************************************************************** dbank35p
030245* Write the change audit row for the authorization row          * dbank35p
030248***************************************************************** dbank35p
030251 AUDIT-AUTH-CHANGE.                                               dbank35p
030254     MOVE 'BNKAUTH' TO CD82I-TABLE.                               dbank35p
030257     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank35p
030260     MOVE WS-BNKAUTH-RID TO CD82I-KEY.                            dbank35p
030263     MOVE LENGTH OF WS-BNKAUTH-REC TO CD82I-IMAGE-LEN.            dbank35p
030266     IF NOT CD82I-DELETE                                          dbank35p
030269       MOVE WS-BNKAUTH-REC TO CD82I-AFTER                         dbank35p
030272     END-IF.                                                      dbank35p
030275 COPY CBANKX82.                                                   dbank35p
030278 AUDIT-AUTH-CHANGE-EXIT.                                          dbank35p
030281     EXIT.                                                        dbank35p
030284                                                                  dbank35p
030300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank35p
