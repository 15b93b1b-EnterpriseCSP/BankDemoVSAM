001600*              keyed by screen id and line/field number, and    * dhelp02p
001700*              mirror every change to the SQL copy of the table * dhelp02p
001800*              VSAM Version                                     * dhelp02p
001825*              Every add, change and delete also writes the     * dhelp02p
001850*              whole row before and after to the BNKRAUD        * dhelp02p
001875*              change audit through DBANK82P.                   * dhelp02p
001900***************************************************************** dhelp02p
002000                                                                  dhelp02p
002100 IDENTIFICATION DIVISION.                                         dhelp02p
004000 01  WS-BNKHELP-REC.                                              dhelp02p
004100 COPY CHELPVSM.                                                   dhelp02p
004200                                                                  dhelp02p
004225 01  WS-AUDIT-DATA.                                               dhelp02p
004250 COPY CBANKD82.                                                   dhelp02p
004275                                                                  dhelp02p
004300 01  WS-COMMAREA.                                                 dhelp02p
004400 COPY CHELPD02.                                                   dhelp02p
004500                                                                  dhelp02p
015000         MOVE 'Unable to add help record' TO HELP02O-MSG          dhelp02p
015100         GO TO WRITE-PROCESSING-EXIT                              dhelp02p
015200       END-IF                                                     dhelp02p
015220       MOVE SPACES TO CD82-DATA                                   dhelp02p
015240       SET CD82I-ADD TO TRUE                                      dhelp02p
015260       PERFORM AUDIT-HELP-CHANGE THRU                             dhelp02p
015280               AUDIT-HELP-CHANGE-EXIT                             dhelp02p
015300       PERFORM SQL-UPSERT-HELP THRU                               dhelp02p
015400               SQL-UPSERT-HELP-EXIT                               dhelp02p
015500       GO TO WRITE-PROCESSING-EXIT                                dhelp02p
015900       MOVE 'Unable to lock help record' TO HELP02O-MSG           dhelp02p
016000       GO TO WRITE-PROCESSING-EXIT                                dhelp02p
016100     END-IF.                                                      dhelp02p
016125     MOVE SPACES TO CD82-DATA.                                    dhelp02p
016150     MOVE WS-BNKHELP-REC TO CD82I-BEFORE.                         dhelp02p
016175     SET CD82I-CHANGE TO TRUE.                                    dhelp02p
016200     MOVE HELP02I-TEXT TO HLP-TEXT.                               dhelp02p
016300     EXEC CICS REWRITE FILE('BNKHELP')                            dhelp02p
016400                     FROM(WS-BNKHELP-REC)                         dhelp02p
017000       MOVE 'Unable to update help record' TO HELP02O-MSG         dhelp02p
017100       GO TO WRITE-PROCESSING-EXIT                                dhelp02p
017200     END-IF.                                                      dhelp02p
017233     PERFORM AUDIT-HELP-CHANGE THRU                               dhelp02p
017266             AUDIT-HELP-CHANGE-EXIT.                              dhelp02p
017300     PERFORM SQL-UPSERT-HELP THRU                                 dhelp02p
017400             SQL-UPSERT-HELP-EXIT.                                dhelp02p
017500 WRITE-PROCESSING-EXIT.                                           dhelp02p
018200 RETIRE-PROCESSING.                                               dhelp02p
018300     MOVE HELP02I-SCRN TO HLP-SCRN.                               dhelp02p
018400     MOVE HELP02I-LINE TO HLP-LINE.                               dhelp02p
018406     EXEC CICS READ FILE('BNKHELP')                               dhelp02p
018412                    UPDATE                                        dhelp02p
018418                    INTO(WS-BNKHELP-REC)                          dhelp02p
018424                    LENGTH(LENGTH OF WS-BNKHELP-REC)              dhelp02p
018430                    RIDFLD(HLP-KEY)                               dhelp02p
018436                    RESP(WS-RESP)                                 dhelp02p
018442     END-EXEC.                                                    dhelp02p
018448     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dhelp02p
018454       SET HELP02O-NOTFND TO TRUE                                 dhelp02p
018460       MOVE 'Help record not found' TO HELP02O-MSG                dhelp02p
018466       GO TO RETIRE-PROCESSING-EXIT                               dhelp02p
018472     END-IF.                                                      dhelp02p
018478     MOVE SPACES TO CD82-DATA.                                    dhelp02p
018484     MOVE WS-BNKHELP-REC TO CD82I-BEFORE.                         dhelp02p
018490     SET CD82I-DELETE TO TRUE.                                    dhelp02p
018500     EXEC CICS DELETE FILE('BNKHELP')                             dhelp02p
018700                      RESP(WS-RESP)                               dhelp02p
018800     END-EXEC.                                                    dhelp02p
018900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dhelp02p
019100       MOVE 'Help record not found' TO HELP02O-MSG                dhelp02p
019200       GO TO RETIRE-PROCESSING-EXIT                               dhelp02p
019300     END-IF.                                                      dhelp02p
019333     PERFORM AUDIT-HELP-CHANGE THRU                               dhelp02p
019366             AUDIT-HELP-CHANGE-EXIT.                              dhelp02p
019400     MOVE HELP02I-SCRN TO DCL-BHP-SCRN.                           dhelp02p
019500     MOVE HELP02I-LINE TO DCL-BHP-LINE.                           dhelp02p
019600     EXEC SQL                                                     dhelp02p
022600 SQL-UPSERT-HELP-EXIT.                                            dhelp02p
022700     EXIT.                                                        dhelp02p
022800                                                                  dhelp02p
022806***************************************************************** dhelp02p
022812* Write the change audit row for the help entry just saved      * dhelp02p
022818***************************************************************** dhelp02p
022824 AUDIT-HELP-CHANGE.                                               dhelp02p
022830     MOVE 'BNKHELP' TO CD82I-TABLE.                               dhelp02p
022836     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dhelp02p
022842     MOVE HLP-KEY TO CD82I-KEY.                                   dhelp02p
022848     MOVE LENGTH OF WS-BNKHELP-REC TO CD82I-IMAGE-LEN.            dhelp02p
022854     IF NOT CD82I-DELETE                                          dhelp02p
022860       MOVE WS-BNKHELP-REC TO CD82I-AFTER                         dhelp02p
022866     END-IF.                                                      dhelp02p
022872 COPY CBANKX82.                                                   dhelp02p
022878 AUDIT-HELP-CHANGE-EXIT.                                          dhelp02p
022884     EXIT.                                                        dhelp02p
022890                                                                  dhelp02p
022900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dhelp02p
