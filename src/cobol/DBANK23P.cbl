001600*              entries keyed by state/province code, browse the * dbank23p
001700*              table a page at a time, and look up a single     * dbank23p
001800*              code for validation.  VSAM Version                 dbank23p
001825*              Every add, change and delete also writes the     * dbank23p
001850*              whole row before and after to the BNKRAUD        * dbank23p
001875*              change audit through DBANK82P.                   * dbank23p
001900***************************************************************** dbank23p
002000                                                                  dbank23p
002100 IDENTIFICATION DIVISION.                                         dbank23p
004400 01  WS-BNKSTPR-REC.                                              dbank23p
004500 COPY CBANKVSP.                                                   dbank23p
004600                                                                  dbank23p
004625 01  WS-AUDIT-DATA.                                               dbank23p
004650 COPY CBANKD82.                                                   dbank23p
004675                                                                  dbank23p
004700 01  WS-COMMAREA.                                                 dbank23p
004800 COPY CBANKD23.                                                   dbank23p
004900                                                                  dbank23p
021600       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 dbank23p
021700         SET CD23O-ERROR TO TRUE                                  dbank23p
021800         MOVE 'Unable to add State/Province entry' TO CD23O-MSG   dbank23p
021816       ELSE                                                       dbank23p
021832         MOVE SPACES TO CD82-DATA                                 dbank23p
021848         SET CD82I-ADD TO TRUE                                    dbank23p
021864         PERFORM AUDIT-STATE-CHANGE THRU                          dbank23p
021880                 AUDIT-STATE-CHANGE-EXIT                          dbank23p
021900       END-IF                                                     dbank23p
022000       GO TO WRITE-PROCESSING-EXIT                                dbank23p
022100     END-IF.                                                      dbank23p
022400       MOVE 'Unable to lock State/Province entry' TO CD23O-MSG    dbank23p
022500       GO TO WRITE-PROCESSING-EXIT                                dbank23p
022600     END-IF.                                                      dbank23p
022625     MOVE SPACES TO CD82-DATA.                                    dbank23p
022650     MOVE WS-BNKSTPR-REC TO CD82I-BEFORE.                         dbank23p
022675     SET CD82I-CHANGE TO TRUE.                                    dbank23p
022700     MOVE CD23I-CNTRY TO STP-REC-CNTRY.                           dbank23p
022800     MOVE CD23I-NAME TO STP-REC-NAME.                             dbank23p
022900     EXEC CICS REWRITE FILE('BNKSTPR')                            dbank23p
023400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank23p
023500       SET CD23O-ERROR TO TRUE                                    dbank23p
023600       MOVE 'Unable to update State/Province entry' TO CD23O-MSG  dbank23p
023650       GO TO WRITE-PROCESSING-EXIT                                dbank23p
023700     END-IF.                                                      dbank23p
023733     PERFORM AUDIT-STATE-CHANGE THRU                              dbank23p
023766             AUDIT-STATE-CHANGE-EXIT.                             dbank23p
023800 WRITE-PROCESSING-EXIT.                                           dbank23p
023900     EXIT.                                                        dbank23p
024000                                                                  dbank23p
024300***************************************************************** dbank23p
024400 RETIRE-PROCESSING.                                               dbank23p
024500     MOVE CD23I-CODE TO STP-REC-CODE.                             dbank23p
024506     EXEC CICS READ FILE('BNKSTPR')                               dbank23p
024512                    UPDATE                                        dbank23p
024518                    INTO(WS-BNKSTPR-REC)                          dbank23p
024524                    LENGTH(LENGTH OF WS-BNKSTPR-REC)              dbank23p
024530                    RIDFLD(STP-REC-CODE)                          dbank23p
024536                    RESP(WS-RESP)                                 dbank23p
024542     END-EXEC.                                                    dbank23p
024548     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank23p
024554       SET CD23O-NOTFND TO TRUE                                   dbank23p
024560       MOVE 'State/Province code not found' TO CD23O-MSG          dbank23p
024566       GO TO RETIRE-PROCESSING-EXIT                               dbank23p
024572     END-IF.                                                      dbank23p
024578     MOVE SPACES TO CD82-DATA.                                    dbank23p
024584     MOVE WS-BNKSTPR-REC TO CD82I-BEFORE.                         dbank23p
024590     SET CD82I-DELETE TO TRUE.                                    dbank23p
024600     EXEC CICS DELETE FILE('BNKSTPR')                             dbank23p
024800                      RESP(WS-RESP)                               dbank23p
024900     END-EXEC.                                                    dbank23p
025000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank23p
025100       SET CD23O-NOTFND TO TRUE                                   dbank23p
025200       MOVE 'State/Province code not found' TO CD23O-MSG          dbank23p
025250       GO TO RETIRE-PROCESSING-EXIT                               dbank23p
025300     END-IF.                                                      dbank23p
025333     PERFORM AUDIT-STATE-CHANGE THRU                              dbank23p
025366             AUDIT-STATE-CHANGE-EXIT.                             dbank23p
025400 RETIRE-PROCESSING-EXIT.                                          dbank23p
025500     EXIT.                                                        dbank23p
025600                                                                  dbank23p
025606***************************************************************** dbank23p
025612* Write the change audit row for the entry just saved           * dbank23p
025618***************************************************************** dbank23p
025624 AUDIT-STATE-CHANGE.                                              dbank23p
025630     MOVE 'BNKSTPR' TO CD82I-TABLE.                               dbank23p
025636     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         dbank23p
025642     MOVE STP-REC-CODE TO CD82I-KEY.                              dbank23p
025648     MOVE LENGTH OF WS-BNKSTPR-REC TO CD82I-IMAGE-LEN.            dbank23p
025654     IF NOT CD82I-DELETE                                          dbank23p
025660       MOVE WS-BNKSTPR-REC TO CD82I-AFTER                         dbank23p
025666     END-IF.                                                      dbank23p
025672 COPY CBANKX82.                                                   dbank23p
025678 AUDIT-STATE-CHANGE-EXIT.                                         dbank23p
025684     EXIT.                                                        dbank23p
025690                                                                  dbank23p
025700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank23p
