001500*              (BNKCARD) - look up a card by number, issue a    * dbank27p
001600*              new card for a contact with the next free card   * dbank27p
001700*              number and a three year expiry, and move a card  * dbank27p
001733*              Every master-file update is journaled through    * dbank27p
001766*              DBANK85P for forward recovery.                   * dbank27p
001800*              through its lifecycle states.  VSAM version      * dbank27p
001900***************************************************************** dbank27p
002000                                                                  dbank27p
005600                                                                  dbank27p
005700 COPY CABENDD.                                                    dbank27p
005800                                                                  dbank27p
005825 01  WS-RECOVERY-DATA.                                            dbank27p
005850 COPY CBANKD85.                                                   dbank27p
005875                                                                  dbank27p
005900 LINKAGE SECTION.                                                 dbank27p
006000 01  DFHCOMMAREA.                                                 dbank27p
006100   05  LK-COMMAREA                           PIC X(1)             dbank27p
016900                    LENGTH(LENGTH OF WS-BNKCARD-REC)              dbank27p
017000                    RIDFLD(WS-BNKCARD-RID)                        dbank27p
017100                    RESP(WS-RESP)                                 dbank27p
017200     END-EXEC                                                     dbank27p
017214     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank27p
017228        MOVE 'BNKCARD' TO CD85I-FILE                              dbank27p
017242        SET CD85I-ADD TO TRUE                                     dbank27p
017256        MOVE WS-BNKCARD-REC TO CD85I-IMAGE                        dbank27p
017270        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank27p
017284     END-IF.                                                      dbank27p
017300***************************************************************** dbank27p
017400* Another terminal may have taken the same card number between  * dbank27p
017500* our read and our write - re-assign and try again a few times  * dbank27p
022200                    FROM(WS-BNKCARD-REC)                          dbank27p
022300                    LENGTH(LENGTH OF WS-BNKCARD-REC)              dbank27p
022400                    RESP(WS-RESP)                                 dbank27p
022500     END-EXEC                                                     dbank27p
022514     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank27p
022528        MOVE 'BNKCARD' TO CD85I-FILE                              dbank27p
022542        SET CD85I-CHANGE TO TRUE                                  dbank27p
022556        MOVE WS-BNKCARD-REC TO CD85I-IMAGE                        dbank27p
022570        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank27p
022584     END-IF.                                                      dbank27p
022600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank27p
022700       SET CD27O-ERROR TO TRUE                                    dbank27p
022800       MOVE 'Unable to update card record' TO CD27O-MSG           dbank27p
028900 MOVE-CARD-TO-OUTPUT-EXIT.                                        dbank27p
029000     EXIT.                                                        dbank27p
029100                                                                  dbank27p
029109***************************************************************** dbank27p
029118* Journal the after-image of the master-file update just        * dbank27p
029127* made so it can be rolled forward onto a reload                * dbank27p
029136***************************************************************** dbank27p
029145 JOURNAL-UPDATE.                                                  dbank27p
029154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank27p
029163 COPY CBANKX85.                                                   dbank27p
029172 JOURNAL-UPDATE-EXIT.                                             dbank27p
029181     EXIT.                                                        dbank27p
029190                                                                  dbank27p
029200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank27p
