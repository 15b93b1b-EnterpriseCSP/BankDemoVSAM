001600*              currently-active bulletins - rows whose          * DBANK57P
001700*              effective timestamp has arrived and whose        * DBANK57P
001800*              expiry has not.  VSAM version                    * DBANK57P
001825*              Every add, change and delete also writes the     * DBANK57P
001850*              whole row before and after to the BNKRAUD        * DBANK57P
001875*              change audit through DBANK82P.                   * DBANK57P
001900***************************************************************** DBANK57P
002000                                                                  DBANK57P
002100 IDENTIFICATION DIVISION.                                         DBANK57P
004400 01  WS-BNKBLTN-REC.                                              DBANK57P
004500 COPY CBANKVBT.                                                   DBANK57P
004600                                                                  DBANK57P
004625 01  WS-AUDIT-DATA.                                               DBANK57P
004650 COPY CBANKD82.                                                   DBANK57P
004675                                                                  DBANK57P
004700 01  WS-COMMAREA.                                                 DBANK57P
004800 COPY CBANKD57.                                                   DBANK57P
004900                                                                  DBANK57P
015200                    RESP(WS-RESP)                                 DBANK57P
015300     END-EXEC.                                                    DBANK57P
015400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK57P
015425       MOVE SPACES TO CD82-DATA                                   DBANK57P
015450       MOVE WS-BNKBLTN-REC TO CD82I-BEFORE                        DBANK57P
015475       SET CD82I-CHANGE TO TRUE                                   DBANK57P
015500       PERFORM MOVE-INPUT-TO-BULLETIN THRU                        DBANK57P
015600               MOVE-INPUT-TO-BULLETIN-EXIT                        DBANK57P
015700       EXEC CICS REWRITE FILE('BNKBLTN')                          DBANK57P
016200       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK57P
016300         SET CD57O-ERROR TO TRUE                                  DBANK57P
016400         MOVE 'Unable to update bulletin' TO CD57O-MSG            DBANK57P
016425       ELSE                                                       DBANK57P
016450         PERFORM AUDIT-BULLETIN-CHANGE THRU                       DBANK57P
016475                 AUDIT-BULLETIN-CHANGE-EXIT                       DBANK57P
016500       END-IF                                                     DBANK57P
016600       GO TO WRITE-PROCESSING-EXIT                                DBANK57P
016700     END-IF.                                                      DBANK57P
017800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK57P
017900       SET CD57O-ERROR TO TRUE                                    DBANK57P
018000       MOVE 'Unable to add bulletin' TO CD57O-MSG                 DBANK57P
018050       GO TO WRITE-PROCESSING-EXIT                                DBANK57P
018100     END-IF.                                                      DBANK57P
018120     MOVE SPACES TO CD82-DATA.                                    DBANK57P
018140     SET CD82I-ADD TO TRUE.                                       DBANK57P
018160     PERFORM AUDIT-BULLETIN-CHANGE THRU                           DBANK57P
018180             AUDIT-BULLETIN-CHANGE-EXIT.                          DBANK57P
018200 WRITE-PROCESSING-EXIT.                                           DBANK57P
018300     EXIT.                                                        DBANK57P
018400                                                                  DBANK57P
018800***************************************************************** DBANK57P
018900 REMOVE-PROCESSING.                                               DBANK57P
019000     MOVE CD57I-ID TO WS-BNKBLTN-RID.                             DBANK57P
019006     EXEC CICS READ FILE('BNKBLTN')                               DBANK57P
019012                    UPDATE                                        DBANK57P
019018                    INTO(WS-BNKBLTN-REC)                          DBANK57P
019024                    LENGTH(LENGTH OF WS-BNKBLTN-REC)              DBANK57P
019030                    RIDFLD(WS-BNKBLTN-RID)                        DBANK57P
019036                    RESP(WS-RESP)                                 DBANK57P
019042     END-EXEC.                                                    DBANK57P
019048     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK57P
019054       SET CD57O-NOTFND TO TRUE                                   DBANK57P
019060       MOVE 'Bulletin not on file' TO CD57O-MSG                   DBANK57P
019066       GO TO REMOVE-PROCESSING-EXIT                               DBANK57P
019072     END-IF.                                                      DBANK57P
019078     MOVE SPACES TO CD82-DATA.                                    DBANK57P
019084     MOVE WS-BNKBLTN-REC TO CD82I-BEFORE.                         DBANK57P
019090     SET CD82I-DELETE TO TRUE.                                    DBANK57P
019100     EXEC CICS DELETE FILE('BNKBLTN')                             DBANK57P
019300                    RESP(WS-RESP)                                 DBANK57P
019400     END-EXEC.                                                    DBANK57P
019500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK57P
019600       SET CD57O-NOTFND TO TRUE                                   DBANK57P
019700       MOVE 'Bulletin not on file' TO CD57O-MSG                   DBANK57P
019750       GO TO REMOVE-PROCESSING-EXIT                               DBANK57P
019800     END-IF.                                                      DBANK57P
019833     PERFORM AUDIT-BULLETIN-CHANGE THRU                           DBANK57P
019866             AUDIT-BULLETIN-CHANGE-EXIT.                          DBANK57P
019900 REMOVE-PROCESSING-EXIT.                                          DBANK57P
020000     EXIT.                                                        DBANK57P
020100                                                                  DBANK57P
031900 MOVE-BULLETIN-TO-ENTRY-EXIT.                                     DBANK57P
032000     EXIT.                                                        DBANK57P
032100                                                                  DBANK57P
032106***************************************************************** DBANK57P
032112* Write the change audit row for the bulletin just saved        * DBANK57P
032118***************************************************************** DBANK57P
032124 AUDIT-BULLETIN-CHANGE.                                           DBANK57P
032130     MOVE 'BNKBLTN' TO CD82I-TABLE.                               DBANK57P
032136     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK57P
032142     MOVE WS-BNKBLTN-RID TO CD82I-KEY.                            DBANK57P
032148     MOVE LENGTH OF WS-BNKBLTN-REC TO CD82I-IMAGE-LEN.            DBANK57P
032154     IF NOT CD82I-DELETE                                          DBANK57P
032160       MOVE WS-BNKBLTN-REC TO CD82I-AFTER                         DBANK57P
032166     END-IF.                                                      DBANK57P
032172 COPY CBANKX82.                                                   DBANK57P
032178 AUDIT-BULLETIN-CHANGE-EXIT.                                      DBANK57P
032184     EXIT.                                                        DBANK57P
032190                                                                  DBANK57P
032200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK57P
032300                                                                  DBANK57P
