002100*              dispensed, so the nightly vault count can        * bcash05p
002200*              reconcile deposits per terminal as well as       * bcash05p
002300*              withdrawals.                                     * bcash05p
002310*              During the end-of-day window, with memo-post     * bcash05p
002320*              mode on, the deposit is taken against the        * bcash05p
002330*              memo balance through DBANK67P and posted by      * bcash05p
002340*              the ZBNKMPA1 catch-up run.                       * bcash05p
002400***************************************************************** bcash05p
002500                                                                  bcash05p
002600 IDENTIFICATION DIVISION.                                         bcash05p
006110                                                                  bcash05p
006120 01  WS-COMMAREA-64.                                              bcash05p
006130 COPY CBANKD64.                                                   bcash05p
006140                                                                  bcash05p
006150 01  WS-COMMAREA-67.                                              bcash05p
006160 COPY CBANKD67.                                                   bcash05p
006200                                                                  bcash05p
006300 01  WS-JOURNAL-DATA.                                             bcash05p
006400 COPY CBANKD19.                                                   bcash05p
014400     MOVE CASH-ATM5-TO-ACC TO CD04I-TO-ACC.                       bcash05p
014500     COMPUTE CD04I-TO-NEW-BAL =                                   bcash05p
014600       CD04I-TO-OLD-BAL + WS-DEP-AMT-TMP-N.                       bcash05p
014610***************************************************************** bcash05p
014620* While the end-of-day batch holds the masters the deposit is   * bcash05p
014630* taken against the memo balance instead                        * bcash05p
014640***************************************************************** bcash05p
014650     MOVE SPACES TO CD67-DATA.                                    bcash05p
014660     SET CD67I-INQUIRE TO TRUE.                                   bcash05p
014670 COPY CBANKX67.                                                   bcash05p
014680     IF CD67O-MEMO-ON                                             bcash05p
014685       PERFORM MEMO-POST-DEPOSIT THRU                             bcash05p
014690               MEMO-POST-DEPOSIT-EXIT                             bcash05p
014695       GO TO COMMON-RETURN                                        bcash05p
014698     END-IF.                                                      bcash05p
014700 COPY CBANKX04.                                                   bcash05p
014800     IF NOT CD04O-UPDATE-OK                                       bcash05p
014900       MOVE CD04O-MSG TO CASH-ERROR-MSG                           bcash05p
017900 COMMON-RETURN.                                                   bcash05p
018000     MOVE WS-CASH-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA). bcash05p
018100 COPY CRETURN.                                                    bcash05p
018102                                                                  bcash05p
018104***************************************************************** bcash05p
018106* Memo-post the deposit through DBANK67P.  The balances and the * bcash05p
018108* audit pair are written by ZBNKMPA1 once the batch is over;    * bcash05p
018110* the availability hold and the journal entry are written now,  * bcash05p
018112* as the envelope has been taken.                               * bcash05p
018114***************************************************************** bcash05p
018116 MEMO-POST-DEPOSIT.                                               bcash05p
018118     MOVE SPACES TO CD67-DATA.                                    bcash05p
018120     SET CD67I-POST TO TRUE.                                      bcash05p
018122     MOVE 'BCASH05P' TO CD67I-SOURCE.                             bcash05p
018124     MOVE CD04I-FROM-PID TO CD67I-FROM-PID.                       bcash05p
018126     MOVE CD04I-FROM-ACC TO CD67I-FROM-ACC.                       bcash05p
018128     COMPUTE CD67I-FROM-AMOUNT = WS-DEP-AMT-TMP-N * -1.           bcash05p
018130     MOVE CD04I-TO-PID TO CD67I-TO-PID.                           bcash05p
018132     MOVE CD04I-TO-ACC TO CD67I-TO-ACC.                           bcash05p
018134     MOVE WS-DEP-AMT-TMP-N TO CD67I-TO-AMOUNT.                    bcash05p
018136     MOVE 'ATM cash/envelope deposit' TO CD67I-FROM-DESC.         bcash05p
018138     MOVE 'ATM cash/envelope deposit' TO CD67I-TO-DESC.           bcash05p
018140     MOVE 'A' TO CD67I-TXN-TYPE.                                  bcash05p
018142     MOVE ZERO TO CD67I-OD-FEE-AMOUNT.                            bcash05p
018144 COPY CBANKX67.                                                   bcash05p
018146     IF NOT CD67O-UPDATE-OK                                       bcash05p
018148       MOVE CD67O-MSG TO CASH-ERROR-MSG                           bcash05p
018150       GO TO MEMO-POST-DEPOSIT-JOURNAL                            bcash05p
018152     END-IF.                                                      bcash05p
018154     MOVE 'Deposit accepted - it posts after end of day'          bcash05p
018156       TO CASH-ERROR-MSG.                                         bcash05p
018158     MOVE SPACES TO CD64-DATA.                                    bcash05p
018160     SET CD64I-PLACE TO TRUE.                                     bcash05p
018162     MOVE CASH-ATM5-TO-ACC TO CD64I-ACCNO.                        bcash05p
018164     MOVE WS-DEP-AMT-TMP-N TO CD64I-DEPOSIT-AMOUNT.               bcash05p
018166 COPY CBANKX64.                                                   bcash05p
018168     IF CD64O-OK AND                                              bcash05p
018170        CD64O-HELD-AMOUNT IS GREATER THAN ZERO                    bcash05p
018172       MOVE SPACES TO CASH-ERROR-MSG                              bcash05p
018174       STRING 'Deposit accepted - part held until '               bcash05p
018176              DELIMITED BY SIZE                                   bcash05p
018178              CD64O-RELEASE-DATE DELIMITED BY SIZE                bcash05p
018180         INTO CASH-ERROR-MSG                                      bcash05p
018182     END-IF.                                                      bcash05p
018184 MEMO-POST-DEPOSIT-JOURNAL.                                       bcash05p
018186     PERFORM JOURNAL-DEPOSIT THRU                                 bcash05p
018188             JOURNAL-DEPOSIT-EXIT.                                bcash05p
018190 MEMO-POST-DEPOSIT-EXIT.                                          bcash05p
018192     EXIT.                                                        bcash05p
018200                                                                  bcash05p
018300***************************************************************** bcash05p
018400* Write a BNKATMJ journal entry for this deposit attempt with   * bcash05p
