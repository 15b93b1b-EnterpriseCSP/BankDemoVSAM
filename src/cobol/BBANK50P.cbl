001582*              signer field instead of ticked from the own      * bbank50p
001584*              list passes the DBANK54P signer authority        * bbank50p
001586*              check (class, amount limit) before the debit.    * bbank50p
001588*              During the end-of-day window, with memo-post     * bbank50p
001590*              mode on, the transfer is taken against the       * bbank50p
001592*              memo balance through DBANK67P and posted to      * bbank50p
001594*              the accounts later by the ZBNKMPA1 catch-up.     * bbank50p
001600***************************************************************** bbank50p
001700                                                                  bbank50p
001800 IDENTIFICATION DIVISION.                                         bbank50p
007400                                                                  bbank50p
007500 01  WS-TXN-DATA.                                                 bbank50p
007600 COPY CBANKD06.                                                   bbank50p
007603 01  WS-MEMO-DATA.                                                bbank50p
007606 COPY CBANKD67.                                                   bbank50p
007610 01  WS-MQ-PUB-AREA.                                              bbank50p
007620 COPY CMQPUBD.                                                    bbank50p
007630                                                                  bbank50p
024600     END-IF.                                                      bbank50p
024700     MOVE WS-XFER-ACCT-TO-NEW-BAL-N TO CD04I-TO-NEW-BAL.          bbank50p
024800     MOVE WS-XFER-ACCT-FROM-BAL-N TO CD04I-FROM-OLD-BAL.          bbank50p
024806***************************************************************** bbank50p
024812* While the end-of-day batch holds the masters the transfer is  * bbank50p
024818* taken against the memo balance instead, and posted to the     * bbank50p
024824* accounts by the catch-up run once the batch is over           * bbank50p
024830***************************************************************** bbank50p
024836     MOVE SPACES TO CD67-DATA.                                    bbank50p
024842     SET CD67I-INQUIRE TO TRUE.                                   bbank50p
024848 COPY CBANKX67.                                                   bbank50p
024854     IF CD67O-MEMO-ON                                             bbank50p
024860        PERFORM MEMO-POST-XFER THRU                               bbank50p
024866                MEMO-POST-XFER-EXIT                               bbank50p
024872        PERFORM POPULATE-SCREEN-DATA THRU                         bbank50p
024878                POPULATE-SCREEN-DATA-EXIT                         bbank50p
024884        GO TO COMMON-RETURN                                       bbank50p
024890     END-IF.                                                      bbank50p
024900* Now go attempt to update the data                               bbank50p
025000 COPY CBANKX04.                                                   bbank50p
025100     IF NOT CD04O-UPDATE-OK                                       bbank50p
036100          TO WS-ERROR-MSG                                         bbank50p
036200        GO TO VALIDATE-DATA-ERROR                                 bbank50p
036300     END-IF.                                                      bbank50p
036305* A transfer from the customer's own account still goes to the    bbank50p
036310* authority check - a minor is held to the product's guardian     bbank50p
036315* limit, and the guardian authorizes anything above it            bbank50p
036320     IF NOT WS-SIGNER-WAS-USED AND                                bbank50p
036325        WS-SEL-COUNT IS EQUAL TO 1                                bbank50p
036330        MOVE SPACES TO CD54-DATA                                  bbank50p
036335        SET CD54I-CHECK TO TRUE                                   bbank50p
036340        MOVE WS-XFER-ACCT-FROM TO CD54I-ACCNO                     bbank50p
036345        MOVE BANK-USERID TO CD54I-SIGNER-PID                      bbank50p
036350        MOVE 'T' TO CD54I-CHECK-CLASS                             bbank50p
036355        MOVE WS-XFER-AMT-NUM-N TO CD54I-CHECK-AMOUNT              bbank50p
036360        MOVE EIBTRMID TO CD54I-TERM                               bbank50p
036365 COPY CBANKX54.                                                   bbank50p
036370        IF NOT CD54O-OK                                           bbank50p
036375           MOVE CD54O-MSG TO WS-ERROR-MSG                         bbank50p
036380           GO TO VALIDATE-DATA-ERROR                              bbank50p
036385        END-IF                                                    bbank50p
036390     END-IF.                                                      bbank50p
036400                                                                  bbank50p
036500     MOVE ZERO TO WS-SEL-COUNT.                                   bbank50p
036600                                                                  bbank50p
055420 SEND-XFER-OTP-EXIT.                                              bbank50p
055421     EXIT.                                                        bbank50p
055422                                                                  bbank50p
055423***************************************************************** bbank50p
055424* Memo-post the transfer through DBANK67P.  The audit trail and * bbank50p
055425* the balances are written by ZBNKMPA1 when the batch is over,  * bbank50p
055426* so only the memo row is committed here.                       * bbank50p
055427***************************************************************** bbank50p
055428 MEMO-POST-XFER.                                                  bbank50p
055429     MOVE SPACES TO CD67-DATA.                                    bbank50p
055430     SET CD67I-POST TO TRUE.                                      bbank50p
055431     MOVE 'BBANK50P' TO CD67I-SOURCE.                             bbank50p
055432     MOVE CD04I-FROM-PID TO CD67I-FROM-PID.                       bbank50p
055433     MOVE CD04I-FROM-ACC TO CD67I-FROM-ACC.                       bbank50p
055434     MULTIPLY WS-XFER-AMT-NUM-N BY -1                             bbank50p
055435       GIVING CD67I-FROM-AMOUNT.                                  bbank50p
055436     STRING 'Transferred to a/c ' DELIMITED BY SIZE               bbank50p
055437            CD04I-TO-ACC DELIMITED BY SIZE                        bbank50p
055438       INTO CD67I-FROM-DESC.                                      bbank50p
055439     MOVE BANK-USERID TO CD67I-TO-PID.                            bbank50p
055440     MOVE CD04I-TO-ACC TO CD67I-TO-ACC.                           bbank50p
055441     MULTIPLY WS-XFER-AMT-CONVERTED-N BY +1                       bbank50p
055442       GIVING CD67I-TO-AMOUNT.                                    bbank50p
055443     STRING 'Transferred from a/c ' DELIMITED BY SIZE             bbank50p
055444            CD04I-FROM-ACC DELIMITED BY SIZE                      bbank50p
055445       INTO CD67I-TO-DESC.                                        bbank50p
055446     MOVE WS-OD-FEE-AMOUNT TO CD67I-OD-FEE-AMOUNT.                bbank50p
055447 COPY CBANKX67.                                                   bbank50p
055448     IF NOT CD67O-UPDATE-OK                                       bbank50p
055449        MOVE 'Unable to transfer funds. Update failed.'           bbank50p
055450          TO BANK-ERROR-MSG                                       bbank50p
055451        MOVE SPACES TO CD61-DATA                                  bbank50p
055452        SET CD61I-REVERSE-USE TO TRUE                             bbank50p
055453        MOVE BANK-USERID TO CD61I-PID                             bbank50p
055454        MOVE WS-XFER-AMT-NUM-N TO CD61I-AMOUNT                    bbank50p
055455 COPY CBANKX61.                                                   bbank50p
055456        GO TO MEMO-POST-XFER-EXIT                                 bbank50p
055457     END-IF.                                                      bbank50p
055458 COPY CSYNC.                                                      bbank50p
055459     MOVE SPACES TO BANK-ERROR-MSG.                               bbank50p
055460     STRING 'Transfer of ' DELIMITED BY SIZE                      bbank50p
055461            BANK-SCR50-XFER DELIMITED BY SIZE                     bbank50p
055462            ' accepted - it posts after end of day'               bbank50p
055463              DELIMITED BY SIZE                                   bbank50p
055464       INTO BANK-ERROR-MSG.                                       bbank50p
055465     MOVE SPACES TO BANK-SCR50-XFER.                              bbank50p
055466     MOVE SPACES TO BANK-SCR50-ALIAS.                             bbank50p
055467     MOVE SPACES TO BANK-SCR50-ALIAS-NAME.                        bbank50p
055468     MOVE SPACES TO BANK-SCR50-FROM-ACC.                          bbank50p
055469     MOVE '_' TO BANK-SCR50-FRM1.                                 bbank50p
055470     MOVE '_' TO BANK-SCR50-FRM2.                                 bbank50p
055471     MOVE '_' TO BANK-SCR50-FRM3.                                 bbank50p
055472     MOVE '_' TO BANK-SCR50-FRM4.                                 bbank50p
055473     MOVE '_' TO BANK-SCR50-FRM5.                                 bbank50p
055474     MOVE '_' TO BANK-SCR50-FRM6.                                 bbank50p
055475     MOVE '_' TO BANK-SCR50-TO1.                                  bbank50p
055476     MOVE '_' TO BANK-SCR50-TO2.                                  bbank50p
055477     MOVE '_' TO BANK-SCR50-TO3.                                  bbank50p
055478     MOVE '_' TO BANK-SCR50-TO4.                                  bbank50p
055479     MOVE '_' TO BANK-SCR50-TO5.                                  bbank50p
055480     MOVE '_' TO BANK-SCR50-TO6.                                  bbank50p
055481 MEMO-POST-XFER-EXIT.                                             bbank50p
055482     EXIT.                                                        bbank50p
055490                                                                  bbank50p
055500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     bbank50p
