002200*              days old or the deposit tops 5,000.00, two       * DBANK64P
002300*              otherwise - release dates rolled forward         * DBANK64P
002400*              through the UBUSDAY calendar.  VSAM version      * DBANK64P
002420*              PLACE-AUTH holds the full amount of an approved  * DBANK64P
002440*              card purchase under its approval code, for five  * DBANK64P
002460*              business days or until settlement releases it.   * DBANK64P
002480*              A slot whose row is no longer active is reused.  * DBANK64P
002485*              The teller cheque deposit uses PLACE too, and    * DBANK64P
002490*              both PLACE requests return the slot written so   * DBANK64P
002495*              a returned cheque can release its hold early.    * DBANK64P
002500***************************************************************** DBANK64P
002600                                                                  DBANK64P
002700 IDENTIFICATION DIVISION.                                         DBANK64P
009400     SET CD64O-OK TO TRUE.                                        DBANK64P
009500     MOVE ZERO TO CD64O-HELD-TOTAL.                               DBANK64P
009600     MOVE ZERO TO CD64O-HELD-AMOUNT.                              DBANK64P
009650     MOVE ZERO TO CD64O-HOLD-SEQ.                                 DBANK64P
009700                                                                  DBANK64P
009800***************************************************************** DBANK64P
009900* See what kind of request we have and react accordingly        * DBANK64P
010500       WHEN CD64I-PLACE                                           DBANK64P
010600         PERFORM PLACE-PROCESSING THRU                            DBANK64P
010700                 PLACE-PROCESSING-EXIT                            DBANK64P
010725       WHEN CD64I-PLACE-AUTH                                      DBANK64P
010750         PERFORM PLACE-AUTH-PROCESSING THRU                       DBANK64P
010775                 PLACE-AUTH-PROCESSING-EXIT                       DBANK64P
010800       WHEN OTHER                                                 DBANK64P
010900         SET CD64O-ERROR TO TRUE                                  DBANK64P
011000         MOVE 'Bad request code' TO CD64O-MSG                     DBANK64P
025400                    RIDFLD(WS-BNKAVLH-RID)                        DBANK64P
025500                    RESP(WS-RESP)                                 DBANK64P
025600     END-EXEC.                                                    DBANK64P
025666     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK64P
025732        AVH-STATUS-ACTIVE                                         DBANK64P
025800       GO TO PLACE-SLOT-LOOP                                      DBANK64P
025900     END-IF.                                                      DBANK64P
025914     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK64P
025928       EXEC CICS DELETE FILE('BNKAVLH')                           DBANK64P
025942                        RIDFLD(WS-BNKAVLH-RID)                    DBANK64P
025956                        RESP(WS-RESP)                             DBANK64P
025970       END-EXEC                                                   DBANK64P
025984     END-IF.                                                      DBANK64P
026000                                                                  DBANK64P
026100     MOVE SPACES TO WS-BNKAVLH-REC.                               DBANK64P
026200     MOVE CD64I-ACCNO TO AVH-REC-ACCNO.                           DBANK64P
027400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK64P
027500       SET CD64O-ERROR TO TRUE                                    DBANK64P
027600       MOVE 'Unable to write availability hold' TO CD64O-MSG      DBANK64P
027633     ELSE                                                         DBANK64P
027666       MOVE WS-AVH-RID-SEQ TO CD64O-HOLD-SEQ                      DBANK64P
027700     END-IF.                                                      DBANK64P
027800 PLACE-PROCESSING-EXIT.                                           DBANK64P
027900     EXIT.                                                        DBANK64P
028000                                                                  DBANK64P
028001***************************************************************** DBANK64P
028002* Place the pending-authorization hold for an approved card     * DBANK64P
028003* purchase - the whole amount, under the approval code, until   * DBANK64P
028004* the settlement run matches it or it expires                   * DBANK64P
028005***************************************************************** DBANK64P
028006 PLACE-AUTH-PROCESSING.                                           DBANK64P
028007 COPY CTSTAMPP.                                                   DBANK64P
028008     IF CD64I-DEPOSIT-AMOUNT IS NOT GREATER THAN ZERO             DBANK64P
028009       SET CD64O-ERROR TO TRUE                                    DBANK64P
028010       MOVE 'Authorization amount must be positive'               DBANK64P
028011         TO CD64O-MSG                                             DBANK64P
028012       GO TO PLACE-AUTH-PROCESSING-EXIT                           DBANK64P
028013     END-IF.                                                      DBANK64P
028014     MOVE CD64I-DEPOSIT-AMOUNT TO CD64O-HELD-AMOUNT.              DBANK64P
028015     MOVE 5 TO WS-HOLD-DAYS.                                      DBANK64P
028016     MOVE WS-TS-DATE TO WS-ROLL-DATE.                             DBANK64P
028017     MOVE 1 TO WS-DAY-SUB.                                        DBANK64P
028018 PLACE-AUTH-ROLL-LOOP.                                            DBANK64P
028019     IF WS-DAY-SUB IS GREATER THAN WS-HOLD-DAYS                   DBANK64P
028020       GO TO PLACE-AUTH-ROLL-DONE                                 DBANK64P
028021     END-IF.                                                      DBANK64P
028022     MOVE SPACES TO BUS-DAY-DATA.                                 DBANK64P
028023     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           DBANK64P
028024     MOVE WS-ROLL-DATE TO BUS-DAY-DATE-IN.                        DBANK64P
028025     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           DBANK64P
028026     IF NOT BUS-DAY-OK                                            DBANK64P
028027       SET CD64O-ERROR TO TRUE                                    DBANK64P
028028       MOVE 'Unable to compute expiry date' TO CD64O-MSG          DBANK64P
028029       GO TO PLACE-AUTH-PROCESSING-EXIT                           DBANK64P
028030     END-IF.                                                      DBANK64P
028031     MOVE BUS-DAY-DATE-OUT TO WS-ROLL-DATE.                       DBANK64P
028032     ADD 1 TO WS-DAY-SUB.                                         DBANK64P
028033     GO TO PLACE-AUTH-ROLL-LOOP.                                  DBANK64P
028034 PLACE-AUTH-ROLL-DONE.                                            DBANK64P
028035     MOVE WS-ROLL-DATE TO CD64O-RELEASE-DATE.                     DBANK64P
028036                                                                  DBANK64P
028037     MOVE CD64I-ACCNO TO WS-AVH-RID-ACCNO.                        DBANK64P
028038     MOVE ZERO TO WS-AVH-RID-SEQ.                                 DBANK64P
028039 PLACE-AUTH-SLOT-LOOP.                                            DBANK64P
028040     ADD 1 TO WS-AVH-RID-SEQ.                                     DBANK64P
028041     IF WS-AVH-RID-SEQ IS GREATER THAN 99                         DBANK64P
028042       SET CD64O-ERROR TO TRUE                                    DBANK64P
028043       MOVE 'Hold file full for account' TO CD64O-MSG             DBANK64P
028044       GO TO PLACE-AUTH-PROCESSING-EXIT                           DBANK64P
028045     END-IF.                                                      DBANK64P
028046     EXEC CICS READ FILE('BNKAVLH')                               DBANK64P
028047                    INTO(WS-BNKAVLH-REC)                          DBANK64P
028048                    LENGTH(LENGTH OF WS-BNKAVLH-REC)              DBANK64P
028049                    RIDFLD(WS-BNKAVLH-RID)                        DBANK64P
028050                    RESP(WS-RESP)                                 DBANK64P
028051     END-EXEC.                                                    DBANK64P
028052     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBANK64P
028053        AVH-STATUS-ACTIVE                                         DBANK64P
028054       GO TO PLACE-AUTH-SLOT-LOOP                                 DBANK64P
028055     END-IF.                                                      DBANK64P
028056     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK64P
028057       EXEC CICS DELETE FILE('BNKAVLH')                           DBANK64P
028058                        RIDFLD(WS-BNKAVLH-RID)                    DBANK64P
028059                        RESP(WS-RESP)                             DBANK64P
028060       END-EXEC                                                   DBANK64P
028061     END-IF.                                                      DBANK64P
028062                                                                  DBANK64P
028063     MOVE SPACES TO WS-BNKAVLH-REC.                               DBANK64P
028064     MOVE CD64I-ACCNO TO AVH-REC-ACCNO.                           DBANK64P
028065     MOVE WS-AVH-RID-SEQ TO AVH-REC-SEQ.                          DBANK64P
028066     SET AVH-STATUS-ACTIVE TO TRUE.                               DBANK64P
028067     MOVE CD64O-HELD-AMOUNT TO AVH-REC-AMOUNT.                    DBANK64P
028068     MOVE WS-ROLL-DATE TO AVH-REC-RELEASE-DATE.                   DBANK64P
028069     MOVE WS-TIMESTAMP TO AVH-REC-DEPOSIT-TS.                     DBANK64P
028070     SET AVH-TYPE-POS-AUTH TO TRUE.                               DBANK64P
028071     MOVE CD64I-AUTH-CODE TO AVH-REC-AUTH-CODE.                   DBANK64P
028072     EXEC CICS WRITE FILE('BNKAVLH')                              DBANK64P
028073                    FROM(WS-BNKAVLH-REC)                          DBANK64P
028074                    LENGTH(LENGTH OF WS-BNKAVLH-REC)              DBANK64P
028075                    RIDFLD(WS-BNKAVLH-RID)                        DBANK64P
028076                    RESP(WS-RESP)                                 DBANK64P
028077     END-EXEC.                                                    DBANK64P
028078     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK64P
028079       SET CD64O-ERROR TO TRUE                                    DBANK64P
028080       MOVE 'Unable to write authorization hold' TO CD64O-MSG     DBANK64P
028081     ELSE                                                         DBANK64P
028082       MOVE WS-AVH-RID-SEQ TO CD64O-HOLD-SEQ                      DBANK64P
028083     END-IF.                                                      DBANK64P
028084 PLACE-AUTH-PROCESSING-EXIT.                                      DBANK64P
028085     EXIT.                                                        DBANK64P
028086                                                                  DBANK64P
028100***************************************************************** DBANK64P
028200* Day serial of WS-CALC-YYYY/MM/DD - the usual integer          * DBANK64P
028300* calendar arithmetic, good for the tenure difference           * DBANK64P
