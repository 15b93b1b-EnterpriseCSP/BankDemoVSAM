001800*              with a freshly assigned payment reference for    * dbank28p
001900*              the end-of-day clearing file run.  Also          * dbank28p
001910*              maintains the recurring payment instructions     * dbank28p
001921*              (BNKRPAY) the daily ZBNKRPY1 run executes        * dbank28p
001932*              against the registered payees.  The payee's      * dbank28p
001943*              postal address and reference type (structured    * dbank28p
001954*              RF creditor reference or free text) are kept     * dbank28p
001965*              for the ISO 20022 payment file.                  * dbank28p
001976*              Every master-file update is journaled through    * dbank28p
001979*              DBANK85P for forward recovery.                   * dbank28p
001982*              A payee's routing must pass the bank routing     * dbank28p
001985*              directory check in DBANK89P (valid, active and   * dbank28p
001988*              able to receive ACH) when it is added or         * dbank28p
001991*              changed and again before a payment is queued;    * dbank28p
001994*              the bank name comes back for confirmation.       * dbank28p
001995*              A direct enqueue pays a biller's request-to-     * dbank28p
001996*              pay: the biller is named in the request          * dbank28p
001997*              rather than registered as a payee, and is        * dbank28p
001998*              queued under payee sequence zero.                * dbank28p
001999*              VSAM version                                     * dbank28p
002000***************************************************************** dbank28p
002100                                                                  dbank28p
002200 IDENTIFICATION DIVISION.                                         dbank28p
006100                                                                  dbank28p
006200 COPY CABENDD.                                                    dbank28p
006300                                                                  dbank28p
006325 01  WS-RECOVERY-DATA.                                            dbank28p
006350 COPY CBANKD85.                                                   dbank28p
006356                                                                  dbank28p
006362 01  WS-ROUTING-DATA.                                             dbank28p
006368 COPY CBANKD89.                                                   dbank28p
006375                                                                  dbank28p
006400 LINKAGE SECTION.                                                 dbank28p
006500 01  DFHCOMMAREA.                                                 dbank28p
006600   05  LK-COMMAREA                           PIC X(1)             dbank28p
009700         PERFORM DEACTIVATE-PROCESSING THRU                       dbank28p
009800                 DEACTIVATE-PROCESSING-EXIT                       dbank28p
009900       WHEN CD28I-ENQUEUE                                         dbank28p
009950       WHEN CD28I-ENQUEUE-DIRECT                                  dbank28p
010000         PERFORM ENQUEUE-PROCESSING THRU                          dbank28p
010100                 ENQUEUE-PROCESSING-EXIT                          dbank28p
010110       WHEN CD28I-RP-BROWSE                                       dbank28p
018600     MOVE PAY-REC-EXT-ACCNO TO CD28O-EXT-ACCNO.                   dbank28p
018700     MOVE PAY-REC-CUST-REF TO CD28O-CUST-REF.                     dbank28p
018800     MOVE PAY-REC-STATUS TO CD28O-STATUS.                         dbank28p
018816     MOVE PAY-REC-STREET TO CD28O-STREET.                         dbank28p
018832     MOVE PAY-REC-TOWN TO CD28O-TOWN.                             dbank28p
018848     MOVE PAY-REC-POST-CODE TO CD28O-POST-CODE.                   dbank28p
018864     MOVE PAY-REC-COUNTRY TO CD28O-COUNTRY.                       dbank28p
018880     MOVE PAY-REC-REF-TYPE TO CD28O-REF-TYPE.                     dbank28p
018900 READ-PROCESSING-EXIT.                                            dbank28p
019000     EXIT.                                                        dbank28p
019100                                                                  dbank28p
020200         TO CD28O-MSG                                             dbank28p
020300       GO TO WRITE-PROCESSING-EXIT                                dbank28p
020400     END-IF.                                                      dbank28p
020402     MOVE CD28I-ROUTING TO CD89I-ROUTING.                         dbank28p
020404     PERFORM VALIDATE-ROUTING THRU                                dbank28p
020406             VALIDATE-ROUTING-EXIT.                               dbank28p
020408     IF NOT CD89O-OK                                              dbank28p
020410       SET CD28O-ERROR TO TRUE                                    dbank28p
020412       MOVE CD89O-MSG TO CD28O-MSG                                dbank28p
020414       GO TO WRITE-PROCESSING-EXIT                                dbank28p
020416     END-IF.                                                      dbank28p
020418     IF CD28I-REF-TYPE IS NOT EQUAL TO SPACE AND                  dbank28p
020420        CD28I-REF-TYPE IS NOT EQUAL TO 'U' AND                    dbank28p
020422        CD28I-REF-TYPE IS NOT EQUAL TO 'S'                        dbank28p
020424       SET CD28O-ERROR TO TRUE                                    dbank28p
020426       MOVE 'Reference type must be S or U' TO CD28O-MSG          dbank28p
020428       GO TO WRITE-PROCESSING-EXIT                                dbank28p
020430     END-IF.                                                      dbank28p
020432***************************************************************** dbank28p
020434* A structured reference is an ISO 11649 creditor reference -   * dbank28p
020436* RF and two check digits                                       * dbank28p
020438***************************************************************** dbank28p
020440     IF CD28I-REF-TYPE IS EQUAL TO 'S'                            dbank28p
020442       IF CD28I-CUST-REF (1:2) IS NOT EQUAL TO 'RF' OR            dbank28p
020444          CD28I-CUST-REF (3:2) IS NOT NUMERIC                     dbank28p
020446         SET CD28O-ERROR TO TRUE                                  dbank28p
020448         MOVE 'Structured reference must start RFnn'              dbank28p
020450           TO CD28O-MSG                                           dbank28p
020452         GO TO WRITE-PROCESSING-EXIT                              dbank28p
020454       END-IF                                                     dbank28p
020456     END-IF.                                                      dbank28p
020458     IF CD28I-COUNTRY IS EQUAL TO SPACES AND                      dbank28p
020460        (CD28I-STREET IS NOT EQUAL TO SPACES OR                   dbank28p
020462         CD28I-TOWN IS NOT EQUAL TO SPACES OR                     dbank28p
020464         CD28I-POST-CODE IS NOT EQUAL TO SPACES)                  dbank28p
020466       SET CD28O-ERROR TO TRUE                                    dbank28p
020468       MOVE 'Country is required with an address'                 dbank28p
020470         TO CD28O-MSG                                             dbank28p
020472       GO TO WRITE-PROCESSING-EXIT                                dbank28p
020474     END-IF.                                                      dbank28p
020500     IF CD28I-SEQ IS GREATER THAN ZERO                            dbank28p
020600       PERFORM UPDATE-PAYEE THRU                                  dbank28p
020700               UPDATE-PAYEE-EXIT                                  dbank28p
024000     MOVE CD28I-ROUTING TO PAY-REC-ROUTING.                       dbank28p
024100     MOVE CD28I-EXT-ACCNO TO PAY-REC-EXT-ACCNO.                   dbank28p
024200     MOVE CD28I-CUST-REF TO PAY-REC-CUST-REF.                     dbank28p
024216     MOVE CD28I-STREET TO PAY-REC-STREET.                         dbank28p
024232     MOVE CD28I-TOWN TO PAY-REC-TOWN.                             dbank28p
024248     MOVE CD28I-POST-CODE TO PAY-REC-POST-CODE.                   dbank28p
024264     MOVE CD28I-COUNTRY TO PAY-REC-COUNTRY.                       dbank28p
024280     MOVE CD28I-REF-TYPE TO PAY-REC-REF-TYPE.                     dbank28p
024300     MOVE ZERO TO PAY-REC-RETURN-COUNT.                           dbank28p
024400     MOVE CD28I-PID TO WS-BNKPAYEE-RID-PID.                       dbank28p
024500     MOVE WS-NEXT-SEQ TO WS-BNKPAYEE-RID-SEQ.                     dbank28p
030100     MOVE CD28I-ROUTING TO PAY-REC-ROUTING.                       dbank28p
030200     MOVE CD28I-EXT-ACCNO TO PAY-REC-EXT-ACCNO.                   dbank28p
030300     MOVE CD28I-CUST-REF TO PAY-REC-CUST-REF.                     dbank28p
030316     MOVE CD28I-STREET TO PAY-REC-STREET.                         dbank28p
030332     MOVE CD28I-TOWN TO PAY-REC-TOWN.                             dbank28p
030348     MOVE CD28I-POST-CODE TO PAY-REC-POST-CODE.                   dbank28p
030364     MOVE CD28I-COUNTRY TO PAY-REC-COUNTRY.                       dbank28p
030380     MOVE CD28I-REF-TYPE TO PAY-REC-REF-TYPE.                     dbank28p
030400     SET PAY-STATUS-ACTIVE TO TRUE.                               dbank28p
030500     EXEC CICS REWRITE FILE('BNKPAYEE')                           dbank28p
030600                    FROM(WS-BNKPAYEE-REC)                         dbank28p
034900     EXIT.                                                        dbank28p
035000                                                                  dbank28p
035100***************************************************************** dbank28p
035180* Enqueue request - the payee must be active (a direct          * dbank28p
035260* enqueue names the biller in the request instead); assign      * dbank28p
035340* the next payment reference for today and write the queue      * dbank28p
035420* row for the end-of-day clearing file run                      * dbank28p
035500***************************************************************** dbank28p
035600 ENQUEUE-PROCESSING.                                              dbank28p
035637     IF CD28I-ENQUEUE-DIRECT                                      dbank28p
035674       PERFORM DIRECT-PAYEE-SET-UP THRU                           dbank28p
035711               DIRECT-PAYEE-SET-UP-EXIT                           dbank28p
035748     ELSE                                                         dbank28p
035785       PERFORM READ-PROCESSING THRU                               dbank28p
035822               READ-PROCESSING-EXIT                               dbank28p
035859     END-IF.                                                      dbank28p
035900     IF NOT CD28O-OK                                              dbank28p
036000       GO TO ENQUEUE-PROCESSING-EXIT                              dbank28p
036100     END-IF.                                                      dbank28p
036400       MOVE 'Payee is not active' TO CD28O-MSG                    dbank28p
036500       GO TO ENQUEUE-PROCESSING-EXIT                              dbank28p
036600     END-IF.                                                      dbank28p
036607***************************************************************** dbank28p
036614* The payee's bank may have left the directory since the payee  * dbank28p
036621* was set up                                                    * dbank28p
036628***************************************************************** dbank28p
036635     MOVE PAY-REC-ROUTING TO CD89I-ROUTING.                       dbank28p
036642     PERFORM VALIDATE-ROUTING THRU                                dbank28p
036649             VALIDATE-ROUTING-EXIT.                               dbank28p
036656     IF NOT CD89O-OK                                              dbank28p
036663       SET CD28O-ERROR TO TRUE                                    dbank28p
036670       MOVE CD89O-MSG TO CD28O-MSG                                dbank28p
036677       GO TO ENQUEUE-PROCESSING-EXIT                              dbank28p
036684     END-IF.                                                      dbank28p
036700     IF CD28I-AMOUNT IS NOT GREATER THAN ZERO                     dbank28p
036800       SET CD28O-ERROR TO TRUE                                    dbank28p
036900       MOVE 'Payment amount must be greater than zero'            dbank28p
039800                    LENGTH(LENGTH OF WS-BNKPAYQ-REC)              dbank28p
039900                    RIDFLD(WS-BNKPAYQ-RID)                        dbank28p
040000                    RESP(WS-RESP)                                 dbank28p
040100     END-EXEC                                                     dbank28p
040114     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank28p
040128        MOVE 'BNKPAYQ' TO CD85I-FILE                              dbank28p
040142        SET CD85I-ADD TO TRUE                                     dbank28p
040156        MOVE WS-BNKPAYQ-REC TO CD85I-IMAGE                        dbank28p
040170        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank28p
040184     END-IF.                                                      dbank28p
040200     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC) AND                   dbank28p
040300        WS-RETRY-COUNT IS LESS THAN 3                             dbank28p
040400       ADD 1 TO WS-RETRY-COUNT                                    dbank28p
041200 ENQUEUE-PROCESSING-EXIT.                                         dbank28p
041300     EXIT.                                                        dbank28p
041400                                                                  dbank28p
041403***************************************************************** dbank28p
041406* Direct enqueue - take the biller's name, routing, account     * dbank28p
041409* and reference from the request into the payee area, as if     * dbank28p
041412* read from a registered payee, with payee sequence zero        * dbank28p
041415***************************************************************** dbank28p
041418 DIRECT-PAYEE-SET-UP.                                             dbank28p
041421     IF CD28I-NAME IS EQUAL TO SPACES OR                          dbank28p
041424        CD28I-ROUTING IS EQUAL TO SPACES OR                       dbank28p
041427        CD28I-EXT-ACCNO IS EQUAL TO SPACES                        dbank28p
041430       SET CD28O-ERROR TO TRUE                                    dbank28p
041433       MOVE 'Name, routing and account are required'              dbank28p
041436         TO CD28O-MSG                                             dbank28p
041439       GO TO DIRECT-PAYEE-SET-UP-EXIT                             dbank28p
041442     END-IF.                                                      dbank28p
041445     MOVE SPACES TO WS-BNKPAYEE-REC.                              dbank28p
041448     MOVE CD28I-PID TO PAY-REC-PID.                               dbank28p
041451     MOVE ZERO TO PAY-REC-SEQ.                                    dbank28p
041454     MOVE ZERO TO CD28I-SEQ.                                      dbank28p
041457     SET PAY-STATUS-ACTIVE TO TRUE.                               dbank28p
041460     MOVE CD28I-NAME TO PAY-REC-NAME.                             dbank28p
041463     MOVE CD28I-ROUTING TO PAY-REC-ROUTING.                       dbank28p
041466     MOVE CD28I-EXT-ACCNO TO PAY-REC-EXT-ACCNO.                   dbank28p
041469     MOVE CD28I-CUST-REF TO PAY-REC-CUST-REF.                     dbank28p
041472     MOVE ZERO TO CD28O-SEQ.                                      dbank28p
041475     MOVE PAY-REC-NAME TO CD28O-NAME.                             dbank28p
041478     MOVE PAY-REC-ROUTING TO CD28O-ROUTING.                       dbank28p
041481     MOVE PAY-REC-EXT-ACCNO TO CD28O-EXT-ACCNO.                   dbank28p
041484     MOVE PAY-REC-CUST-REF TO CD28O-CUST-REF.                     dbank28p
041487     MOVE PAY-REC-STATUS TO CD28O-STATUS.                         dbank28p
041490 DIRECT-PAYEE-SET-UP-EXIT.                                        dbank28p
041493     EXIT.                                                        dbank28p
041496                                                                  dbank28p
041500***************************************************************** dbank28p
041600* Assign the next payment reference for today - BP, the run     * dbank28p
041700* date and a six digit sequence recovered from the highest      * dbank28p
047950     END-IF.                                                      dbank28p
047960 RP-CANCEL-PROCESSING-EXIT.                                       dbank28p
047970     EXIT.                                                        dbank28p
047983                                                                  dbank28p
047996***************************************************************** dbank28p
048009* Check the routing against the bank routing directory - the    * dbank28p
048022* bank name is handed back for the screen to show               * dbank28p
048035***************************************************************** dbank28p
048048 VALIDATE-ROUTING.                                                dbank28p
048061     MOVE SPACES TO CD89O-DATA.                                   dbank28p
048074     SET CD89I-ACH TO TRUE.                                       dbank28p
048087 COPY CBANKX89.                                                   dbank28p
048100     MOVE CD89O-BANK-NAME TO CD28O-BANK-NAME.                     dbank28p
048113 VALIDATE-ROUTING-EXIT.                                           dbank28p
048126     EXIT.                                                        dbank28p
048139***************************************************************** dbank28p
048152* Journal the after-image of the master-file update just        * dbank28p
048165* made so it can be rolled forward onto a reload                * dbank28p
048178***************************************************************** dbank28p
048191 JOURNAL-UPDATE.                                                  dbank28p
048204     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank28p
048217 COPY CBANKX85.                                                   dbank28p
048230 JOURNAL-UPDATE-EXIT.                                             dbank28p
048243     EXIT.                                                        dbank28p
048256                                                                  dbank28p
048269* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank28p
