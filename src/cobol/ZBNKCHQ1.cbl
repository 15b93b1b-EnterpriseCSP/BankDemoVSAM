002700*              items are stamped on BNKTXN with the cheque      * ZBNKCHQ1
002800*              serial so they read properly on the BBANK40P     * ZBNKCHQ1
002900*              transaction list and the statement.              * ZBNKCHQ1
002912*              An item on an account enrolled for positive      * ZBNKCHQ1
002924*              pay (BNKPPEN) must also match the issuer's       * ZBNKCHQ1
002936*              register (BNKPPAY) by serial and amount - an     * ZBNKCHQ1
002948*              item that is not on it, does not match it, or    * ZBNKCHQ1
002960*              was already paid or voided is held on BNKPPEX    * ZBNKCHQ1
002972*              for the customer to decide by the next business  * ZBNKCHQ1
002984*              day's cut-off; ZBNKPPD1 acts on the decisions.   * ZBNKCHQ1
002986*              A posted item on an account that has had         * ZBNKCHQ1
002988*              cheque books sent from the register (BNKCHQB)    * ZBNKCHQ1
002990*              whose serial lies in none of their ranges is     * ZBNKCHQ1
002992*              still paid but flagged on the report as not      * ZBNKCHQ1
002994*              issued to the account.                           * ZBNKCHQ1
002996*              Every master-file update is journaled through    * ZBNKCHQ1
002998*              UJOURNL for forward recovery.                    * ZBNKCHQ1
003000***************************************************************** ZBNKCHQ1
003100                                                                  ZBNKCHQ1
003200 IDENTIFICATION DIVISION.                                         ZBNKCHQ1
006219            ACCESS MODE  IS RANDOM                                ZBNKCHQ1
006220            RECORD KEY   IS OFC-KEY                               ZBNKCHQ1
006221            FILE STATUS  IS WS-BNKOFCQ-STATUS.                    ZBNKCHQ1
006240     SELECT BNKPPEN-FILE                                          ZBNKCHQ1
006259            ASSIGN       TO BNKPPEN                               ZBNKCHQ1
006278            ORGANIZATION IS INDEXED                               ZBNKCHQ1
006297            ACCESS MODE  IS RANDOM                                ZBNKCHQ1
006316            RECORD KEY   IS PPE-KEY                               ZBNKCHQ1
006335            FILE STATUS  IS WS-BNKPPEN-STATUS.                    ZBNKCHQ1
006354     SELECT BNKPPAY-FILE                                          ZBNKCHQ1
006373            ASSIGN       TO BNKPPAY                               ZBNKCHQ1
006392            ORGANIZATION IS INDEXED                               ZBNKCHQ1
006411            ACCESS MODE  IS RANDOM                                ZBNKCHQ1
006430            RECORD KEY   IS PPR-KEY                               ZBNKCHQ1
006449            FILE STATUS  IS WS-BNKPPAY-STATUS.                    ZBNKCHQ1
006468     SELECT BNKPPEX-FILE                                          ZBNKCHQ1
006487            ASSIGN       TO BNKPPEX                               ZBNKCHQ1
006506            ORGANIZATION IS INDEXED                               ZBNKCHQ1
006525            ACCESS MODE  IS RANDOM                                ZBNKCHQ1
006544            RECORD KEY   IS PPX-KEY                               ZBNKCHQ1
006563            FILE STATUS  IS WS-BNKPPEX-STATUS.                    ZBNKCHQ1
006568     SELECT BNKCHQB-FILE                                          ZBNKCHQ1
006573            ASSIGN       TO BNKCHQB                               ZBNKCHQ1
006578            ORGANIZATION IS INDEXED                               ZBNKCHQ1
006583            ACCESS MODE  IS DYNAMIC                               ZBNKCHQ1
006588            RECORD KEY   IS CBK-KEY                               ZBNKCHQ1
006593            FILE STATUS  IS WS-BNKCHQB-STATUS.                    ZBNKCHQ1
006600     SELECT BNKTXN-FILE                                           ZBNKCHQ1
006700            ASSIGN       TO BNKTXN                                ZBNKCHQ1
006800            ORGANIZATION IS INDEXED                               ZBNKCHQ1
006900            ACCESS MODE  IS RANDOM                                ZBNKCHQ1
007000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCHQ1
007100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCHQ1
007150            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCHQ1
007200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCHQ1
007300     SELECT BNKCTL-FILE                                           ZBNKCHQ1
007400            ASSIGN       TO BNKCTL                                ZBNKCHQ1
010600 FD  BNKCTL-FILE.                                                 ZBNKCHQ1
010700 01  BNKCTL-REC.                                                  ZBNKCHQ1
010800 COPY CBANKVCT.                                                   ZBNKCHQ1
010807                                                                  ZBNKCHQ1
010814 FD  BNKPPEN-FILE.                                                ZBNKCHQ1
010821 01  BNKPPEN-REC.                                                 ZBNKCHQ1
010828 COPY CBANKVPE.                                                   ZBNKCHQ1
010835                                                                  ZBNKCHQ1
010842 FD  BNKPPAY-FILE.                                                ZBNKCHQ1
010849 01  BNKPPAY-REC.                                                 ZBNKCHQ1
010856 COPY CBANKVPR.                                                   ZBNKCHQ1
010863                                                                  ZBNKCHQ1
010870 FD  BNKPPEX-FILE.                                                ZBNKCHQ1
010877 01  BNKPPEX-REC.                                                 ZBNKCHQ1
010884 COPY CBANKVPX.                                                   ZBNKCHQ1
010887                                                                  ZBNKCHQ1
010890 FD  BNKCHQB-FILE.                                                ZBNKCHQ1
010893 01  BNKCHQB-REC.                                                 ZBNKCHQ1
010896 COPY CBANKVCB.                                                   ZBNKCHQ1
010900                                                                  ZBNKCHQ1
011000 FD  PRINTOUT-FILE.                                               ZBNKCHQ1
011100 01  PRINTOUT-REC                        PIC X(121).              ZBNKCHQ1
011200                                                                  ZBNKCHQ1
011300 WORKING-STORAGE SECTION.                                         ZBNKCHQ1
011333 COPY CJOURNLD.                                                   ZBNKCHQ1
011366                                                                  ZBNKCHQ1
011400 COPY CRUNCTLD.                                                   ZBNKCHQ1
011500                                                                  ZBNKCHQ1
011600 COPY CTIMERD.                                                    ZBNKCHQ1
011900                                                                  ZBNKCHQ1
012000 COPY CBANKTXD.                                                   ZBNKCHQ1
012100                                                                  ZBNKCHQ1
012133 COPY CBUSDAYD.                                                   ZBNKCHQ1
012166                                                                  ZBNKCHQ1
012200 01  WS-TWOS-COMP.                                                ZBNKCHQ1
012300   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKCHQ1
012400   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKCHQ1
017900   05  WS-PRINTOUT-STATUS.                                        ZBNKCHQ1
018000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCHQ1
018100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCHQ1
018110   05  WS-BNKPPEN-STATUS.                                         ZBNKCHQ1
018120     10  WS-BNKPPEN-STAT1                    PIC X(1).            ZBNKCHQ1
018130     10  WS-BNKPPEN-STAT2                    PIC X(1).            ZBNKCHQ1
018140   05  WS-BNKPPAY-STATUS.                                         ZBNKCHQ1
018150     10  WS-BNKPPAY-STAT1                    PIC X(1).            ZBNKCHQ1
018160     10  WS-BNKPPAY-STAT2                    PIC X(1).            ZBNKCHQ1
018170   05  WS-BNKPPEX-STATUS.                                         ZBNKCHQ1
018180     10  WS-BNKPPEX-STAT1                    PIC X(1).            ZBNKCHQ1
018190     10  WS-BNKPPEX-STAT2                    PIC X(1).            ZBNKCHQ1
018192   05  WS-BNKCHQB-STATUS.                                         ZBNKCHQ1
018194     10  WS-BNKCHQB-STAT1                    PIC X(1).            ZBNKCHQ1
018196     10  WS-BNKCHQB-STAT2                    PIC X(1).            ZBNKCHQ1
018200   05  WS-IO-STATUS.                                              ZBNKCHQ1
018300     10  WS-IO-STAT1                         PIC X(1).            ZBNKCHQ1
018400     10  WS-IO-STAT2                         PIC X(1).            ZBNKCHQ1
020900       VALUE ZERO.                                                ZBNKCHQ1
021000   05  WS-TRAILER-AMOUNT                     PIC S9(11)V99 COMP-3 ZBNKCHQ1
021100       VALUE ZERO.                                                ZBNKCHQ1
021120   05  WS-ITEMS-HELD                         PIC 9(7)             ZBNKCHQ1
021140       VALUE ZERO.                                                ZBNKCHQ1
021160   05  WS-AMOUNT-HELD                        PIC S9(11)V99 COMP-3 ZBNKCHQ1
021180       VALUE ZERO.                                                ZBNKCHQ1
021184   05  WS-ITEMS-FLAGGED                      PIC 9(7)             ZBNKCHQ1
021188       VALUE ZERO.                                                ZBNKCHQ1
021192   05  WS-AMOUNT-FLAGGED                     PIC S9(11)V99 COMP-3 ZBNKCHQ1
021196       VALUE ZERO.                                                ZBNKCHQ1
021200   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKCHQ1
021300       VALUE ZERO.                                                ZBNKCHQ1
021400   05  WS-TODAY-ISO                          PIC X(10).           ZBNKCHQ1
021600   05  WS-REJECT-REASON                      PIC X(30).           ZBNKCHQ1
021700   05  WS-STOP-HIT                           PIC X(1).            ZBNKCHQ1
021800     88  WS-ITEM-IS-STOPPED                  VALUE 'Y'.           ZBNKCHQ1
021812   05  WS-PPAY-RESULT                        PIC X(1).            ZBNKCHQ1
021824     88  WS-PPAY-NOT-ENROLLED                VALUE SPACE.         ZBNKCHQ1
021836     88  WS-PPAY-MATCHED                     VALUE 'M'.           ZBNKCHQ1
021848     88  WS-ITEM-IS-HELD                     VALUE 'H'.           ZBNKCHQ1
021860   05  WS-PPAY-REASON-CODE                   PIC X(2).            ZBNKCHQ1
021872   05  WS-PPAY-REGISTER-AMOUNT               PIC S9(7)V99 COMP-3. ZBNKCHQ1
021884   05  WS-PPAY-CUTOFF                        PIC X(10).           ZBNKCHQ1
021887   05  WS-CBK-RESULT                         PIC X(1).            ZBNKCHQ1
021890     88  WS-CBK-NO-BOOKS                     VALUE SPACE.         ZBNKCHQ1
021893     88  WS-CBK-ISSUED                       VALUE 'I'.           ZBNKCHQ1
021896     88  WS-CBK-NOT-ISSUED                   VALUE 'N'.           ZBNKCHQ1
021900                                                                  ZBNKCHQ1
022000 01  WS-REPORT-LINES.                                             ZBNKCHQ1
022100   05  WS-LINE1.                                                  ZBNKCHQ1
029400                                                                  ZBNKCHQ1
029500 COPY CTSTAMPP.                                                   ZBNKCHQ1
029600     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKCHQ1
029605                                                                  ZBNKCHQ1
029610***************************************************************** ZBNKCHQ1
029615* Held positive-pay items are for the customer to decide by the * ZBNKCHQ1
029620* next business day                                             * ZBNKCHQ1
029625***************************************************************** ZBNKCHQ1
029630     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKCHQ1
029635     SET BUS-DAY-NEXT-BUSINESS TO TRUE.                           ZBNKCHQ1
029640     MOVE WS-TODAY-ISO TO BUS-DAY-DATE-IN.                        ZBNKCHQ1
029645     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKCHQ1
029650     IF NOT BUS-DAY-OK                                            ZBNKCHQ1
029655        MOVE 'Unable to work out the positive-pay cut-off'        ZBNKCHQ1
029660          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
029665        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
029670        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
029675     END-IF.                                                      ZBNKCHQ1
029680     MOVE BUS-DAY-DATE-OUT TO WS-PPAY-CUTOFF.                     ZBNKCHQ1
029700                                                                  ZBNKCHQ1
029800***************************************************************** ZBNKCHQ1
029900* Pass one - verify the file's control trailer against its      * ZBNKCHQ1
033200     STRING WS-ITEMS-POSTED DELIMITED BY SIZE                     ZBNKCHQ1
033300            ' cheques posted, ' DELIMITED BY SIZE                 ZBNKCHQ1
033400            WS-ITEMS-RETURNED DELIMITED BY SIZE                   ZBNKCHQ1
033500            ' returned, ' DELIMITED BY SIZE                       ZBNKCHQ1
033533            WS-ITEMS-HELD DELIMITED BY SIZE                       ZBNKCHQ1
033566            ' held' DELIMITED BY SIZE                             ZBNKCHQ1
033600       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCHQ1
033700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCHQ1
033800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCHQ1
041900* Post one presented cheque - the account must exist and be     * ZBNKCHQ1
042000* open, the item must not match an active stop order, and the   * ZBNKCHQ1
042100* debit must fit within the balance plus the authorized         * ZBNKCHQ1
042200* overdraft cushion; anything else is returned.  On a positive  * ZBNKCHQ1
042233* pay account the item must also match the issuer's register,   * ZBNKCHQ1
042266* or it is held for the customer to decide instead              * ZBNKCHQ1
042300***************************************************************** ZBNKCHQ1
040010 POST-ONE-CHEQUE.                                                 ZBNKCHQ1
040011     IF WS-CQ-ACCNO IS EQUAL TO WS-OFFICIAL-CHQ-ACC               ZBNKCHQ1
044400        PERFORM RETURN-ONE-CHEQUE                                 ZBNKCHQ1
044500        GO TO POST-ONE-CHEQUE-EXIT                                ZBNKCHQ1
044600     END-IF.                                                      ZBNKCHQ1
044612     PERFORM CHECK-POSITIVE-PAY THRU                              ZBNKCHQ1
044624             CHECK-POSITIVE-PAY-EXIT.                             ZBNKCHQ1
044636     IF WS-ITEM-IS-HELD                                           ZBNKCHQ1
044648        PERFORM HOLD-ONE-CHEQUE THRU                              ZBNKCHQ1
044660                HOLD-ONE-CHEQUE-EXIT                              ZBNKCHQ1
044672        GO TO POST-ONE-CHEQUE-EXIT                                ZBNKCHQ1
044684     END-IF.                                                      ZBNKCHQ1
044700     IF BAC-REC-OD-LIMIT IS NOT NUMERIC                           ZBNKCHQ1
044800        MOVE ZERO TO BAC-REC-OD-LIMIT                             ZBNKCHQ1
044900     END-IF.                                                      ZBNKCHQ1
046100* still current, so debit and rewrite it                        * ZBNKCHQ1
046200***************************************************************** ZBNKCHQ1
046300     SUBTRACT WS-CQ-AMOUNT FROM BAC-REC-BALANCE.                  ZBNKCHQ1
046400     REWRITE BAC-RECORD                                           ZBNKCHQ1
046401     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCHQ1
046402     PERFORM JOURNAL-BNKACC.                                      ZBNKCHQ1
046500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCHQ1
046600        MOVE 'Unable to rewrite debited account'                  ZBNKCHQ1
046700          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
047100        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
047200     END-IF.                                                      ZBNKCHQ1
047300     PERFORM WRITE-CHEQUE-AUDIT.                                  ZBNKCHQ1
047325     IF WS-PPAY-MATCHED                                           ZBNKCHQ1
047349        PERFORM MARK-REGISTER-PAID                                ZBNKCHQ1
047374     END-IF.                                                      ZBNKCHQ1
047400     ADD 1 TO WS-ITEMS-POSTED.                                    ZBNKCHQ1
047500     ADD WS-CQ-AMOUNT TO WS-AMOUNT-POSTED.                        ZBNKCHQ1
047510                                                                  ZBNKCHQ1
047520***************************************************************** ZBNKCHQ1
047530* A serial outside every cheque book sent to the account is     * ZBNKCHQ1
047540* still paid - the drawer's signature is the bank's authority   * ZBNKCHQ1
047550* - but is flagged on the report for the branch to follow up    * ZBNKCHQ1
047560***************************************************************** ZBNKCHQ1
047570     PERFORM CHECK-ISSUED-SERIAL THRU                             ZBNKCHQ1
047580             CHECK-ISSUED-SERIAL-EXIT.                            ZBNKCHQ1
047590     IF WS-CBK-NOT-ISSUED                                         ZBNKCHQ1
047600        ADD 1 TO WS-ITEMS-FLAGGED                                 ZBNKCHQ1
047610        ADD WS-CQ-AMOUNT TO WS-AMOUNT-FLAGGED                     ZBNKCHQ1
047620        MOVE WS-CQ-ACCNO TO WS-LINE4-ACCNO                        ZBNKCHQ1
047630        MOVE WS-CQ-SERIAL TO WS-LINE4-SERIAL                      ZBNKCHQ1
047640        MOVE WS-CQ-AMOUNT TO WS-LINE4-AMOUNT                      ZBNKCHQ1
047650        MOVE 'Posted - serial not issued' TO WS-LINE4-REASON      ZBNKCHQ1
047660        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKCHQ1
047670        PERFORM PRINTOUT-PUT                                      ZBNKCHQ1
047680     END-IF.                                                      ZBNKCHQ1
047690 POST-ONE-CHEQUE-EXIT.                                            ZBNKCHQ1
047700     EXIT.                                                        ZBNKCHQ1
047800                                                                  ZBNKCHQ1
046010***************************************************************** ZBNKCHQ1
046043        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
046044     END-IF.                                                      ZBNKCHQ1
046045     SUBTRACT WS-CQ-AMOUNT FROM BAC-REC-BALANCE.                  ZBNKCHQ1
046055     REWRITE BAC-RECORD                                           ZBNKCHQ1
046065     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCHQ1
046075     PERFORM JOURNAL-BNKACC.                                      ZBNKCHQ1
046085     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCHQ1
046095        MOVE 'Unable to debit official cheque account'            ZBNKCHQ1
046105          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
046115        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
046125        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCHQ1
046135        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
046145        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
046155     END-IF.                                                      ZBNKCHQ1
046165     MOVE OFC-REC-PID TO BTX-REC-PID.                             ZBNKCHQ1
046175     PERFORM WRITE-OFFICIAL-AUDIT.                                ZBNKCHQ1
046185     SET OFC-STATUS-CLEARED TO TRUE.                              ZBNKCHQ1
046195     MOVE WS-TODAY-ISO TO OFC-REC-CLEARED-DTE.                    ZBNKCHQ1
046205     REWRITE OFC-RECORD.                                          ZBNKCHQ1
046215     IF WS-BNKOFCQ-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
046225        MOVE 'Unable to mark draft cleared'                       ZBNKCHQ1
046235          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
046245        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
046255        MOVE WS-BNKOFCQ-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
046265        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
046275        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
046285     END-IF.                                                      ZBNKCHQ1
046295     ADD 1 TO WS-ITEMS-MATCHED.                                   ZBNKCHQ1
046305     ADD 1 TO WS-ITEMS-POSTED.                                    ZBNKCHQ1
046315     ADD WS-CQ-AMOUNT TO WS-AMOUNT-POSTED.                        ZBNKCHQ1
046325 MATCH-OFFICIAL-ITEM-EXIT.                                        ZBNKCHQ1
046335     EXIT.                                                        ZBNKCHQ1
046345                                                                  ZBNKCHQ1
046355***************************************************************** ZBNKCHQ1
046365* Write the BNKTXN entry for the matched official cheque        * ZBNKCHQ1
046375***************************************************************** ZBNKCHQ1
046385 WRITE-OFFICIAL-AUDIT.                                            ZBNKCHQ1
046395 COPY CTSTAMPP.                                                   ZBNKCHQ1
046405     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKCHQ1
046415     ADD 1 TO WS-TXN-SEQ.                                         ZBNKCHQ1
046425     MOVE '3' TO WS-TIMESTAMP (26:1).                             ZBNKCHQ1
046435     MOVE SPACES TO BTX-RECORD.                                   ZBNKCHQ1
046445     MOVE OFC-REC-PID TO BTX-REC-PID.                             ZBNKCHQ1
046455     MOVE 'C' TO BTX-REC-TYPE.                                    ZBNKCHQ1
046465     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKCHQ1
046475     MOVE WS-CQ-ACCNO TO BTX-REC-ACCNO.                           ZBNKCHQ1
046485     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKCHQ1
046495     MULTIPLY WS-CQ-AMOUNT BY -1 GIVING BTX-REC-AMOUNT.           ZBNKCHQ1
046505     MOVE SPACES TO TXN-DATA.                                     ZBNKCHQ1
046515     STRING 'Official chq ' DELIMITED BY SIZE                     ZBNKCHQ1
046525            WS-CQ-SERIAL DELIMITED BY SIZE                        ZBNKCHQ1
046535            ' cleared' DELIMITED BY SIZE                          ZBNKCHQ1
046545       INTO TXN-T1-OLD-DESC.                                      ZBNKCHQ1
046555     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKCHQ1
046565     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKCHQ1
046575     MOVE SPACES TO BTX-REC-FILLER (1:16).                        ZBNKCHQ1
046585     MOVE 'CHQ' TO BTX-REC-FILLER (1:3).                          ZBNKCHQ1
046595     MOVE WS-CQ-SERIAL TO BTX-REC-FILLER (4:6).                   ZBNKCHQ1
046605     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKCHQ1
046615     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKCHQ1
046625     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKCHQ1
046635     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKCHQ1
046645                           WS-TWOS-COMP-INPUT                     ZBNKCHQ1
046655                           WS-TWOS-COMP-OUTPUT                    ZBNKCHQ1
046665                           WS-TWOS-COMP-FORMAT.                   ZBNKCHQ1
046675     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCHQ1
046685 COPY CBANKTXP.                                                   ZBNKCHQ1
046695     WRITE BTX-RECORD                                             ZBNKCHQ1
046705     SET JRN-CTL-ADD TO TRUE                                      ZBNKCHQ1
046715     PERFORM JOURNAL-BNKTXN.                                      ZBNKCHQ1
046725     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCHQ1
046735        MOVE 'Unable to write official cheque audit'              ZBNKCHQ1
046745          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
046755        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
046765        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCHQ1
046775        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
046785        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
046795     END-IF.                                                      ZBNKCHQ1
046805                                                                  ZBNKCHQ1
046815***************************************************************** ZBNKCHQ1
046825* Positive pay - on an enrolled account the presented item must * ZBNKCHQ1
046835* be on the issuer's register, still issued, and for the same   * ZBNKCHQ1
046845* amount; anything else is held for the customer's decision     * ZBNKCHQ1
046855***************************************************************** ZBNKCHQ1
046865 CHECK-POSITIVE-PAY.                                              ZBNKCHQ1
046875     MOVE SPACE TO WS-PPAY-RESULT.                                ZBNKCHQ1
046885     MOVE BAC-REC-PID TO PPE-REC-PID.                             ZBNKCHQ1
046895     MOVE WS-CQ-ACCNO TO PPE-REC-ACCNO.                           ZBNKCHQ1
046905     READ BNKPPEN-FILE.                                           ZBNKCHQ1
046915     IF WS-BNKPPEN-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
046925        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
046935     END-IF.                                                      ZBNKCHQ1
046945     IF NOT PPE-STATUS-ACTIVE                                     ZBNKCHQ1
046955        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
046965     END-IF.                                                      ZBNKCHQ1
046975     SET WS-ITEM-IS-HELD TO TRUE.                                 ZBNKCHQ1
046985     MOVE ZERO TO WS-PPAY-REGISTER-AMOUNT.                        ZBNKCHQ1
046995     MOVE WS-CQ-ACCNO TO PPR-REC-ACCNO.                           ZBNKCHQ1
047005     MOVE WS-CQ-SERIAL TO PPR-REC-SERIAL.                         ZBNKCHQ1
047015     READ BNKPPAY-FILE.                                           ZBNKCHQ1
047025     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
047035        MOVE '09' TO WS-PPAY-REASON-CODE                          ZBNKCHQ1
047045        MOVE 'Held - not on register' TO WS-REJECT-REASON         ZBNKCHQ1
047055        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
047065     END-IF.                                                      ZBNKCHQ1
047075     MOVE PPR-REC-AMOUNT TO WS-PPAY-REGISTER-AMOUNT.              ZBNKCHQ1
047085     IF PPR-STATUS-VOID                                           ZBNKCHQ1
047095        MOVE '12' TO WS-PPAY-REASON-CODE                          ZBNKCHQ1
047105        MOVE 'Held - cheque voided by issuer' TO WS-REJECT-REASON ZBNKCHQ1
047115        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
047125     END-IF.                                                      ZBNKCHQ1
047135     IF PPR-STATUS-PAID                                           ZBNKCHQ1
047145        MOVE '11' TO WS-PPAY-REASON-CODE                          ZBNKCHQ1
047155        MOVE 'Held - serial already paid' TO WS-REJECT-REASON     ZBNKCHQ1
047165        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
047175     END-IF.                                                      ZBNKCHQ1
047185     IF PPR-REC-AMOUNT IS NOT EQUAL TO WS-CQ-AMOUNT               ZBNKCHQ1
047195        MOVE '10' TO WS-PPAY-REASON-CODE                          ZBNKCHQ1
047205        MOVE 'Held - amount differs' TO WS-REJECT-REASON          ZBNKCHQ1
047215        GO TO CHECK-POSITIVE-PAY-EXIT                             ZBNKCHQ1
047225     END-IF.                                                      ZBNKCHQ1
047235     SET WS-PPAY-MATCHED TO TRUE.                                 ZBNKCHQ1
047245 CHECK-POSITIVE-PAY-EXIT.                                         ZBNKCHQ1
047255     EXIT.                                                        ZBNKCHQ1
047265                                                                  ZBNKCHQ1
047275***************************************************************** ZBNKCHQ1
047285* Hold one item on the exceptions file instead of posting it.   * ZBNKCHQ1
047295* The same serial presented twice in one file cannot be held    * ZBNKCHQ1
047305* twice, so the repeat is returned.                             * ZBNKCHQ1
047315***************************************************************** ZBNKCHQ1
047325 HOLD-ONE-CHEQUE.                                                 ZBNKCHQ1
047335     MOVE SPACES TO PPX-RECORD.                                   ZBNKCHQ1
047345     MOVE WS-CQ-ACCNO TO PPX-REC-ACCNO.                           ZBNKCHQ1
047355     MOVE WS-CQ-SERIAL TO PPX-REC-SERIAL.                         ZBNKCHQ1
047365     MOVE WS-TODAY-ISO TO PPX-REC-PRESENTED-DATE.                 ZBNKCHQ1
047375     SET PPX-STATUS-HELD TO TRUE.                                 ZBNKCHQ1
047385     MOVE BAC-REC-PID TO PPX-REC-PID.                             ZBNKCHQ1
047395     MOVE WS-CQ-AMOUNT TO PPX-REC-AMOUNT.                         ZBNKCHQ1
047405     MOVE WS-CQ-PRESENTER TO PPX-REC-PRESENTER.                   ZBNKCHQ1
047415     MOVE WS-PPAY-REASON-CODE TO PPX-REC-REASON-CODE.             ZBNKCHQ1
047425     MOVE WS-PPAY-REGISTER-AMOUNT TO PPX-REC-REGISTER-AMOUNT.     ZBNKCHQ1
047435     MOVE WS-PPAY-CUTOFF TO PPX-REC-CUTOFF-DATE.                  ZBNKCHQ1
047445     SET PPX-UNDECIDED TO TRUE.                                   ZBNKCHQ1
047455     WRITE PPX-RECORD.                                            ZBNKCHQ1
047465     IF WS-BNKPPEX-STATUS IS EQUAL TO '22'                        ZBNKCHQ1
047475        MOVE '13' TO WS-REJECT-CODE                               ZBNKCHQ1
047485        MOVE 'Duplicate presentment' TO WS-REJECT-REASON          ZBNKCHQ1
047495        PERFORM RETURN-ONE-CHEQUE                                 ZBNKCHQ1
047505        GO TO HOLD-ONE-CHEQUE-EXIT                                ZBNKCHQ1
047515     END-IF.                                                      ZBNKCHQ1
047525     IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
047535        MOVE 'Unable to write positive-pay exception'             ZBNKCHQ1
047545          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
047555        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
047565        MOVE WS-BNKPPEX-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
047575        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
047585        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
047595     END-IF.                                                      ZBNKCHQ1
047605     ADD 1 TO WS-ITEMS-HELD.                                      ZBNKCHQ1
047615     ADD WS-CQ-AMOUNT TO WS-AMOUNT-HELD.                          ZBNKCHQ1
047625     MOVE WS-CQ-ACCNO TO WS-LINE4-ACCNO.                          ZBNKCHQ1
047635     MOVE WS-CQ-SERIAL TO WS-LINE4-SERIAL.                        ZBNKCHQ1
047645     MOVE WS-CQ-AMOUNT TO WS-LINE4-AMOUNT.                        ZBNKCHQ1
047655     MOVE WS-REJECT-REASON TO WS-LINE4-REASON.                    ZBNKCHQ1
047665     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCHQ1
047675     PERFORM PRINTOUT-PUT.                                        ZBNKCHQ1
047685 HOLD-ONE-CHEQUE-EXIT.                                            ZBNKCHQ1
047695     EXIT.                                                        ZBNKCHQ1
047705                                                                  ZBNKCHQ1
047715***************************************************************** ZBNKCHQ1
047725* Mark the register row paid once its cheque has posted         * ZBNKCHQ1
047735***************************************************************** ZBNKCHQ1
047745 MARK-REGISTER-PAID.                                              ZBNKCHQ1
047755     SET PPR-STATUS-PAID TO TRUE.                                 ZBNKCHQ1
047765     MOVE WS-TODAY-ISO TO PPR-REC-PAID-DATE.                      ZBNKCHQ1
047775     REWRITE PPR-RECORD.                                          ZBNKCHQ1
047785     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
047795        MOVE 'Unable to mark register cheque paid'                ZBNKCHQ1
047805          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
047815        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
047825        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
047835        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
047845        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
047855     END-IF.                                                      ZBNKCHQ1
047865                                                                  ZBNKCHQ1
047900***************************************************************** ZBNKCHQ1
048000* Walk the account's stop-payment rows looking for an active    * ZBNKCHQ1
048100* unexpired row whose serial range holds this item's serial     * ZBNKCHQ1
051600     MOVE 'Y' TO WS-STOP-HIT.                                     ZBNKCHQ1
051700 CHECK-STOP-REGISTER-EXIT.                                        ZBNKCHQ1
051800     EXIT.                                                        ZBNKCHQ1
051802                                                                  ZBNKCHQ1
051804***************************************************************** ZBNKCHQ1
051806* Walk the account's cheque books looking for one sent to the   * ZBNKCHQ1
051808* customer whose serial range holds this item's serial.  An     * ZBNKCHQ1
051810* account with no book sent from the register predates it and   * ZBNKCHQ1
051812* is not checked.                                               * ZBNKCHQ1
051814***************************************************************** ZBNKCHQ1
051816 CHECK-ISSUED-SERIAL.                                             ZBNKCHQ1
051818     MOVE SPACE TO WS-CBK-RESULT.                                 ZBNKCHQ1
051820     MOVE WS-CQ-ACCNO TO CBK-REC-ACCNO.                           ZBNKCHQ1
051822     MOVE ZERO TO CBK-REC-SEQ.                                    ZBNKCHQ1
051824     START BNKCHQB-FILE KEY NOT LESS THAN CBK-KEY.                ZBNKCHQ1
051826     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
051828        GO TO CHECK-ISSUED-SERIAL-EXIT                            ZBNKCHQ1
051830     END-IF.                                                      ZBNKCHQ1
051832 CHECK-ISSUED-LOOP.                                               ZBNKCHQ1
051834     READ BNKCHQB-FILE NEXT RECORD.                               ZBNKCHQ1
051836     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
051838        GO TO CHECK-ISSUED-SERIAL-EXIT                            ZBNKCHQ1
051840     END-IF.                                                      ZBNKCHQ1
051842     IF CBK-REC-ACCNO IS NOT EQUAL TO WS-CQ-ACCNO                 ZBNKCHQ1
051844        GO TO CHECK-ISSUED-SERIAL-EXIT                            ZBNKCHQ1
051846     END-IF.                                                      ZBNKCHQ1
051848     IF NOT CBK-STATUS-SENT                                       ZBNKCHQ1
051850        GO TO CHECK-ISSUED-LOOP                                   ZBNKCHQ1
051852     END-IF.                                                      ZBNKCHQ1
051854     SET WS-CBK-NOT-ISSUED TO TRUE.                               ZBNKCHQ1
051856     IF WS-CQ-SERIAL IS LESS THAN CBK-REC-SERIAL-LOW OR           ZBNKCHQ1
051858        WS-CQ-SERIAL IS GREATER THAN CBK-REC-SERIAL-HIGH          ZBNKCHQ1
051860        GO TO CHECK-ISSUED-LOOP                                   ZBNKCHQ1
051862     END-IF.                                                      ZBNKCHQ1
051864     SET WS-CBK-ISSUED TO TRUE.                                   ZBNKCHQ1
051866 CHECK-ISSUED-SERIAL-EXIT.                                        ZBNKCHQ1
051868     EXIT.                                                        ZBNKCHQ1
051900                                                                  ZBNKCHQ1
052000***************************************************************** ZBNKCHQ1
052100* Write one returned item to the returns file and the rejects   * ZBNKCHQ1
058500                           WS-TWOS-COMP-OUTPUT                    ZBNKCHQ1
058600                           WS-TWOS-COMP-FORMAT.                   ZBNKCHQ1
058700     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKCHQ1
058750 COPY CBANKTXP.                                                   ZBNKCHQ1
058800     WRITE BTX-RECORD                                             ZBNKCHQ1
058833     SET JRN-CTL-ADD TO TRUE                                      ZBNKCHQ1
058866     PERFORM JOURNAL-BNKTXN.                                      ZBNKCHQ1
058900     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCHQ1
059000        MOVE 'Unable to write cheque audit record'                ZBNKCHQ1
059100          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
062500     MOVE WS-AMOUNT-RETURNED TO WS-LINE5-AMOUNT.                  ZBNKCHQ1
062600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCHQ1
062700     PERFORM PRINTOUT-PUT.                                        ZBNKCHQ1
062716     MOVE 'Items held for decision' TO WS-LINE5-DESC.             ZBNKCHQ1
062732     MOVE WS-ITEMS-HELD TO WS-LINE5-COUNT.                        ZBNKCHQ1
062748     MOVE WS-AMOUNT-HELD TO WS-LINE5-AMOUNT.                      ZBNKCHQ1
062764     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCHQ1
062780     PERFORM PRINTOUT-PUT.                                        ZBNKCHQ1
062783     MOVE 'Posted, serial not issued' TO WS-LINE5-DESC.           ZBNKCHQ1
062786     MOVE WS-ITEMS-FLAGGED TO WS-LINE5-COUNT.                     ZBNKCHQ1
062789     MOVE WS-AMOUNT-FLAGGED TO WS-LINE5-AMOUNT.                   ZBNKCHQ1
062792     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCHQ1
062795     PERFORM PRINTOUT-PUT.                                        ZBNKCHQ1
062800                                                                  ZBNKCHQ1
062900***************************************************************** ZBNKCHQ1
063000* Write a record to the sequential print file                   * ZBNKCHQ1
067017        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
067018        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
067019     END-IF.                                                      ZBNKCHQ1
067201     OPEN INPUT BNKPPEN-FILE.                                     ZBNKCHQ1
067382     IF WS-BNKPPEN-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
067563        MOVE 'BNKPPEN file open failure...'                       ZBNKCHQ1
067745          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
067927        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
068108        MOVE WS-BNKPPEN-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
068289        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
068471        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
068652     END-IF.                                                      ZBNKCHQ1
068834     OPEN I-O BNKPPAY-FILE.                                       ZBNKCHQ1
069017     IF WS-BNKPPAY-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
069197        MOVE 'BNKPPAY file open failure...'                       ZBNKCHQ1
069379          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
069561        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
069742        MOVE WS-BNKPPAY-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
069924        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
070105        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
070286     END-IF.                                                      ZBNKCHQ1
070468     OPEN I-O BNKPPEX-FILE.                                       ZBNKCHQ1
070649     IF WS-BNKPPEX-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
070831        MOVE 'BNKPPEX file open failure...'                       ZBNKCHQ1
071013          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
071193        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
071375        MOVE WS-BNKPPEX-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
071557        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
071738        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
071920     END-IF.                                                      ZBNKCHQ1
071938     OPEN INPUT BNKCHQB-FILE.                                     ZBNKCHQ1
071956     IF WS-BNKCHQB-STATUS IS NOT EQUAL TO '00'                    ZBNKCHQ1
071974        MOVE 'BNKCHQB file open failure...'                       ZBNKCHQ1
071992          TO WS-CONSOLE-MESSAGE                                   ZBNKCHQ1
072010        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
072028        MOVE WS-BNKCHQB-STATUS TO WS-IO-STATUS                    ZBNKCHQ1
072046        PERFORM DISPLAY-IO-STATUS                                 ZBNKCHQ1
072064        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
072082     END-IF.                                                      ZBNKCHQ1
072100     OPEN I-O BNKTXN-FILE.                                        ZBNKCHQ1
072200     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCHQ1
072300        MOVE 'BNKTXN file open failure...'                        ZBNKCHQ1
075400     CLOSE BNKACC-FILE.                                           ZBNKCHQ1
075500     CLOSE BNKSTOP-FILE.
069015     CLOSE BNKOFCQ-FILE.                                          ZBNKCHQ1
070661     CLOSE BNKPPEN-FILE.                                          ZBNKCHQ1
072307     CLOSE BNKPPAY-FILE.                                          ZBNKCHQ1
073953     CLOSE BNKPPEX-FILE.                                          ZBNKCHQ1
074776     CLOSE BNKCHQB-FILE.                                          ZBNKCHQ1
075600     CLOSE BNKTXN-FILE.                                           ZBNKCHQ1
075700     CLOSE CHQRET-FILE.                                           ZBNKCHQ1
075800     CLOSE PRINTOUT-FILE.                                         ZBNKCHQ1
075900                                                                  ZBNKCHQ1
075903***************************************************************** ZBNKCHQ1
075906* Journal the BNKACC record just added, changed or deleted so   * ZBNKCHQ1
075909* it can be rolled forward onto a reload                        * ZBNKCHQ1
075912***************************************************************** ZBNKCHQ1
075915 JOURNAL-BNKACC.                                                  ZBNKCHQ1
075918     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKCHQ1
075921     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCHQ1
075924     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKCHQ1
075927     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCHQ1
075930     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCHQ1
075933     IF JRN-CTL-ERROR                                             ZBNKCHQ1
075936        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCHQ1
075939        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
075942        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
075945     END-IF.                                                      ZBNKCHQ1
075948                                                                  ZBNKCHQ1
075951***************************************************************** ZBNKCHQ1
075954* Journal the BNKTXN record just added, changed or deleted so   * ZBNKCHQ1
075957* it can be rolled forward onto a reload                        * ZBNKCHQ1
075960***************************************************************** ZBNKCHQ1
075963 JOURNAL-BNKTXN.                                                  ZBNKCHQ1
075966     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKCHQ1
075969     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKCHQ1
075972     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKCHQ1
075975     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCHQ1
075978     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCHQ1
075981     IF JRN-CTL-ERROR                                             ZBNKCHQ1
075984        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCHQ1
075987        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCHQ1
075990        PERFORM ABORT-PROGRAM                                     ZBNKCHQ1
075993     END-IF.                                                      ZBNKCHQ1
075996                                                                  ZBNKCHQ1
076000***************************************************************** ZBNKCHQ1
076100* Display the file status bytes. This routine will display as   * ZBNKCHQ1
076200* two digits if the full two byte file status is numeric. If    * ZBNKCHQ1
