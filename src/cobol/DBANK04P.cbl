001300* Program:     DBANK04P.CBL                                     * dbank04p
001400* Function:    Update acount balances, enforcing the FROM       * dbank04p
001420*              account's authorized overdraft limit             * dbank04p
001425*              - an account owned by a minor has no overdraft   * dbank04p
001446*              Every master-file update is journaled through    * dbank04p
001472*              DBANK85P for forward recovery.                   * dbank04p
001500*              VSAM Version                                     * dbank04p
001600***************************************************************** dbank04p
001700                                                                  dbank04p
003915   05  WS-ALERT-TYPE                         PIC X(1).            dbank04p
003916   05  WS-ALERT-AMOUNT                       PIC S9(7)V99 COMP-3. dbank04p
003917   05  WS-ALERT-TEXT                         PIC X(60).           dbank04p
003918   05  WS-BNKCUST-RID                        PIC X(5).            dbank04p
003919   05  WS-OWNER-MINOR-FLAG                   PIC X(1).            dbank04p
004000                                                                  dbank04p
004100 COPY CTSTAMPD.                                                   dbank04p
004200                                                                  dbank04p
004801 01  WS-BNKCTL-REC.                                               dbank04p
004802 COPY CBANKVCT.                                                   dbank04p
004803                                                                  dbank04p
004804 01  WS-BNKCUST-REC.                                              dbank04p
004805 COPY CBANKVCS.                                                   dbank04p
004806                                                                  dbank04p
004900 01  WS-COMMAREA.                                                 dbank04p
005000 COPY CBANKD04.                                                   dbank04p
005100                                                                  dbank04p
005200 COPY CABENDD.                                                    dbank04p
005300                                                                  dbank04p
005325 01  WS-RECOVERY-DATA.                                            dbank04p
005350 COPY CBANKD85.                                                   dbank04p
005375                                                                  dbank04p
005400 LINKAGE SECTION.                                                 dbank04p
005500 01  DFHCOMMAREA.                                                 dbank04p
005600   05  LK-COMMAREA                           PIC X(1)             dbank04p
010015     IF BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC IS NOT NUMERIC     dbank04p
010016        MOVE ZERO TO BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC       dbank04p
010017     END-IF.                                                      dbank04p
010027***************************************************************** dbank04p
010037* A minor's account carries no overdraft - any limit on file    * dbank04p
010047* is cleared before the new balance is checked                  * dbank04p
010057***************************************************************** dbank04p
010067     PERFORM CHECK-MINOR-OWNER THRU                               dbank04p
010077             CHECK-MINOR-OWNER-EXIT.                              dbank04p
010087     IF WS-OWNER-MINOR-FLAG IS EQUAL TO 'Y'                       dbank04p
010097        MOVE ZERO TO BAC-REC-OD-LIMIT IN WS-BNKACC-FROM-REC       dbank04p
010107     END-IF.                                                      dbank04p
010117***************************************************************** dbank04p
010127* The new balance must not exceed the authorized overdraft      * dbank04p
010137* cushion for the account                                       * dbank04p
010147***************************************************************** dbank04p
010157* Initialize the sweep and savings-warning outputs            *   dbank04p
010167***************************************************************** dbank04p
010177     SET CD04O-SWEEP-NO TO TRUE.                                  dbank04p
010187     MOVE ZERO TO CD04O-SWEEP-AMOUNT.                             dbank04p
010197     SET CD04O-SAV-WD-WARN-NO TO TRUE.                            dbank04p
010207     MOVE ZERO TO CD04O-SAV-WD-COUNT.                             dbank04p
010217     SET CD04O-EW-PENALTY-NO TO TRUE.                             dbank04p
010227     MOVE ZERO TO CD04O-EW-PENALTY-AMOUNT.                        dbank04p
010237***************************************************************** dbank04p
010247* A debit from an unmatured term deposit attracts the           * dbank04p
010257* product's early-withdrawal penalty on top of the amount       * dbank04p
010267* withdrawn                                                     * dbank04p
010277***************************************************************** dbank04p
010287     IF CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL       dbank04p
010297        PERFORM CHECK-TERM-PENALTY THRU                           dbank04p
010307                CHECK-TERM-PENALTY-EXIT                           dbank04p
010317     END-IF.                                                      dbank04p
010327                                                                  dbank04p
010337                                                                  dbank04p
010347***************************************************************** dbank04p
010357* Try to the the 'to' account to check the balance              * dbank04p
010400***************************************************************** dbank04p
010500     MOVE CD04I-TO-ACC TO WS-BNKACC-TO-RID.                       dbank04p
010600     EXEC CICS READ FILE('BNKACC')                                dbank04p
013700                       LENGTH(LENGTH OF WS-BNKACC-FROM-REC)       dbank04p
013800                       TOKEN(WS-READ-TOKEN-FROM)                  dbank04p
013900                       RESP(WS-RESP)                              dbank04p
014000     END-EXEC                                                     dbank04p
014014     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
014028        MOVE 'BNKACC' TO CD85I-FILE                               dbank04p
014042        SET CD85I-CHANGE TO TRUE                                  dbank04p
014056        MOVE WS-BNKACC-FROM-REC TO CD85I-IMAGE                    dbank04p
014070        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank04p
014084     END-IF.                                                      dbank04p
014100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
014200        MOVE 'Unable to rewrite FROM account details'             dbank04p
014210          TO CD04O-MSG                                            dbank04p
015100                       LENGTH(LENGTH OF WS-BNKACC-TO-REC)         dbank04p
015200                       TOKEN(WS-READ-TOKEN-TO)                    dbank04p
015300                       RESP(WS-RESP)                              dbank04p
015400     END-EXEC                                                     dbank04p
015414     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
015428        MOVE 'BNKACC' TO CD85I-FILE                               dbank04p
015442        SET CD85I-CHANGE TO TRUE                                  dbank04p
015456        MOVE WS-BNKACC-TO-REC TO CD85I-IMAGE                      dbank04p
015470        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank04p
015484     END-IF.                                                      dbank04p
015500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
015600        MOVE 'Unable to rewrite TO account details'               dbank04p
015700          TO CD04O-MSG                                            dbank04p
017834                      LENGTH(LENGTH OF WS-BNKACC-LINK-REC)        dbank04p
017835                      TOKEN(WS-READ-TOKEN-LINK)                   dbank04p
017836                      RESP(WS-RESP)                               dbank04p
017876    END-EXEC                                                      dbank04p
017916     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
017956        MOVE 'BNKACC' TO CD85I-FILE                               dbank04p
017996        SET CD85I-CHANGE TO TRUE                                  dbank04p
018036        MOVE WS-BNKACC-LINK-REC TO CD85I-IMAGE                    dbank04p
018076        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank04p
018116     END-IF.                                                      dbank04p
018156     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
018196       GO TO SWEEP-FROM-LINKED-EXIT                               dbank04p
018236     END-IF.                                                      dbank04p
018276     ADD WS-SWEEP-AMOUNT TO CD04I-FROM-NEW-BAL.                   dbank04p
018316     SET CD04O-SWEEP-YES TO TRUE.                                 dbank04p
018356     MOVE WS-SWEEP-AMOUNT TO CD04O-SWEEP-AMOUNT.                  dbank04p
018396     PERFORM WRITE-SWEEP-AUDIT THRU                               dbank04p
018436            WRITE-SWEEP-AUDIT-EXIT.                               dbank04p
018476 SWEEP-FROM-LINKED-EXIT.                                          dbank04p
018516     EXIT.                                                        dbank04p
018556                                                                  dbank04p
018596***************************************************************** dbank04p
018636* Write the linked/protected audit pair for the sweep under    *  dbank04p
018676* its own transaction type, following the same layout and      *  dbank04p
018716* flipped-timestamp technique as DBANK06P                      *  dbank04p
018756***************************************************************** dbank04p
018796 WRITE-SWEEP-AUDIT.                                               dbank04p
018836 COPY CTSTAMPP.                                                   dbank04p
018876     MOVE '8' TO WS-TIMESTAMP (26:1).                             dbank04p
018916     MOVE SPACES TO WS-BNKTXN-REC.                                dbank04p
018956     MOVE BAC-REC-PID IN WS-BNKACC-LINK-REC TO BTX-REC-PID.       dbank04p
018996     MOVE 'S' TO BTX-REC-TYPE.                                    dbank04p
019036     MOVE '1' TO BTX-REC-SUB-TYPE.                                dbank04p
019076     MOVE WS-BNKACC-LINK-RID TO BTX-REC-ACCNO.                    dbank04p
019116     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      dbank04p
019156     MULTIPLY WS-SWEEP-AMOUNT BY -1 GIVING BTX-REC-AMOUNT.        dbank04p
019196     MOVE SPACES TO TXN-DATA.                                     dbank04p
019236     STRING 'Overdraft sweep to a/c ' DELIMITED BY SIZE           dbank04p
019276           CD04I-FROM-ACC DELIMITED BY SIZE                       dbank04p
019316      INTO TXN-T1-OLD-DESC.                                       dbank04p
019356     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       dbank04p
019396     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       dbank04p
019436     PERFORM WRITE-SWEEP-TXN THRU                                 dbank04p
019476            WRITE-SWEEP-TXN-EXIT.                                 dbank04p
019516                                                                  dbank04p
019556     MOVE '9' TO WS-TIMESTAMP (26:1).                             dbank04p
019596     MOVE CD04I-FROM-PID TO BTX-REC-PID.                          dbank04p
019636     MOVE '2' TO BTX-REC-SUB-TYPE.                                dbank04p
019676     MOVE CD04I-FROM-ACC TO BTX-REC-ACCNO.                        dbank04p
019716     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      dbank04p
019756     MOVE WS-SWEEP-AMOUNT TO BTX-REC-AMOUNT.                      dbank04p
019796     MOVE SPACES TO TXN-DATA.                                     dbank04p
019836     STRING 'Overdraft sweep from a/c ' DELIMITED BY SIZE         dbank04p
019876           WS-BNKACC-LINK-RID DELIMITED BY SIZE                   dbank04p
019916      INTO TXN-T1-OLD-DESC.                                       dbank04p
019956     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       dbank04p
019996     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       dbank04p
020036     PERFORM WRITE-SWEEP-TXN THRU                                 dbank04p
020076            WRITE-SWEEP-TXN-EXIT.                                 dbank04p
020116 WRITE-SWEEP-AUDIT-EXIT.                                          dbank04p
020156     EXIT.                                                        dbank04p
020196                                                                  dbank04p
020236***************************************************************** dbank04p
020276* Flip the timestamp and write the entry held in the BNKTXN    *  dbank04p
020316* record area                                                  *  dbank04p
020356***************************************************************** dbank04p
020396 WRITE-SWEEP-TXN.                                                 dbank04p
020436     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     dbank04p
020476     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      dbank04p
020516     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             dbank04p
020556     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       dbank04p
020596                          WS-TWOS-COMP-INPUT                      dbank04p
020636                          WS-TWOS-COMP-OUTPUT                     dbank04p
020676                          WS-TWOS-COMP-FORMAT.                    dbank04p
020716     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            dbank04p
020756     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          dbank04p
020796     PERFORM GET-POSTING-DATE THRU                                dbank04p
020836             GET-POSTING-DATE-EXIT                                dbank04p
020876     MOVE WS-POSTING-DATE TO BTX-REC-POSTING-DATE                 dbank04p
020916 COPY CBANKTXP.                                                   dbank04p
020956     EXEC CICS WRITE FILE('BNKTXN')                               dbank04p
020996                    FROM(WS-BNKTXN-REC)                           dbank04p
021036                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank04p
021076                    RIDFLD(WS-BNKTXN-RID)                         dbank04p
021116                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            dbank04p
021156                    RESP(WS-RESP)                                 dbank04p
021196    END-EXEC                                                      dbank04p
021236     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
021276        MOVE 'BNKTXN' TO CD85I-FILE                               dbank04p
021316        SET CD85I-ADD TO TRUE                                     dbank04p
021356        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         dbank04p
021396        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank04p
021436     END-IF.                                                      dbank04p
021476 WRITE-SWEEP-TXN-EXIT.                                            dbank04p
021516     EXIT.                                                        dbank04p
021556                                                                  dbank04p
021596***************************************************************** dbank04p
021636* Queue alert rows per the paying customer's saved              * dbank04p
021676* preferences.  Any problem here never disturbs the posting -   * dbank04p
021716* an alert is best-effort.                                      * dbank04p
021756***************************************************************** dbank04p
021796 GENERATE-BALANCE-ALERTS.                                         dbank04p
021836     COMPUTE WS-DEBIT-AMOUNT =                                    dbank04p
021876       CD04I-FROM-OLD-BAL - CD04I-FROM-NEW-BAL.                   dbank04p
021916     IF WS-DEBIT-AMOUNT IS NOT GREATER THAN ZERO                  dbank04p
021956        GO TO GENERATE-BALANCE-ALERTS-EXIT                        dbank04p
021996     END-IF.                                                      dbank04p
022036     MOVE CD04I-FROM-PID TO WS-BNKALPF-RID.                       dbank04p
022076     EXEC CICS READ FILE('BNKALPF')                               dbank04p
022116                    INTO(WS-BNKALPF-REC)                          dbank04p
022156                    LENGTH(LENGTH OF WS-BNKALPF-REC)              dbank04p
022196                    RIDFLD(WS-BNKALPF-RID)                        dbank04p
022236                    RESP(WS-RESP)                                 dbank04p
022276     END-EXEC.                                                    dbank04p
022316     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
022356        GO TO GENERATE-BALANCE-ALERTS-EXIT                        dbank04p
022396     END-IF.                                                      dbank04p
022436     IF ALP-REC-LOW-BAL-LIMIT IS NUMERIC AND                      dbank04p
022476        ALP-REC-LOW-BAL-LIMIT IS GREATER THAN ZERO AND            dbank04p
022516        CD04I-FROM-NEW-BAL IS LESS THAN ALP-REC-LOW-BAL-LIMIT     dbank04p
022556        MOVE '2' TO WS-TIMESTAMP (26:1)                           dbank04p
022596        MOVE 'L' TO WS-ALERT-TYPE                                 dbank04p
022636        MOVE 'Balance fell below your alert level'                dbank04p
022676          TO WS-ALERT-TEXT                                        dbank04p
022716        MOVE CD04I-FROM-NEW-BAL TO WS-ALERT-AMOUNT                dbank04p
022756        PERFORM WRITE-ALERT-ROW THRU                              dbank04p
022796                WRITE-ALERT-ROW-EXIT                              dbank04p
022836     END-IF.                                                      dbank04p
022876     IF ALP-REC-LARGE-DEBIT-LIMIT IS NUMERIC AND                  dbank04p
022916        ALP-REC-LARGE-DEBIT-LIMIT IS GREATER THAN ZERO AND        dbank04p
022956        WS-DEBIT-AMOUNT IS NOT LESS THAN                          dbank04p
022996          ALP-REC-LARGE-DEBIT-LIMIT                               dbank04p
023036        MOVE '3' TO WS-TIMESTAMP (26:1)                           dbank04p
023076        MOVE 'D' TO WS-ALERT-TYPE                                 dbank04p
023116        MOVE 'A large debit posted to your account'               dbank04p
023156          TO WS-ALERT-TEXT                                        dbank04p
023196        MOVE WS-DEBIT-AMOUNT TO WS-ALERT-AMOUNT                   dbank04p
023236        PERFORM WRITE-ALERT-ROW THRU                              dbank04p
023276                WRITE-ALERT-ROW-EXIT                              dbank04p
023316     END-IF.                                                      dbank04p
023356 GENERATE-BALANCE-ALERTS-EXIT.                                    dbank04p
023396     EXIT.                                                        dbank04p
023436                                                                  dbank04p
023476***************************************************************** dbank04p
023516* Write one alert queue row - best effort, the response is     *  dbank04p
023556* deliberately ignored                                          * dbank04p
023596***************************************************************** dbank04p
023636 WRITE-ALERT-ROW.                                                 dbank04p
023676     MOVE SPACES TO WS-BNKALRTQ-REC.                              dbank04p
023716     MOVE WS-TIMESTAMP TO AQ-REC-TIMESTAMP.                       dbank04p
023756     MOVE CD04I-FROM-PID TO AQ-REC-PID.                           dbank04p
023796     MOVE WS-ALERT-TYPE TO AQ-REC-ALERT-TYPE.                     dbank04p
023836     MOVE CD04I-FROM-ACC TO AQ-REC-ACCNO.                         dbank04p
023876     MOVE WS-ALERT-AMOUNT TO AQ-REC-AMOUNT.                       dbank04p
023916     MOVE WS-ALERT-TEXT TO AQ-REC-TEXT.                           dbank04p
023956     SET AQ-UNSENT TO TRUE.                                       dbank04p
023996     MOVE WS-TIMESTAMP TO WS-BNKALRTQ-RID.                        dbank04p
024036     EXEC CICS WRITE FILE('BNKALRTQ')                             dbank04p
024076                     FROM(WS-BNKALRTQ-REC)                        dbank04p
024116                     LENGTH(LENGTH OF WS-BNKALRTQ-REC)            dbank04p
024156                     RIDFLD(WS-BNKALRTQ-RID)                      dbank04p
024196                     RESP(WS-RESP)                                dbank04p
024236     END-EXEC                                                     dbank04p
024276     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
024316        MOVE 'BNKALRTQ' TO CD85I-FILE                             dbank04p
024356        SET CD85I-ADD TO TRUE                                     dbank04p
024396        MOVE WS-BNKALRTQ-REC TO CD85I-IMAGE                       dbank04p
024436        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           dbank04p
024476     END-IF.                                                      dbank04p
024516 WRITE-ALERT-ROW-EXIT.                                            dbank04p
024556     EXIT.                                                        dbank04p
024596                                                                  dbank04p
024636***************************************************************** dbank04p
024676* Early-withdrawal penalty check - a FROM account with an      *  dbank04p
024716* active BNKTERM row whose maturity date has not arrived is a  *  dbank04p
024756* term deposit being broken: the product's penalty percentage  *  dbank04p
024796* of the amount withdrawn comes out of the account as well,    *  dbank04p
024836* and the caller is told so it can show and record it          *  dbank04p
024876***************************************************************** dbank04p
024916 CHECK-TERM-PENALTY.                                              dbank04p
024956     MOVE CD04I-FROM-ACC TO WS-BNKTERM-RID.                       dbank04p
024996     EXEC CICS READ FILE('BNKTERM')                               dbank04p
025036                    INTO(WS-BNKTERM-REC)                          dbank04p
025076                    LENGTH(LENGTH OF WS-BNKTERM-REC)              dbank04p
025116                    RIDFLD(WS-BNKTERM-RID)                        dbank04p
025156                    RESP(WS-RESP)                                 dbank04p
025196     END-EXEC.                                                    dbank04p
025236     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
025276        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
025316     END-IF.                                                      dbank04p
025356     IF NOT TRM-STATUS-ACTIVE                                     dbank04p
025396        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
025436     END-IF.                                                      dbank04p
025476 COPY CTSTAMPP.                                                   dbank04p
025516     IF TRM-REC-MATURITY-DTE IS NOT GREATER THAN WS-TS-DATE       dbank04p
025556        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
025596     END-IF.                                                      dbank04p
025636     MOVE BAC-REC-TYPE IN WS-BNKACC-FROM-REC                      dbank04p
025676       TO WS-BNKATYP-RID.                                         dbank04p
025716     EXEC CICS READ FILE('BNKATYP')                               dbank04p
025756                    INTO(WS-BNKATYP-REC)                          dbank04p
025796                    LENGTH(LENGTH OF WS-BNKATYP-REC)              dbank04p
025836                    RIDFLD(WS-BNKATYP-RID)                        dbank04p
025876                    RESP(WS-RESP)                                 dbank04p
025916     END-EXEC.                                                    dbank04p
025956     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
025996        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
026036     END-IF.                                                      dbank04p
026076     IF BAT-REC-EW-PENALTY-PCT IS NOT NUMERIC OR                  dbank04p
026116        BAT-REC-EW-PENALTY-PCT IS NOT GREATER THAN ZERO           dbank04p
026156        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
026196     END-IF.                                                      dbank04p
026236     COMPUTE WS-EW-DEBIT =                                        dbank04p
026276       CD04I-FROM-OLD-BAL - CD04I-FROM-NEW-BAL.                   dbank04p
026316     COMPUTE WS-EW-PENALTY ROUNDED =                              dbank04p
026356       (WS-EW-DEBIT * BAT-REC-EW-PENALTY-PCT) / 100.              dbank04p
026396     IF WS-EW-PENALTY IS NOT GREATER THAN ZERO                    dbank04p
026436        GO TO CHECK-TERM-PENALTY-EXIT                             dbank04p
026476     END-IF.                                                      dbank04p
026516     SUBTRACT WS-EW-PENALTY FROM CD04I-FROM-NEW-BAL.              dbank04p
026556     SET CD04O-EW-PENALTY-YES TO TRUE.                            dbank04p
026596     MOVE WS-EW-PENALTY TO CD04O-EW-PENALTY-AMOUNT.               dbank04p
026636 CHECK-TERM-PENALTY-EXIT.                                         dbank04p
026676     EXIT.                                                        dbank04p
026716                                                                  dbank04p
026756***************************************************************** dbank04p
026796* The banking business date for this posting - the SYSTEM /     * dbank04p
026836* BUSDATE row on BNKCTL that the end-of-day cutover (ZBNKEOD1)  * dbank04p
026876* advances.  When the row is missing the timestamp's calendar   * dbank04p
026916* date applies, which is the pre-cutover behaviour.  Fetched    * dbank04p
026956* once per invocation.                                          * dbank04p
026996***************************************************************** dbank04p
027036 GET-POSTING-DATE.                                                dbank04p
027076     IF WS-POSTING-DATE-SET IS EQUAL TO 'Y'                       dbank04p
027116       GO TO GET-POSTING-DATE-EXIT                                dbank04p
027156     END-IF.                                                      dbank04p
027196     MOVE 'SYSTEM  BUSDATE ' TO WS-BNKCTL-RID.                    dbank04p
027236     EXEC CICS READ FILE('BNKCTL')                                dbank04p
027276                    INTO(WS-BNKCTL-REC)                           dbank04p
027316                    LENGTH(LENGTH OF WS-BNKCTL-REC)               dbank04p
027356                    RIDFLD(WS-BNKCTL-RID)                         dbank04p
027396                    RESP(WS-RESP)                                 dbank04p
027436     END-EXEC.                                                    dbank04p
027476     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank04p
027516        CTL-REC-RUN-DATE IS NOT EQUAL TO SPACES                   dbank04p
027556       MOVE CTL-REC-RUN-DATE TO WS-BANKING-DATE                   dbank04p
027596     ELSE                                                         dbank04p
027636       MOVE WS-TIMESTAMP (1:10) TO WS-BANKING-DATE                dbank04p
027676     END-IF.                                                      dbank04p
027716     MOVE WS-BANKING-DATE (1:4) TO WS-POSTING-DATE (1:4).         dbank04p
027756     MOVE WS-BANKING-DATE (6:2) TO WS-POSTING-DATE (5:2).         dbank04p
027796     MOVE WS-BANKING-DATE (9:2) TO WS-POSTING-DATE (7:2).         dbank04p
027836     MOVE 'Y' TO WS-POSTING-DATE-SET.                             dbank04p
027876 GET-POSTING-DATE-EXIT.                                           dbank04p
027916     EXIT.                                                        dbank04p
027956                                                                  dbank04p
028000***************************************************************** dbank04p
028010* Total the active, unexpired legal orders against the FROM     * dbank04p
028020* account.  A missing BNKLGL file simply means no holds.        * dbank04p
028429 GET-AVAIL-HOLDS-EXIT.                                            dbank04p
028430     EXIT.                                                        dbank04p
028400                                                                  dbank04p
028431***************************************************************** dbank04p
028432* Journal the after-image of the master-file update just        * dbank04p
028433* made so it can be rolled forward onto a reload                * dbank04p
028434***************************************************************** dbank04p
028435 JOURNAL-UPDATE.                                                  dbank04p
028436     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbank04p
028437 COPY CBANKX85.                                                   dbank04p
028438 JOURNAL-UPDATE-EXIT.                                             dbank04p
028439     EXIT.                                                        dbank04p
028440                                                                  dbank04p
028441***************************************************************** dbank04p
028442* Look up whether the owner of the FROM account is a minor      * dbank04p
028443***************************************************************** dbank04p
028444 CHECK-MINOR-OWNER.                                               dbank04p
028445     MOVE 'N' TO WS-OWNER-MINOR-FLAG.                             dbank04p
028446     MOVE BAC-REC-PID IN WS-BNKACC-FROM-REC TO WS-BNKCUST-RID.    dbank04p
028447     EXEC CICS READ FILE('BNKCUST')                               dbank04p
028448                    INTO(WS-BNKCUST-REC)                          dbank04p
028449                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank04p
028450                    RIDFLD(WS-BNKCUST-RID)                        dbank04p
028451                    RESP(WS-RESP)                                 dbank04p
028452     END-EXEC.                                                    dbank04p
028453     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank04p
028454        BCS-MINOR                                                 dbank04p
028455        MOVE 'Y' TO WS-OWNER-MINOR-FLAG                           dbank04p
028456     END-IF.                                                      dbank04p
028457 CHECK-MINOR-OWNER-EXIT.                                          dbank04p
028458     EXIT.                                                        dbank04p
028459                                                                  dbank04p
028559* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank04p
