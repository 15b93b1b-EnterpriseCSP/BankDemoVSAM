002580*              someone other than the owner carries the         * STELL01P
002590*              presenter's PID in SGNPD and passes the          * STELL01P
002592*              DBANK54P signer authority check first.           * STELL01P
002604*              During the end-of-day window, with memo-post     * STELL01P
002616*              mode on, cash is taken against the memo balance  * STELL01P
002628*              through DBANK67P and posted by ZBNKMPA1 once     * STELL01P
002640*              the batch is over; official cheques wait.        * STELL01P
002652*              Function C deposits a cheque drawn on another    * STELL01P
002664*              bank against the payments clearing account,      * STELL01P
002676*              holds the uncollected part through DBANK64P and  * STELL01P
002688*              records the item through DBANK69P for the        * STELL01P
002700*              ZBNKCQP1 presentment and ZBNKCQR1 returns runs.  * STELL01P
002712*              Function B orders a cheque book for the account  * STELL01P
002724*              through DBANK71P, which assigns the serial range,* STELL01P
002736*              and the nightly ZBNKCBO1 run sends it to the     * STELL01P
002748*              printer and charges the cheque-book fee.         * STELL01P
002760*              An account connected to the teller - their own,  * STELL01P
002772*              their household's or a declared party's - is     * STELL01P
002784*              stopped by DBANK84P until a supervisor keys      * STELL01P
002796*              their user ID in SUPV to override it.  Each      * STELL01P
002808*              posting names the teller in its description.     * STELL01P
002820*              Any care markers held on the customer show as    * STELL01P
002832*              a banner line through DBANK94P.                  * STELL01P
002844***************************************************************** STELL01P
002856                                                                  STELL01P
002868 IDENTIFICATION DIVISION.                                         STELL01P
002900 PROGRAM-ID.                                                      STELL01P
003000     STELL01P.                                                    STELL01P
003100 DATE-WRITTEN.                                                    STELL01P
004414  05  WS-OFFICIAL-CHQ-ACC                   PIC X(9)              STELL01P
004415      VALUE '999999993'.                                          STELL01P
004416  05  WS-SETTLE-ACC                         PIC X(9).             STELL01P
004539***************************************************************** STELL01P
004662* A deposited cheque drawn on another bank is settled against   * STELL01P
004785* the payments clearing account until the paying bank pays it   * STELL01P
004908* or sends it back                                              * STELL01P
005031***************************************************************** STELL01P
005154   05  WS-CLEARING-ACC                       PIC X(9)             STELL01P
005277       VALUE '999999994'.                                         STELL01P
005401    05  WS-ACC-FUNCTION                       PIC X(1).           STELL01P
005402    05  WS-ACC-NUMBER                         PIC X(9).           STELL01P
005403    05  WS-ACC-RESULT                         PIC X(1).           STELL01P
005435    05  WS-CPTY-STOP-SW                       PIC X(1).           STELL01P
005467      88  WS-CPTY-STOP                        VALUE 'Y'.          STELL01P
005500                                                                  STELL01P
005600 01  WS-COMMAREA-22.                                              STELL01P
005700 COPY CBANKD22.                                                   STELL01P
005515                                                                  STELL01P
006200 01  WS-COMMAREA-06.                                              STELL01P
006300 COPY CBANKD06.                                                   STELL01P
006325                                                                  STELL01P
006350 01  WS-COMMAREA-67.                                              STELL01P
006375 COPY CBANKD67.                                                   STELL01P
006378                                                                  STELL01P
006381 01  WS-COMMAREA-64.                                              STELL01P
006384 COPY CBANKD64.                                                   STELL01P
006387                                                                  STELL01P
006390 01  WS-COMMAREA-69.                                              STELL01P
006393 COPY CBANKD69.                                                   STELL01P
006394                                                                  STELL01P
006395 01  WS-COMMAREA-71.                                              STELL01P
006396 COPY CBANKD71.                                                   STELL01P
006397                                                                  STELL01P
006398 01  WS-COMMAREA-84.                                              STELL01P
006399 COPY CBANKD84.                                                   STELL01P
006400                                                                  STELL01P
006425 01  WS-COMMAREA-94.                                              STELL01P
006450 COPY CBANKD94.                                                   STELL01P
006475                                                                  STELL01P
006500 COPY DFHAID.                                                     STELL01P
006600                                                                  STELL01P
006700 COPY DFHBMSCA.                                                   STELL01P
007700     88  LK-FUNCTION-DEPOSIT                VALUE 'D'.            STELL01P
007800     88  LK-FUNCTION-WITHDRAWAL             VALUE 'W'.            STELL01P
007110    88  LK-FUNCTION-OFFICIAL               VALUE 'O'.             STELL01P
007373     88  LK-FUNCTION-CHEQUE                 VALUE 'C'.            STELL01P
007636     88  LK-FUNCTION-CREDIT                 VALUE 'D', 'C'.       STELL01P
007768     88  LK-FUNCTION-BOOK                   VALUE 'B'.            STELL01P
007900   05  LK-ACCNO                             PIC X(9).             STELL01P
008000   05  LK-CUST-PID                          PIC X(5).             STELL01P
008100   05  LK-CUST-OLD-BALANCE                  PIC S9(7)V99 COMP-3.  STELL01P
008300   05  LK-HOUSE-OLD-BALANCE                 PIC S9(7)V99 COMP-3.  STELL01P
008400   05  LK-CASH-AMOUNT                       PIC S9(7)V99 COMP-3.  STELL01P
007810  05  LK-PAYEE-NAME                        PIC X(30).             STELL01P
007982   05  LK-CHQ-ROUTING                       PIC X(9).             STELL01P
008154   05  LK-CHQ-ACCNO                         PIC X(17).            STELL01P
008326   05  LK-CHQ-SERIAL                        PIC X(10).            STELL01P
008413   05  LK-BOOK-LEAVES                       PIC X(3).             STELL01P
008456   05  LK-CPTY-CLEARED-ACCNO                PIC X(9).             STELL01P
008500                                                                  STELL01P
008600 PROCEDURE DIVISION.                                              STELL01P
008700***************************************************************** STELL01P
009000***************************************************************** STELL01P
009100     IF EIBCALEN IS EQUAL TO 0                                    STELL01P
009200       MOVE LOW-VALUES TO TELL01AO                                STELL01P
009250       MOVE SPACES TO LK-CPTY-CLEARED-ACCNO                       STELL01P
009300       MOVE 'Key D/W/C, account and amount - Enter=Verify'        STELL01P
009400         TO ERRMSGO IN TELL01AO                                   STELL01P
009500       EXEC CICS SEND MAP('TELL01A')                              STELL01P
009600                  MAPSET('MTELL01')                               STELL01P
013600 VALIDATE-AND-CONFIRM.                                            STELL01P
013700     MOVE LOW-VALUES TO TELL01AO.                                 STELL01P
013800     SET LK-VERIFY-OFF TO TRUE.                                   STELL01P
013819     IF FUNCI IN TELL01AI IS NOT EQUAL TO 'D' AND                 STELL01P
013838        FUNCI IN TELL01AI IS NOT EQUAL TO 'W' AND                 STELL01P
013857        FUNCI IN TELL01AI IS NOT EQUAL TO 'C' AND                 STELL01P
013871        FUNCI IN TELL01AI IS NOT EQUAL TO 'O' AND                 STELL01P
013885        FUNCI IN TELL01AI IS NOT EQUAL TO 'B'                     STELL01P
013899       MOVE 'Function must be D, W, C, O=Official or B=Book'      STELL01P
013914         TO ERRMSGO IN TELL01AO                                   STELL01P
013915       GO TO VALIDATE-AND-CONFIRM-SEND                            STELL01P
013916     END-IF.                                                      STELL01P
013931     IF FUNCI IN TELL01AI IS EQUAL TO 'B'                         STELL01P
013946       PERFORM VALIDATE-BOOK-ORDER THRU                           STELL01P
013961               VALIDATE-BOOK-ORDER-EXIT                           STELL01P
013976       GO TO VALIDATE-AND-CONFIRM-SEND                            STELL01P
013991     END-IF.                                                      STELL01P
014006     MOVE SPACES TO LK-PAYEE-NAME.                                STELL01P
014021     IF FUNCI IN TELL01AI IS EQUAL TO 'O'                         STELL01P
014036       IF PAYNMI IN TELL01AI IS EQUAL TO SPACES                   STELL01P
014051         MOVE 'Payee name required for an official cheque'        STELL01P
014066           TO ERRMSGO IN TELL01AO                                 STELL01P
014081         GO TO VALIDATE-AND-CONFIRM-SEND                          STELL01P
014096       END-IF                                                     STELL01P
014111       MOVE PAYNMI IN TELL01AI TO LK-PAYEE-NAME                   STELL01P
014126     END-IF.                                                      STELL01P
014141     MOVE SPACES TO LK-CHQ-ROUTING.                               STELL01P
014156     MOVE SPACES TO LK-CHQ-ACCNO.                                 STELL01P
014171     MOVE SPACES TO LK-CHQ-SERIAL.                                STELL01P
014186     IF FUNCI IN TELL01AI IS EQUAL TO 'C'                         STELL01P
014201       IF CHQRTI IN TELL01AI IS EQUAL TO SPACES OR                STELL01P
014216          CHQRTI IN TELL01AI IS EQUAL TO LOW-VALUES OR            STELL01P
014231          CHQACI IN TELL01AI IS EQUAL TO SPACES OR                STELL01P
014246          CHQACI IN TELL01AI IS EQUAL TO LOW-VALUES OR            STELL01P
014261          CHQSNI IN TELL01AI IS EQUAL TO SPACES OR                STELL01P
014276          CHQSNI IN TELL01AI IS EQUAL TO LOW-VALUES               STELL01P
014291         MOVE 'Drawer routing, account and serial required'       STELL01P
014306           TO ERRMSGO IN TELL01AO                                 STELL01P
014321         GO TO VALIDATE-AND-CONFIRM-SEND                          STELL01P
014336       END-IF                                                     STELL01P
014351       IF CHQRTI IN TELL01AI IS NOT NUMERIC                       STELL01P
014366         MOVE 'Drawer routing number must be 9 digits'            STELL01P
014381           TO ERRMSGO IN TELL01AO                                 STELL01P
014396         GO TO VALIDATE-AND-CONFIRM-SEND                          STELL01P
014411       END-IF                                                     STELL01P
014426       MOVE CHQRTI IN TELL01AI TO LK-CHQ-ROUTING                  STELL01P
014441       MOVE CHQACI IN TELL01AI TO LK-CHQ-ACCNO                    STELL01P
014456       MOVE CHQSNI IN TELL01AI TO LK-CHQ-SERIAL                   STELL01P
014471     END-IF.                                                      STELL01P
014500     IF ACCNI IN TELL01AI IS EQUAL TO SPACES                      STELL01P
014600       MOVE 'Account number is required' TO ERRMSGO IN TELL01AO   STELL01P
014700       GO TO VALIDATE-AND-CONFIRM-SEND                            STELL01P
016300     END-IF.                                                      STELL01P
016400     MOVE CD22O-OLD-BALANCE TO LK-CUST-OLD-BALANCE.               STELL01P
016500     MOVE CD22O-PID TO LK-CUST-PID.                               STELL01P
016501     IF ACCNI IN TELL01AI IS NOT EQUAL TO                         STELL01P
016502        LK-CPTY-CLEARED-ACCNO                                     STELL01P
016503       PERFORM CHECK-CONNECTED-PARTY THRU                         STELL01P
016504               CHECK-CONNECTED-PARTY-EXIT                         STELL01P
016505       IF WS-CPTY-STOP                                            STELL01P
016506         GO TO VALIDATE-AND-CONFIRM-SEND                          STELL01P
016507       END-IF                                                     STELL01P
016508     END-IF.                                                      STELL01P
016510                                                                  STELL01P
016512***************************************************************** STELL01P
016515* Money leaving on the say-so of someone who is not the owner   * STELL01P
016518* needs signer authority - the presenter's PID is keyed in      * STELL01P
016521* SGNPD and DBANK54P answers for the class and amount, logging  * STELL01P
016524* any decline to the activity log.  The owner is checked too,   * STELL01P
016527* so a minor's withdrawal over the product limit is referred to * STELL01P
016530* the guardian, who is keyed in SGNPD to authorize it.          * STELL01P
016533* Deposits of cash or cheque need no authority.                 * STELL01P
016536***************************************************************** STELL01P
016539     IF FUNCI IN TELL01AI IS NOT EQUAL TO 'D' AND                 STELL01P
016542        FUNCI IN TELL01AI IS NOT EQUAL TO 'C'                     STELL01P
016545       MOVE SPACES TO CD54-DATA                                   STELL01P
016548       SET CD54I-CHECK TO TRUE                                    STELL01P
016551       MOVE ACCNI IN TELL01AI TO CD54I-ACCNO                      STELL01P
016554       IF SGNPDI IN TELL01AI IS EQUAL TO SPACES OR                STELL01P
016557          SGNPDI IN TELL01AI IS EQUAL TO LOW-VALUES               STELL01P
016560         MOVE CD22O-PID TO CD54I-SIGNER-PID                       STELL01P
016563       ELSE                                                       STELL01P
016566         MOVE SGNPDI IN TELL01AI TO CD54I-SIGNER-PID              STELL01P
016569       END-IF                                                     STELL01P
016572       MOVE 'W' TO CD54I-CHECK-CLASS                              STELL01P
016575       MOVE LK-CASH-AMOUNT TO CD54I-CHECK-AMOUNT                  STELL01P
016578       MOVE EIBTRMID TO CD54I-TERM                                STELL01P
016581 COPY CBANKX54.                                                   STELL01P
016584       IF NOT CD54O-OK                                            STELL01P
016587         MOVE CD54O-MSG TO ERRMSGO IN TELL01AO                    STELL01P
016590         GO TO VALIDATE-AND-CONFIRM-SEND                          STELL01P
016593       END-IF                                                     STELL01P
016596     END-IF.                                                      STELL01P
016600                                                                  STELL01P
016751     IF FUNCI IN TELL01AI IS EQUAL TO 'O'                         STELL01P
016902       MOVE WS-OFFICIAL-CHQ-ACC TO WS-SETTLE-ACC                  STELL01P
017053     ELSE                                                         STELL01P
017204       IF FUNCI IN TELL01AI IS EQUAL TO 'C'                       STELL01P
017355         MOVE WS-CLEARING-ACC TO WS-SETTLE-ACC                    STELL01P
017506       ELSE                                                       STELL01P
017657         MOVE WS-TELLER-HOUSE-ACC TO WS-SETTLE-ACC                STELL01P
017808       END-IF                                                     STELL01P
017959     END-IF.                                                      STELL01P
018115     MOVE SPACES TO CD22-DATA.                                    STELL01P
018116     SET CD22I-READ TO TRUE.                                      STELL01P
018117     MOVE WS-SETTLE-ACC TO CD22I-ACCNO.                           STELL01P
018000     MOVE FUNCI IN TELL01AI TO LK-FUNCTION.                       STELL01P
018100     MOVE LK-ACCNO TO ACCNO IN TELL01AO.                          STELL01P
018200     MOVE LK-CUST-OLD-BALANCE TO CURBALO IN TELL01AO.             STELL01P
018300     IF LK-FUNCTION-CREDIT                                        STELL01P
018400       COMPUTE NEWBALO IN TELL01AO =                              STELL01P
018500         LK-CUST-OLD-BALANCE + LK-CASH-AMOUNT                     STELL01P
018600     ELSE                                                         STELL01P
018800         LK-CUST-OLD-BALANCE - LK-CASH-AMOUNT                     STELL01P
018900     END-IF.                                                      STELL01P
019000     SET LK-VERIFY-PENDING TO TRUE.                               STELL01P
019025     EVALUATE TRUE                                                STELL01P
019050       WHEN LK-FUNCTION-OFFICIAL                                  STELL01P
019075         MOVE 'Press PF6 to sell the official cheque'             STELL01P
019100           TO ERRMSGO IN TELL01AO                                 STELL01P
019125       WHEN LK-FUNCTION-CHEQUE                                    STELL01P
019150         MOVE 'Press PF6 to deposit the cheque'                   STELL01P
019175           TO ERRMSGO IN TELL01AO                                 STELL01P
019200       WHEN OTHER                                                 STELL01P
019225         MOVE 'Press PF6 to confirm this cash transaction'        STELL01P
019250           TO ERRMSGO IN TELL01AO                                 STELL01P
019275     END-EVALUATE.                                                STELL01P
019300 VALIDATE-AND-CONFIRM-SEND.                                       STELL01P
019333     PERFORM SHOW-CARE-MARKERS THRU                               STELL01P
019366             SHOW-CARE-MARKERS-EXIT.                              STELL01P
019400     EXEC CICS SEND MAP('TELL01A')                                STELL01P
019500                MAPSET('MTELL01')                                 STELL01P
019600                ERASE                                             STELL01P
019800     END-EXEC.                                                    STELL01P
019900 VALIDATE-AND-CONFIRM-EXIT.                                       STELL01P
020000     EXIT.                                                        STELL01P
020010                                                                  STELL01P
020020***************************************************************** STELL01P
020030* Function B - a cheque book order moves no money, so only the  * STELL01P
020040* account and the book size (025, 050 or 100 leaves, blank for  * STELL01P
020050* 050) are checked before the order is held for PF6             * STELL01P
020060***************************************************************** STELL01P
020070 VALIDATE-BOOK-ORDER.                                             STELL01P
020080     IF ACCNI IN TELL01AI IS EQUAL TO SPACES                      STELL01P
020090       MOVE 'Account number is required' TO ERRMSGO IN TELL01AO   STELL01P
020100       GO TO VALIDATE-BOOK-ORDER-EXIT                             STELL01P
020110     END-IF.                                                      STELL01P
020120     MOVE BKLVI IN TELL01AI TO LK-BOOK-LEAVES.                    STELL01P
020130     IF LK-BOOK-LEAVES IS EQUAL TO SPACES OR                      STELL01P
020140        LK-BOOK-LEAVES IS EQUAL TO LOW-VALUES                     STELL01P
020150       MOVE '050' TO LK-BOOK-LEAVES                               STELL01P
020160     END-IF.                                                      STELL01P
020170     IF LK-BOOK-LEAVES IS NOT EQUAL TO '025' AND                  STELL01P
020180        LK-BOOK-LEAVES IS NOT EQUAL TO '050' AND                  STELL01P
020190        LK-BOOK-LEAVES IS NOT EQUAL TO '100'                      STELL01P
020200       MOVE 'Book size must be 025, 050 or 100'                   STELL01P
020210         TO ERRMSGO IN TELL01AO                                   STELL01P
020220       GO TO VALIDATE-BOOK-ORDER-EXIT                             STELL01P
020230     END-IF.                                                      STELL01P
020240     MOVE SPACES TO CD22-DATA.                                    STELL01P
020250     SET CD22I-READ TO TRUE.                                      STELL01P
020260     MOVE ACCNI IN TELL01AI TO CD22I-ACCNO.                       STELL01P
020270 COPY CBANKX22.                                                   STELL01P
020280     IF CD22O-ERROR                                               STELL01P
020290       MOVE CD22O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
020300       GO TO VALIDATE-BOOK-ORDER-EXIT                             STELL01P
020310     END-IF.                                                      STELL01P
020320     MOVE CD22O-OLD-BALANCE TO LK-CUST-OLD-BALANCE.               STELL01P
020330     MOVE CD22O-PID TO LK-CUST-PID.                               STELL01P
020340     IF ACCNI IN TELL01AI IS NOT EQUAL TO                         STELL01P
020350        LK-CPTY-CLEARED-ACCNO                                     STELL01P
020360       PERFORM CHECK-CONNECTED-PARTY THRU                         STELL01P
020370               CHECK-CONNECTED-PARTY-EXIT                         STELL01P
020380       IF WS-CPTY-STOP                                            STELL01P
020390         GO TO VALIDATE-BOOK-ORDER-EXIT                           STELL01P
020400       END-IF                                                     STELL01P
020410     END-IF.                                                      STELL01P
020420     MOVE ACCNI IN TELL01AI TO LK-ACCNO.                          STELL01P
020430     MOVE FUNCI IN TELL01AI TO LK-FUNCTION.                       STELL01P
020440     MOVE LK-ACCNO TO ACCNO IN TELL01AO.                          STELL01P
020450     MOVE LK-CUST-OLD-BALANCE TO CURBALO IN TELL01AO.             STELL01P
020460     SET LK-VERIFY-PENDING TO TRUE.                               STELL01P
020470     MOVE 'Press PF6 to order a cheque book'                      STELL01P
020480       TO ERRMSGO IN TELL01AO.                                    STELL01P
020490 VALIDATE-BOOK-ORDER-EXIT.                                        STELL01P
020500     EXIT.                                                        STELL01P
020510                                                                  STELL01P
020520***************************************************************** STELL01P
020530* Post the pending cash transaction held from the last screen - * STELL01P
020540* balances via DBANK04P with the teller house account as the    * STELL01P
020550* settlement side, then the audit pair via DBANK06P under the   * STELL01P
020600* teller-cash transaction type                                  * STELL01P
020700***************************************************************** STELL01P
020800 POST-CASH.                                                       STELL01P
021200         TO ERRMSGO IN TELL01AO                                   STELL01P
021300       GO TO POST-CASH-SEND                                       STELL01P
022410     END-IF.                                                      STELL01P
022421     IF LK-FUNCTION-BOOK                                          STELL01P
022432       PERFORM POST-BOOK-ORDER THRU                               STELL01P
022443               POST-BOOK-ORDER-EXIT                               STELL01P
022454       GO TO POST-CASH-SEND                                       STELL01P
022465     END-IF.                                                      STELL01P
022476     IF LK-FUNCTION-OFFICIAL                                      STELL01P
022487       MOVE WS-OFFICIAL-CHQ-ACC TO WS-SETTLE-ACC                  STELL01P
022498     ELSE                                                         STELL01P
022509       IF LK-FUNCTION-CHEQUE                                      STELL01P
022520         MOVE WS-CLEARING-ACC TO WS-SETTLE-ACC                    STELL01P
022531       ELSE                                                       STELL01P
022542         MOVE WS-TELLER-HOUSE-ACC TO WS-SETTLE-ACC                STELL01P
022553       END-IF                                                     STELL01P
022564     END-IF.                                                      STELL01P
022575                                                                  STELL01P
022586***************************************************************   STELL01P
022597* Cash leaving over the counter counts against the owner's        STELL01P
022608* daily aggregate cross-channel limit - checked here on the       STELL01P
022619* PF6 posting leg, so a keyed-but-never-confirmed entry           STELL01P
022630* burns none of the customer's limit                              STELL01P
022641***************************************************************   STELL01P
022652     IF NOT LK-FUNCTION-CREDIT                                    STELL01P
022663       MOVE SPACES TO CD61-DATA                                   STELL01P
022674       SET CD61I-CHECK-AND-USE TO TRUE                            STELL01P
022685       MOVE LK-CUST-PID TO CD61I-PID                              STELL01P
022696       MOVE LK-ACCNO TO CD61I-ACCNO                               STELL01P
022707       MOVE LK-CASH-AMOUNT TO CD61I-AMOUNT                        STELL01P
022718       MOVE 'W' TO CD61I-CHANNEL                                  STELL01P
022729       MOVE EIBTRMID TO CD61I-TERM                                STELL01P
022740 COPY CBANKX61.                                                   STELL01P
022751       IF CD61O-DENIED                                            STELL01P
022762         MOVE CD61O-MSG TO ERRMSGO IN TELL01AO                    STELL01P
022773         SET LK-VERIFY-OFF TO TRUE                                STELL01P
022784         GO TO POST-CASH-SEND                                     STELL01P
022795       END-IF                                                     STELL01P
022806     END-IF.                                                      STELL01P
022817     MOVE SPACES TO CD04-DATA.                                    STELL01P
022828     IF LK-FUNCTION-CREDIT                                        STELL01P
022839       MOVE LK-HOUSE-PID TO CD04I-FROM-PID                        STELL01P
022850       MOVE WS-SETTLE-ACC TO CD04I-FROM-ACC                       STELL01P
022861       MOVE LK-HOUSE-OLD-BALANCE TO CD04I-FROM-OLD-BAL            STELL01P
022872       COMPUTE CD04I-FROM-NEW-BAL =                               STELL01P
022883         LK-HOUSE-OLD-BALANCE - LK-CASH-AMOUNT                    STELL01P
022894       MOVE LK-CUST-PID TO CD04I-TO-PID                           STELL01P
022905       MOVE LK-ACCNO TO CD04I-TO-ACC                              STELL01P
022916       MOVE LK-CUST-OLD-BALANCE TO CD04I-TO-OLD-BAL               STELL01P
022927       COMPUTE CD04I-TO-NEW-BAL =                                 STELL01P
022938         LK-CUST-OLD-BALANCE + LK-CASH-AMOUNT                     STELL01P
022949     ELSE                                                         STELL01P
022960       MOVE LK-CUST-PID TO CD04I-FROM-PID                         STELL01P
023000       MOVE LK-ACCNO TO CD04I-FROM-ACC                            STELL01P
023100       MOVE LK-CUST-OLD-BALANCE TO CD04I-FROM-OLD-BAL             STELL01P
023200       COMPUTE CD04I-FROM-NEW-BAL =                               STELL01P
023700       COMPUTE CD04I-TO-NEW-BAL =                                 STELL01P
023800         LK-HOUSE-OLD-BALANCE + LK-CASH-AMOUNT                    STELL01P
023900     END-IF.                                                      STELL01P
023907***************************************************************** STELL01P
023914* While the end-of-day batch holds the masters the cash is      * STELL01P
023921* taken against the memo balance instead, and posted to the     * STELL01P
023928* accounts by the catch-up run once the batch is over           * STELL01P
023935***************************************************************** STELL01P
023942     MOVE SPACES TO CD67-DATA.                                    STELL01P
023949     SET CD67I-INQUIRE TO TRUE.                                   STELL01P
023956 COPY CBANKX67.                                                   STELL01P
023963     IF CD67O-MEMO-ON                                             STELL01P
023970       PERFORM MEMO-POST-CASH THRU                                STELL01P
023977               MEMO-POST-CASH-EXIT                                STELL01P
023984       GO TO POST-CASH-SEND                                       STELL01P
023991     END-IF.                                                      STELL01P
024000 COPY CBANKX04.                                                   STELL01P
024100     SET LK-VERIFY-OFF TO TRUE.                                   STELL01P
024200     IF NOT CD04O-UPDATE-OK                                       STELL01P
024300       MOVE CD04O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
024310*      The money never moved - give the daily limit back          STELL01P
024320       IF NOT LK-FUNCTION-CREDIT                                  STELL01P
024330         MOVE SPACES TO CD61-DATA                                 STELL01P
024340         SET CD61I-REVERSE-USE TO TRUE                            STELL01P
024350         MOVE LK-CUST-PID TO CD61I-PID                            STELL01P
025300     MOVE CD04I-TO-PID TO CD06I-TO-PID.                           STELL01P
025400     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           STELL01P
025500     MOVE LK-CASH-AMOUNT TO CD06I-TO-AMOUNT.                      STELL01P
025552     EVALUATE TRUE                                                STELL01P
025604       WHEN LK-FUNCTION-DEPOSIT                                   STELL01P
025656         STRING 'Teller cash dep ' DELIMITED BY SIZE              STELL01P
025708                WS-TELLER-USERID DELIMITED BY SIZE                STELL01P
025760           INTO CD06I-FROM-DESC                                   STELL01P
025812       WHEN LK-FUNCTION-CHEQUE                                    STELL01P
025864         STRING 'Cheque dep ' DELIMITED BY SIZE                   STELL01P
025916                LK-CHQ-SERIAL DELIMITED BY SPACE                  STELL01P
025968                ' ' DELIMITED BY SIZE                             STELL01P
026020                WS-TELLER-USERID DELIMITED BY SIZE                STELL01P
026072           INTO CD06I-FROM-DESC                                   STELL01P
026124       WHEN LK-FUNCTION-OFFICIAL                                  STELL01P
026176         STRING 'Official chq ' DELIMITED BY SIZE                 STELL01P
026228                CD46O-SERIAL DELIMITED BY SIZE                    STELL01P
026262                ' ' DELIMITED BY SIZE                             STELL01P
026296                WS-TELLER-USERID DELIMITED BY SIZE                STELL01P
026332           INTO CD06I-FROM-DESC                                   STELL01P
026384       WHEN OTHER                                                 STELL01P
026436         STRING 'Teller cash wdl ' DELIMITED BY SIZE              STELL01P
026488                WS-TELLER-USERID DELIMITED BY SIZE                STELL01P
026540           INTO CD06I-FROM-DESC                                   STELL01P
026592     END-EVALUATE.                                                STELL01P
026644     MOVE CD06I-FROM-DESC TO CD06I-TO-DESC.                       STELL01P
026700     IF CD04O-OD-FEE-YES                                          STELL01P
026800       SET CD06I-OD-FEE-YES TO TRUE                               STELL01P
026900       MOVE WS-OD-FEE-AMOUNT TO CD06I-OD-FEE-AMOUNT               STELL01P
027100       SET CD06I-OD-FEE-NO TO TRUE                                STELL01P
027200       MOVE ZERO TO CD06I-OD-FEE-AMOUNT                           STELL01P
027300     END-IF.                                                      STELL01P
027318     IF LK-FUNCTION-CHEQUE                                        STELL01P
027336       MOVE 'K' TO CD06I-TXN-TYPE                                 STELL01P
027354     ELSE                                                         STELL01P
027372       MOVE 'T' TO CD06I-TXN-TYPE                                 STELL01P
027390     END-IF.                                                      STELL01P
027410***************************************************************** STELL01P
027420* The posting carries the branch of the teller's terminal -     * STELL01P
027430* terminal ids are assigned with the branch code in their       * STELL01P
027450***************************************************************** STELL01P
027460     MOVE EIBTRMID (1:3) TO CD06I-BRANCH-CODE.                    STELL01P
027500 COPY CBANKX06.                                                   STELL01P
027515***************************************************************** STELL01P
027530* Tag the posting to the teller's drawer - cash in for a        * STELL01P
027545* deposit, cash out for a withdrawal; official and deposited    * STELL01P
027560* cheques move no drawer cash.  Best effort: the money has      * STELL01P
027575* moved.                                                        * STELL01P
027590***************************************************************** STELL01P
027605     IF NOT LK-FUNCTION-OFFICIAL AND NOT LK-FUNCTION-CHEQUE       STELL01P
027620       MOVE SPACES TO CD47-DATA                                   STELL01P
027635       SET CD47I-POST TO TRUE                                     STELL01P
027650       MOVE WS-TELLER-USERID TO CD47I-TELLER-USERID               STELL01P
027665       MOVE LK-CASH-AMOUNT TO CD47I-AMOUNT                        STELL01P
027680       IF LK-FUNCTION-DEPOSIT                                     STELL01P
027695         SET CD47I-CASH-IN TO TRUE                                STELL01P
027710       ELSE                                                       STELL01P
027725         SET CD47I-CASH-OUT TO TRUE                               STELL01P
027740       END-IF                                                     STELL01P
027755 COPY CBANKX47.                                                   STELL01P
027770     END-IF.                                                      STELL01P
027785     IF LK-FUNCTION-CHEQUE                                        STELL01P
027800       PERFORM RECORD-CHEQUE-ITEM THRU                            STELL01P
027815               RECORD-CHEQUE-ITEM-EXIT                            STELL01P
027830     END-IF.                                                      STELL01P
027845     MOVE LK-ACCNO TO ACCNO IN TELL01AO.                          STELL01P
027860     IF CD06O-UPDATE-OK                                           STELL01P
027875       IF LK-FUNCTION-CREDIT                                      STELL01P
027900         COMPUTE CURBALO IN TELL01AO =                            STELL01P
028000           LK-CUST-OLD-BALANCE + LK-CASH-AMOUNT                   STELL01P
028100       ELSE                                                       STELL01P
026116           MOVE 'Cheque posted but register write failed'         STELL01P
026117             TO ERRMSGO IN TELL01AO                               STELL01P
026118         END-IF                                                   STELL01P
026283       ELSE                                                       STELL01P
026448         IF LK-FUNCTION-CHEQUE                                    STELL01P
026613           IF CD69O-OK                                            STELL01P
026778             STRING 'Cheque deposited, item ' DELIMITED BY SIZE   STELL01P
026943                    CD69O-ITEM-REF DELIMITED BY SIZE              STELL01P
027108               INTO ERRMSGO IN TELL01AO                           STELL01P
027273           ELSE                                                   STELL01P
027438             MOVE 'Cheque posted but item record failed'          STELL01P
027603               TO ERRMSGO IN TELL01AO                             STELL01P
027768           END-IF                                                 STELL01P
027933         ELSE                                                     STELL01P
028098           MOVE 'Cash transaction posted' TO ERRMSGO IN TELL01AO  STELL01P
028263         END-IF                                                   STELL01P
028428       END-IF                                                     STELL01P
028600     ELSE                                                         STELL01P
028700       MOVE CD06O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
028800     END-IF.                                                      STELL01P
028900 POST-CASH-SEND.                                                  STELL01P
028933     PERFORM SHOW-CARE-MARKERS THRU                               STELL01P
028966             SHOW-CARE-MARKERS-EXIT.                              STELL01P
029000     EXEC CICS SEND MAP('TELL01A')                                STELL01P
029100                MAPSET('MTELL01')                                 STELL01P
029200                ERASE                                             STELL01P
029500 POST-CASH-EXIT.                                                  STELL01P
029600     EXIT.                                                        STELL01P
029700                                                                  STELL01P
029800***************************************************************** STELL01P
029900* Order the pending cheque book through DBANK71P, which gives   * STELL01P
030000* it the next serial range on the account; the book goes to the * STELL01P
030100* printer, and its fee is charged, in the nightly ZBNKCBO1 run  * STELL01P
030200***************************************************************** STELL01P
030300 POST-BOOK-ORDER.                                                 STELL01P
030400     SET LK-VERIFY-OFF TO TRUE.                                   STELL01P
030500     MOVE SPACES TO CD71-DATA.                                    STELL01P
030600     SET CD71I-ORDER TO TRUE.                                     STELL01P
030700     SET CD71I-TELLER TO TRUE.                                    STELL01P
030800     MOVE LK-CUST-PID TO CD71I-PID.                               STELL01P
030900     MOVE LK-ACCNO TO CD71I-ACCNO.                                STELL01P
031000     MOVE LK-BOOK-LEAVES TO CD71I-LEAVES.                         STELL01P
031100     MOVE EIBOPID TO CD71I-ORDERED-BY.                            STELL01P
031200 COPY CBANKX71.                                                   STELL01P
031300     MOVE LK-ACCNO TO ACCNO IN TELL01AO.                          STELL01P
031400     IF CD71O-OK                                                  STELL01P
031500       STRING 'Cheque book ordered, serials ' DELIMITED BY SIZE   STELL01P
031600              CD71O-SERIAL-LOW DELIMITED BY SIZE                  STELL01P
031700              '-' DELIMITED BY SIZE                               STELL01P
031800              CD71O-SERIAL-HIGH DELIMITED BY SIZE                 STELL01P
031900         INTO ERRMSGO IN TELL01AO                                 STELL01P
032000     ELSE                                                         STELL01P
032100       MOVE CD71O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
032200     END-IF.                                                      STELL01P
032300 POST-BOOK-ORDER-EXIT.                                            STELL01P
032400     EXIT.                                                        STELL01P
032500                                                                  STELL01P
032600***************************************************************** STELL01P
032700* Memo-post the cash through DBANK67P.  The drawer still takes  * STELL01P
032800* the cash, which has changed hands; the balances and the audit * STELL01P
032900* pair are written by ZBNKMPA1 when the batch is over.  An      * STELL01P
033000* official cheque needs its register row and serial, so it      * STELL01P
033100* waits for the masters.                                        * STELL01P
033200***************************************************************** STELL01P
033300 MEMO-POST-CASH.                                                  STELL01P
033400     SET LK-VERIFY-OFF TO TRUE.                                   STELL01P
033500     MOVE EIBOPID TO WS-TELLER-USERID.                            STELL01P
033600     IF LK-FUNCTION-OFFICIAL                                      STELL01P
033700       MOVE 'Official cheques resume after the end-of-day run'    STELL01P
033800         TO ERRMSGO IN TELL01AO                                   STELL01P
033900       GO TO MEMO-POST-CASH-FAILED                                STELL01P
034000     END-IF.                                                      STELL01P
034100     IF LK-FUNCTION-CHEQUE                                        STELL01P
034200       MOVE 'Cheque deposits resume after the end-of-day run'     STELL01P
034300         TO ERRMSGO IN TELL01AO                                   STELL01P
034400       GO TO MEMO-POST-CASH-FAILED                                STELL01P
034500     END-IF.                                                      STELL01P
034600     MOVE SPACES TO CD67-DATA.                                    STELL01P
034700     SET CD67I-POST TO TRUE.                                      STELL01P
034800     MOVE 'STELL01P' TO CD67I-SOURCE.                             STELL01P
034900     MOVE CD04I-FROM-PID TO CD67I-FROM-PID.                       STELL01P
035000     MOVE CD04I-FROM-ACC TO CD67I-FROM-ACC.                       STELL01P
035100     COMPUTE CD67I-FROM-AMOUNT = LK-CASH-AMOUNT * -1.             STELL01P
035200     MOVE CD04I-TO-PID TO CD67I-TO-PID.                           STELL01P
035300     MOVE CD04I-TO-ACC TO CD67I-TO-ACC.                           STELL01P
035400     MOVE LK-CASH-AMOUNT TO CD67I-TO-AMOUNT.                      STELL01P
035500     IF LK-FUNCTION-DEPOSIT                                       STELL01P
035600       STRING 'Teller cash dep ' DELIMITED BY SIZE                STELL01P
035700              WS-TELLER-USERID DELIMITED BY SIZE                  STELL01P
035800         INTO CD67I-FROM-DESC                                     STELL01P
035900     ELSE                                                         STELL01P
036000       STRING 'Teller cash wdl ' DELIMITED BY SIZE                STELL01P
036100              WS-TELLER-USERID DELIMITED BY SIZE                  STELL01P
036200         INTO CD67I-FROM-DESC                                     STELL01P
036300     END-IF.                                                      STELL01P
036400     MOVE CD67I-FROM-DESC TO CD67I-TO-DESC.                       STELL01P
036500     MOVE 'T' TO CD67I-TXN-TYPE.                                  STELL01P
036600     MOVE EIBTRMID (1:3) TO CD67I-BRANCH-CODE.                    STELL01P
036700     MOVE WS-OD-FEE-AMOUNT TO CD67I-OD-FEE-AMOUNT.                STELL01P
036800 COPY CBANKX67.                                                   STELL01P
036900     IF NOT CD67O-UPDATE-OK                                       STELL01P
037000       MOVE CD67O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
037100       GO TO MEMO-POST-CASH-FAILED                                STELL01P
037200     END-IF.                                                      STELL01P
037300     MOVE SPACES TO CD47-DATA.                                    STELL01P
037400     SET CD47I-POST TO TRUE.                                      STELL01P
037500     MOVE WS-TELLER-USERID TO CD47I-TELLER-USERID.                STELL01P
037600     MOVE LK-CASH-AMOUNT TO CD47I-AMOUNT.                         STELL01P
037700     IF LK-FUNCTION-DEPOSIT                                       STELL01P
037800       SET CD47I-CASH-IN TO TRUE                                  STELL01P
037900     ELSE                                                         STELL01P
038000       SET CD47I-CASH-OUT TO TRUE                                 STELL01P
038100     END-IF.                                                      STELL01P
038200 COPY CBANKX47.                                                   STELL01P
038300     MOVE LK-ACCNO TO ACCNO IN TELL01AO.                          STELL01P
038400     IF LK-FUNCTION-DEPOSIT                                       STELL01P
038500       MOVE CD67O-TO-MEMO-BAL TO CURBALO IN TELL01AO              STELL01P
038600     ELSE                                                         STELL01P
038700       MOVE CD67O-FROM-MEMO-BAL TO CURBALO IN TELL01AO            STELL01P
038800     END-IF.                                                      STELL01P
038900     MOVE 'Cash taken - it posts after the end-of-day run'        STELL01P
039000       TO ERRMSGO IN TELL01AO.                                    STELL01P
039100     GO TO MEMO-POST-CASH-EXIT.                                   STELL01P
039200 MEMO-POST-CASH-FAILED.                                           STELL01P
039300*    The money never moved - give the daily limit back            STELL01P
039400     IF NOT LK-FUNCTION-CREDIT                                    STELL01P
039500       MOVE SPACES TO CD61-DATA                                   STELL01P
039600       SET CD61I-REVERSE-USE TO TRUE                              STELL01P
039700       MOVE LK-CUST-PID TO CD61I-PID                              STELL01P
039800       MOVE LK-CASH-AMOUNT TO CD61I-AMOUNT                        STELL01P
039900 COPY CBANKX61.                                                   STELL01P
040000     END-IF.                                                      STELL01P
040100 MEMO-POST-CASH-EXIT.                                             STELL01P
040200     EXIT.                                                        STELL01P
040300                                                                  STELL01P
040400***************************************************************** STELL01P
040500* A deposited cheque goes on the deposited-items file for the   * STELL01P
040600* end-of-day presentment run.  The uncollected part is held     * STELL01P
040700* first on the ATM deposit schedule, and the item remembers the * STELL01P
040800* hold slot so a return can release it.  The money has moved -  * STELL01P
040900* a failure here is reported but cannot lose the posting.       * STELL01P
041000***************************************************************** STELL01P
041100 RECORD-CHEQUE-ITEM.                                              STELL01P
041200     MOVE SPACES TO CD64-DATA.                                    STELL01P
041300     SET CD64I-PLACE TO TRUE.                                     STELL01P
041400     MOVE LK-ACCNO TO CD64I-ACCNO.                                STELL01P
041500     MOVE LK-CASH-AMOUNT TO CD64I-DEPOSIT-AMOUNT.                 STELL01P
041600 COPY CBANKX64.                                                   STELL01P
041700     MOVE SPACES TO CD69-DATA.                                    STELL01P
041800     SET CD69I-RECORD TO TRUE.                                    STELL01P
041900     MOVE LK-CUST-PID TO CD69I-PID.                               STELL01P
042000     MOVE LK-ACCNO TO CD69I-ACCNO.                                STELL01P
042100     MOVE LK-CASH-AMOUNT TO CD69I-AMOUNT.                         STELL01P
042200     MOVE LK-CHQ-ROUTING TO CD69I-DRAWER-ROUTING.                 STELL01P
042300     MOVE LK-CHQ-ACCNO TO CD69I-DRAWER-ACCNO.                     STELL01P
042400     MOVE LK-CHQ-SERIAL TO CD69I-CHEQUE-SERIAL.                   STELL01P
042500     MOVE CD04O-TIMESTAMP TO CD69I-DEPOSIT-TIMESTAMP.             STELL01P
042600     MOVE WS-TELLER-USERID TO CD69I-TELLER-USERID.                STELL01P
042700     MOVE EIBTRMID (1:3) TO CD69I-BRANCH-CODE.                    STELL01P
042800     IF CD64O-OK AND CD64O-HELD-AMOUNT IS GREATER THAN ZERO       STELL01P
042900       MOVE CD64O-HOLD-SEQ TO CD69I-HOLD-SEQ                      STELL01P
043000       MOVE CD64O-HELD-AMOUNT TO CD69I-HELD-AMOUNT                STELL01P
043100     ELSE                                                         STELL01P
043200       MOVE ZERO TO CD69I-HOLD-SEQ                                STELL01P
043300       MOVE ZERO TO CD69I-HELD-AMOUNT                             STELL01P
043400     END-IF.                                                      STELL01P
043500 COPY CBANKX69.                                                   STELL01P
043600 RECORD-CHEQUE-ITEM-EXIT.                                         STELL01P
043700     EXIT.                                                        STELL01P
043800                                                                  STELL01P
043900***************************************************************** STELL01P
044000* Stop an account connected to the teller unless a supervisor   * STELL01P
044100* not connected to it has keyed their user ID in SUPV, in which * STELL01P
044200* case the override is logged and the account stays cleared     * STELL01P
044300* until another is keyed                                        * STELL01P
044400***************************************************************** STELL01P
044500 CHECK-CONNECTED-PARTY.                                           STELL01P
044600     MOVE 'N' TO WS-CPTY-STOP-SW.                                 STELL01P
044700     MOVE SPACES TO CD84-DATA.                                    STELL01P
044800     SET CD84I-CHECK TO TRUE.                                     STELL01P
044900     MOVE EIBOPID TO CD84I-USERID.                                STELL01P
045000     MOVE EIBOPID TO CD84I-CALLER.                                STELL01P
045100     MOVE ACCNI IN TELL01AI TO CD84I-ACCNO.                       STELL01P
045200     MOVE EIBTRMID TO CD84I-TERM.                                 STELL01P
045300     MOVE WS-PROGRAM-ID TO CD84I-PROGRAM.                         STELL01P
045400 COPY CBANKX84.                                                   STELL01P
045500     IF NOT CD84O-CONNECTED-YES                                   STELL01P
045600       MOVE ACCNI IN TELL01AI TO LK-CPTY-CLEARED-ACCNO            STELL01P
045700       GO TO CHECK-CONNECTED-PARTY-EXIT                           STELL01P
045800     END-IF.                                                      STELL01P
045900     IF SUPVI IN TELL01AI IS EQUAL TO SPACES OR                   STELL01P
046000        SUPVI IN TELL01AI IS EQUAL TO LOW-VALUES                  STELL01P
046100       MOVE CD84O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
046200       SET WS-CPTY-STOP TO TRUE                                   STELL01P
046300       GO TO CHECK-CONNECTED-PARTY-EXIT                           STELL01P
046400     END-IF.                                                      STELL01P
046500     SET CD84I-OVERRIDE TO TRUE.                                  STELL01P
046600     MOVE SUPVI IN TELL01AI TO CD84I-SUPERVISOR.                  STELL01P
046700 COPY CBANKX84.                                                   STELL01P
046800     IF NOT CD84O-OK                                              STELL01P
046900       MOVE CD84O-MSG TO ERRMSGO IN TELL01AO                      STELL01P
047000       SET WS-CPTY-STOP TO TRUE                                   STELL01P
047100       GO TO CHECK-CONNECTED-PARTY-EXIT                           STELL01P
047200     END-IF.                                                      STELL01P
047300     MOVE ACCNI IN TELL01AI TO LK-CPTY-CLEARED-ACCNO.             STELL01P
047400 CHECK-CONNECTED-PARTY-EXIT.                                      STELL01P
047500     EXIT.                                                        STELL01P
047600                                                                  STELL01P
047700***************************************************************** STELL01P
047800* Show any care markers held on the customer as a banner line   * STELL01P
047900***************************************************************** STELL01P
048000 SHOW-CARE-MARKERS.                                               STELL01P
048100     MOVE SPACES TO CD94-DATA.                                    STELL01P
048200     SET CD94I-BANNER TO TRUE.                                    STELL01P
048300     MOVE EIBOPID TO CD94I-CALLER.                                STELL01P
048400     MOVE ACCNI IN TELL01AI TO CD94I-ACCNO.                       STELL01P
048500 COPY CBANKX94.                                                   STELL01P
048600     MOVE CD94O-BANNER TO CAREO IN TELL01AO.                      STELL01P
048700 SHOW-CARE-MARKERS-EXIT.                                          STELL01P
048800     EXIT.                                                        STELL01P
048900                                                                  STELL01P
049000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     STELL01P
