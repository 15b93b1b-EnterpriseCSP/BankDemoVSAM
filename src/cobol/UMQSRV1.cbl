001500*              partner channels, the receive side of the        * UMQSRV1 
001600*              UMQPUB conventions.  Gets one request message    * UMQSRV1 
001700*              from BANK.INQ.REQUEST, drives the same data      * UMQSRV1 
001775*              programs the screens use - DBANK11P for the      * UMQSRV1 
001850*              balances of the consented accounts, DBANK05P for * UMQSRV1 
001925*              recent transactions,                             * UMQSRV1 
002000*              DBANK11P for account status - and puts the       * UMQSRV1 
002100*              structured reply to BANK.INQ.REPLY with the      * UMQSRV1 
002200*              caller's correlation id echoed back.  A          * UMQSRV1 
002400*              than dead-letter silence.  The MQ verbs are      * UMQSRV1 
002500*              called dynamically so no vendor copybook is      * UMQSRV1 
002600*              needed to compile.                               * UMQSRV1 
002614*              Every request must carry the partner id and the  * UMQSRV1 
002628*              consent token the customer gave the partner;     * UMQSRV1 
002642*              DBANK87P verifies it for the scope the request   * UMQSRV1 
002656*              needs and the account it names, and only the     * UMQSRV1 
002670*              consenting customer's covered accounts are       * UMQSRV1 
002684*              served.                                          * UMQSRV1 
002700***************************************************************** UMQSRV1 
002800                                                                  UMQSRV1 
002900 IDENTIFICATION DIVISION.                                         UMQSRV1 
006800                                                                  UMQSRV1 
006900 COPY CMQREQD.                                                    UMQSRV1 
007000                                                                  UMQSRV1 
007100 01  WS-COMMAREA-87.                                              UMQSRV1 
007200 COPY CBANKD87.                                                   UMQSRV1 
007300                                                                  UMQSRV1 
007400 01  WS-COMMAREA-05.                                              UMQSRV1 
007500 COPY CBANKD05.                                                   UMQSRV1 
010700     MOVE ZERO TO MQR-RPY-ACCT-BALANCE.                           UMQSRV1 
010800     SET MQR-RPY-OK TO TRUE.                                      UMQSRV1 
010900                                                                  UMQSRV1 
010914     PERFORM VERIFY-CONSENT THRU                                  UMQSRV1 
010928             VERIFY-CONSENT-EXIT.                                 UMQSRV1 
010942     IF MQR-RPY-ERROR                                             UMQSRV1 
010956       GO TO SERVE-REQUEST-EXIT                                   UMQSRV1 
010970     END-IF.                                                      UMQSRV1 
010984                                                                  UMQSRV1 
011000     EVALUATE TRUE                                                UMQSRV1 
011100       WHEN MQR-REQ-BALANCES                                      UMQSRV1 
011200         PERFORM SERVE-BALANCES THRU                              UMQSRV1 
012500     EXIT.                                                        UMQSRV1 
012600                                                                  UMQSRV1 
012700***************************************************************** UMQSRV1 
012766* Balance inquiry - the total of the accounts the consent       * UMQSRV1 
012832* covers, one DBANK11P read each                                * UMQSRV1 
012900***************************************************************** UMQSRV1 
013000 SERVE-BALANCES.                                                  UMQSRV1 
013220     PERFORM ADD-CONSENT-BALANCE THRU                             UMQSRV1 
013440             ADD-CONSENT-BALANCE-EXIT                             UMQSRV1 
013660       VARYING WS-SUB1 FROM 1 BY 1                                UMQSRV1 
013880         UNTIL WS-SUB1 IS GREATER THAN 5.                         UMQSRV1 
014100 SERVE-BALANCES-EXIT.                                             UMQSRV1 
014200     EXIT.                                                        UMQSRV1 
014300                                                                  UMQSRV1 
031450 CHECK-IDEMPOTENCY-EXIT.                                          UMQSRV1 
031460     EXIT.                                                        UMQSRV1 
031470                                                                  UMQSRV1 
031480***************************************************************** UMQSRV1 
031490* Verify the consent token for the scope the request needs -    * UMQSRV1 
031500* balances for the balance and account status inquiries,        * UMQSRV1 
031510* transactions for the transaction page, payment initiation     * UMQSRV1 
031520* for a payment - and for the account it names (the debit       * UMQSRV1 
031530* account of a payment)                                         * UMQSRV1 
031540***************************************************************** UMQSRV1 
031550 VERIFY-CONSENT.                                                  UMQSRV1 
031560     IF MQR-REQ-TPP-ID IS EQUAL TO SPACES OR                      UMQSRV1 
031570        MQR-REQ-CONSENT-TOKEN IS EQUAL TO SPACES                  UMQSRV1 
031580       SET MQR-RPY-ERROR TO TRUE                                  UMQSRV1 
031590       MOVE 'Partner id and consent token required'               UMQSRV1 
031600         TO MQR-RPY-ERROR-TEXT                                    UMQSRV1 
031610       GO TO VERIFY-CONSENT-EXIT                                  UMQSRV1 
031620     END-IF.                                                      UMQSRV1 
031630     MOVE SPACES TO CD87-DATA.                                    UMQSRV1 
031640     SET CD87I-VERIFY TO TRUE.                                    UMQSRV1 
031650     MOVE MQR-REQ-TPP-ID TO CD87I-TPP-ID.                         UMQSRV1 
031660     MOVE MQR-REQ-CONSENT-TOKEN TO CD87I-TOKEN.                   UMQSRV1 
031670     EVALUATE TRUE                                                UMQSRV1 
031680       WHEN MQR-REQ-BALANCES                                      UMQSRV1 
031690         SET CD87I-SCOPE-BALANCES TO TRUE                         UMQSRV1 
031700       WHEN MQR-REQ-TRANSACTIONS                                  UMQSRV1 
031710         SET CD87I-SCOPE-TRANSACTIONS TO TRUE                     UMQSRV1 
031720         MOVE MQR-REQ-ACCNO TO CD87I-CHECK-ACCNO                  UMQSRV1 
031730       WHEN MQR-REQ-ACCT-STATUS                                   UMQSRV1 
031740         SET CD87I-SCOPE-BALANCES TO TRUE                         UMQSRV1 
031750         MOVE MQR-REQ-ACCNO TO CD87I-CHECK-ACCNO                  UMQSRV1 
031760       WHEN MQR-REQ-PAYMENT                                       UMQSRV1 
031770         SET CD87I-SCOPE-PAYMENT TO TRUE                          UMQSRV1 
031780         MOVE MQR-REQ-ACCNO TO CD87I-CHECK-ACCNO                  UMQSRV1 
031790       WHEN OTHER                                                 UMQSRV1 
031800         SET MQR-RPY-ERROR TO TRUE                                UMQSRV1 
031810         MOVE 'Unknown request type' TO MQR-RPY-ERROR-TEXT        UMQSRV1 
031820         GO TO VERIFY-CONSENT-EXIT                                UMQSRV1 
031830     END-EVALUATE.                                                UMQSRV1 
031840 COPY CBANKX87.                                                   UMQSRV1 
031850     IF NOT CD87O-OK                                              UMQSRV1 
031860       SET MQR-RPY-ERROR TO TRUE                                  UMQSRV1 
031870       MOVE CD87O-MSG TO MQR-RPY-ERROR-TEXT                       UMQSRV1 
031880       GO TO VERIFY-CONSENT-EXIT                                  UMQSRV1 
031890     END-IF.                                                      UMQSRV1 
031900     MOVE CD87O-PID TO MQR-REQ-PID.                               UMQSRV1 
031910 VERIFY-CONSENT-EXIT.                                             UMQSRV1 
031920     EXIT.                                                        UMQSRV1 
031930                                                                  UMQSRV1 
031940***************************************************************** UMQSRV1 
031950* Add one covered account into the balance total                * UMQSRV1 
031960***************************************************************** UMQSRV1 
031970 ADD-CONSENT-BALANCE.                                             UMQSRV1 
031980     IF CD87O-ACCNO (WS-SUB1) IS EQUAL TO SPACES                  UMQSRV1 
031990       GO TO ADD-CONSENT-BALANCE-EXIT                             UMQSRV1 
032000     END-IF.                                                      UMQSRV1 
032010     MOVE SPACES TO CD11-DATA.                                    UMQSRV1 
032020     SET CD11I-READ TO TRUE.                                      UMQSRV1 
032030     MOVE CD87O-ACCNO (WS-SUB1) TO CD11I-ACCNO.                   UMQSRV1 
032040 COPY CBANKX11.                                                   UMQSRV1 
032050     ADD 1 TO MQR-RPY-COUNT.                                      UMQSRV1 
032060     ADD CD11O-BAL-N TO MQR-RPY-TOTAL-BAL.                        UMQSRV1 
032070 ADD-CONSENT-BALANCE-EXIT.                                        UMQSRV1 
032080     EXIT.                                                        UMQSRV1 
032090                                                                  UMQSRV1 
032190* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UMQSRV1 
