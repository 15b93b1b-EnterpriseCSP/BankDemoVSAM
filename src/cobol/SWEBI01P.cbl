002300*              for recent transactions or DBANK11P for the      * SWEBI01P
002400*              account detail, and failures answer with the     * SWEBI01P
002500*              CWEBERRS error structure.                        * SWEBI01P
002514*              A third-party provider instead names itself in   * SWEBI01P
002528*              WRQ-TPP-ID and presents the consent token the    * SWEBI01P
002542*              customer gave it in place of the password; the   * SWEBI01P
002556*              consent is verified through DBANK87P for the     * SWEBI01P
002570*              scope the inquiry needs and only the accounts    * SWEBI01P
002584*              it covers are served.                            * SWEBI01P
002600***************************************************************** SWEBI01P
002700                                                                  SWEBI01P
002800 IDENTIFICATION DIVISION.                                         SWEBI01P
004400   05  WS-RECEIVE-LEN                        PIC S9(8) COMP.      SWEBI01P
004500   05  WS-SEND-LEN                           PIC S9(8) COMP.      SWEBI01P
004600   05  WS-SUB1                               PIC S9(4) COMP.      SWEBI01P
004625   05  WS-CONSENT-SW                         PIC X(1)             SWEBI01P
004650       VALUE 'N'.                                                 SWEBI01P
004675     88  WS-CONSENT-CALL                     VALUE 'Y'.           SWEBI01P
004700                                                                  SWEBI01P
004800***************************************************************** SWEBI01P
004900* Fixed-position request the front end posts                    * SWEBI01P
005700     88  WRQ-REQ-ACCT-DETAIL                 VALUE '3'.           SWEBI01P
005800   05  WRQ-PID                               PIC X(5).            SWEBI01P
005900   05  WRQ-ACCNO                             PIC X(9).            SWEBI01P
005950   05  WRQ-TPP-ID                            PIC X(8).            SWEBI01P
006000   05  WRQ-CONSENT-TOKEN                     PIC X(16).           SWEBI01P
006050   05  FILLER                                PIC X(145).          SWEBI01P
006100                                                                  SWEBI01P
006200***************************************************************** SWEBI01P
006300* Fixed-position reply                                          * SWEBI01P
009400                                                                  SWEBI01P
009500 01  WS-COMMAREA-11.                                              SWEBI01P
009600 COPY CBANKD11.                                                   SWEBI01P
009625                                                                  SWEBI01P
009650 01  WS-COMMAREA-87.                                              SWEBI01P
009675 COPY CBANKD87.                                                   SWEBI01P
009700                                                                  SWEBI01P
009800 COPY CABENDD.                                                    SWEBI01P
009900                                                                  SWEBI01P
012400       GO TO COMMON-RETURN                                        SWEBI01P
012500     END-IF.                                                      SWEBI01P
012600                                                                  SWEBI01P
012605***************************************************************** SWEBI01P
012610* A partner signs on with its consent token, not the            * SWEBI01P
012615* customer's password - verify it and serve the consenting      * SWEBI01P
012620* customer                                                      * SWEBI01P
012625***************************************************************** SWEBI01P
012630     IF WRQ-TPP-ID IS NOT EQUAL TO SPACES AND                     SWEBI01P
012635        WRQ-TPP-ID IS NOT EQUAL TO LOW-VALUES                     SWEBI01P
012640       PERFORM VERIFY-CONSENT THRU                                SWEBI01P
012645               VERIFY-CONSENT-EXIT                                SWEBI01P
012650       IF WRY-ERROR                                               SWEBI01P
012655         PERFORM SEND-REPLY THRU                                  SWEBI01P
012660                 SEND-REPLY-EXIT                                  SWEBI01P
012665         GO TO COMMON-RETURN                                      SWEBI01P
012670       END-IF                                                     SWEBI01P
012675       GO TO SERVE-INQUIRY                                        SWEBI01P
012680     END-IF.                                                      SWEBI01P
012685                                                                  SWEBI01P
012700***************************************************************** SWEBI01P
012800* The same lockout discipline the ATM applies - refuse before   * SWEBI01P
012900* the password is even looked at, and count the misses          * SWEBI01P
017100***************************************************************** SWEBI01P
017200* Serve the inquiry                                             * SWEBI01P
017300***************************************************************** SWEBI01P
017350 SERVE-INQUIRY.                                                   SWEBI01P
017400     EVALUATE TRUE                                                SWEBI01P
017500       WHEN WRQ-REQ-BALANCES                                      SWEBI01P
017600         PERFORM SERVE-BALANCES THRU                              SWEBI01P
019800* Account list totals via DBANK08P                              * SWEBI01P
019900***************************************************************** SWEBI01P
020000 SERVE-BALANCES.                                                  SWEBI01P
020010     IF WS-CONSENT-CALL                                           SWEBI01P
020020       MOVE ZERO TO WRY-COUNT                                     SWEBI01P
020030       MOVE ZERO TO WRY-TOTAL-BAL                                 SWEBI01P
020040       PERFORM ADD-CONSENT-BALANCE THRU                           SWEBI01P
020050               ADD-CONSENT-BALANCE-EXIT                           SWEBI01P
020060         VARYING WS-SUB1 FROM 1 BY 1                              SWEBI01P
020070           UNTIL WS-SUB1 IS GREATER THAN 5                        SWEBI01P
020080       GO TO SERVE-BALANCES-EXIT                                  SWEBI01P
020090     END-IF.                                                      SWEBI01P
020100     MOVE SPACES TO CD08-DATA.                                    SWEBI01P
020200     MOVE WRQ-PID TO CD08I-CONTACT-ID.                            SWEBI01P
020300 COPY CBANKX08.                                                   SWEBI01P
020600 SERVE-BALANCES-EXIT.                                             SWEBI01P
020700     EXIT.                                                        SWEBI01P
020800                                                                  SWEBI01P
020805***************************************************************** SWEBI01P
020810* A consent call totals only the accounts the consent covers,   * SWEBI01P
020815* one DBANK11P read each                                        * SWEBI01P
020820***************************************************************** SWEBI01P
020825 ADD-CONSENT-BALANCE.                                             SWEBI01P
020830     IF CD87O-ACCNO (WS-SUB1) IS EQUAL TO SPACES                  SWEBI01P
020835       GO TO ADD-CONSENT-BALANCE-EXIT                             SWEBI01P
020840     END-IF.                                                      SWEBI01P
020845     MOVE SPACES TO CD11-DATA.                                    SWEBI01P
020850     SET CD11I-READ TO TRUE.                                      SWEBI01P
020855     MOVE CD87O-ACCNO (WS-SUB1) TO CD11I-ACCNO.                   SWEBI01P
020860 COPY CBANKX11.                                                   SWEBI01P
020865     ADD 1 TO WRY-COUNT.                                          SWEBI01P
020870     ADD CD11O-BAL-N TO WRY-TOTAL-BAL.                            SWEBI01P
020875 ADD-CONSENT-BALANCE-EXIT.                                        SWEBI01P
020880     EXIT.                                                        SWEBI01P
020885                                                                  SWEBI01P
020900***************************************************************** SWEBI01P
021000* Newest transaction page via DBANK05P                          * SWEBI01P
021100***************************************************************** SWEBI01P
025200 SERVE-ACCT-DETAIL-EXIT.                                          SWEBI01P
025300     EXIT.                                                        SWEBI01P
025400                                                                  SWEBI01P
025402***************************************************************** SWEBI01P
025404* Verify the consent token for the scope the inquiry needs -    * SWEBI01P
025406* balances for the account list and account detail,             * SWEBI01P
025408* transactions for the transaction page - and for the named     * SWEBI01P
025410* account; the reply names the consenting customer              * SWEBI01P
025412***************************************************************** SWEBI01P
025414 VERIFY-CONSENT.                                                  SWEBI01P
025416     MOVE SPACES TO CD87-DATA.                                    SWEBI01P
025418     SET CD87I-VERIFY TO TRUE.                                    SWEBI01P
025420     MOVE WRQ-TPP-ID TO CD87I-TPP-ID.                             SWEBI01P
025422     MOVE WRQ-CONSENT-TOKEN TO CD87I-TOKEN.                       SWEBI01P
025424     EVALUATE TRUE                                                SWEBI01P
025426       WHEN WRQ-REQ-BALANCES                                      SWEBI01P
025428         SET CD87I-SCOPE-BALANCES TO TRUE                         SWEBI01P
025430       WHEN WRQ-REQ-TRANSACTIONS                                  SWEBI01P
025432         SET CD87I-SCOPE-TRANSACTIONS TO TRUE                     SWEBI01P
025434         MOVE WRQ-ACCNO TO CD87I-CHECK-ACCNO                      SWEBI01P
025436       WHEN WRQ-REQ-ACCT-DETAIL                                   SWEBI01P
025438         SET CD87I-SCOPE-BALANCES TO TRUE                         SWEBI01P
025440         MOVE WRQ-ACCNO TO CD87I-CHECK-ACCNO                      SWEBI01P
025442       WHEN OTHER                                                 SWEBI01P
025444         SET WRY-ERROR TO TRUE                                    SWEBI01P
025446         MOVE 'Unknown request type' TO WRY-ERROR-TEXT            SWEBI01P
025448         PERFORM FILL-WEB-ERROR THRU                              SWEBI01P
025450                 FILL-WEB-ERROR-EXIT                              SWEBI01P
025452         GO TO VERIFY-CONSENT-EXIT                                SWEBI01P
025454     END-EVALUATE.                                                SWEBI01P
025456 COPY CBANKX87.                                                   SWEBI01P
025458     IF NOT CD87O-OK                                              SWEBI01P
025460       SET WRY-ERROR TO TRUE                                      SWEBI01P
025462       MOVE CD87O-MSG TO WRY-ERROR-TEXT                           SWEBI01P
025464       PERFORM FILL-WEB-ERROR THRU                                SWEBI01P
025466               FILL-WEB-ERROR-EXIT                                SWEBI01P
025468       GO TO VERIFY-CONSENT-EXIT                                  SWEBI01P
025470     END-IF.                                                      SWEBI01P
025472     SET WS-CONSENT-CALL TO TRUE.                                 SWEBI01P
025474     MOVE CD87O-PID TO WRQ-PID.                                   SWEBI01P
025476 VERIFY-CONSENT-EXIT.                                             SWEBI01P
025478     EXIT.                                                        SWEBI01P
025480                                                                  SWEBI01P
025500***************************************************************** SWEBI01P
025600* Populate the standard web error structure the front end       * SWEBI01P
025700* understands                                                   * SWEBI01P
