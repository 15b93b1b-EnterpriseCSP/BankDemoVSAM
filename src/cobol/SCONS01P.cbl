000100***************************************************************** SCONS01P
000200*                                                               * SCONS01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCONS01P
000400*   This demonstration program is provided for use by users     * SCONS01P
000500*   of Micro Focus products and may be used, modified and       * SCONS01P
000600*   distributed as part of your application provided that       * SCONS01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCONS01P
000800*   in this material.                                           * SCONS01P
000900*                                                               * SCONS01P
001000***************************************************************** SCONS01P
001100                                                                  SCONS01P
001200                                                                  SCONS01P
001300***************************************************************** SCONS01P
001400* Program:     SCONS01P.CBL (CICS Version)                      * SCONS01P
001500* Layer:       Screen handling                                  * SCONS01P
001600* Function:    Customer consents for third-party providers -    * SCONS01P
001700*              Enter lists the consents the customer has given, * SCONS01P
001800*              PF5 grants a provider the keyed accounts and     * SCONS01P
001900*              scopes for the keyed number of days and shows    * SCONS01P
002000*              the token to hand to the provider, PF9 revokes   * SCONS01P
002100*              the consent on the line keyed in SELI, all via   * SCONS01P
002200*              DBANK87P.  Status E on the list is an active     * SCONS01P
002300*              consent past its expiry date.                    * SCONS01P
002400***************************************************************** SCONS01P
002500                                                                  SCONS01P
002600 IDENTIFICATION DIVISION.                                         SCONS01P
002700 PROGRAM-ID.                                                      SCONS01P
002800     SCONS01P.                                                    SCONS01P
002900 DATE-WRITTEN.                                                    SCONS01P
003000     October 2026.                                                SCONS01P
003100 DATE-COMPILED.                                                   SCONS01P
003200     Today.                                                       SCONS01P
003300                                                                  SCONS01P
003400 ENVIRONMENT DIVISION.                                            SCONS01P
003500                                                                  SCONS01P
003600 DATA DIVISION.                                                   SCONS01P
003700 WORKING-STORAGE SECTION.                                         SCONS01P
003800 01  WS-MISC-STORAGE.                                             SCONS01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             SCONS01P
004000       VALUE 'SCONS01P'.                                          SCONS01P
004100   05  WS-RESP                               PIC S9(8) COMP.      SCONS01P
004200   05  WS-MESSAGE                            PIC X(40).           SCONS01P
004300   05  WS-SEL                                PIC 9(1).            SCONS01P
004400                                                                  SCONS01P
004500 01  WS-COMMAREA.                                                 SCONS01P
004600 COPY CBANKD87.                                                   SCONS01P
004700                                                                  SCONS01P
004800 COPY DFHAID.                                                     SCONS01P
004900                                                                  SCONS01P
005000 COPY DFHBMSCA.                                                   SCONS01P
005100                                                                  SCONS01P
005200 COPY CABENDD.                                                    SCONS01P
005300                                                                  SCONS01P
005400 LINKAGE SECTION.                                                 SCONS01P
005500 01  DFHCOMMAREA.                                                 SCONS01P
005600   05  LK-CUSTOMER-PID                      PIC X(5).             SCONS01P
005700   05  LK-SCREEN-STATUS                     PIC X(1).             SCONS01P
005800     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SCONS01P
005900     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SCONS01P
006000                                                                  SCONS01P
006100 PROCEDURE DIVISION.                                              SCONS01P
006200***************************************************************** SCONS01P
006300* This program must always be reached via XCTL/LINK with a      * SCONS01P
006400* commarea carrying the customer's PID - abend if none was      * SCONS01P
006500* passed                                                        * SCONS01P
006600***************************************************************** SCONS01P
006700     IF EIBCALEN IS EQUAL TO 0                                    SCONS01P
006800       MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                        SCONS01P
006900       MOVE '0001' TO ABEND-CODE                                  SCONS01P
007000       MOVE SPACES TO ABEND-REASON                                SCONS01P
007100       COPY CABENDPO.                                             SCONS01P
007200     END-IF.                                                      SCONS01P
007300                                                                  SCONS01P
007400***************************************************************** SCONS01P
007500* First time in this pseudo-conversation - list the consents    * SCONS01P
007600***************************************************************** SCONS01P
007700     MOVE SPACES TO WS-MESSAGE.                                   SCONS01P
007800     IF LK-SCREEN-NOT-SENT                                        SCONS01P
007900       SET LK-SCREEN-WAS-SENT TO TRUE                             SCONS01P
008000       PERFORM LIST-AND-SEND THRU                                 SCONS01P
008100               LIST-AND-SEND-EXIT                                 SCONS01P
008200       GO TO COMMON-RETURN                                        SCONS01P
008300     END-IF.                                                      SCONS01P
008400                                                                  SCONS01P
008500     EXEC CICS RECEIVE MAP('CONS01A')                             SCONS01P
008600                MAPSET('MCONS01')                                 SCONS01P
008700                RESP(WS-RESP)                                     SCONS01P
008800     END-EXEC.                                                    SCONS01P
008900                                                                  SCONS01P
009000***************************************************************** SCONS01P
009100* PF3 exits, PF5 grants a consent, PF9 revokes the selected     * SCONS01P
009200* line, Enter lists                                             * SCONS01P
009300***************************************************************** SCONS01P
009400     EVALUATE TRUE                                                SCONS01P
009500       WHEN EIBAID IS EQUAL TO DFHPF3                             SCONS01P
009600         EXEC CICS RETURN END-EXEC                                SCONS01P
009700         GOBACK                                                   SCONS01P
009800       WHEN EIBAID IS EQUAL TO DFHPF5                             SCONS01P
009900         PERFORM GRANT-CONSENT THRU                               SCONS01P
010000                 GRANT-CONSENT-EXIT                               SCONS01P
010100       WHEN EIBAID IS EQUAL TO DFHPF9                             SCONS01P
010200         PERFORM REVOKE-CONSENT THRU                              SCONS01P
010300                 REVOKE-CONSENT-EXIT                              SCONS01P
010400       WHEN OTHER                                                 SCONS01P
010500         PERFORM LIST-AND-SEND THRU                               SCONS01P
010600                 LIST-AND-SEND-EXIT                               SCONS01P
010700     END-EVALUATE.                                                SCONS01P
010800                                                                  SCONS01P
010900 COMMON-RETURN.                                                   SCONS01P
011000     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCONS01P
011100                COMMAREA(DFHCOMMAREA)                             SCONS01P
011200                LENGTH(LENGTH OF DFHCOMMAREA)                     SCONS01P
011300     END-EXEC.                                                    SCONS01P
011400     GOBACK.                                                      SCONS01P
011500                                                                  SCONS01P
011600***************************************************************** SCONS01P
011700* Call DBANK87P to list the customer's consents and build and   * SCONS01P
011800* send the screen, showing any message left by the action just  * SCONS01P
011900* taken                                                         * SCONS01P
012000***************************************************************** SCONS01P
012100 LIST-AND-SEND.                                                   SCONS01P
012200     PERFORM LIST-CONSENTS THRU                                   SCONS01P
012300             LIST-CONSENTS-EXIT.                                  SCONS01P
012400     MOVE LOW-VALUES TO CONS01AO.                                 SCONS01P
012500     MOVE LK-CUSTOMER-PID TO PIDO IN CONS01AO.                    SCONS01P
012600     MOVE CD87O-ENTRY-TPP-ID (1) TO LIST1TPO IN CONS01AO.         SCONS01P
012700     MOVE CD87O-ENTRY-SCOPES (1) TO LIST1SCO IN CONS01AO.         SCONS01P
012800     MOVE CD87O-ENTRY-ACCNO (1) TO LIST1ACO IN CONS01AO.          SCONS01P
012900     MOVE CD87O-ENTRY-EXPIRY (1) TO LIST1EXO IN CONS01AO.         SCONS01P
013000     MOVE CD87O-ENTRY-STATUS (1) TO LIST1STO IN CONS01AO.         SCONS01P
013100     MOVE CD87O-ENTRY-TPP-ID (2) TO LIST2TPO IN CONS01AO.         SCONS01P
013200     MOVE CD87O-ENTRY-SCOPES (2) TO LIST2SCO IN CONS01AO.         SCONS01P
013300     MOVE CD87O-ENTRY-ACCNO (2) TO LIST2ACO IN CONS01AO.          SCONS01P
013400     MOVE CD87O-ENTRY-EXPIRY (2) TO LIST2EXO IN CONS01AO.         SCONS01P
013500     MOVE CD87O-ENTRY-STATUS (2) TO LIST2STO IN CONS01AO.         SCONS01P
013600     MOVE CD87O-ENTRY-TPP-ID (3) TO LIST3TPO IN CONS01AO.         SCONS01P
013700     MOVE CD87O-ENTRY-SCOPES (3) TO LIST3SCO IN CONS01AO.         SCONS01P
013800     MOVE CD87O-ENTRY-ACCNO (3) TO LIST3ACO IN CONS01AO.          SCONS01P
013900     MOVE CD87O-ENTRY-EXPIRY (3) TO LIST3EXO IN CONS01AO.         SCONS01P
014000     MOVE CD87O-ENTRY-STATUS (3) TO LIST3STO IN CONS01AO.         SCONS01P
014100     MOVE CD87O-ENTRY-TPP-ID (4) TO LIST4TPO IN CONS01AO.         SCONS01P
014200     MOVE CD87O-ENTRY-SCOPES (4) TO LIST4SCO IN CONS01AO.         SCONS01P
014300     MOVE CD87O-ENTRY-ACCNO (4) TO LIST4ACO IN CONS01AO.          SCONS01P
014400     MOVE CD87O-ENTRY-EXPIRY (4) TO LIST4EXO IN CONS01AO.         SCONS01P
014500     MOVE CD87O-ENTRY-STATUS (4) TO LIST4STO IN CONS01AO.         SCONS01P
014600     MOVE CD87O-ENTRY-TPP-ID (5) TO LIST5TPO IN CONS01AO.         SCONS01P
014700     MOVE CD87O-ENTRY-SCOPES (5) TO LIST5SCO IN CONS01AO.         SCONS01P
014800     MOVE CD87O-ENTRY-ACCNO (5) TO LIST5ACO IN CONS01AO.          SCONS01P
014900     MOVE CD87O-ENTRY-EXPIRY (5) TO LIST5EXO IN CONS01AO.         SCONS01P
015000     MOVE CD87O-ENTRY-STATUS (5) TO LIST5STO IN CONS01AO.         SCONS01P
015100     MOVE CD87O-ENTRY-TPP-ID (6) TO LIST6TPO IN CONS01AO.         SCONS01P
015200     MOVE CD87O-ENTRY-SCOPES (6) TO LIST6SCO IN CONS01AO.         SCONS01P
015300     MOVE CD87O-ENTRY-ACCNO (6) TO LIST6ACO IN CONS01AO.          SCONS01P
015400     MOVE CD87O-ENTRY-EXPIRY (6) TO LIST6EXO IN CONS01AO.         SCONS01P
015500     MOVE CD87O-ENTRY-STATUS (6) TO LIST6STO IN CONS01AO.         SCONS01P
015600     MOVE CD87O-ENTRY-TPP-ID (7) TO LIST7TPO IN CONS01AO.         SCONS01P
015700     MOVE CD87O-ENTRY-SCOPES (7) TO LIST7SCO IN CONS01AO.         SCONS01P
015800     MOVE CD87O-ENTRY-ACCNO (7) TO LIST7ACO IN CONS01AO.          SCONS01P
015900     MOVE CD87O-ENTRY-EXPIRY (7) TO LIST7EXO IN CONS01AO.         SCONS01P
016000     MOVE CD87O-ENTRY-STATUS (7) TO LIST7STO IN CONS01AO.         SCONS01P
016100     MOVE CD87O-ENTRY-TPP-ID (8) TO LIST8TPO IN CONS01AO.         SCONS01P
016200     MOVE CD87O-ENTRY-SCOPES (8) TO LIST8SCO IN CONS01AO.         SCONS01P
016300     MOVE CD87O-ENTRY-ACCNO (8) TO LIST8ACO IN CONS01AO.          SCONS01P
016400     MOVE CD87O-ENTRY-EXPIRY (8) TO LIST8EXO IN CONS01AO.         SCONS01P
016500     MOVE CD87O-ENTRY-STATUS (8) TO LIST8STO IN CONS01AO.         SCONS01P
016600     IF WS-MESSAGE IS NOT EQUAL TO SPACES                         SCONS01P
016700       MOVE WS-MESSAGE TO ERRMSGO IN CONS01AO                     SCONS01P
016800     ELSE                                                         SCONS01P
016900       IF CD87O-OK                                                SCONS01P
017000         MOVE 'PF5=Grant a consent  PF9=Revoke line'              SCONS01P
017100           TO ERRMSGO IN CONS01AO                                 SCONS01P
017200       ELSE                                                       SCONS01P
017300         MOVE CD87O-MSG TO ERRMSGO IN CONS01AO                    SCONS01P
017400       END-IF                                                     SCONS01P
017500     END-IF.                                                      SCONS01P
017600     EXEC CICS SEND MAP('CONS01A')                                SCONS01P
017700                MAPSET('MCONS01')                                 SCONS01P
017800                ERASE                                             SCONS01P
017900                FREEKB                                            SCONS01P
018000     END-EXEC.                                                    SCONS01P
018100 LIST-AND-SEND-EXIT.                                              SCONS01P
018200     EXIT.                                                        SCONS01P
018300                                                                  SCONS01P
018400 LIST-CONSENTS.                                                   SCONS01P
018500     MOVE SPACES TO CD87-DATA.                                    SCONS01P
018600     SET CD87I-LIST TO TRUE.                                      SCONS01P
018700     MOVE LK-CUSTOMER-PID TO CD87I-PID.                           SCONS01P
018800 COPY CBANKX87.                                                   SCONS01P
018900 LIST-CONSENTS-EXIT.                                              SCONS01P
019000     EXIT.                                                        SCONS01P
019100                                                                  SCONS01P
019200***************************************************************** SCONS01P
019300* Redisplay the screen unchanged except for the message line    * SCONS01P
019400***************************************************************** SCONS01P
019500 RESEND-SCREEN.                                                   SCONS01P
019600     EXEC CICS SEND MAP('CONS01A')                                SCONS01P
019700                MAPSET('MCONS01')                                 SCONS01P
019800                DATAONLY                                          SCONS01P
019900                FREEKB                                            SCONS01P
020000     END-EXEC.                                                    SCONS01P
020100 RESEND-SCREEN-EXIT.                                              SCONS01P
020200     EXIT.                                                        SCONS01P
020300                                                                  SCONS01P
020400***************************************************************** SCONS01P
020500* Grant the keyed provider a consent and show its token - the   * SCONS01P
020600* customer gives the token to the provider, who presents it in  * SCONS01P
020700* place of the customer's password                              * SCONS01P
020800***************************************************************** SCONS01P
020900 GRANT-CONSENT.                                                   SCONS01P
021000     MOVE SPACES TO CD87-DATA.                                    SCONS01P
021100     SET CD87I-GRANT TO TRUE.                                     SCONS01P
021200     MOVE LK-CUSTOMER-PID TO CD87I-PID.                           SCONS01P
021300     MOVE TPPI IN CONS01AI TO CD87I-TPP-ID.                       SCONS01P
021400     MOVE ACC1I IN CONS01AI TO CD87I-ACCNO (1).                   SCONS01P
021500     MOVE ACC2I IN CONS01AI TO CD87I-ACCNO (2).                   SCONS01P
021600     MOVE ACC3I IN CONS01AI TO CD87I-ACCNO (3).                   SCONS01P
021700     MOVE ACC4I IN CONS01AI TO CD87I-ACCNO (4).                   SCONS01P
021800     MOVE ACC5I IN CONS01AI TO CD87I-ACCNO (5).                   SCONS01P
021900     MOVE SBALI IN CONS01AI TO CD87I-SCOPE-BAL.                   SCONS01P
022000     MOVE STXNI IN CONS01AI TO CD87I-SCOPE-TXN.                   SCONS01P
022100     MOVE SPAYI IN CONS01AI TO CD87I-SCOPE-PAY.                   SCONS01P
022200     MOVE DAYSI IN CONS01AI TO CD87I-DAYS.                        SCONS01P
022300 COPY CBANKX87.                                                   SCONS01P
022400     IF CD87O-OK                                                  SCONS01P
022500       STRING 'Consent granted - token ' DELIMITED BY SIZE        SCONS01P
022600              CD87O-TOKEN DELIMITED BY SIZE                       SCONS01P
022700         INTO WS-MESSAGE                                          SCONS01P
022800       PERFORM LIST-AND-SEND THRU                                 SCONS01P
022900               LIST-AND-SEND-EXIT                                 SCONS01P
023000     ELSE                                                         SCONS01P
023100       MOVE CD87O-MSG TO ERRMSGO IN CONS01AO                      SCONS01P
023200       PERFORM RESEND-SCREEN THRU                                 SCONS01P
023300               RESEND-SCREEN-EXIT                                 SCONS01P
023400     END-IF.                                                      SCONS01P
023500 GRANT-CONSENT-EXIT.                                              SCONS01P
023600     EXIT.                                                        SCONS01P
023700                                                                  SCONS01P
023800***************************************************************** SCONS01P
023900* Revoke the consent on the list line keyed in SELI - the list  * SCONS01P
024000* is read again so the line is matched to its token here and    * SCONS01P
024100* never carried on the screen                                   * SCONS01P
024200***************************************************************** SCONS01P
024300 REVOKE-CONSENT.                                                  SCONS01P
024400     IF SELI IN CONS01AI IS NOT NUMERIC                           SCONS01P
024500       MOVE 'Key the line number of the consent to revoke'        SCONS01P
024600         TO ERRMSGO IN CONS01AO                                   SCONS01P
024700       PERFORM RESEND-SCREEN THRU                                 SCONS01P
024800               RESEND-SCREEN-EXIT                                 SCONS01P
024900       GO TO REVOKE-CONSENT-EXIT                                  SCONS01P
025000     END-IF.                                                      SCONS01P
025100     MOVE SELI IN CONS01AI TO WS-SEL.                             SCONS01P
025200     PERFORM LIST-CONSENTS THRU                                   SCONS01P
025300             LIST-CONSENTS-EXIT.                                  SCONS01P
025400     IF WS-SEL IS EQUAL TO ZERO OR                                SCONS01P
025500        WS-SEL IS GREATER THAN CD87O-COUNT                        SCONS01P
025600       MOVE 'Key the line number of the consent to revoke'        SCONS01P
025700         TO ERRMSGO IN CONS01AO                                   SCONS01P
025800       PERFORM RESEND-SCREEN THRU                                 SCONS01P
025900               RESEND-SCREEN-EXIT                                 SCONS01P
026000       GO TO REVOKE-CONSENT-EXIT                                  SCONS01P
026100     END-IF.                                                      SCONS01P
026200     MOVE CD87O-ENTRY-TOKEN (WS-SEL) TO CD87I-TOKEN.              SCONS01P
026300     SET CD87I-REVOKE TO TRUE.                                    SCONS01P
026400 COPY CBANKX87.                                                   SCONS01P
026500     IF CD87O-OK                                                  SCONS01P
026600       MOVE 'Consent revoked' TO WS-MESSAGE                       SCONS01P
026700       PERFORM LIST-AND-SEND THRU                                 SCONS01P
026800               LIST-AND-SEND-EXIT                                 SCONS01P
026900     ELSE                                                         SCONS01P
027000       MOVE CD87O-MSG TO ERRMSGO IN CONS01AO                      SCONS01P
027100       PERFORM RESEND-SCREEN THRU                                 SCONS01P
027200               RESEND-SCREEN-EXIT                                 SCONS01P
027300     END-IF.                                                      SCONS01P
027400 REVOKE-CONSENT-EXIT.                                             SCONS01P
027500     EXIT.                                                        SCONS01P
027600                                                                  SCONS01P
027700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCONS01P
