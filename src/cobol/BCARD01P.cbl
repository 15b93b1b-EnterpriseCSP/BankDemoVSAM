000100***************************************************************** BCARD01P
000200*                                                               * BCARD01P
000300*   Copyright (C) 1998-2026 Micro Focus. All Rights Reserved.   * BCARD01P
000400*   This demonstration program is provided for use by users     * BCARD01P
000500*   of Micro Focus products and may be used, modified and       * BCARD01P
000600*   distributed as part of your application provided that       * BCARD01P
000700*   you properly acknowledge the copyright of Micro Focus       * BCARD01P
000800*   in this material.                                           * BCARD01P
000900*                                                               * BCARD01P
001000***************************************************************** BCARD01P
001100                                                                  BCARD01P
001200***************************************************************** BCARD01P
001300* Program:     BCARD01P.CBL                                     * BCARD01P
001400* Layer:       Business logic                                   * BCARD01P
001500* Function:    Card network - POS purchase authorization.  The  * BCARD01P
001600*              network interface links here once per purchase   * BCARD01P
001700*              with the CCARDDAT area.  DBANK68P checks the     * BCARD01P
001800*              card and the available funds of the account it   * BCARD01P
001900*              posts to, DBANK61P the customer's daily limit    * BCARD01P
002000*              (channel C), and an approval places a pending-   * BCARD01P
002100*              authorization hold for the amount through        * BCARD01P
002200*              DBANK64P under the approval code handed back.    * BCARD01P
002300*              ZBNKPOS1 releases the hold when the purchase     * BCARD01P
002400*              settles; ZBNKAVL1 expires it if it never does.   * BCARD01P
002500***************************************************************** BCARD01P
002600                                                                  BCARD01P
002700 IDENTIFICATION DIVISION.                                         BCARD01P
002800 PROGRAM-ID.                                                      BCARD01P
002900     BCARD01P.                                                    BCARD01P
003000 DATE-WRITTEN.                                                    BCARD01P
003100     October 2026.                                                BCARD01P
003200 DATE-COMPILED.                                                   BCARD01P
003300     Today.                                                       BCARD01P
003400                                                                  BCARD01P
003500 ENVIRONMENT DIVISION.                                            BCARD01P
003600                                                                  BCARD01P
003700 DATA DIVISION.                                                   BCARD01P
003800 WORKING-STORAGE SECTION.                                         BCARD01P
003900 01  WS-MISC-STORAGE.                                             BCARD01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             BCARD01P
004100       VALUE 'BCARD01P'.                                          BCARD01P
004200   05  WS-AUTH-AMOUNT                        PIC S9(7)V99         BCARD01P
004300       COMP-3.                                                    BCARD01P
004400   05  WS-LIMIT-USED                         PIC X(1).            BCARD01P
004500     88  LIMIT-USED                          VALUE 'Y'.           BCARD01P
004600                                                                  BCARD01P
004700 01  WS-CARD-DATA.                                                BCARD01P
004800 COPY CCARDDAT.                                                   BCARD01P
004900                                                                  BCARD01P
005000 01  WS-CHECK-DATA.                                               BCARD01P
005100 COPY CBANKD68.                                                   BCARD01P
005200                                                                  BCARD01P
005300 01  WS-LIMIT-DATA.                                               BCARD01P
005400 COPY CBANKD61.                                                   BCARD01P
005500                                                                  BCARD01P
005600 01  WS-HOLD-DATA.                                                BCARD01P
005700 COPY CBANKD64.                                                   BCARD01P
005800                                                                  BCARD01P
005900 COPY CTSTAMPD.                                                   BCARD01P
006000                                                                  BCARD01P
006100 COPY CABENDD.                                                    BCARD01P
006200                                                                  BCARD01P
006300 LINKAGE SECTION.                                                 BCARD01P
006400 01  DFHCOMMAREA.                                                 BCARD01P
006500   05  LK-COMMAREA                           PIC X(256).          BCARD01P
006600                                                                  BCARD01P
006700 COPY CENTRY.                                                     BCARD01P
006800***************************************************************** BCARD01P
006900* Move the passed area to our area                              * BCARD01P
007000***************************************************************** BCARD01P
007100     MOVE DFHCOMMAREA (1:LENGTH OF WS-CARD-DATA) TO WS-CARD-DATA. BCARD01P
007200                                                                  BCARD01P
007300***************************************************************** BCARD01P
007400* Ensure the response fields are cleared                        * BCARD01P
007500***************************************************************** BCARD01P
007600     MOVE SPACES TO CARD-RESPONSE-CODE.                           BCARD01P
007700     MOVE SPACES TO CARD-AUTH-CODE.                               BCARD01P
007800     MOVE SPACES TO CARD-RESPONSE-MSG.                            BCARD01P
007900     MOVE 'N' TO WS-LIMIT-USED.                                   BCARD01P
008000                                                                  BCARD01P
008100     IF NOT CARD-REQUEST-AUTHORIZE                                BCARD01P
008200        SET CARD-RESP-SYSTEM-ERROR TO TRUE                        BCARD01P
008300        MOVE 'Bad request code' TO CARD-RESPONSE-MSG              BCARD01P
008400        GO TO COMMON-RETURN                                       BCARD01P
008500     END-IF.                                                      BCARD01P
008600     IF CARD-AMOUNT IS NOT NUMERIC OR                             BCARD01P
008700        CARD-AMOUNT IS EQUAL TO ZERO                              BCARD01P
008800        SET CARD-RESP-INVALID-AMOUNT TO TRUE                      BCARD01P
008900        MOVE 'Invalid purchase amount' TO CARD-RESPONSE-MSG       BCARD01P
009000        GO TO COMMON-RETURN                                       BCARD01P
009100     END-IF.                                                      BCARD01P
009200     MOVE CARD-AMOUNT TO WS-AUTH-AMOUNT.                          BCARD01P
009300                                                                  BCARD01P
009400***************************************************************** BCARD01P
009500* Card status and expiry, the account the purchase will post to * BCARD01P
009600* and its available funds net of every hold already on it       * BCARD01P
009700***************************************************************** BCARD01P
009800     MOVE SPACES TO CD68-DATA.                                    BCARD01P
009900     SET CD68I-CHECK TO TRUE.                                     BCARD01P
010000     MOVE CARD-NUMBER TO CD68I-CARD-NUMBER.                       BCARD01P
010100     MOVE WS-AUTH-AMOUNT TO CD68I-AMOUNT.                         BCARD01P
010200 COPY CBANKX68.                                                   BCARD01P
010300     IF NOT CD68O-APPROVED                                        BCARD01P
010400        MOVE CD68O-RESPONSE TO CARD-RESPONSE-CODE                 BCARD01P
010500        MOVE CD68O-MSG TO CARD-RESPONSE-MSG                       BCARD01P
010600        GO TO COMMON-RETURN                                       BCARD01P
010700     END-IF.                                                      BCARD01P
010800                                                                  BCARD01P
010900***************************************************************** BCARD01P
011000* The daily aggregate limit covers card purchases too.  A       * BCARD01P
011100* decline is already logged for the fraud reviewers by DBANK61P * BCARD01P
011200***************************************************************** BCARD01P
011300     MOVE SPACES TO CD61-DATA.                                    BCARD01P
011400     SET CD61I-CHECK-AND-USE TO TRUE.                             BCARD01P
011500     MOVE CD68O-PID TO CD61I-PID.                                 BCARD01P
011600     MOVE CD68O-ACCNO TO CD61I-ACCNO.                             BCARD01P
011700     MOVE WS-AUTH-AMOUNT TO CD61I-AMOUNT.                         BCARD01P
011800     MOVE 'C' TO CD61I-CHANNEL.                                   BCARD01P
011900     MOVE EIBTRMID TO CD61I-TERM.                                 BCARD01P
012000 COPY CBANKX61.                                                   BCARD01P
012100     IF CD61O-DENIED                                              BCARD01P
012200        SET CARD-RESP-OVER-DAILY-LIMIT TO TRUE                    BCARD01P
012300        MOVE CD61O-MSG TO CARD-RESPONSE-MSG                       BCARD01P
012400        GO TO COMMON-RETURN                                       BCARD01P
012500     END-IF.                                                      BCARD01P
012600     IF CD61O-OK                                                  BCARD01P
012700        MOVE 'Y' TO WS-LIMIT-USED                                 BCARD01P
012800     END-IF.                                                      BCARD01P
012900                                                                  BCARD01P
013000***************************************************************** BCARD01P
013100* Approve - the approval code is the minute, second and         * BCARD01P
013200* hundredth of the authorization, and the hold placed under it  * BCARD01P
013300* takes the amount out of the available funds until the         * BCARD01P
013400* purchase settles                                              * BCARD01P
013500***************************************************************** BCARD01P
013600 COPY CTSTAMPP.                                                   BCARD01P
013700     MOVE WS-TS-TIME-MM TO CARD-AUTH-CODE (1:2).                  BCARD01P
013800     MOVE WS-TS-TIME-SS TO CARD-AUTH-CODE (3:2).                  BCARD01P
013900     MOVE WS-TS-TIME-DDDDDD (1:2) TO CARD-AUTH-CODE (5:2).        BCARD01P
014000     MOVE SPACES TO CD64-DATA.                                    BCARD01P
014100     SET CD64I-PLACE-AUTH TO TRUE.                                BCARD01P
014200     MOVE CD68O-ACCNO TO CD64I-ACCNO.                             BCARD01P
014300     MOVE WS-AUTH-AMOUNT TO CD64I-DEPOSIT-AMOUNT.                 BCARD01P
014400     MOVE CARD-AUTH-CODE TO CD64I-AUTH-CODE.                      BCARD01P
014500 COPY CBANKX64.                                                   BCARD01P
014600     IF NOT CD64O-OK                                              BCARD01P
014700        SET CARD-RESP-SYSTEM-ERROR TO TRUE                        BCARD01P
014800        MOVE CD64O-MSG TO CARD-RESPONSE-MSG                       BCARD01P
014900        MOVE SPACES TO CARD-AUTH-CODE                             BCARD01P
015000*       Nothing was authorized - give the daily limit back        BCARD01P
015100        IF LIMIT-USED                                             BCARD01P
015200           MOVE SPACES TO CD61-DATA                               BCARD01P
015300           SET CD61I-REVERSE-USE TO TRUE                          BCARD01P
015400           MOVE CD68O-PID TO CD61I-PID                            BCARD01P
015500           MOVE WS-AUTH-AMOUNT TO CD61I-AMOUNT                    BCARD01P
015600 COPY CBANKX61.                                                   BCARD01P
015700        END-IF                                                    BCARD01P
015800        GO TO COMMON-RETURN                                       BCARD01P
015900     END-IF.                                                      BCARD01P
016000     SET CARD-RESP-APPROVED TO TRUE.                              BCARD01P
016100     MOVE 'Approved' TO CARD-RESPONSE-MSG.                        BCARD01P
016200                                                                  BCARD01P
016300 COMMON-RETURN.                                                   BCARD01P
016400     MOVE WS-CARD-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CARD-DATA). BCARD01P
016500 COPY CRETURN.                                                    BCARD01P
016600                                                                  BCARD01P
016700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     BCARD01P
016800                                                                  BCARD01P
