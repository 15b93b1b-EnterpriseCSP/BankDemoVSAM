000100***************************************************************** SVALT01P
000200*                                                               * SVALT01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SVALT01P
000400*   This demonstration program is provided for use by users     * SVALT01P
000500*   of Micro Focus products and may be used, modified and       * SVALT01P
000600*   distributed as part of your application provided that       * SVALT01P
000700*   you properly acknowledge the copyright of Micro Focus       * SVALT01P
000800*   in this material.                                           * SVALT01P
000900*                                                               * SVALT01P
001000***************************************************************** SVALT01P
001100                                                                  SVALT01P
001200***************************************************************** SVALT01P
001300* Program:     SVALT01P.CBL (CICS Version)                      * SVALT01P
001400* Layer:       Screen handling                                  * SVALT01P
001500* Function:    Branch vault custodian's screen (files BNKVLTP   * SVALT01P
001600*              and BNKVLTM via DBANKVTP).  Enter shows the      * SVALT01P
001700*              keyed branch's vault holding by denomination -   * SVALT01P
001800*              the position at the last daily close, cash in    * SVALT01P
001900*              and out since and the balance now.  PF5 records  * SVALT01P
002000*              the keyed movement: B drawer buy or S drawer     * SVALT01P
002100*              sell against a teller's userid, L ATM load or U  * SVALT01P
002200*              unload against a terminal id, R cash-centre      * SVALT01P
002300*              delivery received or X shipment returned against * SVALT01P
002400*              the consignment reference.                       * SVALT01P
002500***************************************************************** SVALT01P
002600                                                                  SVALT01P
002700 IDENTIFICATION DIVISION.                                         SVALT01P
002800 PROGRAM-ID.                                                      SVALT01P
002900     SVALT01P.                                                    SVALT01P
003000 DATE-WRITTEN.                                                    SVALT01P
003100     October 2026.                                                SVALT01P
003200 DATE-COMPILED.                                                   SVALT01P
003300     Today.                                                       SVALT01P
003400                                                                  SVALT01P
003500 ENVIRONMENT DIVISION.                                            SVALT01P
003600                                                                  SVALT01P
003700 DATA DIVISION.                                                   SVALT01P
003800 WORKING-STORAGE SECTION.                                         SVALT01P
003900 01  WS-MISC-STORAGE.                                             SVALT01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SVALT01P
004100       VALUE 'SVALT01P'.                                          SVALT01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SVALT01P
004300   05  WS-SUB                                PIC S9(4) COMP.      SVALT01P
004400   05  WS-EDIT-TOTAL                         PIC ZZZ,ZZZ,ZZ9.99-. SVALT01P
004500   05  WS-AMOUNT-IN                          PIC X(9).            SVALT01P
004600   05  WS-AMOUNT-IN-N REDEFINES WS-AMOUNT-IN PIC 9(7)V99.         SVALT01P
004700                                                                  SVALT01P
004800 01  WS-LIST-LINE.                                                SVALT01P
004900   05  WS-LIST-DENOM                         PIC X(8).            SVALT01P
005000   05  WS-LIST-OPEN                          PIC ZZZ,ZZZ,ZZ9.99-. SVALT01P
005100   05  FILLER                                PIC X(1).            SVALT01P
005200   05  WS-LIST-IN                            PIC ZZZ,ZZZ,ZZ9.99-. SVALT01P
005300   05  FILLER                                PIC X(1).            SVALT01P
005400   05  WS-LIST-OUT                           PIC ZZZ,ZZZ,ZZ9.99-. SVALT01P
005500   05  FILLER                                PIC X(1).            SVALT01P
005600   05  WS-LIST-BALANCE                       PIC ZZZ,ZZZ,ZZ9.99-. SVALT01P
005700                                                                  SVALT01P
005800 01  WS-COMMAREA.                                                 SVALT01P
005900 COPY CBANKDVT.                                                   SVALT01P
006000                                                                  SVALT01P
006100 COPY DFHAID.                                                     SVALT01P
006200                                                                  SVALT01P
006300 COPY DFHBMSCA.                                                   SVALT01P
006400                                                                  SVALT01P
006500 COPY CABENDD.                                                    SVALT01P
006600                                                                  SVALT01P
006700 LINKAGE SECTION.                                                 SVALT01P
006800 01  DFHCOMMAREA.                                                 SVALT01P
006900   05  LK-SCREEN-STATUS                      PIC X(1).            SVALT01P
007000     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SVALT01P
007100     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SVALT01P
007200                                                                  SVALT01P
007300 PROCEDURE DIVISION.                                              SVALT01P
007400***************************************************************** SVALT01P
007500* First time in this pseudo-conversation - send a blank entry   * SVALT01P
007600* screen                                                        * SVALT01P
007700***************************************************************** SVALT01P
007800     IF EIBCALEN IS EQUAL TO 0                                    SVALT01P
007900       MOVE LOW-VALUES TO VALT01AO                                SVALT01P
008000       MOVE 'Enter=Show PF5=Record movement PF3=Exit'             SVALT01P
008100         TO ERRMSGO IN VALT01AO                                   SVALT01P
008200       EXEC CICS SEND MAP('VALT01A')                              SVALT01P
008300                  MAPSET('MVALT01')                               SVALT01P
008400                  ERASE                                           SVALT01P
008500                  FREEKB                                          SVALT01P
008600       END-EXEC                                                   SVALT01P
008700       SET LK-SCREEN-WAS-SENT TO TRUE                             SVALT01P
008800       GO TO COMMON-RETURN                                        SVALT01P
008900     END-IF.                                                      SVALT01P
009000                                                                  SVALT01P
009100     EXEC CICS RECEIVE MAP('VALT01A')                             SVALT01P
009200                MAPSET('MVALT01')                                 SVALT01P
009300                RESP(WS-RESP)                                     SVALT01P
009400     END-EXEC.                                                    SVALT01P
009500                                                                  SVALT01P
009600     EVALUATE TRUE                                                SVALT01P
009700       WHEN EIBAID IS EQUAL TO DFHPF3                             SVALT01P
009800         EXEC CICS RETURN END-EXEC                                SVALT01P
009900         GOBACK                                                   SVALT01P
010000       WHEN EIBAID IS EQUAL TO DFHPF5                             SVALT01P
010100         PERFORM RECORD-MOVEMENT THRU                             SVALT01P
010200                 RECORD-MOVEMENT-EXIT                             SVALT01P
010300       WHEN OTHER                                                 SVALT01P
010400         MOVE SPACES TO CDVT-DATA                                 SVALT01P
010500         SET CDVTI-READ TO TRUE                                   SVALT01P
010600         MOVE BRANCHI IN VALT01AI TO CDVTI-BRANCH                 SVALT01P
010700         PERFORM CALL-AND-SEND THRU                               SVALT01P
010800                 CALL-AND-SEND-EXIT                               SVALT01P
010900     END-EVALUATE.                                                SVALT01P
011000                                                                  SVALT01P
011100 COMMON-RETURN.                                                   SVALT01P
011200     EXEC CICS RETURN TRANSID(EIBTRNID)                           SVALT01P
011300                COMMAREA(DFHCOMMAREA)                             SVALT01P
011400                LENGTH(LENGTH OF DFHCOMMAREA)                     SVALT01P
011500     END-EXEC.                                                    SVALT01P
011600     GOBACK.                                                      SVALT01P
011700                                                                  SVALT01P
011800***************************************************************** SVALT01P
011900* PF5 - record the keyed movement.  The amount is keyed as      * SVALT01P
012000* whole digits with the cents last.                             * SVALT01P
012100***************************************************************** SVALT01P
012200 RECORD-MOVEMENT.                                                 SVALT01P
012300     MOVE SPACES TO CDVT-DATA.                                    SVALT01P
012400     SET CDVTI-POST TO TRUE.                                      SVALT01P
012500     MOVE BRANCHI IN VALT01AI TO CDVTI-BRANCH.                    SVALT01P
012600     MOVE TYPEI IN VALT01AI TO CDVTI-TYPE.                        SVALT01P
012700     MOVE DENOMI IN VALT01AI TO CDVTI-DENOM.                      SVALT01P
012800     MOVE REFI IN VALT01AI TO CDVTI-REFERENCE.                    SVALT01P
012900     MOVE AMOUNTI IN VALT01AI TO WS-AMOUNT-IN.                    SVALT01P
013000     IF WS-AMOUNT-IN IS NOT NUMERIC                               SVALT01P
013100       MOVE 'Key the amount (9 digits, no point)'                 SVALT01P
013200         TO ERRMSGO IN VALT01AO                                   SVALT01P
013300       PERFORM RESEND-SCREEN THRU                                 SVALT01P
013400               RESEND-SCREEN-EXIT                                 SVALT01P
013500       GO TO RECORD-MOVEMENT-EXIT                                 SVALT01P
013600     END-IF.                                                      SVALT01P
013700     MOVE WS-AMOUNT-IN-N TO CDVTI-AMOUNT.                         SVALT01P
013800     PERFORM CALL-AND-SEND THRU                                   SVALT01P
013900             CALL-AND-SEND-EXIT.                                  SVALT01P
014000 RECORD-MOVEMENT-EXIT.                                            SVALT01P
014100     EXIT.                                                        SVALT01P
014200                                                                  SVALT01P
014300***************************************************************** SVALT01P
014400* Redisplay the screen unchanged except for the message line    * SVALT01P
014500***************************************************************** SVALT01P
014600 RESEND-SCREEN.                                                   SVALT01P
014700     EXEC CICS SEND MAP('VALT01A')                                SVALT01P
014800                MAPSET('MVALT01')                                 SVALT01P
014900                DATAONLY                                          SVALT01P
015000                FREEKB                                            SVALT01P
015100     END-EXEC.                                                    SVALT01P
015200 RESEND-SCREEN-EXIT.                                              SVALT01P
015300     EXIT.                                                        SVALT01P
015400                                                                  SVALT01P
015500***************************************************************** SVALT01P
015600* Pass the request set up in CDVT-DATA to DBANKVTP and show the * SVALT01P
015700* branch's vault position as it now stands.  A movement that    * SVALT01P
015800* was refused is left on the screen to be corrected.            * SVALT01P
015900***************************************************************** SVALT01P
016000 CALL-AND-SEND.                                                   SVALT01P
016100 COPY CBANKXVT.                                                   SVALT01P
016200     IF CDVTI-POST AND                                            SVALT01P
016300        NOT CDVTO-OK                                              SVALT01P
016400       MOVE CDVTO-MSG TO ERRMSGO IN VALT01AO                      SVALT01P
016500       PERFORM RESEND-SCREEN THRU                                 SVALT01P
016600               RESEND-SCREEN-EXIT                                 SVALT01P
016700       GO TO CALL-AND-SEND-EXIT                                   SVALT01P
016800     END-IF.                                                      SVALT01P
016900     MOVE LOW-VALUES TO VALT01AO.                                 SVALT01P
017000     MOVE CDVTI-BRANCH TO BRANCHO IN VALT01AO.                    SVALT01P
017100     IF NOT CDVTO-OK                                              SVALT01P
017200       MOVE CDVTO-MSG TO ERRMSGO IN VALT01AO                      SVALT01P
017300       GO TO CALL-AND-SEND-SEND                                   SVALT01P
017400     END-IF.                                                      SVALT01P
017500     MOVE CDVTO-BRANCH-NAME TO BRNAMEO IN VALT01AO.               SVALT01P
017600     MOVE CDVTO-LAST-CLOSE TO CLOSEO IN VALT01AO.                 SVALT01P
017700     MOVE 1 TO WS-SUB.                                            SVALT01P
017800 CALL-AND-SEND-LOOP.                                              SVALT01P
017900     IF WS-SUB IS GREATER THAN 7                                  SVALT01P
018000       GO TO CALL-AND-SEND-TOTAL                                  SVALT01P
018100     END-IF.                                                      SVALT01P
018200     MOVE SPACES TO WS-LIST-LINE.                                 SVALT01P
018300     MOVE CDVTO-DENOM (WS-SUB) TO WS-LIST-DENOM.                  SVALT01P
018400     MOVE CDVTO-OPEN-BAL (WS-SUB) TO WS-LIST-OPEN.                SVALT01P
018500     MOVE CDVTO-IN (WS-SUB) TO WS-LIST-IN.                        SVALT01P
018600     MOVE CDVTO-OUT (WS-SUB) TO WS-LIST-OUT.                      SVALT01P
018700     MOVE CDVTO-BALANCE (WS-SUB) TO WS-LIST-BALANCE.              SVALT01P
018800     PERFORM PUT-LINE THRU                                        SVALT01P
018900             PUT-LINE-EXIT.                                       SVALT01P
019000     ADD 1 TO WS-SUB.                                             SVALT01P
019100     GO TO CALL-AND-SEND-LOOP.                                    SVALT01P
019200 CALL-AND-SEND-TOTAL.                                             SVALT01P
019300     MOVE CDVTO-TOTAL TO WS-EDIT-TOTAL.                           SVALT01P
019400     MOVE WS-EDIT-TOTAL TO TOTALO IN VALT01AO.                    SVALT01P
019500     IF CDVTO-MSG IS NOT EQUAL TO SPACES                          SVALT01P
019600       MOVE CDVTO-MSG TO ERRMSGO IN VALT01AO                      SVALT01P
019700     ELSE                                                         SVALT01P
019800       MOVE 'PF5=Record movement PF3=Exit'                        SVALT01P
019900         TO ERRMSGO IN VALT01AO                                   SVALT01P
020000     END-IF.                                                      SVALT01P
020100 CALL-AND-SEND-SEND.                                              SVALT01P
020200     EXEC CICS SEND MAP('VALT01A')                                SVALT01P
020300                MAPSET('MVALT01')                                 SVALT01P
020400                ERASE                                             SVALT01P
020500                FREEKB                                            SVALT01P
020600     END-EXEC.                                                    SVALT01P
020700 CALL-AND-SEND-EXIT.                                              SVALT01P
020800     EXIT.                                                        SVALT01P
020900                                                                  SVALT01P
021000***************************************************************** SVALT01P
021100* Move the formatted line to screen line WS-SUB                 * SVALT01P
021200***************************************************************** SVALT01P
021300 PUT-LINE.                                                        SVALT01P
021400     EVALUATE WS-SUB                                              SVALT01P
021500       WHEN 1                                                     SVALT01P
021600         MOVE WS-LIST-LINE TO LIST1TXO IN VALT01AO                SVALT01P
021700       WHEN 2                                                     SVALT01P
021800         MOVE WS-LIST-LINE TO LIST2TXO IN VALT01AO                SVALT01P
021900       WHEN 3                                                     SVALT01P
022000         MOVE WS-LIST-LINE TO LIST3TXO IN VALT01AO                SVALT01P
022100       WHEN 4                                                     SVALT01P
022200         MOVE WS-LIST-LINE TO LIST4TXO IN VALT01AO                SVALT01P
022300       WHEN 5                                                     SVALT01P
022400         MOVE WS-LIST-LINE TO LIST5TXO IN VALT01AO                SVALT01P
022500       WHEN 6                                                     SVALT01P
022600         MOVE WS-LIST-LINE TO LIST6TXO IN VALT01AO                SVALT01P
022700       WHEN 7                                                     SVALT01P
022800         MOVE WS-LIST-LINE TO LIST7TXO IN VALT01AO                SVALT01P
022900     END-EVALUATE.                                                SVALT01P
023000 PUT-LINE-EXIT.                                                   SVALT01P
023100     EXIT.                                                        SVALT01P
023200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SVALT01P
