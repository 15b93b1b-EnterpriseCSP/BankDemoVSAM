000100***************************************************************** STPPR01P
000200*                                                               * STPPR01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * STPPR01P
000400*   This demonstration program is provided for use by users     * STPPR01P
000500*   of Micro Focus products and may be used, modified and       * STPPR01P
000600*   distributed as part of your application provided that       * STPPR01P
000700*   you properly acknowledge the copyright of Micro Focus       * STPPR01P
000800*   in this material.                                           * STPPR01P
000900*                                                               * STPPR01P
001000***************************************************************** STPPR01P
001100                                                                  STPPR01P
001200                                                                  STPPR01P
001300***************************************************************** STPPR01P
001400* Program:     STPPR01P.CBL (CICS Version)                      * STPPR01P
001500* Layer:       Screen handling                                  * STPPR01P
001600* Function:    Third-party provider registry maintenance in the * STPPR01P
001700*              SBRCH01P mold - Enter reads a provider, PF5 adds * STPPR01P
001800*              or updates the keyed name, registration number,  * STPPR01P
001900*              contact and the scopes (balances, transactions,  * STPPR01P
002000*              payment initiation) it is approved for, PF9      * STPPR01P
002100*              suspends it, all via DBANK88P.                   * STPPR01P
002200***************************************************************** STPPR01P
002300                                                                  STPPR01P
002400 IDENTIFICATION DIVISION.                                         STPPR01P
002500 PROGRAM-ID.                                                      STPPR01P
002600     STPPR01P.                                                    STPPR01P
002700 DATE-WRITTEN.                                                    STPPR01P
002800     October 2026.                                                STPPR01P
002900 DATE-COMPILED.                                                   STPPR01P
003000     Today.                                                       STPPR01P
003100                                                                  STPPR01P
003200 ENVIRONMENT DIVISION.                                            STPPR01P
003300                                                                  STPPR01P
003400 DATA DIVISION.                                                   STPPR01P
003500 WORKING-STORAGE SECTION.                                         STPPR01P
003600 01  WS-MISC-STORAGE.                                             STPPR01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             STPPR01P
003800       VALUE 'STPPR01P'.                                          STPPR01P
003900   05  WS-RESP                               PIC S9(8) COMP.      STPPR01P
004000                                                                  STPPR01P
004100 01  WS-COMMAREA-88.                                              STPPR01P
004200 COPY CBANKD88.                                                   STPPR01P
004300                                                                  STPPR01P
004400 COPY DFHAID.                                                     STPPR01P
004500                                                                  STPPR01P
004600 COPY DFHBMSCA.                                                   STPPR01P
004700                                                                  STPPR01P
004800 LINKAGE SECTION.                                                 STPPR01P
004900 01  DFHCOMMAREA.                                                 STPPR01P
005000   05  LK-SCREEN-STATUS                     PIC X(1).             STPPR01P
005100     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          STPPR01P
005200     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            STPPR01P
005300                                                                  STPPR01P
005400 PROCEDURE DIVISION.                                              STPPR01P
005500***************************************************************** STPPR01P
005600* First time in this pseudo-conversation - send a blank entry   * STPPR01P
005700* screen                                                        * STPPR01P
005800***************************************************************** STPPR01P
005900     IF EIBCALEN IS EQUAL TO 0                                    STPPR01P
006000       MOVE LOW-VALUES TO TPPR01AO                                STPPR01P
006100       MOVE 'Key a provider - Enter=Read PF5=Save PF9=Suspend'    STPPR01P
006200         TO ERRMSGO IN TPPR01AO                                   STPPR01P
006300       EXEC CICS SEND MAP('TPPR01A')                              STPPR01P
006400                  MAPSET('MTPPR01')                               STPPR01P
006500                  ERASE                                           STPPR01P
006600                  FREEKB                                          STPPR01P
006700       END-EXEC                                                   STPPR01P
006800       SET LK-SCREEN-WAS-SENT TO TRUE                             STPPR01P
006900       GO TO COMMON-RETURN                                        STPPR01P
007000     END-IF.                                                      STPPR01P
007100                                                                  STPPR01P
007200     EXEC CICS RECEIVE MAP('TPPR01A')                             STPPR01P
007300                MAPSET('MTPPR01')                                 STPPR01P
007400                RESP(WS-RESP)                                     STPPR01P
007500     END-EXEC.                                                    STPPR01P
007600                                                                  STPPR01P
007700***************************************************************** STPPR01P
007800* PF3 exits, Enter reads, PF5 saves, PF9 suspends               * STPPR01P
007900***************************************************************** STPPR01P
008000     EVALUATE TRUE                                                STPPR01P
008100       WHEN EIBAID IS EQUAL TO DFHPF3                             STPPR01P
008200         EXEC CICS RETURN END-EXEC                                STPPR01P
008300         GOBACK                                                   STPPR01P
008400       WHEN EIBAID IS EQUAL TO DFHPF5                             STPPR01P
008500         PERFORM SAVE-PROVIDER THRU                               STPPR01P
008600                 SAVE-PROVIDER-EXIT                               STPPR01P
008700       WHEN EIBAID IS EQUAL TO DFHPF9                             STPPR01P
008800         PERFORM SUSPEND-PROVIDER THRU                            STPPR01P
008900                 SUSPEND-PROVIDER-EXIT                            STPPR01P
009000       WHEN OTHER                                                 STPPR01P
009100         PERFORM READ-PROVIDER THRU                               STPPR01P
009200                 READ-PROVIDER-EXIT                               STPPR01P
009300     END-EVALUATE.                                                STPPR01P
009400                                                                  STPPR01P
009500 COMMON-RETURN.                                                   STPPR01P
009600     EXEC CICS RETURN TRANSID(EIBTRNID)                           STPPR01P
009700                COMMAREA(DFHCOMMAREA)                             STPPR01P
009800                LENGTH(LENGTH OF DFHCOMMAREA)                     STPPR01P
009900     END-EXEC.                                                    STPPR01P
010000     GOBACK.                                                      STPPR01P
010100                                                                  STPPR01P
010200***************************************************************** STPPR01P
010300* Redisplay the screen unchanged except for the message line    * STPPR01P
010400***************************************************************** STPPR01P
010500 RESEND-SCREEN.                                                   STPPR01P
010600     EXEC CICS SEND MAP('TPPR01A')                                STPPR01P
010700                MAPSET('MTPPR01')                                 STPPR01P
010800                DATAONLY                                          STPPR01P
010900                FREEKB                                            STPPR01P
011000     END-EXEC.                                                    STPPR01P
011100 RESEND-SCREEN-EXIT.                                              STPPR01P
011200     EXIT.                                                        STPPR01P
011300                                                                  STPPR01P
011400***************************************************************** STPPR01P
011500* Show the keyed provider                                       * STPPR01P
011600***************************************************************** STPPR01P
011700 READ-PROVIDER.                                                   STPPR01P
011800     MOVE SPACES TO CD88-DATA.                                    STPPR01P
011900     SET CD88I-READ TO TRUE.                                      STPPR01P
012000     MOVE TPPIDI IN TPPR01AI TO CD88I-TPP-ID.                     STPPR01P
012100 COPY CBANKX88.                                                   STPPR01P
012200     IF NOT CD88O-OK                                              STPPR01P
012300       MOVE CD88O-MSG TO ERRMSGO IN TPPR01AO                      STPPR01P
012400       PERFORM RESEND-SCREEN THRU                                 STPPR01P
012500               RESEND-SCREEN-EXIT                                 STPPR01P
012600       GO TO READ-PROVIDER-EXIT                                   STPPR01P
012700     END-IF.                                                      STPPR01P
012800     MOVE LOW-VALUES TO TPPR01AO.                                 STPPR01P
012900     MOVE CD88I-TPP-ID TO TPPIDO IN TPPR01AO.                     STPPR01P
013000     MOVE CD88O-NAME TO TNAMEO IN TPPR01AO.                       STPPR01P
013100     MOVE CD88O-REG-NO TO TREGNOO IN TPPR01AO.                    STPPR01P
013200     MOVE CD88O-CONTACT TO TCONTO IN TPPR01AO.                    STPPR01P
013300     MOVE CD88O-SCOPE-BAL TO TSBALO IN TPPR01AO.                  STPPR01P
013400     MOVE CD88O-SCOPE-TXN TO TSTXNO IN TPPR01AO.                  STPPR01P
013500     MOVE CD88O-SCOPE-PAY TO TSPAYO IN TPPR01AO.                  STPPR01P
013600     MOVE CD88O-STATUS TO TSTATO IN TPPR01AO.                     STPPR01P
013700     MOVE CD88O-APPROVED-DATE TO TAPPDO IN TPPR01AO.              STPPR01P
013800     MOVE 'Provider shown - PF5=Save PF9=Suspend PF3=Exit'        STPPR01P
013900       TO ERRMSGO IN TPPR01AO.                                    STPPR01P
014000     EXEC CICS SEND MAP('TPPR01A')                                STPPR01P
014100                MAPSET('MTPPR01')                                 STPPR01P
014200                ERASE                                             STPPR01P
014300                FREEKB                                            STPPR01P
014400     END-EXEC.                                                    STPPR01P
014500 READ-PROVIDER-EXIT.                                              STPPR01P
014600     EXIT.                                                        STPPR01P
014700                                                                  STPPR01P
014800***************************************************************** STPPR01P
014900* Add or update the keyed provider                              * STPPR01P
015000***************************************************************** STPPR01P
015100 SAVE-PROVIDER.                                                   STPPR01P
015200     MOVE SPACES TO CD88-DATA.                                    STPPR01P
015300     SET CD88I-WRITE TO TRUE.                                     STPPR01P
015400     MOVE TPPIDI IN TPPR01AI TO CD88I-TPP-ID.                     STPPR01P
015500     MOVE TNAMEI IN TPPR01AI TO CD88I-NAME.                       STPPR01P
015600     MOVE TREGNOI IN TPPR01AI TO CD88I-REG-NO.                    STPPR01P
015700     MOVE TCONTI IN TPPR01AI TO CD88I-CONTACT.                    STPPR01P
015800     MOVE TSBALI IN TPPR01AI TO CD88I-SCOPE-BAL.                  STPPR01P
015900     MOVE TSTXNI IN TPPR01AI TO CD88I-SCOPE-TXN.                  STPPR01P
016000     MOVE TSPAYI IN TPPR01AI TO CD88I-SCOPE-PAY.                  STPPR01P
016100 COPY CBANKX88.                                                   STPPR01P
016200     IF CD88O-OK                                                  STPPR01P
016300       MOVE 'Provider saved and approved' TO ERRMSGO IN TPPR01AO  STPPR01P
016400     ELSE                                                         STPPR01P
016500       MOVE CD88O-MSG TO ERRMSGO IN TPPR01AO                      STPPR01P
016600     END-IF.                                                      STPPR01P
016700     PERFORM RESEND-SCREEN THRU                                   STPPR01P
016800             RESEND-SCREEN-EXIT.                                  STPPR01P
016900 SAVE-PROVIDER-EXIT.                                              STPPR01P
017000     EXIT.                                                        STPPR01P
017100                                                                  STPPR01P
017200***************************************************************** STPPR01P
017300* Suspend the keyed provider - its consents stop verifying      * STPPR01P
017400***************************************************************** STPPR01P
017500 SUSPEND-PROVIDER.                                                STPPR01P
017600     MOVE SPACES TO CD88-DATA.                                    STPPR01P
017700     SET CD88I-SUSPEND TO TRUE.                                   STPPR01P
017800     MOVE TPPIDI IN TPPR01AI TO CD88I-TPP-ID.                     STPPR01P
017900 COPY CBANKX88.                                                   STPPR01P
018000     IF CD88O-OK                                                  STPPR01P
018100       MOVE 'Provider suspended' TO ERRMSGO IN TPPR01AO           STPPR01P
018200     ELSE                                                         STPPR01P
018300       MOVE CD88O-MSG TO ERRMSGO IN TPPR01AO                      STPPR01P
018400     END-IF.                                                      STPPR01P
018500     PERFORM RESEND-SCREEN THRU                                   STPPR01P
018600             RESEND-SCREEN-EXIT.                                  STPPR01P
018700 SUSPEND-PROVIDER-EXIT.                                           STPPR01P
018800     EXIT.                                                        STPPR01P
018900                                                                  STPPR01P
019000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     STPPR01P
