000100***************************************************************** SCONP01P
000200*                                                               * SCONP01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCONP01P
000400*   This demonstration program is provided for use by users     * SCONP01P
000500*   of Micro Focus products and may be used, modified and       * SCONP01P
000600*   distributed as part of your application provided that       * SCONP01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCONP01P
000800*   in this material.                                           * SCONP01P
000900*                                                               * SCONP01P
001000***************************************************************** SCONP01P
001100                                                                  SCONP01P
001200***************************************************************** SCONP01P
001300* Program:     SCONP01P.CBL (CICS Version)                      * SCONP01P
001400* Layer:       Screen handling                                  * SCONP01P
001500* Function:    Staff connected-party declarations - lists the   * SCONP01P
001600*              customers a member of staff has declared as      * SCONP01P
001700*              connected to them, eight to a page, via          * SCONP01P
001800*              DBANK84P.  The user defaults to the signed-on    * SCONP01P
001900*              user; Enter lists, PF5 declares the keyed PID    * SCONP01P
002000*              with its relation and PF6 removes it, PF7/PF8    * SCONP01P
002100*              page.  Removal, and declaring for someone else,  * SCONP01P
002200*              is for an administrator.                         * SCONP01P
002300***************************************************************** SCONP01P
002400                                                                  SCONP01P
002500 IDENTIFICATION DIVISION.                                         SCONP01P
002600 PROGRAM-ID.                                                      SCONP01P
002700     SCONP01P.                                                    SCONP01P
002800 DATE-WRITTEN.                                                    SCONP01P
002900     October 2026.                                                SCONP01P
003000 DATE-COMPILED.                                                   SCONP01P
003100     Today.                                                       SCONP01P
003200                                                                  SCONP01P
003300 ENVIRONMENT DIVISION.                                            SCONP01P
003400                                                                  SCONP01P
003500 DATA DIVISION.                                                   SCONP01P
003600 WORKING-STORAGE SECTION.                                         SCONP01P
003700 01  WS-MISC-STORAGE.                                             SCONP01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             SCONP01P
003900       VALUE 'SCONP01P'.                                          SCONP01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SCONP01P
004100   05  WS-PAGE-EDIT                          PIC ZZ9.             SCONP01P
004200   05  WS-TOTAL-EDIT                         PIC ZZZ9.            SCONP01P
004300   05  WS-ACTION-MSG                         PIC X(60)            SCONP01P
004400       VALUE SPACES.                                              SCONP01P
004500                                                                  SCONP01P
004600 01  WS-COMMAREA-84.                                              SCONP01P
004700 COPY CBANKD84.                                                   SCONP01P
004800                                                                  SCONP01P
004900 COPY DFHAID.                                                     SCONP01P
005000                                                                  SCONP01P
005100 COPY DFHBMSCA.                                                   SCONP01P
005200                                                                  SCONP01P
005300 COPY CABENDD.                                                    SCONP01P
005400                                                                  SCONP01P
005500 LINKAGE SECTION.                                                 SCONP01P
005600 01  DFHCOMMAREA.                                                 SCONP01P
005700   05  LK-SCREEN-STATUS                     PIC X(1).             SCONP01P
005800     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SCONP01P
005900     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SCONP01P
006000   05  LK-USERID                            PIC X(8).             SCONP01P
006100   05  LK-PAGE                              PIC 9(3).             SCONP01P
006200   05  LK-MORE                              PIC X(1).             SCONP01P
006300     88  LK-MORE-YES                        VALUE 'Y'.            SCONP01P
006400                                                                  SCONP01P
006500 PROCEDURE DIVISION.                                              SCONP01P
006600***************************************************************** SCONP01P
006700* First time in - list the signed-on user's own declarations    * SCONP01P
006800***************************************************************** SCONP01P
006900     IF EIBCALEN IS EQUAL TO 0                                    SCONP01P
007000       MOVE EIBOPID TO LK-USERID                                  SCONP01P
007100       MOVE 1 TO LK-PAGE                                          SCONP01P
007200       PERFORM LIST-AND-SEND THRU                                 SCONP01P
007300               LIST-AND-SEND-EXIT                                 SCONP01P
007400       GO TO COMMON-RETURN                                        SCONP01P
007500     END-IF.                                                      SCONP01P
007600                                                                  SCONP01P
007700     EXEC CICS RECEIVE MAP('CONP01A')                             SCONP01P
007800                MAPSET('MCONP01')                                 SCONP01P
007900                RESP(WS-RESP)                                     SCONP01P
008000     END-EXEC.                                                    SCONP01P
008100                                                                  SCONP01P
008200***************************************************************** SCONP01P
008300* A different user keyed starts again at the first page         * SCONP01P
008400***************************************************************** SCONP01P
008500     IF USERIDI IN CONP01AI IS EQUAL TO SPACES OR                 SCONP01P
008600        USERIDI IN CONP01AI IS EQUAL TO LOW-VALUES                SCONP01P
008700       MOVE EIBOPID TO USERIDI IN CONP01AI                        SCONP01P
008800     END-IF.                                                      SCONP01P
008900     IF USERIDI IN CONP01AI IS NOT EQUAL TO LK-USERID             SCONP01P
009000       MOVE USERIDI IN CONP01AI TO LK-USERID                      SCONP01P
009100       MOVE 1 TO LK-PAGE                                          SCONP01P
009200     END-IF.                                                      SCONP01P
009300                                                                  SCONP01P
009400***************************************************************** SCONP01P
009500* PF3 exits, PF5 declares and PF6 removes the keyed PID,        * SCONP01P
009600* PF7/PF8 page, anything else refreshes the list                * SCONP01P
009700***************************************************************** SCONP01P
009800     EVALUATE TRUE                                                SCONP01P
009900       WHEN EIBAID IS EQUAL TO DFHPF3                             SCONP01P
010000         EXEC CICS RETURN END-EXEC                                SCONP01P
010100         GOBACK                                                   SCONP01P
010200       WHEN EIBAID IS EQUAL TO DFHPF5                             SCONP01P
010300         PERFORM DECLARE-PARTY THRU                               SCONP01P
010400                 DECLARE-PARTY-EXIT                               SCONP01P
010500       WHEN EIBAID IS EQUAL TO DFHPF6                             SCONP01P
010600         PERFORM REMOVE-PARTY THRU                                SCONP01P
010700                 REMOVE-PARTY-EXIT                                SCONP01P
010800       WHEN EIBAID IS EQUAL TO DFHPF7                             SCONP01P
010900         IF LK-PAGE IS NOT GREATER THAN 1                         SCONP01P
011000           MOVE 'Already at first page. Cannot page back.'        SCONP01P
011100             TO ERRMSGO IN CONP01AO                               SCONP01P
011200           PERFORM RESEND-SCREEN THRU                             SCONP01P
011300                   RESEND-SCREEN-EXIT                             SCONP01P
011400         ELSE                                                     SCONP01P
011500           SUBTRACT 1 FROM LK-PAGE                                SCONP01P
011600           PERFORM LIST-AND-SEND THRU                             SCONP01P
011700                   LIST-AND-SEND-EXIT                             SCONP01P
011800         END-IF                                                   SCONP01P
011900       WHEN EIBAID IS EQUAL TO DFHPF8                             SCONP01P
012000         IF NOT LK-MORE-YES                                       SCONP01P
012100           MOVE 'Already at last page. Cannot page forward.'      SCONP01P
012200             TO ERRMSGO IN CONP01AO                               SCONP01P
012300           PERFORM RESEND-SCREEN THRU                             SCONP01P
012400                   RESEND-SCREEN-EXIT                             SCONP01P
012500         ELSE                                                     SCONP01P
012600           ADD 1 TO LK-PAGE                                       SCONP01P
012700           PERFORM LIST-AND-SEND THRU                             SCONP01P
012800                   LIST-AND-SEND-EXIT                             SCONP01P
012900         END-IF                                                   SCONP01P
013000       WHEN OTHER                                                 SCONP01P
013100         PERFORM LIST-AND-SEND THRU                               SCONP01P
013200                 LIST-AND-SEND-EXIT                               SCONP01P
013300     END-EVALUATE.                                                SCONP01P
013400                                                                  SCONP01P
013500 COMMON-RETURN.                                                   SCONP01P
013600     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCONP01P
013700                COMMAREA(DFHCOMMAREA)                             SCONP01P
013800                LENGTH(LENGTH OF DFHCOMMAREA)                     SCONP01P
013900     END-EXEC.                                                    SCONP01P
014000     GOBACK.                                                      SCONP01P
014100                                                                  SCONP01P
014200***************************************************************** SCONP01P
014300* Redisplay the screen unchanged except for the message line    * SCONP01P
014400***************************************************************** SCONP01P
014500 RESEND-SCREEN.                                                   SCONP01P
014600     EXEC CICS SEND MAP('CONP01A')                                SCONP01P
014700                MAPSET('MCONP01')                                 SCONP01P
014800                DATAONLY                                          SCONP01P
014900                FREEKB                                            SCONP01P
015000     END-EXEC.                                                    SCONP01P
015100 RESEND-SCREEN-EXIT.                                              SCONP01P
015200     EXIT.                                                        SCONP01P
015300                                                                  SCONP01P
015400***************************************************************** SCONP01P
015500* Declare the keyed PID with its relation                       * SCONP01P
015600***************************************************************** SCONP01P
015700 DECLARE-PARTY.                                                   SCONP01P
015800     MOVE SPACES TO CD84-DATA.                                    SCONP01P
015900     SET CD84I-DECLARE TO TRUE.                                   SCONP01P
016000     MOVE LK-USERID TO CD84I-USERID.                              SCONP01P
016100     MOVE EIBOPID TO CD84I-CALLER.                                SCONP01P
016200     MOVE PIDI IN CONP01AI TO CD84I-PID.                          SCONP01P
016300     MOVE RELI IN CONP01AI TO CD84I-RELATION.                     SCONP01P
016400 COPY CBANKX84.                                                   SCONP01P
016500     IF NOT CD84O-OK                                              SCONP01P
016600       MOVE CD84O-MSG TO ERRMSGO IN CONP01AO                      SCONP01P
016700       PERFORM RESEND-SCREEN THRU                                 SCONP01P
016800               RESEND-SCREEN-EXIT                                 SCONP01P
016900       GO TO DECLARE-PARTY-EXIT                                   SCONP01P
017000     END-IF.                                                      SCONP01P
017100     MOVE CD84O-MSG TO WS-ACTION-MSG.                             SCONP01P
017200     PERFORM LIST-AND-SEND THRU                                   SCONP01P
017300             LIST-AND-SEND-EXIT.                                  SCONP01P
017400 DECLARE-PARTY-EXIT.                                              SCONP01P
017500     EXIT.                                                        SCONP01P
017600                                                                  SCONP01P
017700***************************************************************** SCONP01P
017800* Remove the keyed PID's declaration                            * SCONP01P
017900***************************************************************** SCONP01P
018000 REMOVE-PARTY.                                                    SCONP01P
018100     MOVE SPACES TO CD84-DATA.                                    SCONP01P
018200     SET CD84I-REMOVE TO TRUE.                                    SCONP01P
018300     MOVE LK-USERID TO CD84I-USERID.                              SCONP01P
018400     MOVE EIBOPID TO CD84I-CALLER.                                SCONP01P
018500     MOVE PIDI IN CONP01AI TO CD84I-PID.                          SCONP01P
018600 COPY CBANKX84.                                                   SCONP01P
018700     IF NOT CD84O-OK                                              SCONP01P
018800       MOVE CD84O-MSG TO ERRMSGO IN CONP01AO                      SCONP01P
018900       PERFORM RESEND-SCREEN THRU                                 SCONP01P
019000               RESEND-SCREEN-EXIT                                 SCONP01P
019100       GO TO REMOVE-PARTY-EXIT                                    SCONP01P
019200     END-IF.                                                      SCONP01P
019300     MOVE CD84O-MSG TO WS-ACTION-MSG.                             SCONP01P
019400     PERFORM LIST-AND-SEND THRU                                   SCONP01P
019500             LIST-AND-SEND-EXIT.                                  SCONP01P
019600 REMOVE-PARTY-EXIT.                                               SCONP01P
019700     EXIT.                                                        SCONP01P
019800                                                                  SCONP01P
019900***************************************************************** SCONP01P
020000* Build the requested page of the user's declarations and send  * SCONP01P
020100* it.  A change just made is reported in place of the prompt.   * SCONP01P
020200***************************************************************** SCONP01P
020300 LIST-AND-SEND.                                                   SCONP01P
020400     MOVE SPACES TO CD84-DATA.                                    SCONP01P
020500     SET CD84I-LIST TO TRUE.                                      SCONP01P
020600     MOVE LK-USERID TO CD84I-USERID.                              SCONP01P
020700     MOVE EIBOPID TO CD84I-CALLER.                                SCONP01P
020800     MOVE LK-PAGE TO CD84I-PAGE.                                  SCONP01P
020900 COPY CBANKX84.                                                   SCONP01P
021000     MOVE LOW-VALUES TO CONP01AO.                                 SCONP01P
021100     IF CD84O-PAGE IS GREATER THAN ZERO                           SCONP01P
021200       MOVE CD84O-PAGE TO LK-PAGE                                 SCONP01P
021300     END-IF.                                                      SCONP01P
021400     MOVE CD84O-MORE TO LK-MORE.                                  SCONP01P
021500     MOVE LK-USERID TO USERIDO IN CONP01AO.                       SCONP01P
021600     MOVE CD84O-STAFF-NAME TO STFNAMO IN CONP01AO.                SCONP01P
021700     MOVE CD84O-OWN-PID TO OWNPIDO IN CONP01AO.                   SCONP01P
021800     MOVE CD84O-ENTRY-PID (1) TO LIST1PIO IN CONP01AO.            SCONP01P
021900     MOVE CD84O-ENTRY-NAME (1) TO LIST1NMO IN CONP01AO.           SCONP01P
022000     MOVE CD84O-ENTRY-RELATION (1) TO LIST1RLO IN CONP01AO.       SCONP01P
022100     MOVE CD84O-ENTRY-STATUS (1) TO LIST1STO IN CONP01AO.         SCONP01P
022200     MOVE CD84O-ENTRY-DECL-DTE (1) TO LIST1DTO IN CONP01AO.       SCONP01P
022300     MOVE CD84O-ENTRY-DECL-BY (1) TO LIST1BYO IN CONP01AO.        SCONP01P
022400     MOVE CD84O-ENTRY-PID (2) TO LIST2PIO IN CONP01AO.            SCONP01P
022500     MOVE CD84O-ENTRY-NAME (2) TO LIST2NMO IN CONP01AO.           SCONP01P
022600     MOVE CD84O-ENTRY-RELATION (2) TO LIST2RLO IN CONP01AO.       SCONP01P
022700     MOVE CD84O-ENTRY-STATUS (2) TO LIST2STO IN CONP01AO.         SCONP01P
022800     MOVE CD84O-ENTRY-DECL-DTE (2) TO LIST2DTO IN CONP01AO.       SCONP01P
022900     MOVE CD84O-ENTRY-DECL-BY (2) TO LIST2BYO IN CONP01AO.        SCONP01P
023000     MOVE CD84O-ENTRY-PID (3) TO LIST3PIO IN CONP01AO.            SCONP01P
023100     MOVE CD84O-ENTRY-NAME (3) TO LIST3NMO IN CONP01AO.           SCONP01P
023200     MOVE CD84O-ENTRY-RELATION (3) TO LIST3RLO IN CONP01AO.       SCONP01P
023300     MOVE CD84O-ENTRY-STATUS (3) TO LIST3STO IN CONP01AO.         SCONP01P
023400     MOVE CD84O-ENTRY-DECL-DTE (3) TO LIST3DTO IN CONP01AO.       SCONP01P
023500     MOVE CD84O-ENTRY-DECL-BY (3) TO LIST3BYO IN CONP01AO.        SCONP01P
023600     MOVE CD84O-ENTRY-PID (4) TO LIST4PIO IN CONP01AO.            SCONP01P
023700     MOVE CD84O-ENTRY-NAME (4) TO LIST4NMO IN CONP01AO.           SCONP01P
023800     MOVE CD84O-ENTRY-RELATION (4) TO LIST4RLO IN CONP01AO.       SCONP01P
023900     MOVE CD84O-ENTRY-STATUS (4) TO LIST4STO IN CONP01AO.         SCONP01P
024000     MOVE CD84O-ENTRY-DECL-DTE (4) TO LIST4DTO IN CONP01AO.       SCONP01P
024100     MOVE CD84O-ENTRY-DECL-BY (4) TO LIST4BYO IN CONP01AO.        SCONP01P
024200     MOVE CD84O-ENTRY-PID (5) TO LIST5PIO IN CONP01AO.            SCONP01P
024300     MOVE CD84O-ENTRY-NAME (5) TO LIST5NMO IN CONP01AO.           SCONP01P
024400     MOVE CD84O-ENTRY-RELATION (5) TO LIST5RLO IN CONP01AO.       SCONP01P
024500     MOVE CD84O-ENTRY-STATUS (5) TO LIST5STO IN CONP01AO.         SCONP01P
024600     MOVE CD84O-ENTRY-DECL-DTE (5) TO LIST5DTO IN CONP01AO.       SCONP01P
024700     MOVE CD84O-ENTRY-DECL-BY (5) TO LIST5BYO IN CONP01AO.        SCONP01P
024800     MOVE CD84O-ENTRY-PID (6) TO LIST6PIO IN CONP01AO.            SCONP01P
024900     MOVE CD84O-ENTRY-NAME (6) TO LIST6NMO IN CONP01AO.           SCONP01P
025000     MOVE CD84O-ENTRY-RELATION (6) TO LIST6RLO IN CONP01AO.       SCONP01P
025100     MOVE CD84O-ENTRY-STATUS (6) TO LIST6STO IN CONP01AO.         SCONP01P
025200     MOVE CD84O-ENTRY-DECL-DTE (6) TO LIST6DTO IN CONP01AO.       SCONP01P
025300     MOVE CD84O-ENTRY-DECL-BY (6) TO LIST6BYO IN CONP01AO.        SCONP01P
025400     MOVE CD84O-ENTRY-PID (7) TO LIST7PIO IN CONP01AO.            SCONP01P
025500     MOVE CD84O-ENTRY-NAME (7) TO LIST7NMO IN CONP01AO.           SCONP01P
025600     MOVE CD84O-ENTRY-RELATION (7) TO LIST7RLO IN CONP01AO.       SCONP01P
025700     MOVE CD84O-ENTRY-STATUS (7) TO LIST7STO IN CONP01AO.         SCONP01P
025800     MOVE CD84O-ENTRY-DECL-DTE (7) TO LIST7DTO IN CONP01AO.       SCONP01P
025900     MOVE CD84O-ENTRY-DECL-BY (7) TO LIST7BYO IN CONP01AO.        SCONP01P
026000     MOVE CD84O-ENTRY-PID (8) TO LIST8PIO IN CONP01AO.            SCONP01P
026100     MOVE CD84O-ENTRY-NAME (8) TO LIST8NMO IN CONP01AO.           SCONP01P
026200     MOVE CD84O-ENTRY-RELATION (8) TO LIST8RLO IN CONP01AO.       SCONP01P
026300     MOVE CD84O-ENTRY-STATUS (8) TO LIST8STO IN CONP01AO.         SCONP01P
026400     MOVE CD84O-ENTRY-DECL-DTE (8) TO LIST8DTO IN CONP01AO.       SCONP01P
026500     MOVE CD84O-ENTRY-DECL-BY (8) TO LIST8BYO IN CONP01AO.        SCONP01P
026600     MOVE CD84O-PAGE TO WS-PAGE-EDIT.                             SCONP01P
026700     MOVE WS-PAGE-EDIT TO PAGEO IN CONP01AO.                      SCONP01P
026800     MOVE CD84O-TOTAL TO WS-TOTAL-EDIT.                           SCONP01P
026900     MOVE WS-TOTAL-EDIT TO TOTALO IN CONP01AO.                    SCONP01P
027000     IF WS-ACTION-MSG IS NOT EQUAL TO SPACES                      SCONP01P
027100       MOVE WS-ACTION-MSG TO ERRMSGO IN CONP01AO                  SCONP01P
027200     ELSE                                                         SCONP01P
027300       IF NOT CD84O-OK                                            SCONP01P
027400         MOVE CD84O-MSG TO ERRMSGO IN CONP01AO                    SCONP01P
027500       ELSE                                                       SCONP01P
027600         MOVE 'Key PID and relation - PF5=Declare PF6=Remove'     SCONP01P
027700           TO ERRMSGO IN CONP01AO                                 SCONP01P
027800       END-IF                                                     SCONP01P
027900     END-IF.                                                      SCONP01P
028000     SET LK-SCREEN-WAS-SENT TO TRUE.                              SCONP01P
028100     EXEC CICS SEND MAP('CONP01A')                                SCONP01P
028200                MAPSET('MCONP01')                                 SCONP01P
028300                ERASE                                             SCONP01P
028400                FREEKB                                            SCONP01P
028500     END-EXEC.                                                    SCONP01P
028600 LIST-AND-SEND-EXIT.                                              SCONP01P
028700     EXIT.                                                        SCONP01P
028800                                                                  SCONP01P
028900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCONP01P
