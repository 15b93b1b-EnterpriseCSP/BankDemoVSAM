000100***************************************************************** SRCRT01P
000200*                                                               * SRCRT01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SRCRT01P
000400*   This demonstration program is provided for use by users     * SRCRT01P
000500*   of Micro Focus products and may be used, modified and       * SRCRT01P
000600*   distributed as part of your application provided that       * SRCRT01P
000700*   you properly acknowledge the copyright of Micro Focus       * SRCRT01P
000800*   in this material.                                           * SRCRT01P
000900*                                                               * SRCRT01P
001000***************************************************************** SRCRT01P
001100                                                                  SRCRT01P
001200                                                                  SRCRT01P
001300***************************************************************** SRCRT01P
001400* Program:     SRCRT01P.CBL (CICS Version)                      * SRCRT01P
001500* Layer:       Screen handling                                  * SRCRT01P
001600* Function:    Staff access recertification - lists the users   * SRCRT01P
001700*              of the current quarterly cycle the signed-on     * SRCRT01P
001800*              manager must review, with role, branch, last     * SRCRT01P
001900*              sign-on and decision, eight to a page, via       * SRCRT01P
002000*              DBANK83P.  Keying a line number and PF5          * SRCRT01P
002100*              confirms that user's access, PF6 revokes it and  * SRCRT01P
002200*              deactivates the user.  Anything not decided by   * SRCRT01P
002300*              the deadline is deactivated when ZBNKRCT2        * SRCRT01P
002400*              closes the cycle.                                * SRCRT01P
002500***************************************************************** SRCRT01P
002600                                                                  SRCRT01P
002700 IDENTIFICATION DIVISION.                                         SRCRT01P
002800 PROGRAM-ID.                                                      SRCRT01P
002900     SRCRT01P.                                                    SRCRT01P
003000 DATE-WRITTEN.                                                    SRCRT01P
003100     October 2026.                                                SRCRT01P
003200 DATE-COMPILED.                                                   SRCRT01P
003300     Today.                                                       SRCRT01P
003400                                                                  SRCRT01P
003500 ENVIRONMENT DIVISION.                                            SRCRT01P
003600                                                                  SRCRT01P
003700 DATA DIVISION.                                                   SRCRT01P
003800 WORKING-STORAGE SECTION.                                         SRCRT01P
003900 01  WS-MISC-STORAGE.                                             SRCRT01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SRCRT01P
004100       VALUE 'SRCRT01P'.                                          SRCRT01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SRCRT01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      SRCRT01P
004400   05  WS-SEL-SUB                            PIC 9(1).            SRCRT01P
004500   05  WS-DECISION                           PIC X(1).            SRCRT01P
004600   05  WS-PAGE-EDIT                          PIC ZZ9.             SRCRT01P
004700   05  WS-TOTAL-EDIT                         PIC ZZZ9.            SRCRT01P
004800   05  WS-DECISION-MSG                       PIC X(40)            SRCRT01P
004900       VALUE SPACES.                                              SRCRT01P
005000                                                                  SRCRT01P
005100 01  WS-LINE-TABLE.                                               SRCRT01P
005200   05  WS-LINE-STATUS OCCURS 8 TIMES         PIC X(9).            SRCRT01P
005300                                                                  SRCRT01P
005400 01  WS-COMMAREA-83.                                              SRCRT01P
005500 COPY CBANKD83.                                                   SRCRT01P
005600                                                                  SRCRT01P
005700 COPY DFHAID.                                                     SRCRT01P
005800                                                                  SRCRT01P
005900 COPY DFHBMSCA.                                                   SRCRT01P
006000                                                                  SRCRT01P
006100 COPY CABENDD.                                                    SRCRT01P
006200                                                                  SRCRT01P
006300 LINKAGE SECTION.                                                 SRCRT01P
006400 01  DFHCOMMAREA.                                                 SRCRT01P
006500   05  LK-SCREEN-STATUS                     PIC X(1).             SRCRT01P
006600     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SRCRT01P
006700     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SRCRT01P
006800   05  LK-PAGE                              PIC 9(3).             SRCRT01P
006900   05  LK-MORE                              PIC X(1).             SRCRT01P
007000     88  LK-MORE-YES                        VALUE 'Y'.            SRCRT01P
007100   05  LK-LINE-USERID OCCURS 8 TIMES        PIC X(8).             SRCRT01P
007200                                                                  SRCRT01P
007300 PROCEDURE DIVISION.                                              SRCRT01P
007400***************************************************************** SRCRT01P
007500* First time in - show the first page                           * SRCRT01P
007600***************************************************************** SRCRT01P
007700     IF EIBCALEN IS EQUAL TO 0                                    SRCRT01P
007800       MOVE 1 TO LK-PAGE                                          SRCRT01P
007900       PERFORM LIST-AND-SEND THRU                                 SRCRT01P
008000               LIST-AND-SEND-EXIT                                 SRCRT01P
008100       GO TO COMMON-RETURN                                        SRCRT01P
008200     END-IF.                                                      SRCRT01P
008300                                                                  SRCRT01P
008400     EXEC CICS RECEIVE MAP('RCRT01A')                             SRCRT01P
008500                MAPSET('MRCRT01')                                 SRCRT01P
008600                RESP(WS-RESP)                                     SRCRT01P
008700     END-EXEC.                                                    SRCRT01P
008800                                                                  SRCRT01P
008900***************************************************************** SRCRT01P
009000* PF3 exits, PF5 confirms and PF6 revokes the keyed line,       * SRCRT01P
009100* PF7/PF8 page, anything else refreshes the list                * SRCRT01P
009200***************************************************************** SRCRT01P
009300     EVALUATE TRUE                                                SRCRT01P
009400       WHEN EIBAID IS EQUAL TO DFHPF3                             SRCRT01P
009500         EXEC CICS RETURN END-EXEC                                SRCRT01P
009600         GOBACK                                                   SRCRT01P
009700       WHEN EIBAID IS EQUAL TO DFHPF5                             SRCRT01P
009800         MOVE 'C' TO WS-DECISION                                  SRCRT01P
009900         PERFORM DECIDE-SELECTED THRU                             SRCRT01P
010000                 DECIDE-SELECTED-EXIT                             SRCRT01P
010100       WHEN EIBAID IS EQUAL TO DFHPF6                             SRCRT01P
010200         MOVE 'R' TO WS-DECISION                                  SRCRT01P
010300         PERFORM DECIDE-SELECTED THRU                             SRCRT01P
010400                 DECIDE-SELECTED-EXIT                             SRCRT01P
010500       WHEN EIBAID IS EQUAL TO DFHPF7                             SRCRT01P
010600         IF LK-PAGE IS NOT GREATER THAN 1                         SRCRT01P
010700           MOVE 'Already at first page. Cannot page back.'        SRCRT01P
010800             TO ERRMSGO IN RCRT01AO                               SRCRT01P
010900           PERFORM RESEND-SCREEN THRU                             SRCRT01P
011000                   RESEND-SCREEN-EXIT                             SRCRT01P
011100         ELSE                                                     SRCRT01P
011200           SUBTRACT 1 FROM LK-PAGE                                SRCRT01P
011300           PERFORM LIST-AND-SEND THRU                             SRCRT01P
011400                   LIST-AND-SEND-EXIT                             SRCRT01P
011500         END-IF                                                   SRCRT01P
011600       WHEN EIBAID IS EQUAL TO DFHPF8                             SRCRT01P
011700         IF NOT LK-MORE-YES                                       SRCRT01P
011800           MOVE 'Already at last page. Cannot page forward.'      SRCRT01P
011900             TO ERRMSGO IN RCRT01AO                               SRCRT01P
012000           PERFORM RESEND-SCREEN THRU                             SRCRT01P
012100                   RESEND-SCREEN-EXIT                             SRCRT01P
012200         ELSE                                                     SRCRT01P
012300           ADD 1 TO LK-PAGE                                       SRCRT01P
012400           PERFORM LIST-AND-SEND THRU                             SRCRT01P
012500                   LIST-AND-SEND-EXIT                             SRCRT01P
012600         END-IF                                                   SRCRT01P
012700       WHEN OTHER                                                 SRCRT01P
012800         PERFORM LIST-AND-SEND THRU                               SRCRT01P
012900                 LIST-AND-SEND-EXIT                               SRCRT01P
013000     END-EVALUATE.                                                SRCRT01P
013100                                                                  SRCRT01P
013200 COMMON-RETURN.                                                   SRCRT01P
013300     EXEC CICS RETURN TRANSID(EIBTRNID)                           SRCRT01P
013400                COMMAREA(DFHCOMMAREA)                             SRCRT01P
013500                LENGTH(LENGTH OF DFHCOMMAREA)                     SRCRT01P
013600     END-EXEC.                                                    SRCRT01P
013700     GOBACK.                                                      SRCRT01P
013800                                                                  SRCRT01P
013900***************************************************************** SRCRT01P
014000* Redisplay the screen unchanged except for the message line    * SRCRT01P
014100***************************************************************** SRCRT01P
014200 RESEND-SCREEN.                                                   SRCRT01P
014300     EXEC CICS SEND MAP('RCRT01A')                                SRCRT01P
014400                MAPSET('MRCRT01')                                 SRCRT01P
014500                DATAONLY                                          SRCRT01P
014600                FREEKB                                            SRCRT01P
014700     END-EXEC.                                                    SRCRT01P
014800 RESEND-SCREEN-EXIT.                                              SRCRT01P
014900     EXIT.                                                        SRCRT01P
015000                                                                  SRCRT01P
015100***************************************************************** SRCRT01P
015200* Confirm or revoke the user on the keyed line, then show the   * SRCRT01P
015300* same page again with the outcome                              * SRCRT01P
015400***************************************************************** SRCRT01P
015500 DECIDE-SELECTED.                                                 SRCRT01P
015600     IF SELI IN RCRT01AI IS NOT NUMERIC OR                        SRCRT01P
015700        SELI IN RCRT01AI IS LESS THAN '1' OR                      SRCRT01P
015800        SELI IN RCRT01AI IS GREATER THAN '8'                      SRCRT01P
015900       MOVE 'Key a line number 1-8'                               SRCRT01P
016000         TO ERRMSGO IN RCRT01AO                                   SRCRT01P
016100       PERFORM RESEND-SCREEN THRU                                 SRCRT01P
016200               RESEND-SCREEN-EXIT                                 SRCRT01P
016300       GO TO DECIDE-SELECTED-EXIT                                 SRCRT01P
016400     END-IF.                                                      SRCRT01P
016500     MOVE SELI IN RCRT01AI TO WS-SEL-SUB.                         SRCRT01P
016600     IF LK-LINE-USERID (WS-SEL-SUB) IS EQUAL TO SPACES            SRCRT01P
016700       MOVE 'No user on that line' TO ERRMSGO IN RCRT01AO         SRCRT01P
016800       PERFORM RESEND-SCREEN THRU                                 SRCRT01P
016900               RESEND-SCREEN-EXIT                                 SRCRT01P
017000       GO TO DECIDE-SELECTED-EXIT                                 SRCRT01P
017100     END-IF.                                                      SRCRT01P
017200     MOVE SPACES TO CD83-DATA.                                    SRCRT01P
017300     SET CD83I-DECIDE TO TRUE.                                    SRCRT01P
017400     MOVE EIBOPID TO CD83I-USERID.                                SRCRT01P
017500     MOVE LK-LINE-USERID (WS-SEL-SUB) TO CD83I-TARGET.            SRCRT01P
017600     MOVE WS-DECISION TO CD83I-DECISION.                          SRCRT01P
017700 COPY CBANKX83.                                                   SRCRT01P
017800     IF NOT CD83O-OK                                              SRCRT01P
017900       MOVE CD83O-MSG TO ERRMSGO IN RCRT01AO                      SRCRT01P
018000       PERFORM RESEND-SCREEN THRU                                 SRCRT01P
018100               RESEND-SCREEN-EXIT                                 SRCRT01P
018200       GO TO DECIDE-SELECTED-EXIT                                 SRCRT01P
018300     END-IF.                                                      SRCRT01P
018400     MOVE CD83O-MSG TO WS-DECISION-MSG.                           SRCRT01P
018500     PERFORM LIST-AND-SEND THRU                                   SRCRT01P
018600             LIST-AND-SEND-EXIT.                                  SRCRT01P
018700 DECIDE-SELECTED-EXIT.                                            SRCRT01P
018800     EXIT.                                                        SRCRT01P
018900                                                                  SRCRT01P
019000***************************************************************** SRCRT01P
019100* Build the requested page of the caller's users and send it.   * SRCRT01P
019200* A decision just made is reported in place of the prompt.      * SRCRT01P
019300***************************************************************** SRCRT01P
019400 LIST-AND-SEND.                                                   SRCRT01P
019500     MOVE SPACES TO CD83-DATA.                                    SRCRT01P
019600     SET CD83I-LIST TO TRUE.                                      SRCRT01P
019700     MOVE EIBOPID TO CD83I-USERID.                                SRCRT01P
019800     MOVE LK-PAGE TO CD83I-PAGE.                                  SRCRT01P
019900 COPY CBANKX83.                                                   SRCRT01P
020000     MOVE LOW-VALUES TO RCRT01AO.                                 SRCRT01P
020100     IF CD83O-PAGE IS GREATER THAN ZERO                           SRCRT01P
020200       MOVE CD83O-PAGE TO LK-PAGE                                 SRCRT01P
020300     END-IF.                                                      SRCRT01P
020400     MOVE CD83O-MORE TO LK-MORE.                                  SRCRT01P
020500     MOVE 1 TO WS-SUB1.                                           SRCRT01P
020600     PERFORM SAVE-LINE THRU                                       SRCRT01P
020700             SAVE-LINE-EXIT.                                      SRCRT01P
020800     MOVE CD83O-CYCLE TO CYCLEO IN RCRT01AO.                      SRCRT01P
020900     MOVE CD83O-DEADLINE TO DEADLO IN RCRT01AO.                   SRCRT01P
021000     MOVE CD83O-ENTRY-USERID (1) TO LIST1UIO IN RCRT01AO.         SRCRT01P
021100     MOVE CD83O-ENTRY-NAME (1) TO LIST1NMO IN RCRT01AO.           SRCRT01P
021200     MOVE CD83O-ENTRY-ROLE (1) TO LIST1RLO IN RCRT01AO.           SRCRT01P
021300     MOVE CD83O-ENTRY-BRANCH (1) TO LIST1BRO IN RCRT01AO.         SRCRT01P
021400     MOVE CD83O-ENTRY-SIGNON (1) TO LIST1SNO IN RCRT01AO.         SRCRT01P
021500     MOVE WS-LINE-STATUS (1) TO LIST1STO IN RCRT01AO.             SRCRT01P
021600     MOVE CD83O-ENTRY-USERID (2) TO LIST2UIO IN RCRT01AO.         SRCRT01P
021700     MOVE CD83O-ENTRY-NAME (2) TO LIST2NMO IN RCRT01AO.           SRCRT01P
021800     MOVE CD83O-ENTRY-ROLE (2) TO LIST2RLO IN RCRT01AO.           SRCRT01P
021900     MOVE CD83O-ENTRY-BRANCH (2) TO LIST2BRO IN RCRT01AO.         SRCRT01P
022000     MOVE CD83O-ENTRY-SIGNON (2) TO LIST2SNO IN RCRT01AO.         SRCRT01P
022100     MOVE WS-LINE-STATUS (2) TO LIST2STO IN RCRT01AO.             SRCRT01P
022200     MOVE CD83O-ENTRY-USERID (3) TO LIST3UIO IN RCRT01AO.         SRCRT01P
022300     MOVE CD83O-ENTRY-NAME (3) TO LIST3NMO IN RCRT01AO.           SRCRT01P
022400     MOVE CD83O-ENTRY-ROLE (3) TO LIST3RLO IN RCRT01AO.           SRCRT01P
022500     MOVE CD83O-ENTRY-BRANCH (3) TO LIST3BRO IN RCRT01AO.         SRCRT01P
022600     MOVE CD83O-ENTRY-SIGNON (3) TO LIST3SNO IN RCRT01AO.         SRCRT01P
022700     MOVE WS-LINE-STATUS (3) TO LIST3STO IN RCRT01AO.             SRCRT01P
022800     MOVE CD83O-ENTRY-USERID (4) TO LIST4UIO IN RCRT01AO.         SRCRT01P
022900     MOVE CD83O-ENTRY-NAME (4) TO LIST4NMO IN RCRT01AO.           SRCRT01P
023000     MOVE CD83O-ENTRY-ROLE (4) TO LIST4RLO IN RCRT01AO.           SRCRT01P
023100     MOVE CD83O-ENTRY-BRANCH (4) TO LIST4BRO IN RCRT01AO.         SRCRT01P
023200     MOVE CD83O-ENTRY-SIGNON (4) TO LIST4SNO IN RCRT01AO.         SRCRT01P
023300     MOVE WS-LINE-STATUS (4) TO LIST4STO IN RCRT01AO.             SRCRT01P
023400     MOVE CD83O-ENTRY-USERID (5) TO LIST5UIO IN RCRT01AO.         SRCRT01P
023500     MOVE CD83O-ENTRY-NAME (5) TO LIST5NMO IN RCRT01AO.           SRCRT01P
023600     MOVE CD83O-ENTRY-ROLE (5) TO LIST5RLO IN RCRT01AO.           SRCRT01P
023700     MOVE CD83O-ENTRY-BRANCH (5) TO LIST5BRO IN RCRT01AO.         SRCRT01P
023800     MOVE CD83O-ENTRY-SIGNON (5) TO LIST5SNO IN RCRT01AO.         SRCRT01P
023900     MOVE WS-LINE-STATUS (5) TO LIST5STO IN RCRT01AO.             SRCRT01P
024000     MOVE CD83O-ENTRY-USERID (6) TO LIST6UIO IN RCRT01AO.         SRCRT01P
024100     MOVE CD83O-ENTRY-NAME (6) TO LIST6NMO IN RCRT01AO.           SRCRT01P
024200     MOVE CD83O-ENTRY-ROLE (6) TO LIST6RLO IN RCRT01AO.           SRCRT01P
024300     MOVE CD83O-ENTRY-BRANCH (6) TO LIST6BRO IN RCRT01AO.         SRCRT01P
024400     MOVE CD83O-ENTRY-SIGNON (6) TO LIST6SNO IN RCRT01AO.         SRCRT01P
024500     MOVE WS-LINE-STATUS (6) TO LIST6STO IN RCRT01AO.             SRCRT01P
024600     MOVE CD83O-ENTRY-USERID (7) TO LIST7UIO IN RCRT01AO.         SRCRT01P
024700     MOVE CD83O-ENTRY-NAME (7) TO LIST7NMO IN RCRT01AO.           SRCRT01P
024800     MOVE CD83O-ENTRY-ROLE (7) TO LIST7RLO IN RCRT01AO.           SRCRT01P
024900     MOVE CD83O-ENTRY-BRANCH (7) TO LIST7BRO IN RCRT01AO.         SRCRT01P
025000     MOVE CD83O-ENTRY-SIGNON (7) TO LIST7SNO IN RCRT01AO.         SRCRT01P
025100     MOVE WS-LINE-STATUS (7) TO LIST7STO IN RCRT01AO.             SRCRT01P
025200     MOVE CD83O-ENTRY-USERID (8) TO LIST8UIO IN RCRT01AO.         SRCRT01P
025300     MOVE CD83O-ENTRY-NAME (8) TO LIST8NMO IN RCRT01AO.           SRCRT01P
025400     MOVE CD83O-ENTRY-ROLE (8) TO LIST8RLO IN RCRT01AO.           SRCRT01P
025500     MOVE CD83O-ENTRY-BRANCH (8) TO LIST8BRO IN RCRT01AO.         SRCRT01P
025600     MOVE CD83O-ENTRY-SIGNON (8) TO LIST8SNO IN RCRT01AO.         SRCRT01P
025700     MOVE WS-LINE-STATUS (8) TO LIST8STO IN RCRT01AO.             SRCRT01P
025800     MOVE CD83O-PAGE TO WS-PAGE-EDIT.                             SRCRT01P
025900     MOVE WS-PAGE-EDIT TO PAGEO IN RCRT01AO.                      SRCRT01P
026000     MOVE CD83O-TOTAL TO WS-TOTAL-EDIT.                           SRCRT01P
026100     MOVE WS-TOTAL-EDIT TO TOTALO IN RCRT01AO.                    SRCRT01P
026200     MOVE CD83O-PENDING TO WS-TOTAL-EDIT.                         SRCRT01P
026300     MOVE WS-TOTAL-EDIT TO PENDO IN RCRT01AO.                     SRCRT01P
026400     IF NOT CD83O-OK                                              SRCRT01P
026500       MOVE CD83O-MSG TO ERRMSGO IN RCRT01AO                      SRCRT01P
026600     ELSE                                                         SRCRT01P
026700       IF WS-DECISION-MSG IS NOT EQUAL TO SPACES                  SRCRT01P
026800         MOVE WS-DECISION-MSG TO ERRMSGO IN RCRT01AO              SRCRT01P
026900       ELSE                                                       SRCRT01P
027000         MOVE 'Key a line and PF5=Confirm PF6=Revoke PF3=Exit'    SRCRT01P
027100           TO ERRMSGO IN RCRT01AO                                 SRCRT01P
027200       END-IF                                                     SRCRT01P
027300     END-IF.                                                      SRCRT01P
027400     SET LK-SCREEN-WAS-SENT TO TRUE.                              SRCRT01P
027500     EXEC CICS SEND MAP('RCRT01A')                                SRCRT01P
027600                MAPSET('MRCRT01')                                 SRCRT01P
027700                ERASE                                             SRCRT01P
027800                FREEKB                                            SRCRT01P
027900     END-EXEC.                                                    SRCRT01P
028000 LIST-AND-SEND-EXIT.                                              SRCRT01P
028100     EXIT.                                                        SRCRT01P
028200                                                                  SRCRT01P
028300***************************************************************** SRCRT01P
028400* Keep each listed userid in the commarea for selection and     * SRCRT01P
028500* spell out its decision for display                            * SRCRT01P
028600***************************************************************** SRCRT01P
028700 SAVE-LINE.                                                       SRCRT01P
028800     IF WS-SUB1 IS GREATER THAN 8                                 SRCRT01P
028900       GO TO SAVE-LINE-EXIT                                       SRCRT01P
029000     END-IF.                                                      SRCRT01P
029100     MOVE CD83O-ENTRY-USERID (WS-SUB1)                            SRCRT01P
029200       TO LK-LINE-USERID (WS-SUB1).                               SRCRT01P
029300     EVALUATE CD83O-ENTRY-STATUS (WS-SUB1)                        SRCRT01P
029400       WHEN 'P'                                                   SRCRT01P
029500         MOVE 'Pending' TO WS-LINE-STATUS (WS-SUB1)               SRCRT01P
029600       WHEN 'C'                                                   SRCRT01P
029700         MOVE 'Confirmed' TO WS-LINE-STATUS (WS-SUB1)             SRCRT01P
029800       WHEN 'R'                                                   SRCRT01P
029900         MOVE 'Revoked' TO WS-LINE-STATUS (WS-SUB1)               SRCRT01P
030000       WHEN 'X'                                                   SRCRT01P
030100         MOVE 'Expired' TO WS-LINE-STATUS (WS-SUB1)               SRCRT01P
030200       WHEN OTHER                                                 SRCRT01P
030300         MOVE SPACES TO WS-LINE-STATUS (WS-SUB1)                  SRCRT01P
030400     END-EVALUATE.                                                SRCRT01P
030500     ADD 1 TO WS-SUB1.                                            SRCRT01P
030600     GO TO SAVE-LINE.                                             SRCRT01P
030700 SAVE-LINE-EXIT.                                                  SRCRT01P
030800     EXIT.                                                        SRCRT01P
030900                                                                  SRCRT01P
031000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SRCRT01P
