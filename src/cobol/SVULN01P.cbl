000100***************************************************************** SVULN01P
000200*                                                               * SVULN01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SVULN01P
000400*   This demonstration program is provided for use by users     * SVULN01P
000500*   of Micro Focus products and may be used, modified and       * SVULN01P
000600*   distributed as part of your application provided that       * SVULN01P
000700*   you properly acknowledge the copyright of Micro Focus       * SVULN01P
000800*   in this material.                                           * SVULN01P
000900*                                                               * SVULN01P
001000***************************************************************** SVULN01P
001100                                                                  SVULN01P
001200***************************************************************** SVULN01P
001300* Program:     SVULN01P.CBL (CICS Version)                      * SVULN01P
001400* Layer:       Screen handling                                  * SVULN01P
001500* Function:    Customer care markers - lists the special-       * SVULN01P
001600*              handling markers held on the customer keyed by   * SVULN01P
001700*              PID or account number, with the care banner the  * SVULN01P
001800*              other staff screens show, via DBANK94P.  Enter   * SVULN01P
001900*              lists, PF5 places the keyed code with its        * SVULN01P
002000*              instruction, reason and review date (or amends   * SVULN01P
002100*              it when already held) and PF6 removes it.        * SVULN01P
002200*              Placing and removing markers, and seeing the     * SVULN01P
002300*              reason notes, is for a supervisor or an          * SVULN01P
002400*              administrator.                                   * SVULN01P
002500***************************************************************** SVULN01P
002600                                                                  SVULN01P
002700 IDENTIFICATION DIVISION.                                         SVULN01P
002800 PROGRAM-ID.                                                      SVULN01P
002900     SVULN01P.                                                    SVULN01P
003000 DATE-WRITTEN.                                                    SVULN01P
003100     October 2026.                                                SVULN01P
003200 DATE-COMPILED.                                                   SVULN01P
003300     Today.                                                       SVULN01P
003400                                                                  SVULN01P
003500 ENVIRONMENT DIVISION.                                            SVULN01P
003600                                                                  SVULN01P
003700 DATA DIVISION.                                                   SVULN01P
003800 WORKING-STORAGE SECTION.                                         SVULN01P
003900 01  WS-MISC-STORAGE.                                             SVULN01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SVULN01P
004100       VALUE 'SVULN01P'.                                          SVULN01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SVULN01P
004300   05  WS-ACTIVE-EDIT                        PIC Z9.              SVULN01P
004400   05  WS-ACTION-MSG                         PIC X(60)            SVULN01P
004500       VALUE SPACES.                                              SVULN01P
004600                                                                  SVULN01P
004700 01  WS-COMMAREA-94.                                              SVULN01P
004800 COPY CBANKD94.                                                   SVULN01P
004900                                                                  SVULN01P
005000 COPY DFHAID.                                                     SVULN01P
005100                                                                  SVULN01P
005200 COPY DFHBMSCA.                                                   SVULN01P
005300                                                                  SVULN01P
005400 COPY CABENDD.                                                    SVULN01P
005500                                                                  SVULN01P
005600 LINKAGE SECTION.                                                 SVULN01P
005700 01  DFHCOMMAREA.                                                 SVULN01P
005800   05  LK-SCREEN-STATUS                      PIC X(1).            SVULN01P
005900     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SVULN01P
006000     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SVULN01P
006100   05  LK-PID                                PIC X(5).            SVULN01P
006200   05  LK-ACCNO                              PIC X(9).            SVULN01P
006300                                                                  SVULN01P
006400 PROCEDURE DIVISION.                                              SVULN01P
006500***************************************************************** SVULN01P
006600* First time in - an empty screen asking for the customer       * SVULN01P
006700***************************************************************** SVULN01P
006800     IF EIBCALEN IS EQUAL TO 0                                    SVULN01P
006900       MOVE LOW-VALUES TO VULN01AO                                SVULN01P
007000       MOVE 'Key a PID or account number and press Enter'         SVULN01P
007100         TO ERRMSGO IN VULN01AO                                   SVULN01P
007200       EXEC CICS SEND MAP('VULN01A')                              SVULN01P
007300                  MAPSET('MVULN01')                               SVULN01P
007400                  ERASE                                           SVULN01P
007500                  FREEKB                                          SVULN01P
007600       END-EXEC                                                   SVULN01P
007700       SET LK-SCREEN-WAS-SENT TO TRUE                             SVULN01P
007800       GO TO COMMON-RETURN                                        SVULN01P
007900     END-IF.                                                      SVULN01P
008000                                                                  SVULN01P
008100     EXEC CICS RECEIVE MAP('VULN01A')                             SVULN01P
008200                MAPSET('MVULN01')                                 SVULN01P
008300                RESP(WS-RESP)                                     SVULN01P
008400     END-EXEC.                                                    SVULN01P
008500                                                                  SVULN01P
008600***************************************************************** SVULN01P
008700* The customer keyed this time, by PID or else account number   * SVULN01P
008800***************************************************************** SVULN01P
008900     IF PIDI IN VULN01AI IS EQUAL TO LOW-VALUES                   SVULN01P
009000       MOVE SPACES TO PIDI IN VULN01AI                            SVULN01P
009100     END-IF.                                                      SVULN01P
009200     IF ACCNOI IN VULN01AI IS EQUAL TO LOW-VALUES                 SVULN01P
009300       MOVE SPACES TO ACCNOI IN VULN01AI                          SVULN01P
009400     END-IF.                                                      SVULN01P
009500     MOVE PIDI IN VULN01AI TO LK-PID.                             SVULN01P
009600     MOVE ACCNOI IN VULN01AI TO LK-ACCNO.                         SVULN01P
009700                                                                  SVULN01P
009800***************************************************************** SVULN01P
009900* PF3 exits, PF5 places and PF6 removes the keyed code,         * SVULN01P
010000* anything else lists the customer's markers                    * SVULN01P
010100***************************************************************** SVULN01P
010200     EVALUATE TRUE                                                SVULN01P
010300       WHEN EIBAID IS EQUAL TO DFHPF3                             SVULN01P
010400         EXEC CICS RETURN END-EXEC                                SVULN01P
010500         GOBACK                                                   SVULN01P
010600       WHEN LK-PID IS EQUAL TO SPACES AND                         SVULN01P
010700            LK-ACCNO IS EQUAL TO SPACES                           SVULN01P
010800         MOVE 'Key a PID or account number and press Enter'       SVULN01P
010900           TO ERRMSGO IN VULN01AO                                 SVULN01P
011000         PERFORM RESEND-SCREEN THRU                               SVULN01P
011100                 RESEND-SCREEN-EXIT                               SVULN01P
011200       WHEN EIBAID IS EQUAL TO DFHPF5                             SVULN01P
011300         PERFORM PLACE-MARKER THRU                                SVULN01P
011400                 PLACE-MARKER-EXIT                                SVULN01P
011500       WHEN EIBAID IS EQUAL TO DFHPF6                             SVULN01P
011600         PERFORM REMOVE-MARKER THRU                               SVULN01P
011700                 REMOVE-MARKER-EXIT                               SVULN01P
011800       WHEN OTHER                                                 SVULN01P
011900         PERFORM LIST-AND-SEND THRU                               SVULN01P
012000                 LIST-AND-SEND-EXIT                               SVULN01P
012100     END-EVALUATE.                                                SVULN01P
012200                                                                  SVULN01P
012300 COMMON-RETURN.                                                   SVULN01P
012400     EXEC CICS RETURN TRANSID(EIBTRNID)                           SVULN01P
012500                COMMAREA(DFHCOMMAREA)                             SVULN01P
012600                LENGTH(LENGTH OF DFHCOMMAREA)                     SVULN01P
012700     END-EXEC.                                                    SVULN01P
012800     GOBACK.                                                      SVULN01P
012900                                                                  SVULN01P
013000***************************************************************** SVULN01P
013100* Redisplay the screen unchanged except for the message line    * SVULN01P
013200***************************************************************** SVULN01P
013300 RESEND-SCREEN.                                                   SVULN01P
013400     EXEC CICS SEND MAP('VULN01A')                                SVULN01P
013500                MAPSET('MVULN01')                                 SVULN01P
013600                DATAONLY                                          SVULN01P
013700                FREEKB                                            SVULN01P
013800     END-EXEC.                                                    SVULN01P
013900 RESEND-SCREEN-EXIT.                                              SVULN01P
014000     EXIT.                                                        SVULN01P
014100                                                                  SVULN01P
014200***************************************************************** SVULN01P
014300* Place the keyed code with its instruction, reason and review  * SVULN01P
014400* date, or amend it when the customer already has it            * SVULN01P
014500***************************************************************** SVULN01P
014600 PLACE-MARKER.                                                    SVULN01P
014700     MOVE SPACES TO CD94-DATA.                                    SVULN01P
014800     SET CD94I-ADD TO TRUE.                                       SVULN01P
014900     MOVE EIBOPID TO CD94I-CALLER.                                SVULN01P
015000     MOVE LK-PID TO CD94I-PID.                                    SVULN01P
015100     MOVE LK-ACCNO TO CD94I-ACCNO.                                SVULN01P
015200     MOVE CODEI IN VULN01AI TO CD94I-CODE.                        SVULN01P
015300     MOVE REVDTI IN VULN01AI TO CD94I-REVIEW-DTE.                 SVULN01P
015400     MOVE INSTRI IN VULN01AI TO CD94I-INSTRUCTION.                SVULN01P
015500     MOVE REASONI IN VULN01AI TO CD94I-REASON.                    SVULN01P
015600 COPY CBANKX94.                                                   SVULN01P
015700     IF NOT CD94O-OK                                              SVULN01P
015800       MOVE CD94O-MSG TO ERRMSGO IN VULN01AO                      SVULN01P
015900       PERFORM RESEND-SCREEN THRU                                 SVULN01P
016000               RESEND-SCREEN-EXIT                                 SVULN01P
016100       GO TO PLACE-MARKER-EXIT                                    SVULN01P
016200     END-IF.                                                      SVULN01P
016300     MOVE CD94O-MSG TO WS-ACTION-MSG.                             SVULN01P
016400     PERFORM LIST-AND-SEND THRU                                   SVULN01P
016500             LIST-AND-SEND-EXIT.                                  SVULN01P
016600 PLACE-MARKER-EXIT.                                               SVULN01P
016700     EXIT.                                                        SVULN01P
016800                                                                  SVULN01P
016900***************************************************************** SVULN01P
017000* Remove the keyed code from the customer                       * SVULN01P
017100***************************************************************** SVULN01P
017200 REMOVE-MARKER.                                                   SVULN01P
017300     MOVE SPACES TO CD94-DATA.                                    SVULN01P
017400     SET CD94I-REMOVE TO TRUE.                                    SVULN01P
017500     MOVE EIBOPID TO CD94I-CALLER.                                SVULN01P
017600     MOVE LK-PID TO CD94I-PID.                                    SVULN01P
017700     MOVE LK-ACCNO TO CD94I-ACCNO.                                SVULN01P
017800     MOVE CODEI IN VULN01AI TO CD94I-CODE.                        SVULN01P
017900 COPY CBANKX94.                                                   SVULN01P
018000     IF NOT CD94O-OK                                              SVULN01P
018100       MOVE CD94O-MSG TO ERRMSGO IN VULN01AO                      SVULN01P
018200       PERFORM RESEND-SCREEN THRU                                 SVULN01P
018300               RESEND-SCREEN-EXIT                                 SVULN01P
018400       GO TO REMOVE-MARKER-EXIT                                   SVULN01P
018500     END-IF.                                                      SVULN01P
018600     MOVE CD94O-MSG TO WS-ACTION-MSG.                             SVULN01P
018700     PERFORM LIST-AND-SEND THRU                                   SVULN01P
018800             LIST-AND-SEND-EXIT.                                  SVULN01P
018900 REMOVE-MARKER-EXIT.                                              SVULN01P
019000     EXIT.                                                        SVULN01P
019100                                                                  SVULN01P
019200***************************************************************** SVULN01P
019300* List the customer's markers with the banner and send them.  A * SVULN01P
019400* change just made is reported in place of the prompt.          * SVULN01P
019500***************************************************************** SVULN01P
019600 LIST-AND-SEND.                                                   SVULN01P
019700     MOVE SPACES TO CD94-DATA.                                    SVULN01P
019800     SET CD94I-LIST TO TRUE.                                      SVULN01P
019900     MOVE EIBOPID TO CD94I-CALLER.                                SVULN01P
020000     MOVE LK-PID TO CD94I-PID.                                    SVULN01P
020100     MOVE LK-ACCNO TO CD94I-ACCNO.                                SVULN01P
020200 COPY CBANKX94.                                                   SVULN01P
020300     MOVE LOW-VALUES TO VULN01AO.                                 SVULN01P
020400     IF CD94O-PID IS NOT EQUAL TO SPACES                          SVULN01P
020500       MOVE CD94O-PID TO LK-PID                                   SVULN01P
020600     END-IF.                                                      SVULN01P
020700     MOVE LK-PID TO PIDO IN VULN01AO.                             SVULN01P
020800     MOVE LK-ACCNO TO ACCNOO IN VULN01AO.                         SVULN01P
020900     MOVE CD94O-NAME TO CUSTNMO IN VULN01AO.                      SVULN01P
021000     MOVE CD94O-BANNER TO CAREO IN VULN01AO.                      SVULN01P
021100     MOVE CD94O-ENTRY-CODE (1) TO LIST1CDO IN VULN01AO.           SVULN01P
021200     MOVE CD94O-ENTRY-STATUS (1) TO LIST1STO IN VULN01AO.         SVULN01P
021300     MOVE CD94O-ENTRY-ADDED (1) TO LIST1ADO IN VULN01AO.          SVULN01P
021400     MOVE CD94O-ENTRY-BY (1) TO LIST1BYO IN VULN01AO.             SVULN01P
021500     MOVE CD94O-ENTRY-REVIEW (1) TO LIST1RVO IN VULN01AO.         SVULN01P
021600     MOVE CD94O-ENTRY-INSTR (1) TO LIST1INO IN VULN01AO.          SVULN01P
021700     MOVE CD94O-ENTRY-REASON (1) TO LIST1RSO IN VULN01AO.         SVULN01P
021800     MOVE CD94O-ENTRY-CODE (2) TO LIST2CDO IN VULN01AO.           SVULN01P
021900     MOVE CD94O-ENTRY-STATUS (2) TO LIST2STO IN VULN01AO.         SVULN01P
022000     MOVE CD94O-ENTRY-ADDED (2) TO LIST2ADO IN VULN01AO.          SVULN01P
022100     MOVE CD94O-ENTRY-BY (2) TO LIST2BYO IN VULN01AO.             SVULN01P
022200     MOVE CD94O-ENTRY-REVIEW (2) TO LIST2RVO IN VULN01AO.         SVULN01P
022300     MOVE CD94O-ENTRY-INSTR (2) TO LIST2INO IN VULN01AO.          SVULN01P
022400     MOVE CD94O-ENTRY-REASON (2) TO LIST2RSO IN VULN01AO.         SVULN01P
022500     MOVE CD94O-ENTRY-CODE (3) TO LIST3CDO IN VULN01AO.           SVULN01P
022600     MOVE CD94O-ENTRY-STATUS (3) TO LIST3STO IN VULN01AO.         SVULN01P
022700     MOVE CD94O-ENTRY-ADDED (3) TO LIST3ADO IN VULN01AO.          SVULN01P
022800     MOVE CD94O-ENTRY-BY (3) TO LIST3BYO IN VULN01AO.             SVULN01P
022900     MOVE CD94O-ENTRY-REVIEW (3) TO LIST3RVO IN VULN01AO.         SVULN01P
023000     MOVE CD94O-ENTRY-INSTR (3) TO LIST3INO IN VULN01AO.          SVULN01P
023100     MOVE CD94O-ENTRY-REASON (3) TO LIST3RSO IN VULN01AO.         SVULN01P
023200     MOVE CD94O-ENTRY-CODE (4) TO LIST4CDO IN VULN01AO.           SVULN01P
023300     MOVE CD94O-ENTRY-STATUS (4) TO LIST4STO IN VULN01AO.         SVULN01P
023400     MOVE CD94O-ENTRY-ADDED (4) TO LIST4ADO IN VULN01AO.          SVULN01P
023500     MOVE CD94O-ENTRY-BY (4) TO LIST4BYO IN VULN01AO.             SVULN01P
023600     MOVE CD94O-ENTRY-REVIEW (4) TO LIST4RVO IN VULN01AO.         SVULN01P
023700     MOVE CD94O-ENTRY-INSTR (4) TO LIST4INO IN VULN01AO.          SVULN01P
023800     MOVE CD94O-ENTRY-REASON (4) TO LIST4RSO IN VULN01AO.         SVULN01P
023900     MOVE CD94O-ENTRY-CODE (5) TO LIST5CDO IN VULN01AO.           SVULN01P
024000     MOVE CD94O-ENTRY-STATUS (5) TO LIST5STO IN VULN01AO.         SVULN01P
024100     MOVE CD94O-ENTRY-ADDED (5) TO LIST5ADO IN VULN01AO.          SVULN01P
024200     MOVE CD94O-ENTRY-BY (5) TO LIST5BYO IN VULN01AO.             SVULN01P
024300     MOVE CD94O-ENTRY-REVIEW (5) TO LIST5RVO IN VULN01AO.         SVULN01P
024400     MOVE CD94O-ENTRY-INSTR (5) TO LIST5INO IN VULN01AO.          SVULN01P
024500     MOVE CD94O-ENTRY-REASON (5) TO LIST5RSO IN VULN01AO.         SVULN01P
024600     MOVE CD94O-ENTRY-CODE (6) TO LIST6CDO IN VULN01AO.           SVULN01P
024700     MOVE CD94O-ENTRY-STATUS (6) TO LIST6STO IN VULN01AO.         SVULN01P
024800     MOVE CD94O-ENTRY-ADDED (6) TO LIST6ADO IN VULN01AO.          SVULN01P
024900     MOVE CD94O-ENTRY-BY (6) TO LIST6BYO IN VULN01AO.             SVULN01P
025000     MOVE CD94O-ENTRY-REVIEW (6) TO LIST6RVO IN VULN01AO.         SVULN01P
025100     MOVE CD94O-ENTRY-INSTR (6) TO LIST6INO IN VULN01AO.          SVULN01P
025200     MOVE CD94O-ENTRY-REASON (6) TO LIST6RSO IN VULN01AO.         SVULN01P
025300     MOVE CD94O-ACTIVE TO WS-ACTIVE-EDIT.                         SVULN01P
025400     MOVE WS-ACTIVE-EDIT TO ACTIVEO IN VULN01AO.                  SVULN01P
025500     IF WS-ACTION-MSG IS NOT EQUAL TO SPACES                      SVULN01P
025600       MOVE WS-ACTION-MSG TO ERRMSGO IN VULN01AO                  SVULN01P
025700     ELSE                                                         SVULN01P
025800       IF NOT CD94O-OK                                            SVULN01P
025900         MOVE CD94O-MSG TO ERRMSGO IN VULN01AO                    SVULN01P
026000       ELSE                                                       SVULN01P
026100         MOVE 'Key code and instruction - PF5=Place PF6=Remove'   SVULN01P
026200           TO ERRMSGO IN VULN01AO                                 SVULN01P
026300       END-IF                                                     SVULN01P
026400     END-IF.                                                      SVULN01P
026500     SET LK-SCREEN-WAS-SENT TO TRUE.                              SVULN01P
026600     EXEC CICS SEND MAP('VULN01A')                                SVULN01P
026700                MAPSET('MVULN01')                                 SVULN01P
026800                ERASE                                             SVULN01P
026900                FREEKB                                            SVULN01P
027000     END-EXEC.                                                    SVULN01P
027100 LIST-AND-SEND-EXIT.                                              SVULN01P
027200     EXIT.                                                        SVULN01P
027300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SVULN01P
