000100***************************************************************** SBUSN01P
000200*                                                               * SBUSN01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SBUSN01P
000400*   This demonstration program is provided for use by users     * SBUSN01P
000500*   of Micro Focus products and may be used, modified and       * SBUSN01P
000600*   distributed as part of your application provided that       * SBUSN01P
000700*   you properly acknowledge the copyright of Micro Focus       * SBUSN01P
000800*   in this material.                                           * SBUSN01P
000900*                                                               * SBUSN01P
001000***************************************************************** SBUSN01P
001100                                                                  SBUSN01P
001200***************************************************************** SBUSN01P
001300* Program:     SBUSN01P.CBL (CICS Version)                      * SBUSN01P
001400* Layer:       Screen handling                                  * SBUSN01P
001500* Function:    Business customers - shows the business profile  * SBUSN01P
001600*              (registered name, registration number, country   * SBUSN01P
001700*              of incorporation, industry code and registered   * SBUSN01P
001800*              address) and the beneficial owners and           * SBUSN01P
001900*              controlling persons linked to the business keyed * SBUSN01P
002000*              by PID, via DBANK95P.  Enter inquires, PF5 saves * SBUSN01P
002100*              the profile as keyed, PF6 links the keyed person * SBUSN01P
002200*              (PID, role O or C and share held, keyed as five  * SBUSN01P
002300*              digits with two decimals) and PF7 removes the    * SBUSN01P
002400*              link.  Removing a link is for a supervisor or an * SBUSN01P
002500*              administrator.                                   * SBUSN01P
002533*              The profile also names the account               * SBUSN01P
002566*              nominated for monthly account analysis.          * SBUSN01P
002600***************************************************************** SBUSN01P
002700                                                                  SBUSN01P
002800 IDENTIFICATION DIVISION.                                         SBUSN01P
002900 PROGRAM-ID.                                                      SBUSN01P
003000     SBUSN01P.                                                    SBUSN01P
003100 DATE-WRITTEN.                                                    SBUSN01P
003200     October 2026.                                                SBUSN01P
003300 DATE-COMPILED.                                                   SBUSN01P
003400     Today.                                                       SBUSN01P
003500                                                                  SBUSN01P
003600 ENVIRONMENT DIVISION.                                            SBUSN01P
003700                                                                  SBUSN01P
003800 DATA DIVISION.                                                   SBUSN01P
003900 WORKING-STORAGE SECTION.                                         SBUSN01P
004000 01  WS-MISC-STORAGE.                                             SBUSN01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             SBUSN01P
004200       VALUE 'SBUSN01P'.                                          SBUSN01P
004300   05  WS-RESP                               PIC S9(8) COMP.      SBUSN01P
004400   05  WS-PCT-IN                             PIC X(5).            SBUSN01P
004500   05  WS-PCT-IN-N REDEFINES WS-PCT-IN       PIC 9(3)V99.         SBUSN01P
004600   05  WS-PCT-EDIT                           PIC ZZ9.99.          SBUSN01P
004700   05  WS-ACTION-MSG                         PIC X(60)            SBUSN01P
004800       VALUE SPACES.                                              SBUSN01P
004900                                                                  SBUSN01P
005000 01  WS-COMMAREA-95.                                              SBUSN01P
005100 COPY CBANKD95.                                                   SBUSN01P
005200                                                                  SBUSN01P
005300 COPY DFHAID.                                                     SBUSN01P
005400                                                                  SBUSN01P
005500 COPY DFHBMSCA.                                                   SBUSN01P
005600                                                                  SBUSN01P
005700 COPY CABENDD.                                                    SBUSN01P
005800                                                                  SBUSN01P
005900 LINKAGE SECTION.                                                 SBUSN01P
006000 01  DFHCOMMAREA.                                                 SBUSN01P
006100   05  LK-SCREEN-STATUS                      PIC X(1).            SBUSN01P
006200     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SBUSN01P
006300     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SBUSN01P
006400   05  LK-PID                                PIC X(5).            SBUSN01P
006500                                                                  SBUSN01P
006600 PROCEDURE DIVISION.                                              SBUSN01P
006700***************************************************************** SBUSN01P
006800* First time in - an empty screen asking for the business       * SBUSN01P
006900***************************************************************** SBUSN01P
007000     IF EIBCALEN IS EQUAL TO 0                                    SBUSN01P
007100       MOVE LOW-VALUES TO BUSN01AO                                SBUSN01P
007200       MOVE 'Key the PID of the business and press Enter'         SBUSN01P
007300         TO ERRMSGO IN BUSN01AO                                   SBUSN01P
007400       EXEC CICS SEND MAP('BUSN01A')                              SBUSN01P
007500                  MAPSET('MBUSN01')                               SBUSN01P
007600                  ERASE                                           SBUSN01P
007700                  FREEKB                                          SBUSN01P
007800       END-EXEC                                                   SBUSN01P
007900       SET LK-SCREEN-WAS-SENT TO TRUE                             SBUSN01P
008000       GO TO COMMON-RETURN                                        SBUSN01P
008100     END-IF.                                                      SBUSN01P
008200                                                                  SBUSN01P
008300     EXEC CICS RECEIVE MAP('BUSN01A')                             SBUSN01P
008400                MAPSET('MBUSN01')                                 SBUSN01P
008500                RESP(WS-RESP)                                     SBUSN01P
008600     END-EXEC.                                                    SBUSN01P
008700                                                                  SBUSN01P
008800***************************************************************** SBUSN01P
008900* The business keyed this time                                  * SBUSN01P
009000***************************************************************** SBUSN01P
009100     IF PIDI IN BUSN01AI IS EQUAL TO LOW-VALUES                   SBUSN01P
009200       MOVE SPACES TO PIDI IN BUSN01AI                            SBUSN01P
009300     END-IF.                                                      SBUSN01P
009400     MOVE PIDI IN BUSN01AI TO LK-PID.                             SBUSN01P
009500                                                                  SBUSN01P
009600***************************************************************** SBUSN01P
009700* PF3 exits, PF5 saves the profile, PF6 links and PF7 removes   * SBUSN01P
009800* the keyed person, anything else shows the business            * SBUSN01P
009900***************************************************************** SBUSN01P
010000     EVALUATE TRUE                                                SBUSN01P
010100       WHEN EIBAID IS EQUAL TO DFHPF3                             SBUSN01P
010200         EXEC CICS RETURN END-EXEC                                SBUSN01P
010300         GOBACK                                                   SBUSN01P
010400       WHEN LK-PID IS EQUAL TO SPACES                             SBUSN01P
010500         MOVE 'Key the PID of the business and press Enter'       SBUSN01P
010600           TO ERRMSGO IN BUSN01AO                                 SBUSN01P
010700         PERFORM RESEND-SCREEN THRU                               SBUSN01P
010800                 RESEND-SCREEN-EXIT                               SBUSN01P
010900       WHEN EIBAID IS EQUAL TO DFHPF5                             SBUSN01P
011000         PERFORM SAVE-PROFILE THRU                                SBUSN01P
011100                 SAVE-PROFILE-EXIT                                SBUSN01P
011200       WHEN EIBAID IS EQUAL TO DFHPF6                             SBUSN01P
011300         PERFORM ADD-OWNER THRU                                   SBUSN01P
011400                 ADD-OWNER-EXIT                                   SBUSN01P
011500       WHEN EIBAID IS EQUAL TO DFHPF7                             SBUSN01P
011600         PERFORM REMOVE-OWNER THRU                                SBUSN01P
011700                 REMOVE-OWNER-EXIT                                SBUSN01P
011800       WHEN OTHER                                                 SBUSN01P
011900         PERFORM INQUIRE-AND-SEND THRU                            SBUSN01P
012000                 INQUIRE-AND-SEND-EXIT                            SBUSN01P
012100     END-EVALUATE.                                                SBUSN01P
012200                                                                  SBUSN01P
012300 COMMON-RETURN.                                                   SBUSN01P
012400     EXEC CICS RETURN TRANSID(EIBTRNID)                           SBUSN01P
012500                COMMAREA(DFHCOMMAREA)                             SBUSN01P
012600                LENGTH(LENGTH OF DFHCOMMAREA)                     SBUSN01P
012700     END-EXEC.                                                    SBUSN01P
012800     GOBACK.                                                      SBUSN01P
012900                                                                  SBUSN01P
013000***************************************************************** SBUSN01P
013100* Redisplay the screen unchanged except for the message line    * SBUSN01P
013200***************************************************************** SBUSN01P
013300 RESEND-SCREEN.                                                   SBUSN01P
013400     EXEC CICS SEND MAP('BUSN01A')                                SBUSN01P
013500                MAPSET('MBUSN01')                                 SBUSN01P
013600                DATAONLY                                          SBUSN01P
013700                FREEKB                                            SBUSN01P
013800     END-EXEC.                                                    SBUSN01P
013900 RESEND-SCREEN-EXIT.                                              SBUSN01P
014000     EXIT.                                                        SBUSN01P
014100                                                                  SBUSN01P
014200***************************************************************** SBUSN01P
014300* Record or amend the business profile as keyed                 * SBUSN01P
014400***************************************************************** SBUSN01P
014500 SAVE-PROFILE.                                                    SBUSN01P
014600     MOVE SPACES TO CD95-DATA.                                    SBUSN01P
014700     SET CD95I-SET-PROFILE TO TRUE.                               SBUSN01P
014800     MOVE EIBOPID TO CD95I-CALLER.                                SBUSN01P
014900     MOVE LK-PID TO CD95I-PID.                                    SBUSN01P
015000     MOVE RNAMEI IN BUSN01AI TO CD95I-REG-NAME.                   SBUSN01P
015100     MOVE REGNOI IN BUSN01AI TO CD95I-REG-NUMBER.                 SBUSN01P
015200     MOVE INCCTYI IN BUSN01AI TO CD95I-INC-CNTRY.                 SBUSN01P
015300     MOVE INDUSI IN BUSN01AI TO CD95I-INDUSTRY.                   SBUSN01P
015400     MOVE ADDR1I IN BUSN01AI TO CD95I-ADDR1.                      SBUSN01P
015500     MOVE ADDR2I IN BUSN01AI TO CD95I-ADDR2.                      SBUSN01P
015600     MOVE STATEI IN BUSN01AI TO CD95I-STATE.                      SBUSN01P
015700     MOVE CNTRYI IN BUSN01AI TO CD95I-CNTRY.                      SBUSN01P
015800     MOVE PSTCDI IN BUSN01AI TO CD95I-POST-CODE.                  SBUSN01P
015850     MOVE ANLACI IN BUSN01AI TO CD95I-ANALYSIS-ACCNO.             SBUSN01P
015900 COPY CBANKX95.                                                   SBUSN01P
016000     IF NOT CD95O-OK                                              SBUSN01P
016100       MOVE CD95O-MSG TO ERRMSGO IN BUSN01AO                      SBUSN01P
016200       PERFORM RESEND-SCREEN THRU                                 SBUSN01P
016300               RESEND-SCREEN-EXIT                                 SBUSN01P
016400       GO TO SAVE-PROFILE-EXIT                                    SBUSN01P
016500     END-IF.                                                      SBUSN01P
016600     MOVE CD95O-MSG TO WS-ACTION-MSG.                             SBUSN01P
016700     PERFORM INQUIRE-AND-SEND THRU                                SBUSN01P
016800             INQUIRE-AND-SEND-EXIT.                               SBUSN01P
016900 SAVE-PROFILE-EXIT.                                               SBUSN01P
017000     EXIT.                                                        SBUSN01P
017100                                                                  SBUSN01P
017200***************************************************************** SBUSN01P
017300* Link the keyed person as an owner or controlling person       * SBUSN01P
017400***************************************************************** SBUSN01P
017500 ADD-OWNER.                                                       SBUSN01P
017600     MOVE SPACES TO CD95-DATA.                                    SBUSN01P
017700     SET CD95I-ADD-OWNER TO TRUE.                                 SBUSN01P
017800     MOVE EIBOPID TO CD95I-CALLER.                                SBUSN01P
017900     MOVE LK-PID TO CD95I-PID.                                    SBUSN01P
018000     MOVE OPIDI IN BUSN01AI TO CD95I-OWN-PID.                     SBUSN01P
018100     MOVE OROLEI IN BUSN01AI TO CD95I-OWN-ROLE.                   SBUSN01P
018200     MOVE ZERO TO CD95I-OWN-PCT.                                  SBUSN01P
018300     MOVE OPCTI IN BUSN01AI TO WS-PCT-IN.                         SBUSN01P
018400     IF WS-PCT-IN IS NUMERIC                                      SBUSN01P
018500       MOVE WS-PCT-IN-N TO CD95I-OWN-PCT                          SBUSN01P
018600     END-IF.                                                      SBUSN01P
018700 COPY CBANKX95.                                                   SBUSN01P
018800     IF NOT CD95O-OK                                              SBUSN01P
018900       MOVE CD95O-MSG TO ERRMSGO IN BUSN01AO                      SBUSN01P
019000       PERFORM RESEND-SCREEN THRU                                 SBUSN01P
019100               RESEND-SCREEN-EXIT                                 SBUSN01P
019200       GO TO ADD-OWNER-EXIT                                       SBUSN01P
019300     END-IF.                                                      SBUSN01P
019400     MOVE CD95O-MSG TO WS-ACTION-MSG.                             SBUSN01P
019500     PERFORM INQUIRE-AND-SEND THRU                                SBUSN01P
019600             INQUIRE-AND-SEND-EXIT.                               SBUSN01P
019700 ADD-OWNER-EXIT.                                                  SBUSN01P
019800     EXIT.                                                        SBUSN01P
019900                                                                  SBUSN01P
020000***************************************************************** SBUSN01P
020100* Remove the keyed person's link to the business                * SBUSN01P
020200***************************************************************** SBUSN01P
020300 REMOVE-OWNER.                                                    SBUSN01P
020400     MOVE SPACES TO CD95-DATA.                                    SBUSN01P
020500     SET CD95I-REMOVE-OWNER TO TRUE.                              SBUSN01P
020600     MOVE EIBOPID TO CD95I-CALLER.                                SBUSN01P
020700     MOVE LK-PID TO CD95I-PID.                                    SBUSN01P
020800     MOVE OPIDI IN BUSN01AI TO CD95I-OWN-PID.                     SBUSN01P
020900 COPY CBANKX95.                                                   SBUSN01P
021000     IF NOT CD95O-OK                                              SBUSN01P
021100       MOVE CD95O-MSG TO ERRMSGO IN BUSN01AO                      SBUSN01P
021200       PERFORM RESEND-SCREEN THRU                                 SBUSN01P
021300               RESEND-SCREEN-EXIT                                 SBUSN01P
021400       GO TO REMOVE-OWNER-EXIT                                    SBUSN01P
021500     END-IF.                                                      SBUSN01P
021600     MOVE CD95O-MSG TO WS-ACTION-MSG.                             SBUSN01P
021700     PERFORM INQUIRE-AND-SEND THRU                                SBUSN01P
021800             INQUIRE-AND-SEND-EXIT.                               SBUSN01P
021900 REMOVE-OWNER-EXIT.                                               SBUSN01P
022000     EXIT.                                                        SBUSN01P
022100                                                                  SBUSN01P
022200***************************************************************** SBUSN01P
022300* Show the profile and the people linked and send them.  A      * SBUSN01P
022400* change just made is reported in place of the prompt.          * SBUSN01P
022500***************************************************************** SBUSN01P
022600 INQUIRE-AND-SEND.                                                SBUSN01P
022700     MOVE SPACES TO CD95-DATA.                                    SBUSN01P
022800     SET CD95I-INQUIRE TO TRUE.                                   SBUSN01P
022900     MOVE EIBOPID TO CD95I-CALLER.                                SBUSN01P
023000     MOVE LK-PID TO CD95I-PID.                                    SBUSN01P
023100 COPY CBANKX95.                                                   SBUSN01P
023200     MOVE LOW-VALUES TO BUSN01AO.                                 SBUSN01P
023300     MOVE LK-PID TO PIDO IN BUSN01AO.                             SBUSN01P
023400     MOVE CD95O-NAME TO CUSTNMO IN BUSN01AO.                      SBUSN01P
023500     MOVE CD95O-REG-NAME TO RNAMEO IN BUSN01AO.                   SBUSN01P
023600     MOVE CD95O-REG-NUMBER TO REGNOO IN BUSN01AO.                 SBUSN01P
023700     MOVE CD95O-INC-CNTRY TO INCCTYO IN BUSN01AO.                 SBUSN01P
023800     MOVE CD95O-INDUSTRY TO INDUSO IN BUSN01AO.                   SBUSN01P
023900     MOVE CD95O-ADDR1 TO ADDR1O IN BUSN01AO.                      SBUSN01P
024000     MOVE CD95O-ADDR2 TO ADDR2O IN BUSN01AO.                      SBUSN01P
024100     MOVE CD95O-STATE TO STATEO IN BUSN01AO.                      SBUSN01P
024200     MOVE CD95O-CNTRY TO CNTRYO IN BUSN01AO.                      SBUSN01P
024300     MOVE CD95O-POST-CODE TO PSTCDO IN BUSN01AO.                  SBUSN01P
024350     MOVE CD95O-ANALYSIS-ACCNO TO ANLACO IN BUSN01AO.             SBUSN01P
024400     MOVE CD95O-THRESHOLD TO WS-PCT-EDIT.                         SBUSN01P
024500     MOVE WS-PCT-EDIT TO THRESHO IN BUSN01AO.                     SBUSN01P
024600     MOVE CD95O-OWNED-PCT TO WS-PCT-EDIT.                         SBUSN01P
024700     MOVE WS-PCT-EDIT TO OWNEDO IN BUSN01AO.                      SBUSN01P
024800     MOVE CD95O-OWN-PID (1) TO LIST1PDO IN BUSN01AO.              SBUSN01P
024900     MOVE CD95O-OWN-NAME (1) TO LIST1NMO IN BUSN01AO.             SBUSN01P
025000     MOVE CD95O-OWN-ROLE (1) TO LIST1ROO IN BUSN01AO.             SBUSN01P
025100     IF CD95O-OWN-PID (1) IS NOT EQUAL TO SPACES                  SBUSN01P
025200       MOVE CD95O-OWN-PCT (1) TO WS-PCT-EDIT                      SBUSN01P
025300       MOVE WS-PCT-EDIT TO LIST1PCO IN BUSN01AO                   SBUSN01P
025400     END-IF.                                                      SBUSN01P
025500     MOVE CD95O-OWN-STATUS (1) TO LIST1STO IN BUSN01AO.           SBUSN01P
025600     MOVE CD95O-OWN-SCREENED (1) TO LIST1SCO IN BUSN01AO.         SBUSN01P
025700     MOVE CD95O-OWN-PID (2) TO LIST2PDO IN BUSN01AO.              SBUSN01P
025800     MOVE CD95O-OWN-NAME (2) TO LIST2NMO IN BUSN01AO.             SBUSN01P
025900     MOVE CD95O-OWN-ROLE (2) TO LIST2ROO IN BUSN01AO.             SBUSN01P
026000     IF CD95O-OWN-PID (2) IS NOT EQUAL TO SPACES                  SBUSN01P
026100       MOVE CD95O-OWN-PCT (2) TO WS-PCT-EDIT                      SBUSN01P
026200       MOVE WS-PCT-EDIT TO LIST2PCO IN BUSN01AO                   SBUSN01P
026300     END-IF.                                                      SBUSN01P
026400     MOVE CD95O-OWN-STATUS (2) TO LIST2STO IN BUSN01AO.           SBUSN01P
026500     MOVE CD95O-OWN-SCREENED (2) TO LIST2SCO IN BUSN01AO.         SBUSN01P
026600     MOVE CD95O-OWN-PID (3) TO LIST3PDO IN BUSN01AO.              SBUSN01P
026700     MOVE CD95O-OWN-NAME (3) TO LIST3NMO IN BUSN01AO.             SBUSN01P
026800     MOVE CD95O-OWN-ROLE (3) TO LIST3ROO IN BUSN01AO.             SBUSN01P
026900     IF CD95O-OWN-PID (3) IS NOT EQUAL TO SPACES                  SBUSN01P
027000       MOVE CD95O-OWN-PCT (3) TO WS-PCT-EDIT                      SBUSN01P
027100       MOVE WS-PCT-EDIT TO LIST3PCO IN BUSN01AO                   SBUSN01P
027200     END-IF.                                                      SBUSN01P
027300     MOVE CD95O-OWN-STATUS (3) TO LIST3STO IN BUSN01AO.           SBUSN01P
027400     MOVE CD95O-OWN-SCREENED (3) TO LIST3SCO IN BUSN01AO.         SBUSN01P
027500     MOVE CD95O-OWN-PID (4) TO LIST4PDO IN BUSN01AO.              SBUSN01P
027600     MOVE CD95O-OWN-NAME (4) TO LIST4NMO IN BUSN01AO.             SBUSN01P
027700     MOVE CD95O-OWN-ROLE (4) TO LIST4ROO IN BUSN01AO.             SBUSN01P
027800     IF CD95O-OWN-PID (4) IS NOT EQUAL TO SPACES                  SBUSN01P
027900       MOVE CD95O-OWN-PCT (4) TO WS-PCT-EDIT                      SBUSN01P
028000       MOVE WS-PCT-EDIT TO LIST4PCO IN BUSN01AO                   SBUSN01P
028100     END-IF.                                                      SBUSN01P
028200     MOVE CD95O-OWN-STATUS (4) TO LIST4STO IN BUSN01AO.           SBUSN01P
028300     MOVE CD95O-OWN-SCREENED (4) TO LIST4SCO IN BUSN01AO.         SBUSN01P
028400     MOVE CD95O-OWN-PID (5) TO LIST5PDO IN BUSN01AO.              SBUSN01P
028500     MOVE CD95O-OWN-NAME (5) TO LIST5NMO IN BUSN01AO.             SBUSN01P
028600     MOVE CD95O-OWN-ROLE (5) TO LIST5ROO IN BUSN01AO.             SBUSN01P
028700     IF CD95O-OWN-PID (5) IS NOT EQUAL TO SPACES                  SBUSN01P
028800       MOVE CD95O-OWN-PCT (5) TO WS-PCT-EDIT                      SBUSN01P
028900       MOVE WS-PCT-EDIT TO LIST5PCO IN BUSN01AO                   SBUSN01P
029000     END-IF.                                                      SBUSN01P
029100     MOVE CD95O-OWN-STATUS (5) TO LIST5STO IN BUSN01AO.           SBUSN01P
029200     MOVE CD95O-OWN-SCREENED (5) TO LIST5SCO IN BUSN01AO.         SBUSN01P
029300     MOVE CD95O-OWN-PID (6) TO LIST6PDO IN BUSN01AO.              SBUSN01P
029400     MOVE CD95O-OWN-NAME (6) TO LIST6NMO IN BUSN01AO.             SBUSN01P
029500     MOVE CD95O-OWN-ROLE (6) TO LIST6ROO IN BUSN01AO.             SBUSN01P
029600     IF CD95O-OWN-PID (6) IS NOT EQUAL TO SPACES                  SBUSN01P
029700       MOVE CD95O-OWN-PCT (6) TO WS-PCT-EDIT                      SBUSN01P
029800       MOVE WS-PCT-EDIT TO LIST6PCO IN BUSN01AO                   SBUSN01P
029900     END-IF.                                                      SBUSN01P
030000     MOVE CD95O-OWN-STATUS (6) TO LIST6STO IN BUSN01AO.           SBUSN01P
030100     MOVE CD95O-OWN-SCREENED (6) TO LIST6SCO IN BUSN01AO.         SBUSN01P
030200     MOVE CD95O-OWN-PID (7) TO LIST7PDO IN BUSN01AO.              SBUSN01P
030300     MOVE CD95O-OWN-NAME (7) TO LIST7NMO IN BUSN01AO.             SBUSN01P
030400     MOVE CD95O-OWN-ROLE (7) TO LIST7ROO IN BUSN01AO.             SBUSN01P
030500     IF CD95O-OWN-PID (7) IS NOT EQUAL TO SPACES                  SBUSN01P
030600       MOVE CD95O-OWN-PCT (7) TO WS-PCT-EDIT                      SBUSN01P
030700       MOVE WS-PCT-EDIT TO LIST7PCO IN BUSN01AO                   SBUSN01P
030800     END-IF.                                                      SBUSN01P
030900     MOVE CD95O-OWN-STATUS (7) TO LIST7STO IN BUSN01AO.           SBUSN01P
031000     MOVE CD95O-OWN-SCREENED (7) TO LIST7SCO IN BUSN01AO.         SBUSN01P
031100     MOVE CD95O-OWN-PID (8) TO LIST8PDO IN BUSN01AO.              SBUSN01P
031200     MOVE CD95O-OWN-NAME (8) TO LIST8NMO IN BUSN01AO.             SBUSN01P
031300     MOVE CD95O-OWN-ROLE (8) TO LIST8ROO IN BUSN01AO.             SBUSN01P
031400     IF CD95O-OWN-PID (8) IS NOT EQUAL TO SPACES                  SBUSN01P
031500       MOVE CD95O-OWN-PCT (8) TO WS-PCT-EDIT                      SBUSN01P
031600       MOVE WS-PCT-EDIT TO LIST8PCO IN BUSN01AO                   SBUSN01P
031700     END-IF.                                                      SBUSN01P
031800     MOVE CD95O-OWN-STATUS (8) TO LIST8STO IN BUSN01AO.           SBUSN01P
031900     MOVE CD95O-OWN-SCREENED (8) TO LIST8SCO IN BUSN01AO.         SBUSN01P
032000     IF WS-ACTION-MSG IS NOT EQUAL TO SPACES                      SBUSN01P
032100       MOVE WS-ACTION-MSG TO ERRMSGO IN BUSN01AO                  SBUSN01P
032200     ELSE                                                         SBUSN01P
032300       IF NOT CD95O-OK OR CD95O-PROFILE-NO                        SBUSN01P
032400         MOVE CD95O-MSG TO ERRMSGO IN BUSN01AO                    SBUSN01P
032500       ELSE                                                       SBUSN01P
032600         MOVE 'PF5=Save profile PF6=Link person PF7=Remove link'  SBUSN01P
032700           TO ERRMSGO IN BUSN01AO                                 SBUSN01P
032800       END-IF                                                     SBUSN01P
032900     END-IF.                                                      SBUSN01P
033000     SET LK-SCREEN-WAS-SENT TO TRUE.                              SBUSN01P
033100     EXEC CICS SEND MAP('BUSN01A')                                SBUSN01P
033200                MAPSET('MBUSN01')                                 SBUSN01P
033300                ERASE                                             SBUSN01P
033400                FREEKB                                            SBUSN01P
033500     END-EXEC.                                                    SBUSN01P
033600 INQUIRE-AND-SEND-EXIT.                                           SBUSN01P
033700     EXIT.                                                        SBUSN01P
033800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SBUSN01P
