002300*              holder, PF5 shows the beneficiary on file as a   * SESTA01P
002400*              retitle aid - all via DBANK38P stamped with the  * SESTA01P
002500*              supervising user.                                * SESTA01P
002525*              Opened from the staff inbox (SINBX01P) it lists  * SESTA01P
002550*              from the picked item with line 1 keyed, and PF3  * SESTA01P
002575*              returns there.                                   * SESTA01P
002600***************************************************************** SESTA01P
002700                                                                  SESTA01P
002800 IDENTIFICATION DIVISION.                                         SESTA01P
005220 01  WS-SDBX-DATA.                                                SESTA01P
005230 COPY CBANKD58.                                                   SESTA01P
005300                                                                  SESTA01P
005325 01  WS-INBOX-AREA.                                               SESTA01P
005350 COPY CINBOXD.                                                    SESTA01P
005375                                                                  SESTA01P
005400 COPY DFHAID.                                                     SESTA01P
005500                                                                  SESTA01P
005600 COPY DFHBMSCA.                                                   SESTA01P
007300* estate work                                                   * SESTA01P
007400***************************************************************** SESTA01P
007500     IF EIBCALEN IS EQUAL TO 0                                    SESTA01P
007512       PERFORM READ-INBOX-HANDOFF THRU                            SESTA01P
007524               READ-INBOX-HANDOFF-EXIT                            SESTA01P
007536       IF INBX-MODE-ON                                            SESTA01P
007548         PERFORM OPEN-INBOX-ITEM THRU                             SESTA01P
007560                 OPEN-INBOX-ITEM-EXIT                             SESTA01P
007572         GO TO COMMON-RETURN                                      SESTA01P
007584       END-IF                                                     SESTA01P
007600       PERFORM BROWSE-AND-SEND THRU                               SESTA01P
007700               BROWSE-AND-SEND-EXIT                               SESTA01P
007800       GO TO COMMON-RETURN                                        SESTA01P
009100***************************************************************** SESTA01P
009200     EVALUATE TRUE                                                SESTA01P
009300       WHEN EIBAID IS EQUAL TO DFHPF3                             SESTA01P
009314         PERFORM READ-INBOX-HANDOFF THRU                          SESTA01P
009328                 READ-INBOX-HANDOFF-EXIT                          SESTA01P
009342         IF INBX-MODE-ON                                          SESTA01P
009356           PERFORM RETURN-TO-INBOX THRU                           SESTA01P
009370                   RETURN-TO-INBOX-EXIT                           SESTA01P
009384         END-IF                                                   SESTA01P
009400         EXEC CICS RETURN END-EXEC                                SESTA01P
009500         GOBACK                                                   SESTA01P
009600       WHEN EIBAID IS EQUAL TO DFHPF5                             SESTA01P
012300 BROWSE-AND-SEND.                                                 SESTA01P
012400     MOVE SPACES TO CD38-DATA.                                    SESTA01P
012500     SET CD38I-BROWSE TO TRUE.                                    SESTA01P
012525     IF INBX-MODE-ON                                              SESTA01P
012550       MOVE INBX-ITEM-KEY TO CD38I-KEY                            SESTA01P
012575     END-IF.                                                      SESTA01P
012600 COPY CBANKX38.                                                   SESTA01P
012700     MOVE LOW-VALUES TO ESTA01AO.                                 SESTA01P
012800     MOVE CD38O-ENTRY-PID (1) TO LIST1PDO IN ESTA01AO.            SESTA01P
015300         TO ERRMSGO IN ESTA01AO                                   SESTA01P
015400     END-IF.                                                      SESTA01P
015500     SET LK-SCREEN-WAS-SENT TO TRUE.                              SESTA01P
015525     IF INBX-MODE-ON                                              SESTA01P
015550       MOVE '1' TO SELLNO IN ESTA01AO                             SESTA01P
015575     END-IF.                                                      SESTA01P
015600     EXEC CICS SEND MAP('ESTA01A')                                SESTA01P
015700                MAPSET('MESTA01')                                 SESTA01P
015800                ERASE                                             SESTA01P
032100 EDIT-LINE-NUMBER-EXIT.                                           SESTA01P
032200     EXIT.                                                        SESTA01P
032300                                                                  SESTA01P
032308***************************************************************** SESTA01P
032316* Opened from the staff inbox - show the picked item            * SESTA01P
032324***************************************************************** SESTA01P
032332 OPEN-INBOX-ITEM.                                                 SESTA01P
032340     PERFORM BROWSE-AND-SEND THRU                                 SESTA01P
032348             BROWSE-AND-SEND-EXIT.                                SESTA01P
032356 OPEN-INBOX-ITEM-EXIT.                                            SESTA01P
032364     EXIT.                                                        SESTA01P
032372                                                                  SESTA01P
032380 COPY CINBOXP.                                                    SESTA01P
032388                                                                  SESTA01P
032400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SESTA01P
