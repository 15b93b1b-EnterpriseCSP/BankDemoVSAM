001800*              old/new data for one in full, then approve (which  SHOLD01P
001900*              applies the change the same way BBANK60P's direct  SHOLD01P
002000*              write does) or reject it.                        * SHOLD01P
002033*              Opened from the staff inbox (SINBX01P) it goes   * SHOLD01P
002066*              straight to the picked item; PF3 returns there.  * SHOLD01P
002100***************************************************************** SHOLD01P
002200                                                                  SHOLD01P
002300 IDENTIFICATION DIVISION.                                         SHOLD01P
004202 01  WS-COMMAREA-40.                                              SHOLD01P
004203 COPY CBANKD40.                                                   SHOLD01P
004300                                                                  SHOLD01P
004325 01  WS-INBOX-AREA.                                               SHOLD01P
004350 COPY CINBOXD.                                                    SHOLD01P
004375                                                                  SHOLD01P
004400 COPY DFHAID.                                                     SHOLD01P
004500                                                                  SHOLD01P
004600 COPY DFHBMSCA.                                                   SHOLD01P
006300* and show the first page of pending entries                    * SHOLD01P
006400***************************************************************** SHOLD01P
006500     IF EIBCALEN IS EQUAL TO 0                                    SHOLD01P
006512       PERFORM READ-INBOX-HANDOFF THRU                            SHOLD01P
006524               READ-INBOX-HANDOFF-EXIT                            SHOLD01P
006536       IF INBX-MODE-ON                                            SHOLD01P
006548         PERFORM OPEN-INBOX-ITEM THRU                             SHOLD01P
006560                 OPEN-INBOX-ITEM-EXIT                             SHOLD01P
006572         GO TO COMMON-RETURN                                      SHOLD01P
006584       END-IF                                                     SHOLD01P
006600       SET LK-PAGING-OFF TO TRUE                                  SHOLD01P
006700       SET CD18-START-EQUAL TO TRUE                               SHOLD01P
006800       PERFORM BROWSE-AND-SEND THRU                               SHOLD01P
008300***************************************************************** SHOLD01P
008400     EVALUATE TRUE                                                SHOLD01P
008500       WHEN EIBAID IS EQUAL TO DFHPF3                             SHOLD01P
008514         PERFORM READ-INBOX-HANDOFF THRU                          SHOLD01P
008528                 READ-INBOX-HANDOFF-EXIT                          SHOLD01P
008542         IF INBX-MODE-ON                                          SHOLD01P
008556           PERFORM RETURN-TO-INBOX THRU                           SHOLD01P
008570                   RETURN-TO-INBOX-EXIT                           SHOLD01P
008584         END-IF                                                   SHOLD01P
008600         EXEC CICS RETURN END-EXEC                                SHOLD01P
008700         GOBACK                                                   SHOLD01P
008800       WHEN EIBAID IS EQUAL TO DFHPF7                             SHOLD01P
031522 SHOW-RECENT-CONTACTS-EXIT.                                       SHOLD01P
031523     EXIT.                                                        SHOLD01P
031524                                                                  SHOLD01P
031529***************************************************************** SHOLD01P
031534* Opened from the staff inbox - show the picked item            * SHOLD01P
031539***************************************************************** SHOLD01P
031544 OPEN-INBOX-ITEM.                                                 SHOLD01P
031549     SET LK-PAGING-OFF TO TRUE.                                   SHOLD01P
031554     MOVE INBX-ITEM-KEY TO SELTSI IN HOLD01AI.                    SHOLD01P
031559     PERFORM SHOW-DETAIL THRU                                     SHOLD01P
031564             SHOW-DETAIL-EXIT.                                    SHOLD01P
031569 OPEN-INBOX-ITEM-EXIT.                                            SHOLD01P
031574     EXIT.                                                        SHOLD01P
031579                                                                  SHOLD01P
031584 COPY CINBOXP.                                                    SHOLD01P
031589                                                                  SHOLD01P
031600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SHOLD01P
