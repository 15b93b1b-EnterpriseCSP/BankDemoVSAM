001900*              via DBANK37P, stamped with the reviewing user.   * SDENY01P
002000*              A held onboarding or update stays held until     * SDENY01P
002100*              its hit is worked here.                          * SDENY01P
002125*              Opened from the staff inbox (SINBX01P) it lists  * SDENY01P
002150*              from the picked item with line 1 keyed, and PF3  * SDENY01P
002175*              returns there.                                   * SDENY01P
002200***************************************************************** SDENY01P
002300                                                                  SDENY01P
002400 IDENTIFICATION DIVISION.                                         SDENY01P
004300 01  WS-COMMAREA-37.                                              SDENY01P
004400 COPY CBANKD37.                                                   SDENY01P
004500                                                                  SDENY01P
004525 01  WS-INBOX-AREA.                                               SDENY01P
004550 COPY CINBOXD.                                                    SDENY01P
004575                                                                  SDENY01P
004600 COPY DFHAID.                                                     SDENY01P
004700                                                                  SDENY01P
004800 COPY DFHBMSCA.                                                   SDENY01P
006300* hits                                                          * SDENY01P
006400***************************************************************** SDENY01P
006500     IF EIBCALEN IS EQUAL TO 0                                    SDENY01P
006512       PERFORM READ-INBOX-HANDOFF THRU                            SDENY01P
006524               READ-INBOX-HANDOFF-EXIT                            SDENY01P
006536       IF INBX-MODE-ON                                            SDENY01P
006548         PERFORM OPEN-INBOX-ITEM THRU                             SDENY01P
006560                 OPEN-INBOX-ITEM-EXIT                             SDENY01P
006572         GO TO COMMON-RETURN                                      SDENY01P
006584       END-IF                                                     SDENY01P
006600       PERFORM BROWSE-AND-SEND THRU                               SDENY01P
006700               BROWSE-AND-SEND-EXIT                               SDENY01P
006800       GO TO COMMON-RETURN                                        SDENY01P
007900***************************************************************** SDENY01P
008000     EVALUATE TRUE                                                SDENY01P
008100       WHEN EIBAID IS EQUAL TO DFHPF3                             SDENY01P
008114         PERFORM READ-INBOX-HANDOFF THRU                          SDENY01P
008128                 READ-INBOX-HANDOFF-EXIT                          SDENY01P
008142         IF INBX-MODE-ON                                          SDENY01P
008156           PERFORM RETURN-TO-INBOX THRU                           SDENY01P
008170                   RETURN-TO-INBOX-EXIT                           SDENY01P
008184         END-IF                                                   SDENY01P
008200         EXEC CICS RETURN END-EXEC                                SDENY01P
008300         GOBACK                                                   SDENY01P
008400       WHEN EIBAID IS EQUAL TO DFHPF6                             SDENY01P
010700 BROWSE-AND-SEND.                                                 SDENY01P
010800     MOVE SPACES TO CD37-DATA.                                    SDENY01P
010900     SET CD37I-BROWSE TO TRUE.                                    SDENY01P
010925     IF INBX-MODE-ON                                              SDENY01P
010950       MOVE INBX-ITEM-KEY TO CD37I-KEY                            SDENY01P
010975     END-IF.                                                      SDENY01P
011000 COPY CBANKX37.                                                   SDENY01P
011100     MOVE LOW-VALUES TO DENY01AO.                                 SDENY01P
011200     MOVE CD37O-ENTRY-PID (1) TO LIST1PDO IN DENY01AO.            SDENY01P
013700         TO ERRMSGO IN DENY01AO                                   SDENY01P
013800     END-IF.                                                      SDENY01P
013900     SET LK-SCREEN-WAS-SENT TO TRUE.                              SDENY01P
013925     IF INBX-MODE-ON                                              SDENY01P
013950       MOVE '1' TO SELLNO IN DENY01AO                             SDENY01P
013975     END-IF.                                                      SDENY01P
014000     EXEC CICS SEND MAP('DENY01A')                                SDENY01P
014100                MAPSET('MDENY01')                                 SDENY01P
014200                ERASE                                             SDENY01P
019900 RESOLVE-HIT-EXIT.                                                SDENY01P
020000     EXIT.                                                        SDENY01P
020100                                                                  SDENY01P
020108***************************************************************** SDENY01P
020116* Opened from the staff inbox - show the picked item            * SDENY01P
020124***************************************************************** SDENY01P
020132 OPEN-INBOX-ITEM.                                                 SDENY01P
020140     PERFORM BROWSE-AND-SEND THRU                                 SDENY01P
020148             BROWSE-AND-SEND-EXIT.                                SDENY01P
020156 OPEN-INBOX-ITEM-EXIT.                                            SDENY01P
020164     EXIT.                                                        SDENY01P
020172                                                                  SDENY01P
020180 COPY CINBOXP.                                                    SDENY01P
020188                                                                  SDENY01P
020200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SDENY01P
