002100*              under the keyed reason code), each posting the   * SSUSP01P
002200*              clearing entry the ledger feed carries back      * SSUSP01P
002300*              out of the suspense account.                     * SSUSP01P
002325*              Opened from the staff inbox (SINBX01P) it lists  * SSUSP01P
002350*              from the picked item with line 1 keyed, and PF3  * SSUSP01P
002375*              returns there.                                   * SSUSP01P
002400***************************************************************** SSUSP01P
002500                                                                  SSUSP01P
002600 IDENTIFICATION DIVISION.                                         SSUSP01P
004500 01  WS-COMMAREA.                                                 SSUSP01P
004600 COPY CBANKD66.                                                   SSUSP01P
004700                                                                  SSUSP01P
004725 01  WS-INBOX-AREA.                                               SSUSP01P
004750 COPY CINBOXD.                                                    SSUSP01P
004775                                                                  SSUSP01P
004800 COPY DFHAID.                                                     SSUSP01P
004900                                                                  SSUSP01P
005000 COPY DFHBMSCA.                                                   SSUSP01P
006600* screen                                                        * SSUSP01P
006700***************************************************************** SSUSP01P
006800     IF EIBCALEN IS EQUAL TO 0                                    SSUSP01P
006812       PERFORM READ-INBOX-HANDOFF THRU                            SSUSP01P
006824               READ-INBOX-HANDOFF-EXIT                            SSUSP01P
006836       IF INBX-MODE-ON                                            SSUSP01P
006848         PERFORM OPEN-INBOX-ITEM THRU                             SSUSP01P
006860                 OPEN-INBOX-ITEM-EXIT                             SSUSP01P
006872         GO TO COMMON-RETURN                                      SSUSP01P
006884       END-IF                                                     SSUSP01P
006900       MOVE LOW-VALUES TO SUSP01AO                                SSUSP01P
007000       MOVE 'Enter=List breaks PF6=Match PF9=Write off'           SSUSP01P
007100         TO ERRMSGO IN SUSP01AO                                   SSUSP01P
008600                                                                  SSUSP01P
008700     EVALUATE TRUE                                                SSUSP01P
008800       WHEN EIBAID IS EQUAL TO DFHPF3                             SSUSP01P
008814         PERFORM READ-INBOX-HANDOFF THRU                          SSUSP01P
008828                 READ-INBOX-HANDOFF-EXIT                          SSUSP01P
008842         IF INBX-MODE-ON                                          SSUSP01P
008856           PERFORM RETURN-TO-INBOX THRU                           SSUSP01P
008870                   RETURN-TO-INBOX-EXIT                           SSUSP01P
008884         END-IF                                                   SSUSP01P
008900         EXEC CICS RETURN END-EXEC                                SSUSP01P
009000         GOBACK                                                   SSUSP01P
009100       WHEN EIBAID IS EQUAL TO DFHPF6                             SSUSP01P
016800     END-IF.                                                      SSUSP01P
016900     MOVE 'Key SEL then PF6=Match PF9=Write off PF8=More'         SSUSP01P
017000       TO ERRMSGO IN SUSP01AO.                                    SSUSP01P
017025     IF INBX-MODE-ON                                              SSUSP01P
017050       MOVE '1' TO SELLNO IN SUSP01AO                             SSUSP01P
017075     END-IF.                                                      SSUSP01P
017100 LIST-ITEMS-SEND.                                                 SSUSP01P
017200     EXEC CICS SEND MAP('SUSP01A')                                SSUSP01P
017300                MAPSET('MSUSP01')                                 SSUSP01P
023100 CLEAR-ITEM-EXIT.                                                 SSUSP01P
023200     EXIT.                                                        SSUSP01P
023300                                                                  SSUSP01P
023307***************************************************************** SSUSP01P
023314* Opened from the staff inbox - show the picked item            * SSUSP01P
023321***************************************************************** SSUSP01P
023328 OPEN-INBOX-ITEM.                                                 SSUSP01P
023335     MOVE INBX-ITEM-KEY TO LK-NEXT-KEY.                           SSUSP01P
023342     SET LK-SCREEN-WAS-SENT TO TRUE.                              SSUSP01P
023349     PERFORM LIST-ITEMS THRU                                      SSUSP01P
023356             LIST-ITEMS-EXIT.                                     SSUSP01P
023363 OPEN-INBOX-ITEM-EXIT.                                            SSUSP01P
023370     EXIT.                                                        SSUSP01P
023377                                                                  SSUSP01P
023384 COPY CINBOXP.                                                    SSUSP01P
023391                                                                  SSUSP01P
023400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SSUSP01P
023500                                                                  SSUSP01P
