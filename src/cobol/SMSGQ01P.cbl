001900*              reason code from the interaction-log reason      * SMSGQ01P
002000*              table.  Staff replies and closes go to the       * SMSGQ01P
002100*              DBANK40P interaction log automatically.          * SMSGQ01P
002133*              Opened from the staff inbox (SINBX01P) it shows  * SMSGQ01P
002166*              the picked thread at once and PF3 returns there. * SMSGQ01P
002200***************************************************************** SMSGQ01P
002300                                                                  SMSGQ01P
002400 IDENTIFICATION DIVISION.                                         SMSGQ01P
004200 01  WS-COMMAREA.                                                 SMSGQ01P
004300 COPY CBANKD56.                                                   SMSGQ01P
004400                                                                  SMSGQ01P
004425 01  WS-INBOX-AREA.                                               SMSGQ01P
004450 COPY CINBOXD.                                                    SMSGQ01P
004475                                                                  SMSGQ01P
004500 COPY DFHAID.                                                     SMSGQ01P
004600                                                                  SMSGQ01P
004700 COPY DFHBMSCA.                                                   SMSGQ01P
006500* First time in this pseudo-conversation - show the queue       * SMSGQ01P
006600***************************************************************** SMSGQ01P
006700     IF EIBCALEN IS EQUAL TO 0                                    SMSGQ01P
006712       PERFORM READ-INBOX-HANDOFF THRU                            SMSGQ01P
006724               READ-INBOX-HANDOFF-EXIT                            SMSGQ01P
006736       IF INBX-MODE-ON                                            SMSGQ01P
006748         PERFORM OPEN-INBOX-ITEM THRU                             SMSGQ01P
006760                 OPEN-INBOX-ITEM-EXIT                             SMSGQ01P
006772         GO TO COMMON-RETURN                                      SMSGQ01P
006784       END-IF                                                     SMSGQ01P
006800       MOVE LOW-VALUES TO MSGQ01AO                                SMSGQ01P
006900       MOVE 'Enter=List queue PF3=Exit'                           SMSGQ01P
007000         TO ERRMSGO IN MSGQ01AO                                   SMSGQ01P
008900***************************************************************** SMSGQ01P
009000     EVALUATE TRUE                                                SMSGQ01P
009100       WHEN EIBAID IS EQUAL TO DFHPF3                             SMSGQ01P
009114         PERFORM READ-INBOX-HANDOFF THRU                          SMSGQ01P
009128                 READ-INBOX-HANDOFF-EXIT                          SMSGQ01P
009142         IF INBX-MODE-ON                                          SMSGQ01P
009156           PERFORM RETURN-TO-INBOX THRU                           SMSGQ01P
009170                   RETURN-TO-INBOX-EXIT                           SMSGQ01P
009184         END-IF                                                   SMSGQ01P
009200         EXEC CICS RETURN END-EXEC                                SMSGQ01P
009300         GOBACK                                                   SMSGQ01P
009400       WHEN EIBAID IS EQUAL TO DFHPF2                             SMSGQ01P
027800                FREEKB                                            SMSGQ01P
027900     END-EXEC.                                                    SMSGQ01P
028000                                                                  SMSGQ01P
028005***************************************************************** SMSGQ01P
028010* Opened from the staff inbox - show the picked item            * SMSGQ01P
028015***************************************************************** SMSGQ01P
028020 OPEN-INBOX-ITEM.                                                 SMSGQ01P
028025     MOVE SPACES TO LK-THREAD-TABLE.                              SMSGQ01P
028030     MOVE INBX-ITEM-KEY (1:5) TO LK-THR-PID (1).                  SMSGQ01P
028035     MOVE INBX-ITEM-KEY (6:26) TO LK-THR-TS (1).                  SMSGQ01P
028040     MOVE '1' TO SELI IN MSGQ01AI.                                SMSGQ01P
028045     SET LK-SCREEN-WAS-SENT TO TRUE.                              SMSGQ01P
028050     PERFORM VIEW-THREAD THRU                                     SMSGQ01P
028055             VIEW-THREAD-EXIT.                                    SMSGQ01P
028060 OPEN-INBOX-ITEM-EXIT.                                            SMSGQ01P
028065     EXIT.                                                        SMSGQ01P
028070                                                                  SMSGQ01P
028075 COPY CINBOXP.                                                    SMSGQ01P
028080                                                                  SMSGQ01P
028100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SMSGQ01P
028200                                                                  SMSGQ01P
