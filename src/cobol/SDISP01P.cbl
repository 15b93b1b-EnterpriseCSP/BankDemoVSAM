002000*              PF9 reverses it - all via DBANK31P, stamped      * SDISP01P
002100*              with the submitting and reviewing user ids the   * SDISP01P
002200*              way the hold queue stamps its rows.              * SDISP01P
002225*              Opened from the staff inbox (SINBX01P) it lists  * SDISP01P
002250*              from the picked item with line 1 keyed, and PF3  * SDISP01P
002275*              returns there.                                   * SDISP01P
002300***************************************************************** SDISP01P
002400                                                                  SDISP01P
002500 IDENTIFICATION DIVISION.                                         SDISP01P
004400 01  WS-COMMAREA-31.                                              SDISP01P
004500 COPY CBANKD31.                                                   SDISP01P
004600                                                                  SDISP01P
004625 01  WS-INBOX-AREA.                                               SDISP01P
004650 COPY CINBOXD.                                                    SDISP01P
004675                                                                  SDISP01P
004700 COPY DFHAID.                                                     SDISP01P
004800                                                                  SDISP01P
004900 COPY DFHBMSCA.                                                   SDISP01P
006400* queue                                                         * SDISP01P
006500***************************************************************** SDISP01P
006600     IF EIBCALEN IS EQUAL TO 0                                    SDISP01P
006612       PERFORM READ-INBOX-HANDOFF THRU                            SDISP01P
006624               READ-INBOX-HANDOFF-EXIT                            SDISP01P
006636       IF INBX-MODE-ON                                            SDISP01P
006648         PERFORM OPEN-INBOX-ITEM THRU                             SDISP01P
006660                 OPEN-INBOX-ITEM-EXIT                             SDISP01P
006672         GO TO COMMON-RETURN                                      SDISP01P
006684       END-IF                                                     SDISP01P
006700       PERFORM BROWSE-AND-SEND THRU                               SDISP01P
006800               BROWSE-AND-SEND-EXIT                               SDISP01P
006900       GO TO COMMON-RETURN                                        SDISP01P
008100***************************************************************** SDISP01P
008200     EVALUATE TRUE                                                SDISP01P
008300       WHEN EIBAID IS EQUAL TO DFHPF3                             SDISP01P
008314         PERFORM READ-INBOX-HANDOFF THRU                          SDISP01P
008328                 READ-INBOX-HANDOFF-EXIT                          SDISP01P
008342         IF INBX-MODE-ON                                          SDISP01P
008356           PERFORM RETURN-TO-INBOX THRU                           SDISP01P
008370                   RETURN-TO-INBOX-EXIT                           SDISP01P
008384         END-IF                                                   SDISP01P
008400         EXEC CICS RETURN END-EXEC                                SDISP01P
008500         GOBACK                                                   SDISP01P
008600       WHEN EIBAID IS EQUAL TO DFHPF5                             SDISP01P
011400 BROWSE-AND-SEND.                                                 SDISP01P
011500     MOVE SPACES TO CD31-DATA.                                    SDISP01P
011600     SET CD31I-BROWSE TO TRUE.                                    SDISP01P
011625     IF INBX-MODE-ON                                              SDISP01P
011650       MOVE INBX-ITEM-KEY TO CD31I-KEY                            SDISP01P
011675     END-IF.                                                      SDISP01P
011700 COPY CBANKX31.                                                   SDISP01P
011800     MOVE LOW-VALUES TO DISP01AO.                                 SDISP01P
011900     MOVE CD31O-ENTRY-PID (1) TO LIST1PDO IN DISP01AO.            SDISP01P
014800         TO ERRMSGO IN DISP01AO                                   SDISP01P
014900     END-IF.                                                      SDISP01P
015000     SET LK-SCREEN-WAS-SENT TO TRUE.                              SDISP01P
015025     IF INBX-MODE-ON                                              SDISP01P
015050       MOVE '1' TO SELLNO IN DISP01AO                             SDISP01P
015075     END-IF.                                                      SDISP01P
015100     EXEC CICS SEND MAP('DISP01A')                                SDISP01P
015200                MAPSET('MDISP01')                                 SDISP01P
015300                ERASE                                             SDISP01P
023600 RESOLVE-DISPUTE-EXIT.                                            SDISP01P
023700     EXIT.                                                        SDISP01P
023800                                                                  SDISP01P
023808***************************************************************** SDISP01P
023816* Opened from the staff inbox - show the picked item            * SDISP01P
023824***************************************************************** SDISP01P
023832 OPEN-INBOX-ITEM.                                                 SDISP01P
023840     PERFORM BROWSE-AND-SEND THRU                                 SDISP01P
023848             BROWSE-AND-SEND-EXIT.                                SDISP01P
023856 OPEN-INBOX-ITEM-EXIT.                                            SDISP01P
023864     EXIT.                                                        SDISP01P
023872                                                                  SDISP01P
023880 COPY CINBOXP.                                                    SDISP01P
023888                                                                  SDISP01P
023900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SDISP01P
