001400* Layer:       Screen handling                                  * SBRCH01P
001500* Function:    Branch master maintenance in the SSTAT01P mold   * SBRCH01P
001600*              - Enter reads a branch, PF5 adds or updates the  * SBRCH01P
001666*              keyed code, name, address, region and            * SBRCH01P
001732*              recertifying manager, PF9                        * SBRCH01P
001800*              closes a branch to new business, all via         * SBRCH01P
001900*              DBANK44P.  The screen title, prompt and          * SBRCH01P
002000*              confirmations resolve through the message file   * SBRCH01P
013700     MOVE CD44O-ADDR TO BADDRO IN BRCH01AO.                       SBRCH01P
013800     MOVE CD44O-REGION TO BREGNO IN BRCH01AO.                     SBRCH01P
013900     MOVE CD44O-STATUS TO BSTATO IN BRCH01AO.                     SBRCH01P
013950     MOVE CD44O-MANAGER TO BMGRO IN BRCH01AO.                     SBRCH01P
014000     MOVE 'Branch shown - PF5=Save PF9=Close PF3=Exit'            SBRCH01P
014100       TO ERRMSGO IN BRCH01AO.                                    SBRCH01P
014200     EXEC CICS SEND MAP('BRCH01A')                                SBRCH01P
015700     MOVE BNAMEI IN BRCH01AI TO CD44I-NAME.                       SBRCH01P
015800     MOVE BADDRI IN BRCH01AI TO CD44I-ADDR.                       SBRCH01P
015900     MOVE BREGNI IN BRCH01AI TO CD44I-REGION.                     SBRCH01P
015950     MOVE BMGRI IN BRCH01AI TO CD44I-MANAGER.                     SBRCH01P
016000 COPY CBANKX44.                                                   SBRCH01P
016100     IF CD44O-OK                                                  SBRCH01P
016200       PERFORM RESOLVE-SAVED-TEXT THRU                            SBRCH01P
