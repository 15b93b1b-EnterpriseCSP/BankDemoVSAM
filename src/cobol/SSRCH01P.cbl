002100*              DBANK39P.  PF6 with a customer id keyed in      * SSRCH01P
002110*              SELPD passes to the SHHLD01P household view     * SSRCH01P
002120*              for that customer's combined position.          * SSRCH01P
002140*              A customer holding care markers is flagged Y,    * SSRCH01P
002160*              and a lone hit shows its care banner through     * SSRCH01P
002180*              DBANK94P.                                        * SSRCH01P
002200***************************************************************** SSRCH01P
002300                                                                  SSRCH01P
002400 IDENTIFICATION DIVISION.                                         SSRCH01P
004200 01  WS-COMMAREA-39.                                              SSRCH01P
004300 COPY CBANKD39.                                                   SSRCH01P
004400                                                                  SSRCH01P
004425 01  WS-COMMAREA-94.                                              SSRCH01P
004450 COPY CBANKD94.                                                   SSRCH01P
004475                                                                  SSRCH01P
004500 COPY DFHAID.                                                     SSRCH01P
004600                                                                  SSRCH01P
004700 COPY DFHBMSCA.                                                   SSRCH01P
013500     MOVE CD39O-ENTRY-NAME (1) TO LIST1NMO IN SRCH01AO.           SSRCH01P
013600     MOVE CD39O-ENTRY-POST (1) TO LIST1PCO IN SRCH01AO.           SSRCH01P
013700     MOVE CD39O-ENTRY-TEL (1) TO LIST1TLO IN SRCH01AO.            SSRCH01P
013750     MOVE CD39O-ENTRY-CARE (1) TO LIST1CRO IN SRCH01AO.           SSRCH01P
013800     MOVE CD39O-ENTRY-PID (2) TO LIST2PDO IN SRCH01AO.            SSRCH01P
013900     MOVE CD39O-ENTRY-NAME (2) TO LIST2NMO IN SRCH01AO.           SSRCH01P
014000     MOVE CD39O-ENTRY-POST (2) TO LIST2PCO IN SRCH01AO.           SSRCH01P
014100     MOVE CD39O-ENTRY-TEL (2) TO LIST2TLO IN SRCH01AO.            SSRCH01P
014150     MOVE CD39O-ENTRY-CARE (2) TO LIST2CRO IN SRCH01AO.           SSRCH01P
014200     MOVE CD39O-ENTRY-PID (3) TO LIST3PDO IN SRCH01AO.            SSRCH01P
014300     MOVE CD39O-ENTRY-NAME (3) TO LIST3NMO IN SRCH01AO.           SSRCH01P
014400     MOVE CD39O-ENTRY-POST (3) TO LIST3PCO IN SRCH01AO.           SSRCH01P
014500     MOVE CD39O-ENTRY-TEL (3) TO LIST3TLO IN SRCH01AO.            SSRCH01P
014550     MOVE CD39O-ENTRY-CARE (3) TO LIST3CRO IN SRCH01AO.           SSRCH01P
014600     MOVE CD39O-ENTRY-PID (4) TO LIST4PDO IN SRCH01AO.            SSRCH01P
014700     MOVE CD39O-ENTRY-NAME (4) TO LIST4NMO IN SRCH01AO.           SSRCH01P
014800     MOVE CD39O-ENTRY-POST (4) TO LIST4PCO IN SRCH01AO.           SSRCH01P
014900     MOVE CD39O-ENTRY-TEL (4) TO LIST4TLO IN SRCH01AO.            SSRCH01P
014950     MOVE CD39O-ENTRY-CARE (4) TO LIST4CRO IN SRCH01AO.           SSRCH01P
015000     MOVE CD39O-ENTRY-PID (5) TO LIST5PDO IN SRCH01AO.            SSRCH01P
015100     MOVE CD39O-ENTRY-NAME (5) TO LIST5NMO IN SRCH01AO.           SSRCH01P
015200     MOVE CD39O-ENTRY-POST (5) TO LIST5PCO IN SRCH01AO.           SSRCH01P
015300     MOVE CD39O-ENTRY-TEL (5) TO LIST5TLO IN SRCH01AO.            SSRCH01P
015350     MOVE CD39O-ENTRY-CARE (5) TO LIST5CRO IN SRCH01AO.           SSRCH01P
015400     MOVE CD39O-ENTRY-PID (6) TO LIST6PDO IN SRCH01AO.            SSRCH01P
015500     MOVE CD39O-ENTRY-NAME (6) TO LIST6NMO IN SRCH01AO.           SSRCH01P
015600     MOVE CD39O-ENTRY-POST (6) TO LIST6PCO IN SRCH01AO.           SSRCH01P
015700     MOVE CD39O-ENTRY-TEL (6) TO LIST6TLO IN SRCH01AO.            SSRCH01P
015750     MOVE CD39O-ENTRY-CARE (6) TO LIST6CRO IN SRCH01AO.           SSRCH01P
015800     MOVE CD39O-ENTRY-PID (7) TO LIST7PDO IN SRCH01AO.            SSRCH01P
015900     MOVE CD39O-ENTRY-NAME (7) TO LIST7NMO IN SRCH01AO.           SSRCH01P
016000     MOVE CD39O-ENTRY-POST (7) TO LIST7PCO IN SRCH01AO.           SSRCH01P
016100     MOVE CD39O-ENTRY-TEL (7) TO LIST7TLO IN SRCH01AO.            SSRCH01P
016150     MOVE CD39O-ENTRY-CARE (7) TO LIST7CRO IN SRCH01AO.           SSRCH01P
016200     MOVE CD39O-ENTRY-PID (8) TO LIST8PDO IN SRCH01AO.            SSRCH01P
016300     MOVE CD39O-ENTRY-NAME (8) TO LIST8NMO IN SRCH01AO.           SSRCH01P
016400     MOVE CD39O-ENTRY-POST (8) TO LIST8PCO IN SRCH01AO.           SSRCH01P
016500     MOVE CD39O-ENTRY-TEL (8) TO LIST8TLO IN SRCH01AO.            SSRCH01P
016550     MOVE CD39O-ENTRY-CARE (8) TO LIST8CRO IN SRCH01AO.           SSRCH01P
016600     EVALUATE TRUE                                                SSRCH01P
016700       WHEN CD39O-NOTFND                                          SSRCH01P
016800         MOVE CD39O-MSG TO ERRMSGO IN SRCH01AO                    SSRCH01P
017300         MOVE 'Listed - PF6+SELPD=Household PF3=Exit'             SSRCH01P
017400           TO ERRMSGO IN SRCH01AO                                 SSRCH01P
017500     END-EVALUATE.                                                SSRCH01P
017533     PERFORM SHOW-CARE-MARKERS THRU                               SSRCH01P
017566             SHOW-CARE-MARKERS-EXIT.                              SSRCH01P
017600     EXEC CICS SEND MAP('SRCH01A')                                SSRCH01P
017700                MAPSET('MSRCH01')                                 SSRCH01P
017800                ERASE                                             SSRCH01P
018100 RUN-SEARCH-EXIT.                                                 SSRCH01P
018200     EXIT.                                                        SSRCH01P
018300                                                                  SSRCH01P
018303***************************************************************** SSRCH01P
018306* A hit whose customer holds care markers is flagged Y.  A lone * SSRCH01P
018309* hit shows its care banner in full, several just a warning.    * SSRCH01P
018312***************************************************************** SSRCH01P
018315 SHOW-CARE-MARKERS.                                               SSRCH01P
018318     MOVE 1 TO WS-SUB1.                                           SSRCH01P
018321 SHOW-CARE-MARKERS-LOOP.                                          SSRCH01P
018324     IF WS-SUB1 IS GREATER THAN 8                                 SSRCH01P
018327       GO TO SHOW-CARE-MARKERS-EXIT                               SSRCH01P
018330     END-IF.                                                      SSRCH01P
018333     IF NOT CD39O-ENTRY-CARE-YES (WS-SUB1)                        SSRCH01P
018336       ADD 1 TO WS-SUB1                                           SSRCH01P
018339       GO TO SHOW-CARE-MARKERS-LOOP                               SSRCH01P
018342     END-IF.                                                      SSRCH01P
018345     IF CD39O-ENTRY-PID (2) IS NOT EQUAL TO SPACES                SSRCH01P
018348       MOVE 'CARE: markers held on hits flagged Y - check them'   SSRCH01P
018351         TO CAREO IN SRCH01AO                                     SSRCH01P
018354       GO TO SHOW-CARE-MARKERS-EXIT                               SSRCH01P
018357     END-IF.                                                      SSRCH01P
018360     MOVE SPACES TO CD94-DATA.                                    SSRCH01P
018363     SET CD94I-BANNER TO TRUE.                                    SSRCH01P
018366     MOVE EIBOPID TO CD94I-CALLER.                                SSRCH01P
018369     MOVE CD39O-ENTRY-PID (1) TO CD94I-PID.                       SSRCH01P
018372 COPY CBANKX94.                                                   SSRCH01P
018375     MOVE CD94O-BANNER TO CAREO IN SRCH01AO.                      SSRCH01P
018378 SHOW-CARE-MARKERS-EXIT.                                          SSRCH01P
018381     EXIT.                                                        SSRCH01P
018384                                                                  SSRCH01P
018400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SSRCH01P
