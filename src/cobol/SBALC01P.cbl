001600*               look up an account, enter an adjustment and    *  SBALC01P
001700*               reason, confirm, then post it via DBANK22P and *  SBALC01P
001800*               write an audit trail entry.                    *  SBALC01P
001820*               An account connected to the teller - their     *  SBALC01P
001840*               own, their household's or a declared party's   *  SBALC01P
001860*               - is stopped by DBANK84P until a supervisor    *  SBALC01P
001880*               keys their user ID in SUPV to override it.     *  SBALC01P
001886*               Any care markers held on the customer show     *  SBALC01P
001892*               as a banner line through DBANK94P.             *  SBALC01P
001894*               A supervisor may key a past value date in      *  SBALC01P
001896*               VALDT to back-value the correction.            *  SBALC01P
001900******************************************************************SBALC01P
002000                                                                  SBALC01P
002100 IDENTIFICATION DIVISION.                                         SBALC01P
003500           VALUE 'SBALC01P'.                                      SBALC01P
003600  05  WS-RESP                               PIC S9(8) COMP.       SBALC01P
003700  05  WS-TELLER-USERID                      PIC X(8).             SBALC01P
003733  05  WS-CPTY-STOP-SW                      PIC X(1).              SBALC01P
003766    88  WS-CPTY-STOP                       VALUE 'Y'.             SBALC01P
003800                                                                  SBALC01P
003900 01  WS-COMMAREA.                                                 SBALC01P
004000 COPY CBANKD22.                                                   SBALC01P
004025                                                                  SBALC01P
004050 01  WS-COMMAREA-84.                                              SBALC01P
004075 COPY CBANKD84.                                                   SBALC01P
004100                                                                  SBALC01P
004125 01  WS-COMMAREA-94.                                              SBALC01P
004150 COPY CBANKD94.                                                   SBALC01P
004175                                                                  SBALC01P
004200 COPY DFHAID.                                                     SBALC01P
004300                                                                  SBALC01P
004400 COPY DFHBMSCA.                                                   SBALC01P
005400  05  LK-VERIFY-STATUS               PIC X(1).                    SBALC01P
005500   88  LK-VERIFY-OFF                VALUE SPACE.                  SBALC01P
005600   88  LK-VERIFY-PENDING            VALUE '1'.                    SBALC01P
005650  05  LK-CPTY-CLEARED-ACCNO          PIC X(9).                    SBALC01P
005660  05  LK-VALUE-DATE                  PIC X(10).                   SBALC01P
005700                                                                  SBALC01P
005800 PROCEDURE DIVISION.                                              SBALC01P
005900******************************************************************SBALC01P
006200******************************************************************SBALC01P
006300     IF EIBCALEN IS EQUAL TO 0                                    SBALC01P
006400       SET LK-VERIFY-OFF TO TRUE                                  SBALC01P
006450       MOVE SPACES TO LK-CPTY-CLEARED-ACCNO                       SBALC01P
006460       MOVE SPACES TO LK-VALUE-DATE                               SBALC01P
006500       MOVE LOW-VALUES TO BALC01AO                                SBALC01P
006600       MOVE 'Enter account number, adjustment and reason'         SBALC01P
006700         TO ERRMSGO IN BALC01AO                                   SBALC01P
013300       MOVE CD22O-MSG TO ERRMSGO IN BALC01AO                      SBALC01P
013400       GO TO VALIDATE-AND-CONFIRM-SEND                            SBALC01P
013500     END-IF.                                                      SBALC01P
013512     IF ACCNI IN BALC01AI IS NOT EQUAL TO LK-CPTY-CLEARED-ACCNO   SBALC01P
013524       PERFORM CHECK-CONNECTED-PARTY THRU                         SBALC01P
013536               CHECK-CONNECTED-PARTY-EXIT                         SBALC01P
013548       IF WS-CPTY-STOP                                            SBALC01P
013560         GO TO VALIDATE-AND-CONFIRM-SEND                          SBALC01P
013572       END-IF                                                     SBALC01P
013584     END-IF.                                                      SBALC01P
013600     MOVE ACCNI IN BALC01AI TO ACCNO IN BALC01AO.                 SBALC01P
013700     MOVE CD22O-OLD-BALANCE TO CURBALO IN BALC01AO.               SBALC01P
013800     MOVE ACCNI IN BALC01AI TO LK-ACCNO.                          SBALC01P
013900     MOVE CD22O-OLD-BALANCE TO LK-OLD-BALANCE.                    SBALC01P
014000     MOVE ADJAMTI IN BALC01AI TO LK-ADJUSTMENT.                   SBALC01P
014100     MOVE REASNI IN BALC01AI TO LK-REASON.                        SBALC01P
014110     IF VALDTI IN BALC01AI IS EQUAL TO LOW-VALUES                 SBALC01P
014120       MOVE SPACES TO LK-VALUE-DATE                               SBALC01P
014130     ELSE                                                         SBALC01P
014140       MOVE VALDTI IN BALC01AI TO LK-VALUE-DATE                   SBALC01P
014150     END-IF.                                                      SBALC01P
014160     MOVE LK-VALUE-DATE TO VALDTO IN BALC01AO.                    SBALC01P
014200     COMPUTE NEWBALO IN BALC01AO =                                SBALC01P
014300       CD22O-OLD-BALANCE + LK-ADJUSTMENT.                         SBALC01P
014400     SET LK-VERIFY-PENDING TO TRUE.                               SBALC01P
014500     MOVE 'Press PF6 to confirm this correction'                  SBALC01P
014600       TO ERRMSGO IN BALC01AO.                                    SBALC01P
014700 VALIDATE-AND-CONFIRM-SEND.                                       SBALC01P
014733     PERFORM SHOW-CARE-MARKERS THRU                               SBALC01P
014766             SHOW-CARE-MARKERS-EXIT.                              SBALC01P
014800     EXEC CICS SEND MAP('BALC01A')                                SBALC01P
014900                MAPSET('MBALC01')                                 SBALC01P
015000                ERASE                                             SBALC01P
017200     MOVE LK-REASON TO CD22I-REASON.                              SBALC01P
017300     MOVE EIBOPID TO WS-TELLER-USERID.                            SBALC01P
017400     MOVE WS-TELLER-USERID TO CD22I-TELLER-USERID.                SBALC01P
017450     MOVE LK-VALUE-DATE TO CD22I-VALUE-DATE.                      SBALC01P
017500 COPY CBANKX22.                                                   SBALC01P
017600     SET LK-VERIFY-OFF TO TRUE.                                   SBALC01P
017700     MOVE LK-ACCNO TO ACCNO IN BALC01AO.                          SBALC01P
017800     IF CD22O-OK                                                  SBALC01P
017900       MOVE CD22O-NEW-BALANCE TO CURBALO IN BALC01AO              SBALC01P
018000       MOVE 'Balance correction applied' TO ERRMSGO IN BALC01AO   SBALC01P
018010       IF CD22O-MSG IS NOT EQUAL TO SPACES                        SBALC01P
018020         MOVE CD22O-MSG TO ERRMSGO IN BALC01AO                    SBALC01P
018030       END-IF                                                     SBALC01P
018100     ELSE                                                         SBALC01P
018200       MOVE CD22O-MSG TO ERRMSGO IN BALC01AO                      SBALC01P
018300     END-IF.                                                      SBALC01P
018400 APPLY-CORRECTION-SEND.                                           SBALC01P
018433     PERFORM SHOW-CARE-MARKERS THRU                               SBALC01P
018466             SHOW-CARE-MARKERS-EXIT.                              SBALC01P
018500     EXEC CICS SEND MAP('BALC01A')                                SBALC01P
018600                MAPSET('MBALC01')                                 SBALC01P
018700                ERASE                                             SBALC01P
019000 APPLY-CORRECTION-EXIT.                                           SBALC01P
019100     EXIT.                                                        SBALC01P
019200                                                                  SBALC01P
019202******************************************************************SBALC01P
019204*  Stop an account connected to the teller unless a           *   SBALC01P
019206*  supervisor not connected to it has keyed their user        *   SBALC01P
019208*  ID in SUPV, in which case the override is logged and       *   SBALC01P
019210*  the account stays cleared until another is keyed           *   SBALC01P
019212******************************************************************SBALC01P
019214 CHECK-CONNECTED-PARTY.                                           SBALC01P
019216     MOVE 'N' TO WS-CPTY-STOP-SW.                                 SBALC01P
019218     MOVE SPACES TO CD84-DATA.                                    SBALC01P
019220     SET CD84I-CHECK TO TRUE.                                     SBALC01P
019222     MOVE EIBOPID TO CD84I-USERID.                                SBALC01P
019224     MOVE EIBOPID TO CD84I-CALLER.                                SBALC01P
019226     MOVE ACCNI IN BALC01AI TO CD84I-ACCNO.                       SBALC01P
019228     MOVE EIBTRMID TO CD84I-TERM.                                 SBALC01P
019230     MOVE WS-PROGRAM-ID TO CD84I-PROGRAM.                         SBALC01P
019232 COPY CBANKX84.                                                   SBALC01P
019234     IF NOT CD84O-CONNECTED-YES                                   SBALC01P
019236       MOVE ACCNI IN BALC01AI TO LK-CPTY-CLEARED-ACCNO            SBALC01P
019238       GO TO CHECK-CONNECTED-PARTY-EXIT                           SBALC01P
019240     END-IF.                                                      SBALC01P
019242     IF SUPVI IN BALC01AI IS EQUAL TO SPACES OR                   SBALC01P
019244        SUPVI IN BALC01AI IS EQUAL TO LOW-VALUES                  SBALC01P
019246       MOVE CD84O-MSG TO ERRMSGO IN BALC01AO                      SBALC01P
019248       SET WS-CPTY-STOP TO TRUE                                   SBALC01P
019250       GO TO CHECK-CONNECTED-PARTY-EXIT                           SBALC01P
019252     END-IF.                                                      SBALC01P
019254     SET CD84I-OVERRIDE TO TRUE.                                  SBALC01P
019256     MOVE SUPVI IN BALC01AI TO CD84I-SUPERVISOR.                  SBALC01P
019258 COPY CBANKX84.                                                   SBALC01P
019260     IF NOT CD84O-OK                                              SBALC01P
019262       MOVE CD84O-MSG TO ERRMSGO IN BALC01AO                      SBALC01P
019264       SET WS-CPTY-STOP TO TRUE                                   SBALC01P
019266       GO TO CHECK-CONNECTED-PARTY-EXIT                           SBALC01P
019268     END-IF.                                                      SBALC01P
019270     MOVE ACCNI IN BALC01AI TO LK-CPTY-CLEARED-ACCNO.             SBALC01P
019272 CHECK-CONNECTED-PARTY-EXIT.                                      SBALC01P
019274     EXIT.                                                        SBALC01P
019276                                                                  SBALC01P
019277******************************************************************SBALC01P
019278*  Show any care markers held on the customer as a            *   SBALC01P
019279*  banner line                                                *   SBALC01P
019280******************************************************************SBALC01P
019281 SHOW-CARE-MARKERS.                                               SBALC01P
019282     MOVE SPACES TO CD94-DATA.                                    SBALC01P
019283     SET CD94I-BANNER TO TRUE.                                    SBALC01P
019284     MOVE EIBOPID TO CD94I-CALLER.                                SBALC01P
019285     MOVE ACCNI IN BALC01AI TO CD94I-ACCNO.                       SBALC01P
019286 COPY CBANKX94.                                                   SBALC01P
019287     MOVE CD94O-BANNER TO CAREO IN BALC01AO.                      SBALC01P
019288 SHOW-CARE-MARKERS-EXIT.                                          SBALC01P
019289     EXIT.                                                        SBALC01P
019290                                                                  SBALC01P
019300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SBALC01P
