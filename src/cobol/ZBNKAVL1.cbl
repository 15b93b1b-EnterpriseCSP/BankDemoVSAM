001800*              unavailable and the balance screens show it in   * ZBNKAVL1
001900*              the available figure.  Prints the released and   * ZBNKAVL1
002000*              still-held totals.                               * ZBNKAVL1
002020*              A card authorization hold that reaches its       * ZBNKAVL1
002040*              expiry date without ZBNKPOS1 having matched a    * ZBNKAVL1
002060*              settlement to it is marked expired instead,      * ZBNKAVL1
002080*              listed as such and totalled on its own.          * ZBNKAVL1
002100***************************************************************** ZBNKAVL1
002200                                                                  ZBNKAVL1
002300 IDENTIFICATION DIVISION.                                         ZBNKAVL1
008200       VALUE ZERO.                                                ZBNKAVL1
008300   05  WS-HOLDS-RELEASED                     PIC 9(7)             ZBNKAVL1
008400       VALUE ZERO.                                                ZBNKAVL1
008420   05  WS-AUTHS-EXPIRED                      PIC 9(7)             ZBNKAVL1
008440       VALUE ZERO.                                                ZBNKAVL1
008460   05  WS-EXPIRED-TOTAL                      PIC S9(11)V99        ZBNKAVL1
008480       COMP-3 VALUE ZERO.                                         ZBNKAVL1
008500   05  WS-RELEASED-TOTAL                     PIC S9(11)V99        ZBNKAVL1
008600       COMP-3 VALUE ZERO.                                         ZBNKAVL1
008700   05  WS-STILL-HELD-TOTAL                   PIC S9(11)V99        ZBNKAVL1
010400         VALUE SPACES.                                            ZBNKAVL1
010500     10  WS-LINE4-DATE                   PIC X(12).               ZBNKAVL1
010600     10  WS-LINE4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.      ZBNKAVL1
010625     10  FILLER                          PIC X(2)                 ZBNKAVL1
010650         VALUE SPACES.                                            ZBNKAVL1
010675     10  WS-LINE4-NOTE                   PIC X(30).               ZBNKAVL1
010700   05  WS-LINE5.                                                  ZBNKAVL1
010800     10  WS-LINE5-CC                     PIC X(1)                 ZBNKAVL1
010900         VALUE ' '.                                               ZBNKAVL1
014400           IF AVH-STATUS-ACTIVE                                   ZBNKAVL1
014500              IF AVH-REC-RELEASE-DATE IS NOT GREATER THAN         ZBNKAVL1
014600                 WS-RUN-DATE                                      ZBNKAVL1
014633                 IF AVH-TYPE-POS-AUTH                             ZBNKAVL1
014666                    PERFORM EXPIRE-ONE-AUTH                       ZBNKAVL1
014699                 ELSE                                             ZBNKAVL1
014732                    PERFORM RELEASE-ONE-HOLD                      ZBNKAVL1
014765                 END-IF                                           ZBNKAVL1
014800              ELSE                                                ZBNKAVL1
014900                 ADD AVH-REC-AMOUNT TO WS-STILL-HELD-TOTAL        ZBNKAVL1
015000              END-IF                                              ZBNKAVL1
015900     STRING WS-HOLDS-RELEASED DELIMITED BY SIZE                   ZBNKAVL1
016000            ' holds released' DELIMITED BY SIZE                   ZBNKAVL1
016100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKAVL1
016116     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKAVL1
016132     STRING WS-AUTHS-EXPIRED DELIMITED BY SIZE                    ZBNKAVL1
016148            ' card authorizations expired' DELIMITED BY SIZE      ZBNKAVL1
016164       INTO WS-CONSOLE-MESSAGE.                                   ZBNKAVL1
016180     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAVL1
016200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAVL1
016300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKAVL1
016400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAVL1
018800     MOVE AVH-REC-SEQ TO WS-LINE4-SEQ.                            ZBNKAVL1
018900     MOVE AVH-REC-RELEASE-DATE TO WS-LINE4-DATE.                  ZBNKAVL1
019000     MOVE AVH-REC-AMOUNT TO WS-LINE4-AMOUNT.                      ZBNKAVL1
019050     MOVE SPACES TO WS-LINE4-NOTE.                                ZBNKAVL1
019100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKAVL1
019200     PERFORM PRINTOUT-PUT.                                        ZBNKAVL1
019300                                                                  ZBNKAVL1
019306***************************************************************** ZBNKAVL1
019309* Expire one card authorization hold that never settled         * ZBNKAVL1
019312***************************************************************** ZBNKAVL1
019315 EXPIRE-ONE-AUTH.                                                 ZBNKAVL1
019318     SET AVH-STATUS-EXPIRED TO TRUE.                              ZBNKAVL1
019321     REWRITE AVH-RECORD.                                          ZBNKAVL1
019324     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKAVL1
019327        MOVE 'BNKAVLH rewrite error...' TO WS-CONSOLE-MESSAGE     ZBNKAVL1
019330        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAVL1
019333        MOVE WS-BNKAVLH-STATUS TO WS-IO-STATUS                    ZBNKAVL1
019336        PERFORM DISPLAY-IO-STATUS                                 ZBNKAVL1
019339        PERFORM ABORT-PROGRAM                                     ZBNKAVL1
019342     END-IF.                                                      ZBNKAVL1
019345     ADD 1 TO WS-AUTHS-EXPIRED.                                   ZBNKAVL1
019348     ADD AVH-REC-AMOUNT TO WS-EXPIRED-TOTAL.                      ZBNKAVL1
019351     MOVE AVH-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKAVL1
019354     MOVE AVH-REC-SEQ TO WS-LINE4-SEQ.                            ZBNKAVL1
019357     MOVE AVH-REC-RELEASE-DATE TO WS-LINE4-DATE.                  ZBNKAVL1
019360     MOVE AVH-REC-AMOUNT TO WS-LINE4-AMOUNT.                      ZBNKAVL1
019363     MOVE SPACES TO WS-LINE4-NOTE.                                ZBNKAVL1
019366     STRING 'Auth ' DELIMITED BY SIZE                             ZBNKAVL1
019369            AVH-REC-AUTH-CODE DELIMITED BY SIZE                   ZBNKAVL1
019372            ' expired unsettled' DELIMITED BY SIZE                ZBNKAVL1
019375       INTO WS-LINE4-NOTE.                                        ZBNKAVL1
019378     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKAVL1
019381     PERFORM PRINTOUT-PUT.                                        ZBNKAVL1
019390                                                                  ZBNKAVL1
019400***************************************************************** ZBNKAVL1
019500* Print the report title                                        * ZBNKAVL1
019600***************************************************************** ZBNKAVL1
021600     MOVE WS-STILL-HELD-TOTAL TO WS-LINE5-AMOUNT.                 ZBNKAVL1
021700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKAVL1
021800     PERFORM PRINTOUT-PUT.                                        ZBNKAVL1
021816     MOVE 'Card authorizations expired' TO WS-LINE5-DESC.         ZBNKAVL1
021832     MOVE WS-AUTHS-EXPIRED TO WS-LINE5-COUNT.                     ZBNKAVL1
021848     MOVE WS-EXPIRED-TOTAL TO WS-LINE5-AMOUNT.                    ZBNKAVL1
021864     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKAVL1
021880     PERFORM PRINTOUT-PUT.                                        ZBNKAVL1
021900                                                                  ZBNKAVL1
022000***************************************************************** ZBNKAVL1
022100* Write a report line                                           * ZBNKAVL1
