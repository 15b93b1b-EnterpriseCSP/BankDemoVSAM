001300* Program:     BBANK30P.CBL                                     * bbank30p
001400* Layer:       Business logic                                   * bbank30p
001500* Function:    Display account balances                         * bbank30p
001510*              - PF9 shows the savings goals of the picked      * bbank30p
001520*              account (or of one keyed there) on the savings   * bbank30p
001530* goals screen SGOAL01P, and PF10 its upcoming                  * bbank30p
001540* payments over the next thirty days on the payment             * bbank30p
001550* calendar screen SPCAL01P, and PF11 its spending by            * bbank30p
001552* category this month and the three before on the               * bbank30p
001554* spending categories screen SCATG01P                           * bbank30p
001600***************************************************************** bbank30p
001700                                                                  bbank30p
001800 IDENTIFICATION DIVISION.                                         bbank30p
013000     IF BANK-AID-ENTER OR                                         bbank30p
013100        BANK-AID-PFK03 OR                                         bbank30p
013200        BANK-AID-PFK04 OR                                         bbank30p
013300        BANK-AID-PFK06 OR                                         bbank30p
013310        BANK-AID-PFK09 OR                                         bbank30p
013320        BANK-AID-PFK10 OR                                         bbank30p
013325        BANK-AID-PFK11                                            bbank30p
013400        SET PFK-VALID TO TRUE                                     bbank30p
013500     END-IF.                                                      bbank30p
013600     IF BANK-AID-PFK01 AND                                        bbank30p
022800           MOVE 'BBANK30P' TO BANK-RETURN-TO-PROG                 bbank30p
022900           GO TO COMMON-RETURN                                    bbank30p
023000        END-IF                                                    bbank30p
023010        IF BANK-AID-PFK09                                         bbank30p
023020           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR40-ACC        bbank30p
023030           GO TO SAVINGS-GOALS-SWITCH                             bbank30p
023040        END-IF                                                    bbank30p
023042        IF BANK-AID-PFK10                                         bbank30p
023044           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR40-ACC        bbank30p
023046           GO TO PAYMENT-CALENDAR-SWITCH                          bbank30p
023048        END-IF                                                    bbank30p
023050        IF BANK-AID-PFK11                                         bbank30p
023052           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR40-ACC        bbank30p
023054           GO TO SPENDING-CATEGORIES-SWITCH                       bbank30p
023056        END-IF                                                    bbank30p
023100        IF BANK-AID-PFK06                                         bbank30p
023200           IF BANK-SCR30-TXN (WS-SUB1) IS NOT EQUAL TO SPACES     bbank30p
023300              MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR40-ACC     bbank30p
025300     IF WS-SUB1 IS LESS THAN WS-SUB-LIMIT                         bbank30p
025400        GO TO SCAN-INPUT-LOOP                                     bbank30p
025500     END-IF.                                                      bbank30p
025510                                                                  bbank30p
025520* PF9 with no account picked - the goals screen asks for one      bbank30p
025530     IF BANK-AID-PFK09                                            bbank30p
025540        GO TO SAVINGS-GOALS-SWITCH                                bbank30p
025550     END-IF.                                                      bbank30p
025552* PF10 likewise for the payment calendar                          bbank30p
025554     IF BANK-AID-PFK10                                            bbank30p
025556        GO TO PAYMENT-CALENDAR-SWITCH                             bbank30p
025558     END-IF.                                                      bbank30p
025560* PF11 likewise for the spending categories                       bbank30p
025562     IF BANK-AID-PFK11                                            bbank30p
025564        GO TO SPENDING-CATEGORIES-SWITCH                          bbank30p
025566     END-IF.                                                      bbank30p
025600                                                                  bbank30p
025700* As this is a display screen we need PFK03/4 to get out so we    bbank30p
025800* will just redisplay the data                                    bbank30p
026000             POPULATE-SCREEN-DATA-EXIT.                           bbank30p
026100                                                                  bbank30p
026200     GO TO COMMON-RETURN.                                         bbank30p
026210                                                                  bbank30p
026214***************************************************************** bbank30p
026218* PF9 - savings goals.  The goals screen is not one of ours:    * bbank30p
026222* SBANK00P hands the customer over to it and shows this screen  * bbank30p
026226* again when they come back                                     * bbank30p
026230***************************************************************** bbank30p
026234 SAVINGS-GOALS-SWITCH.                                            bbank30p
026238     MOVE 'BBANK30P' TO BANK-LAST-PROG.                           bbank30p
026242     MOVE 'MBANK30' TO BANK-LAST-MAPSET.                          bbank30p
026246     MOVE 'BANK30A' TO BANK-LAST-MAP.                             bbank30p
026250     MOVE 'MBANK30' TO BANK-NEXT-MAPSET.                          bbank30p
026254     MOVE 'BANK30A' TO BANK-NEXT-MAP.                             bbank30p
026258     IF BANK-ENV-INET                                             bbank30p
026262        MOVE 'Savings goals are not available here'               bbank30p
026266          TO BANK-ERROR-MSG                                       bbank30p
026270        MOVE 'BBANK30P' TO BANK-NEXT-PROG                         bbank30p
026274     ELSE                                                         bbank30p
026278        MOVE 'SGOAL01P' TO BANK-NEXT-PROG                         bbank30p
026282        SET BANK-AID-ENTER TO TRUE                                bbank30p
026286     END-IF.                                                      bbank30p
026290     GO TO COMMON-RETURN.                                         bbank30p
026300                                                                  bbank30p
026305***************************************************************** bbank30p
026309* PF10 - upcoming payments calendar, handed over by SBANK00P    * bbank30p
026313* in the same way as the savings goals screen                   * bbank30p
026317***************************************************************** bbank30p
026321 PAYMENT-CALENDAR-SWITCH.                                         bbank30p
026325     MOVE 'BBANK30P' TO BANK-LAST-PROG.                           bbank30p
026329     MOVE 'MBANK30' TO BANK-LAST-MAPSET.                          bbank30p
026333     MOVE 'BANK30A' TO BANK-LAST-MAP.                             bbank30p
026337     MOVE 'MBANK30' TO BANK-NEXT-MAPSET.                          bbank30p
026341     MOVE 'BANK30A' TO BANK-NEXT-MAP.                             bbank30p
026345     IF BANK-ENV-INET                                             bbank30p
026349        MOVE 'The payment calendar is not available here'         bbank30p
026353          TO BANK-ERROR-MSG                                       bbank30p
026357        MOVE 'BBANK30P' TO BANK-NEXT-PROG                         bbank30p
026361     ELSE                                                         bbank30p
026365        MOVE 'SPCAL01P' TO BANK-NEXT-PROG                         bbank30p
026369        SET BANK-AID-ENTER TO TRUE                                bbank30p
026373     END-IF.                                                      bbank30p
026377     GO TO COMMON-RETURN.                                         bbank30p
026378                                                                  bbank30p
026379***************************************************************** bbank30p
026380* PF11 - spending categories, handed over by SBANK00P           * bbank30p
026381* in the same way as the payment calendar                       * bbank30p
026382***************************************************************** bbank30p
026383 SPENDING-CATEGORIES-SWITCH.                                      bbank30p
026384     MOVE 'BBANK30P' TO BANK-LAST-PROG.                           bbank30p
026385     MOVE 'MBANK30' TO BANK-LAST-MAPSET.                          bbank30p
026386     MOVE 'BANK30A' TO BANK-LAST-MAP.                             bbank30p
026387     MOVE 'MBANK30' TO BANK-NEXT-MAPSET.                          bbank30p
026388     MOVE 'BANK30A' TO BANK-NEXT-MAP.                             bbank30p
026389     IF BANK-ENV-INET                                             bbank30p
026390        MOVE 'Spending categories are not available here'         bbank30p
026391          TO BANK-ERROR-MSG                                       bbank30p
026392        MOVE 'BBANK30P' TO BANK-NEXT-PROG                         bbank30p
026393     ELSE                                                         bbank30p
026394        MOVE 'SCATG01P' TO BANK-NEXT-PROG                         bbank30p
026395        SET BANK-AID-ENTER TO TRUE                                bbank30p
026396     END-IF.                                                      bbank30p
026397     GO TO COMMON-RETURN.                                         bbank30p
026398                                                                  bbank30p
026400 COMMON-RETURN.                                                   bbank30p
026500     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). bbank30p
026600 COPY CRETURN.                                                    bbank30p
