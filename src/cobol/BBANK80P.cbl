001300* Program:     BBANK80P.CBL                                     * bbank80p
001400* Layer:       Business logic                                   * bbank80p
001500* Function:    Print statements                                 * bbank80p
001510*              - PF5 shows the customer's past statements on    * bbank80p
001520*              the statement history screen SSTMH01P            * bbank80p
001600***************************************************************** bbank80p
001700                                                                  bbank80p
001800 IDENTIFICATION DIVISION.                                         bbank80p
009600     IF BANK-AID-ENTER OR                                         bbank80p
009700        BANK-AID-PFK03 OR                                         bbank80p
009800        BANK-AID-PFK04 OR                                         bbank80p
009810        BANK-AID-PFK05 OR                                         bbank80p
009900        BANK-AID-PFK10                                            bbank80p
010000        SET PFK-VALID TO TRUE                                     bbank80p
010100     END-IF.                                                      bbank80p
018000        END-IF                                                    bbank80p
018100        GO TO COMMON-RETURN                                       bbank80p
018200     END-IF.                                                      bbank80p
018203                                                                  bbank80p
018206***************************************************************** bbank80p
018209* PF5 - past statements.  The statement history screen is not   * bbank80p
018212* one of ours: SBANK00P hands the customer over to it and shows * bbank80p
018215* this screen again when they come back                         * bbank80p
018218***************************************************************** bbank80p
018221     IF BANK-AID-PFK05                                            bbank80p
018224        MOVE 'BBANK80P' TO BANK-LAST-PROG                         bbank80p
018227        MOVE 'MBANK80' TO BANK-LAST-MAPSET                        bbank80p
018230        MOVE 'BANK80A' TO BANK-LAST-MAP                           bbank80p
018233        MOVE 'MBANK80' TO BANK-NEXT-MAPSET                        bbank80p
018236        MOVE 'BANK80A' TO BANK-NEXT-MAP                           bbank80p
018239        IF BANK-ENV-INET                                          bbank80p
018242           MOVE 'Past statements are not available here'          bbank80p
018245             TO BANK-ERROR-MSG                                    bbank80p
018248           MOVE 'BBANK80P' TO BANK-NEXT-PROG                      bbank80p
018251        ELSE                                                      bbank80p
018254           MOVE 'SSTMH01P' TO BANK-NEXT-PROG                      bbank80p
018257           SET BANK-AID-ENTER TO TRUE                             bbank80p
018260        END-IF                                                    bbank80p
018263        GO TO COMMON-RETURN                                       bbank80p
018266     END-IF.                                                      bbank80p
018300                                                                  bbank80p
018400***************************************************************** bbank80p
018500* Check  the data                                                *bbank80p
