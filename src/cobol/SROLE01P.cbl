001700*              Enter, grant a role a protected program with     * SROLE01P
001800*              PF6 and withdraw the grant with PF4, all via     * SROLE01P
001900*              DBANK35P.  The routing check in SBANK00P         * SROLE01P
001950*              resolves against what is maintained here,        * SROLE01P
002000*              and the home branch keyed on the profile         * SROLE01P
002050*              decides who recertifies the user each quarter.   * SROLE01P
002062*              The own PID keyed on the profile ties the user   * SROLE01P
002074*              to their own customer record for the             * SROLE01P
002086*              connected-party check.                           * SROLE01P
002100***************************************************************** SROLE01P
002200                                                                  SROLE01P
002300 IDENTIFICATION DIVISION.                                         SROLE01P
013300       MOVE CD35O-ROLE TO ROLECDO IN ROLE01AO                     SROLE01P
013400       MOVE CD35O-NAME TO STFNAMO IN ROLE01AO                     SROLE01P
013500       MOVE CD35O-ACTIVE TO ACTIVEO IN ROLE01AO                   SROLE01P
013550       MOVE CD35O-BRANCH TO STFBRO IN ROLE01AO                    SROLE01P
013575       MOVE CD35O-OWN-PID TO STFPDO IN ROLE01AO                   SROLE01P
013600       MOVE 'PF5=Save PF6=Grant PF4=Revoke PF3=Exit'              SROLE01P
013700         TO ERRMSGO IN ROLE01AO                                   SROLE01P
013800       EXEC CICS SEND MAP('ROLE01A')                              SROLE01P
015800     MOVE ROLECDI IN ROLE01AI TO CD35I-ROLE.                      SROLE01P
015900     MOVE STFNAMI IN ROLE01AI TO CD35I-NAME.                      SROLE01P
016000     MOVE ACTIVEI IN ROLE01AI TO CD35I-ACTIVE.                    SROLE01P
016050     MOVE STFBRI IN ROLE01AI TO CD35I-BRANCH.                     SROLE01P
016075     MOVE STFPDI IN ROLE01AI TO CD35I-OWN-PID.                    SROLE01P
016100 COPY CBANKX35.                                                   SROLE01P
016200     IF CD35O-OK                                                  SROLE01P
016300       MOVE 'Staff profile saved' TO ERRMSGO IN ROLE01AO          SROLE01P
