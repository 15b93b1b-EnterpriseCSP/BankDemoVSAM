000100***************************************************************** DBANKVTP
000200*                                                               * DBANKVTP
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANKVTP
000400*   This demonstration program is provided for use by users     * DBANKVTP
000500*   of Micro Focus products and may be used, modified and       * DBANKVTP
000600*   distributed as part of your application provided that       * DBANKVTP
000700*   you properly acknowledge the copyright of Micro Focus       * DBANKVTP
000800*   in this material.                                           * DBANKVTP
000900*                                                               * DBANKVTP
001000***************************************************************** DBANKVTP
001100                                                                  DBANKVTP
001200***************************************************************** DBANKVTP
001300* Program:     DBANKVTP.CBL                                     * DBANKVTP
001400* Function:    Branch vault cash position (file BNKVLTP) and    * DBANKVTP
001500*              its movement log (BNKVLTM).  Read returns the    * DBANKVTP
001600*              branch's vault holding for each denomination -   * DBANKVTP
001700*              the position struck by the last daily vault run, * DBANKVTP
001800*              what has come in and gone out since and the      * DBANKVTP
001900*              balance now.  Post records one cash movement:    * DBANKVTP
002000*              - a drawer buy (B) issues cash from the vault to * DBANKVTP
002100*                a teller's open drawer and a drawer sell (S)   * DBANKVTP
002200*                takes cash back from it; both are posted to    * DBANKVTP
002300*                the drawer on BNKDRWR as cash in or out so the * DBANKVTP
002400*                ZBNKTPR1 proof still balances;                 * DBANKVTP
002500*              - an ATM load (L) issues cash to one of the      * DBANKVTP
002600*                branch's terminals and an unload (U) brings    * DBANKVTP
002700*                the cash left in it back; the load is recorded * DBANKVTP
002800*                on the terminal master for the ZBNKATM2        * DBANKVTP
002900*                forecast;                                      * DBANKVTP
003000*              - a cash-centre delivery received (R) or a       * DBANKVTP
003100*                shipment returned (X), against the consignment * DBANKVTP
003200*                reference.                                     * DBANKVTP
003300*              Cash may not leave the vault in a denomination   * DBANKVTP
003400*              it does not hold, and every movement is logged   * DBANKVTP
003500*              with the vault balance after it.                 * DBANKVTP
003600*              VSAM version                                     * DBANKVTP
003700***************************************************************** DBANKVTP
003800                                                                  DBANKVTP
003900 IDENTIFICATION DIVISION.                                         DBANKVTP
004000 PROGRAM-ID.                                                      DBANKVTP
004100     DBANKVTP.                                                    DBANKVTP
004200 DATE-WRITTEN.                                                    DBANKVTP
004300     October 2026.                                                DBANKVTP
004400 DATE-COMPILED.                                                   DBANKVTP
004500     Today.                                                       DBANKVTP
004600                                                                  DBANKVTP
004700 ENVIRONMENT DIVISION.                                            DBANKVTP
004800                                                                  DBANKVTP
004900 DATA DIVISION.                                                   DBANKVTP
005000                                                                  DBANKVTP
005100 WORKING-STORAGE SECTION.                                         DBANKVTP
005200 COPY CTSTAMPD.                                                   DBANKVTP
005300                                                                  DBANKVTP
005400 01  WS-MISC-STORAGE.                                             DBANKVTP
005500   05  WS-PROGRAM-ID                         PIC X(8)             DBANKVTP
005600       VALUE 'DBANKVTP'.                                          DBANKVTP
005700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANKVTP
005800   05  WS-RESP                               PIC S9(8) COMP.      DBANKVTP
005900   05  WS-BNKBRCH-RID                        PIC X(3).            DBANKVTP
006000   05  WS-BNKVLTP-RID.                                            DBANKVTP
006100     10  WS-BNKVLTP-RID-BRANCH               PIC X(3).            DBANKVTP
006200     10  WS-BNKVLTP-RID-DENOM                PIC X(4).            DBANKVTP
006300   05  WS-BNKVLTM-RID.                                            DBANKVTP
006400     10  WS-BNKVLTM-RID-BRANCH               PIC X(3).            DBANKVTP
006500     10  WS-BNKVLTM-RID-TIMESTAMP            PIC X(26).           DBANKVTP
006600   05  WS-BNKDRWR-RID.                                            DBANKVTP
006700     10  WS-BNKDRWR-RID-USERID               PIC X(8).            DBANKVTP
006800     10  WS-BNKDRWR-RID-DATE                 PIC X(10).           DBANKVTP
006900   05  WS-BNKATMM-RID                        PIC X(4).            DBANKVTP
007000   05  WS-TODAY                              PIC X(10).           DBANKVTP
007100   05  WS-USERID                             PIC X(8).            DBANKVTP
007200   05  WS-VAULT-FOUND                        PIC X(1).            DBANKVTP
007300     88  WS-VAULT-ROW-FOUND                  VALUE 'Y'.           DBANKVTP
007400   05  WS-VAULT-BAL                          PIC S9(9)V99 COMP-3. DBANKVTP
007500   05  WS-DRAWER-CASH                        PIC S9(9)V99 COMP-3. DBANKVTP
007600   05  WS-SUB                                PIC S9(4) COMP.      DBANKVTP
007700                                                                  DBANKVTP
007800***************************************************************** DBANKVTP
007900* The denominations a vault holds, in the order they are shown  * DBANKVTP
008000***************************************************************** DBANKVTP
008100 01  WS-DENOM-LIST.                                               DBANKVTP
008200   05  FILLER                                PIC X(28)            DBANKVTP
008300       VALUE '010000500020001000050001COIN'.                      DBANKVTP
008400 01  FILLER REDEFINES WS-DENOM-LIST.                              DBANKVTP
008500   05  WS-DENOM-CODE                         PIC X(4)             DBANKVTP
008600       OCCURS 7 TIMES.                                            DBANKVTP
008700                                                                  DBANKVTP
008800 01  WS-BNKBRCH-REC.                                              DBANKVTP
008900 COPY CBANKVBM.                                                   DBANKVTP
009000                                                                  DBANKVTP
009100 01  WS-BNKVLTP-REC.                                              DBANKVTP
009200 COPY CBANKVVP.                                                   DBANKVTP
009300                                                                  DBANKVTP
009400 01  WS-BNKVLTM-REC.                                              DBANKVTP
009500 COPY CBANKVVT.                                                   DBANKVTP
009600                                                                  DBANKVTP
009700 01  WS-BNKDRWR-REC.                                              DBANKVTP
009800 COPY CBANKVDR.                                                   DBANKVTP
009900                                                                  DBANKVTP
010000 01  WS-BNKATMM-REC.                                              DBANKVTP
010100 COPY CBANKVAM.                                                   DBANKVTP
010200                                                                  DBANKVTP
010300 01  WS-COMMAREA.                                                 DBANKVTP
010400 COPY CBANKDVT.                                                   DBANKVTP
010500                                                                  DBANKVTP
010600 COPY CABENDD.                                                    DBANKVTP
010700                                                                  DBANKVTP
010800 LINKAGE SECTION.                                                 DBANKVTP
010900 01  DFHCOMMAREA.                                                 DBANKVTP
011000   05  LK-COMMAREA                           PIC X(1)             DBANKVTP
011100       OCCURS 1 TO 4096 TIMES                                     DBANKVTP
011200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANKVTP
011300                                                                  DBANKVTP
011400 COPY CENTRY.                                                     DBANKVTP
011500***************************************************************** DBANKVTP
011600* Move the passed data to our area                              * DBANKVTP
011700***************************************************************** DBANKVTP
011800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANKVTP
011900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANKVTP
012000                                                                  DBANKVTP
012100***************************************************************** DBANKVTP
012200* Initialize our output area                                    * DBANKVTP
012300***************************************************************** DBANKVTP
012400     MOVE SPACES TO CDVTO-DATA.                                   DBANKVTP
012500     SET CDVTO-OK TO TRUE.                                        DBANKVTP
012600     MOVE ZERO TO CDVTO-TOTAL.                                    DBANKVTP
012700 COPY CTSTAMPP.                                                   DBANKVTP
012800     MOVE WS-TS-DATE TO WS-TODAY.                                 DBANKVTP
012900     EXEC CICS ASSIGN USERID(WS-USERID)                           DBANKVTP
013000     END-EXEC.                                                    DBANKVTP
013100                                                                  DBANKVTP
013200***************************************************************** DBANKVTP
013300* See what kind of request we have and react accordingly        * DBANKVTP
013400***************************************************************** DBANKVTP
013500     EVALUATE TRUE                                                DBANKVTP
013600       WHEN CDVTI-READ                                            DBANKVTP
013700         PERFORM READ-PROCESSING THRU                             DBANKVTP
013800                 READ-PROCESSING-EXIT                             DBANKVTP
013900       WHEN CDVTI-POST                                            DBANKVTP
014000         PERFORM POST-PROCESSING THRU                             DBANKVTP
014100                 POST-PROCESSING-EXIT                             DBANKVTP
014200       WHEN OTHER                                                 DBANKVTP
014300         SET CDVTO-ERROR TO TRUE                                  DBANKVTP
014400         MOVE 'Bad request code' TO CDVTO-MSG                     DBANKVTP
014500     END-EVALUATE.                                                DBANKVTP
014600                                                                  DBANKVTP
014700***************************************************************** DBANKVTP
014800* Move the result back to the callers area                      * DBANKVTP
014900***************************************************************** DBANKVTP
015000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANKVTP
015100                                                                  DBANKVTP
015200***************************************************************** DBANKVTP
015300* Return to our caller                                          * DBANKVTP
015400***************************************************************** DBANKVTP
015500 COPY CRETURN.                                                    DBANKVTP
015600                                                                  DBANKVTP
015700***************************************************************** DBANKVTP
015800* Read request - hand back the branch's vault position          * DBANKVTP
015900***************************************************************** DBANKVTP
016000 READ-PROCESSING.                                                 DBANKVTP
016100     PERFORM CHECK-BRANCH THRU                                    DBANKVTP
016200             CHECK-BRANCH-EXIT.                                   DBANKVTP
016300     IF NOT CDVTO-OK                                              DBANKVTP
016400       GO TO READ-PROCESSING-EXIT                                 DBANKVTP
016500     END-IF.                                                      DBANKVTP
016600     PERFORM RETURN-POSITION THRU                                 DBANKVTP
016700             RETURN-POSITION-EXIT.                                DBANKVTP
016800 READ-PROCESSING-EXIT.                                            DBANKVTP
016900     EXIT.                                                        DBANKVTP
017000                                                                  DBANKVTP
017100***************************************************************** DBANKVTP
017200* Post request - check the movement and everything it touches   * DBANKVTP
017300* before anything is changed, then update the vault row, the    * DBANKVTP
017400* drawer or terminal, and log the movement                      * DBANKVTP
017500***************************************************************** DBANKVTP
017600 POST-PROCESSING.                                                 DBANKVTP
017700     IF NOT CDVTI-TYPE-VALID                                      DBANKVTP
017800       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
017900       MOVE 'Movement type must be B S L U R or X' TO CDVTO-MSG   DBANKVTP
018000       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
018100     END-IF.                                                      DBANKVTP
018200     IF CDVTI-AMOUNT IS NOT GREATER THAN ZERO                     DBANKVTP
018300       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
018400       MOVE 'Amount must be greater than zero' TO CDVTO-MSG       DBANKVTP
018500       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
018600     END-IF.                                                      DBANKVTP
018700     MOVE CDVTI-DENOM TO VLT-REC-DENOM.                           DBANKVTP
018800     IF NOT VLT-DENOM-VALID                                       DBANKVTP
018900       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
019000       MOVE 'Denomination is not one the vault holds'             DBANKVTP
019100         TO CDVTO-MSG                                             DBANKVTP
019200       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
019300     END-IF.                                                      DBANKVTP
019400     IF CDVTI-REFERENCE IS EQUAL TO SPACES OR                     DBANKVTP
019500        CDVTI-REFERENCE IS EQUAL TO LOW-VALUES                    DBANKVTP
019600       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
019700       MOVE 'Teller, terminal or consignment required'            DBANKVTP
019800         TO CDVTO-MSG                                             DBANKVTP
019900       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
020000     END-IF.                                                      DBANKVTP
020100     PERFORM CHECK-BRANCH THRU                                    DBANKVTP
020200             CHECK-BRANCH-EXIT.                                   DBANKVTP
020300     IF NOT CDVTO-OK                                              DBANKVTP
020400       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
020500     END-IF.                                                      DBANKVTP
020600     IF BRM-STATUS-CLOSED                                         DBANKVTP
020700       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
020800       MOVE 'Branch is closed' TO CDVTO-MSG                       DBANKVTP
020900       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
021000     END-IF.                                                      DBANKVTP
021100     PERFORM READ-VAULT-ROW THRU                                  DBANKVTP
021200             READ-VAULT-ROW-EXIT.                                 DBANKVTP
021300     IF NOT CDVTO-OK                                              DBANKVTP
021400       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
021500     END-IF.                                                      DBANKVTP
021600     IF CDVTI-VAULT-OUT AND                                       DBANKVTP
021700        CDVTI-AMOUNT IS GREATER THAN WS-VAULT-BAL                 DBANKVTP
021800       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
021900       MOVE 'Vault does not hold that much cash' TO CDVTO-MSG     DBANKVTP
022000       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
022100     END-IF.                                                      DBANKVTP
022200     IF CDVTI-DRAWER-BUY OR                                       DBANKVTP
022300        CDVTI-DRAWER-SELL                                         DBANKVTP
022400       PERFORM CHECK-DRAWER THRU                                  DBANKVTP
022500               CHECK-DRAWER-EXIT                                  DBANKVTP
022600     END-IF.                                                      DBANKVTP
022700     IF CDVTI-ATM-LOAD OR                                         DBANKVTP
022800        CDVTI-ATM-UNLOAD                                          DBANKVTP
022900       PERFORM CHECK-TERMINAL THRU                                DBANKVTP
023000               CHECK-TERMINAL-EXIT                                DBANKVTP
023100     END-IF.                                                      DBANKVTP
023200     IF NOT CDVTO-OK                                              DBANKVTP
023300       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
023400     END-IF.                                                      DBANKVTP
023500     PERFORM UPDATE-VAULT-ROW THRU                                DBANKVTP
023600             UPDATE-VAULT-ROW-EXIT.                               DBANKVTP
023700     IF NOT CDVTO-OK                                              DBANKVTP
023800       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
023900     END-IF.                                                      DBANKVTP
024000     IF CDVTI-DRAWER-BUY OR                                       DBANKVTP
024100        CDVTI-DRAWER-SELL                                         DBANKVTP
024200       PERFORM UPDATE-DRAWER THRU                                 DBANKVTP
024300               UPDATE-DRAWER-EXIT                                 DBANKVTP
024400     END-IF.                                                      DBANKVTP
024500     IF CDVTI-ATM-LOAD OR                                         DBANKVTP
024600        CDVTI-ATM-UNLOAD                                          DBANKVTP
024700       PERFORM UPDATE-TERMINAL THRU                               DBANKVTP
024800               UPDATE-TERMINAL-EXIT                               DBANKVTP
024900     END-IF.                                                      DBANKVTP
025000     IF NOT CDVTO-OK                                              DBANKVTP
025100       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
025200     END-IF.                                                      DBANKVTP
025300     PERFORM LOG-MOVEMENT THRU                                    DBANKVTP
025400             LOG-MOVEMENT-EXIT.                                   DBANKVTP
025500     IF NOT CDVTO-OK                                              DBANKVTP
025600       GO TO POST-PROCESSING-EXIT                                 DBANKVTP
025700     END-IF.                                                      DBANKVTP
025800     PERFORM RETURN-POSITION THRU                                 DBANKVTP
025900             RETURN-POSITION-EXIT.                                DBANKVTP
026000     MOVE 'Vault movement recorded' TO CDVTO-MSG.                 DBANKVTP
026100 POST-PROCESSING-EXIT.                                            DBANKVTP
026200     EXIT.                                                        DBANKVTP
026300                                                                  DBANKVTP
026400***************************************************************** DBANKVTP
026500* The branch must be on the branch master                       * DBANKVTP
026600***************************************************************** DBANKVTP
026700 CHECK-BRANCH.                                                    DBANKVTP
026800     MOVE CDVTI-BRANCH TO WS-BNKBRCH-RID.                         DBANKVTP
026900     EXEC CICS READ FILE('BNKBRCH')                               DBANKVTP
027000                    INTO(WS-BNKBRCH-REC)                          DBANKVTP
027100                    LENGTH(LENGTH OF WS-BNKBRCH-REC)              DBANKVTP
027200                    RIDFLD(WS-BNKBRCH-RID)                        DBANKVTP
027300                    RESP(WS-RESP)                                 DBANKVTP
027400     END-EXEC.                                                    DBANKVTP
027500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
027600       SET CDVTO-NOTFND TO TRUE                                   DBANKVTP
027700       MOVE 'Branch code is not on the branch master'             DBANKVTP
027800         TO CDVTO-MSG                                             DBANKVTP
027900       GO TO CHECK-BRANCH-EXIT                                    DBANKVTP
028000     END-IF.                                                      DBANKVTP
028100     MOVE BRM-REC-NAME TO CDVTO-BRANCH-NAME.                      DBANKVTP
028200 CHECK-BRANCH-EXIT.                                               DBANKVTP
028300     EXIT.                                                        DBANKVTP
028400                                                                  DBANKVTP
028500***************************************************************** DBANKVTP
028600* Read the vault row for the denomination for update and work   * DBANKVTP
028700* out what the vault holds now.  A denomination the branch has  * DBANKVTP
028800* never held has no row yet and holds nothing.                  * DBANKVTP
028900***************************************************************** DBANKVTP
029000 READ-VAULT-ROW.                                                  DBANKVTP
029100     MOVE CDVTI-BRANCH TO WS-BNKVLTP-RID-BRANCH.                  DBANKVTP
029200     MOVE CDVTI-DENOM TO WS-BNKVLTP-RID-DENOM.                    DBANKVTP
029300     MOVE 'N' TO WS-VAULT-FOUND.                                  DBANKVTP
029400     MOVE ZERO TO WS-VAULT-BAL.                                   DBANKVTP
029500     EXEC CICS READ FILE('BNKVLTP')                               DBANKVTP
029600                    UPDATE                                        DBANKVTP
029700                    INTO(WS-BNKVLTP-REC)                          DBANKVTP
029800                    LENGTH(LENGTH OF WS-BNKVLTP-REC)              DBANKVTP
029900                    RIDFLD(WS-BNKVLTP-RID)                        DBANKVTP
030000                    RESP(WS-RESP)                                 DBANKVTP
030100     END-EXEC.                                                    DBANKVTP
030200     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANKVTP
030300       GO TO READ-VAULT-ROW-EXIT                                  DBANKVTP
030400     END-IF.                                                      DBANKVTP
030500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
030600       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
030700       MOVE 'Unable to read the vault position' TO CDVTO-MSG      DBANKVTP
030800       GO TO READ-VAULT-ROW-EXIT                                  DBANKVTP
030900     END-IF.                                                      DBANKVTP
031000     MOVE 'Y' TO WS-VAULT-FOUND.                                  DBANKVTP
031100     COMPUTE WS-VAULT-BAL =                                       DBANKVTP
031200       VLT-REC-OPEN-BAL + VLT-REC-DRAWER-SELLS                    DBANKVTP
031300       + VLT-REC-ATM-UNLOADS + VLT-REC-CC-RECEIVED                DBANKVTP
031400       - VLT-REC-DRAWER-BUYS - VLT-REC-ATM-LOADS                  DBANKVTP
031500       - VLT-REC-CC-RETURNED.                                     DBANKVTP
031600 READ-VAULT-ROW-EXIT.                                             DBANKVTP
031700     EXIT.                                                        DBANKVTP
031800                                                                  DBANKVTP
031900***************************************************************** DBANKVTP
032000* A drawer buy or sell needs the teller's drawer open today at  * DBANKVTP
032100* this branch, and a sell cannot hand back more cash than the   * DBANKVTP
032200* drawer should be holding                                      * DBANKVTP
032300***************************************************************** DBANKVTP
032400 CHECK-DRAWER.                                                    DBANKVTP
032500     MOVE CDVTI-REFERENCE TO WS-BNKDRWR-RID-USERID.               DBANKVTP
032600     MOVE WS-TODAY TO WS-BNKDRWR-RID-DATE.                        DBANKVTP
032700     EXEC CICS READ FILE('BNKDRWR')                               DBANKVTP
032800                    UPDATE                                        DBANKVTP
032900                    INTO(WS-BNKDRWR-REC)                          DBANKVTP
033000                    LENGTH(LENGTH OF WS-BNKDRWR-REC)              DBANKVTP
033100                    RIDFLD(WS-BNKDRWR-RID)                        DBANKVTP
033200                    RESP(WS-RESP)                                 DBANKVTP
033300     END-EXEC.                                                    DBANKVTP
033400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
033500       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
033600       MOVE 'Teller has no drawer opened today' TO CDVTO-MSG      DBANKVTP
033700       GO TO CHECK-DRAWER-EXIT                                    DBANKVTP
033800     END-IF.                                                      DBANKVTP
033900     IF NOT DRW-STATUS-OPEN                                       DBANKVTP
034000       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
034100       MOVE 'Teller drawer is closed' TO CDVTO-MSG                DBANKVTP
034200       GO TO CHECK-DRAWER-EXIT                                    DBANKVTP
034300     END-IF.                                                      DBANKVTP
034400     IF DRW-REC-BRANCH-CODE IS NOT EQUAL TO CDVTI-BRANCH          DBANKVTP
034500       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
034600       MOVE 'Teller drawer is at another branch' TO CDVTO-MSG     DBANKVTP
034700       GO TO CHECK-DRAWER-EXIT                                    DBANKVTP
034800     END-IF.                                                      DBANKVTP
034900     COMPUTE WS-DRAWER-CASH =                                     DBANKVTP
035000       DRW-REC-OPENING-FLOAT + DRW-REC-CASH-IN                    DBANKVTP
035100       - DRW-REC-CASH-OUT.                                        DBANKVTP
035200     IF CDVTI-DRAWER-SELL AND                                     DBANKVTP
035300        CDVTI-AMOUNT IS GREATER THAN WS-DRAWER-CASH               DBANKVTP
035400       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
035500       MOVE 'Drawer does not hold that much cash' TO CDVTO-MSG    DBANKVTP
035600       GO TO CHECK-DRAWER-EXIT                                    DBANKVTP
035700     END-IF.                                                      DBANKVTP
035800 CHECK-DRAWER-EXIT.                                               DBANKVTP
035900     EXIT.                                                        DBANKVTP
036000                                                                  DBANKVTP
036100***************************************************************** DBANKVTP
036200* An ATM load or unload needs one of this branch's terminals    * DBANKVTP
036300***************************************************************** DBANKVTP
036400 CHECK-TERMINAL.                                                  DBANKVTP
036500     MOVE CDVTI-REFERENCE (1:4) TO WS-BNKATMM-RID.                DBANKVTP
036600     EXEC CICS READ FILE('BNKATMM')                               DBANKVTP
036700                    UPDATE                                        DBANKVTP
036800                    INTO(WS-BNKATMM-REC)                          DBANKVTP
036900                    LENGTH(LENGTH OF WS-BNKATMM-REC)              DBANKVTP
037000                    RIDFLD(WS-BNKATMM-RID)                        DBANKVTP
037100                    RESP(WS-RESP)                                 DBANKVTP
037200     END-EXEC.                                                    DBANKVTP
037300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
037400       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
037500       MOVE 'Terminal is not on the terminal master'              DBANKVTP
037600         TO CDVTO-MSG                                             DBANKVTP
037700       GO TO CHECK-TERMINAL-EXIT                                  DBANKVTP
037800     END-IF.                                                      DBANKVTP
037900     IF ATM-REC-BRANCH-CODE IS NOT EQUAL TO CDVTI-BRANCH          DBANKVTP
038000       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
038100       MOVE 'Terminal belongs to another branch' TO CDVTO-MSG     DBANKVTP
038200       GO TO CHECK-TERMINAL-EXIT                                  DBANKVTP
038300     END-IF.                                                      DBANKVTP
038400 CHECK-TERMINAL-EXIT.                                             DBANKVTP
038500     EXIT.                                                        DBANKVTP
038600                                                                  DBANKVTP
038700***************************************************************** DBANKVTP
038800* Add the movement to its running total on the vault row,       * DBANKVTP
038900* adding the row if this is the first of the denomination       * DBANKVTP
039000***************************************************************** DBANKVTP
039100 UPDATE-VAULT-ROW.                                                DBANKVTP
039200     IF NOT WS-VAULT-ROW-FOUND                                    DBANKVTP
039300       MOVE SPACES TO WS-BNKVLTP-REC                              DBANKVTP
039400       MOVE CDVTI-BRANCH TO VLT-REC-BRANCH                        DBANKVTP
039500       MOVE CDVTI-DENOM TO VLT-REC-DENOM                          DBANKVTP
039600       MOVE ZERO TO VLT-REC-OPEN-BAL                              DBANKVTP
039700       MOVE ZERO TO VLT-REC-DRAWER-BUYS                           DBANKVTP
039800       MOVE ZERO TO VLT-REC-DRAWER-SELLS                          DBANKVTP
039900       MOVE ZERO TO VLT-REC-ATM-LOADS                             DBANKVTP
040000       MOVE ZERO TO VLT-REC-ATM-UNLOADS                           DBANKVTP
040100       MOVE ZERO TO VLT-REC-CC-RECEIVED                           DBANKVTP
040200       MOVE ZERO TO VLT-REC-CC-RETURNED                           DBANKVTP
040300       MOVE ZERO TO VLT-REC-CLOSE-BAL                             DBANKVTP
040400       MOVE ZERO TO VLT-REC-TELLER-AVG                            DBANKVTP
040500       MOVE ZERO TO VLT-REC-TELLER-DAYS                           DBANKVTP
040600     END-IF.                                                      DBANKVTP
040700     EVALUATE TRUE                                                DBANKVTP
040800       WHEN CDVTI-DRAWER-BUY                                      DBANKVTP
040900         ADD CDVTI-AMOUNT TO VLT-REC-DRAWER-BUYS                  DBANKVTP
041000         SUBTRACT CDVTI-AMOUNT FROM WS-VAULT-BAL                  DBANKVTP
041100       WHEN CDVTI-DRAWER-SELL                                     DBANKVTP
041200         ADD CDVTI-AMOUNT TO VLT-REC-DRAWER-SELLS                 DBANKVTP
041300         ADD CDVTI-AMOUNT TO WS-VAULT-BAL                         DBANKVTP
041400       WHEN CDVTI-ATM-LOAD                                        DBANKVTP
041500         ADD CDVTI-AMOUNT TO VLT-REC-ATM-LOADS                    DBANKVTP
041600         SUBTRACT CDVTI-AMOUNT FROM WS-VAULT-BAL                  DBANKVTP
041700       WHEN CDVTI-ATM-UNLOAD                                      DBANKVTP
041800         ADD CDVTI-AMOUNT TO VLT-REC-ATM-UNLOADS                  DBANKVTP
041900         ADD CDVTI-AMOUNT TO WS-VAULT-BAL                         DBANKVTP
042000       WHEN CDVTI-CC-RECEIVED                                     DBANKVTP
042100         ADD CDVTI-AMOUNT TO VLT-REC-CC-RECEIVED                  DBANKVTP
042200         ADD CDVTI-AMOUNT TO WS-VAULT-BAL                         DBANKVTP
042300       WHEN CDVTI-CC-RETURNED                                     DBANKVTP
042400         ADD CDVTI-AMOUNT TO VLT-REC-CC-RETURNED                  DBANKVTP
042500         SUBTRACT CDVTI-AMOUNT FROM WS-VAULT-BAL                  DBANKVTP
042600     END-EVALUATE.                                                DBANKVTP
042700     MOVE WS-TIMESTAMP TO VLT-REC-LAST-MOVE-TS.                   DBANKVTP
042800     IF WS-VAULT-ROW-FOUND                                        DBANKVTP
042900       EXEC CICS REWRITE FILE('BNKVLTP')                          DBANKVTP
043000                      FROM(WS-BNKVLTP-REC)                        DBANKVTP
043100                      LENGTH(LENGTH OF WS-BNKVLTP-REC)            DBANKVTP
043200                      RESP(WS-RESP)                               DBANKVTP
043300       END-EXEC                                                   DBANKVTP
043400     ELSE                                                         DBANKVTP
043500       EXEC CICS WRITE FILE('BNKVLTP')                            DBANKVTP
043600                      FROM(WS-BNKVLTP-REC)                        DBANKVTP
043700                      LENGTH(LENGTH OF WS-BNKVLTP-REC)            DBANKVTP
043800                      RIDFLD(WS-BNKVLTP-RID)                      DBANKVTP
043900                      RESP(WS-RESP)                               DBANKVTP
044000       END-EXEC                                                   DBANKVTP
044100     END-IF.                                                      DBANKVTP
044200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
044300       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
044400       MOVE 'Unable to update the vault position' TO CDVTO-MSG    DBANKVTP
044500       GO TO UPDATE-VAULT-ROW-EXIT                                DBANKVTP
044600     END-IF.                                                      DBANKVTP
044700 UPDATE-VAULT-ROW-EXIT.                                           DBANKVTP
044800     EXIT.                                                        DBANKVTP
044900                                                                  DBANKVTP
045000***************************************************************** DBANKVTP
045100* Post the buy or sell to the teller's drawer as cash in or out * DBANKVTP
045200***************************************************************** DBANKVTP
045300 UPDATE-DRAWER.                                                   DBANKVTP
045400     IF CDVTI-DRAWER-BUY                                          DBANKVTP
045500       ADD CDVTI-AMOUNT TO DRW-REC-CASH-IN                        DBANKVTP
045600     ELSE                                                         DBANKVTP
045700       ADD CDVTI-AMOUNT TO DRW-REC-CASH-OUT                       DBANKVTP
045800     END-IF.                                                      DBANKVTP
045900     EXEC CICS REWRITE FILE('BNKDRWR')                            DBANKVTP
046000                    FROM(WS-BNKDRWR-REC)                          DBANKVTP
046100                    LENGTH(LENGTH OF WS-BNKDRWR-REC)              DBANKVTP
046200                    RESP(WS-RESP)                                 DBANKVTP
046300     END-EXEC.                                                    DBANKVTP
046400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
046500       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
046600       MOVE 'Unable to post to the teller drawer' TO CDVTO-MSG    DBANKVTP
046700       GO TO UPDATE-DRAWER-EXIT                                   DBANKVTP
046800     END-IF.                                                      DBANKVTP
046900 UPDATE-DRAWER-EXIT.                                              DBANKVTP
047000     EXIT.                                                        DBANKVTP
047100                                                                  DBANKVTP
047200***************************************************************** DBANKVTP
047300* Record the cash now in the machine.  An unload empties it; a  * DBANKVTP
047400* load adds to anything already loaded today (one cassette at a * DBANKVTP
047500* time) and otherwise starts a fresh load.                      * DBANKVTP
047600***************************************************************** DBANKVTP
047700 UPDATE-TERMINAL.                                                 DBANKVTP
047800     IF ATM-REC-LAST-LOAD-AMT IS NOT NUMERIC                      DBANKVTP
047900       MOVE ZERO TO ATM-REC-LAST-LOAD-AMT                         DBANKVTP
048000     END-IF.                                                      DBANKVTP
048100     IF CDVTI-ATM-UNLOAD                                          DBANKVTP
048200       MOVE ZERO TO ATM-REC-LAST-LOAD-AMT                         DBANKVTP
048300     ELSE                                                         DBANKVTP
048400       IF ATM-REC-LAST-LOAD-DATE IS EQUAL TO WS-TODAY             DBANKVTP
048500         ADD CDVTI-AMOUNT TO ATM-REC-LAST-LOAD-AMT                DBANKVTP
048600       ELSE                                                       DBANKVTP
048700         MOVE CDVTI-AMOUNT TO ATM-REC-LAST-LOAD-AMT               DBANKVTP
048800       END-IF                                                     DBANKVTP
048900     END-IF.                                                      DBANKVTP
049000     MOVE WS-TODAY TO ATM-REC-LAST-LOAD-DATE.                     DBANKVTP
049100     EXEC CICS REWRITE FILE('BNKATMM')                            DBANKVTP
049200                    FROM(WS-BNKATMM-REC)                          DBANKVTP
049300                    LENGTH(LENGTH OF WS-BNKATMM-REC)              DBANKVTP
049400                    RESP(WS-RESP)                                 DBANKVTP
049500     END-EXEC.                                                    DBANKVTP
049600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
049700       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
049800       MOVE 'Unable to update the terminal' TO CDVTO-MSG          DBANKVTP
049900       GO TO UPDATE-TERMINAL-EXIT                                 DBANKVTP
050000     END-IF.                                                      DBANKVTP
050100 UPDATE-TERMINAL-EXIT.                                            DBANKVTP
050200     EXIT.                                                        DBANKVTP
050300                                                                  DBANKVTP
050400***************************************************************** DBANKVTP
050500* Log the movement with the vault balance after it              * DBANKVTP
050600***************************************************************** DBANKVTP
050700 LOG-MOVEMENT.                                                    DBANKVTP
050800     MOVE SPACES TO WS-BNKVLTM-REC.                               DBANKVTP
050900     MOVE CDVTI-BRANCH TO VMV-REC-BRANCH.                         DBANKVTP
051000     MOVE WS-TIMESTAMP TO VMV-REC-TIMESTAMP.                      DBANKVTP
051100     MOVE CDVTI-TYPE TO VMV-REC-TYPE.                             DBANKVTP
051200     MOVE CDVTI-DENOM TO VMV-REC-DENOM.                           DBANKVTP
051300     MOVE CDVTI-AMOUNT TO VMV-REC-AMOUNT.                         DBANKVTP
051400     MOVE CDVTI-REFERENCE TO VMV-REC-REFERENCE.                   DBANKVTP
051500     MOVE WS-USERID TO VMV-REC-USERID.                            DBANKVTP
051600     MOVE WS-VAULT-BAL TO VMV-REC-BALANCE.                        DBANKVTP
051700     MOVE VMV-KEY TO WS-BNKVLTM-RID.                              DBANKVTP
051800     EXEC CICS WRITE FILE('BNKVLTM')                              DBANKVTP
051900                    FROM(WS-BNKVLTM-REC)                          DBANKVTP
052000                    LENGTH(LENGTH OF WS-BNKVLTM-REC)              DBANKVTP
052100                    RIDFLD(WS-BNKVLTM-RID)                        DBANKVTP
052200                    RESP(WS-RESP)                                 DBANKVTP
052300     END-EXEC.                                                    DBANKVTP
052400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANKVTP
052500       SET CDVTO-ERROR TO TRUE                                    DBANKVTP
052600       MOVE 'Unable to log the vault movement' TO CDVTO-MSG       DBANKVTP
052700       GO TO LOG-MOVEMENT-EXIT                                    DBANKVTP
052800     END-IF.                                                      DBANKVTP
052900 LOG-MOVEMENT-EXIT.                                               DBANKVTP
053000     EXIT.                                                        DBANKVTP
053100                                                                  DBANKVTP
053200***************************************************************** DBANKVTP
053300* Return the branch's holding for each denomination - opening   * DBANKVTP
053400* position, in and out since, and the balance now               * DBANKVTP
053500***************************************************************** DBANKVTP
053600 RETURN-POSITION.                                                 DBANKVTP
053700     MOVE ZERO TO CDVTO-TOTAL.                                    DBANKVTP
053800     MOVE SPACES TO CDVTO-LAST-CLOSE.                             DBANKVTP
053900     MOVE 1 TO WS-SUB.                                            DBANKVTP
054000 RETURN-POSITION-LOOP.                                            DBANKVTP
054100     IF WS-SUB IS GREATER THAN 7                                  DBANKVTP
054200       GO TO RETURN-POSITION-EXIT                                 DBANKVTP
054300     END-IF.                                                      DBANKVTP
054400     MOVE WS-DENOM-CODE (WS-SUB) TO CDVTO-DENOM (WS-SUB).         DBANKVTP
054500     MOVE ZERO TO CDVTO-OPEN-BAL (WS-SUB).                        DBANKVTP
054600     MOVE ZERO TO CDVTO-IN (WS-SUB).                              DBANKVTP
054700     MOVE ZERO TO CDVTO-OUT (WS-SUB).                             DBANKVTP
054800     MOVE ZERO TO CDVTO-BALANCE (WS-SUB).                         DBANKVTP
054900     MOVE CDVTI-BRANCH TO WS-BNKVLTP-RID-BRANCH.                  DBANKVTP
055000     MOVE WS-DENOM-CODE (WS-SUB) TO WS-BNKVLTP-RID-DENOM.         DBANKVTP
055100     EXEC CICS READ FILE('BNKVLTP')                               DBANKVTP
055200                    INTO(WS-BNKVLTP-REC)                          DBANKVTP
055300                    LENGTH(LENGTH OF WS-BNKVLTP-REC)              DBANKVTP
055400                    RIDFLD(WS-BNKVLTP-RID)                        DBANKVTP
055500                    RESP(WS-RESP)                                 DBANKVTP
055600     END-EXEC.                                                    DBANKVTP
055700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANKVTP
055800       MOVE VLT-REC-OPEN-BAL TO CDVTO-OPEN-BAL (WS-SUB)           DBANKVTP
055900       COMPUTE CDVTO-IN (WS-SUB) =                                DBANKVTP
056000         VLT-REC-DRAWER-SELLS + VLT-REC-ATM-UNLOADS               DBANKVTP
056100         + VLT-REC-CC-RECEIVED                                    DBANKVTP
056200       COMPUTE CDVTO-OUT (WS-SUB) =                               DBANKVTP
056300         VLT-REC-DRAWER-BUYS + VLT-REC-ATM-LOADS                  DBANKVTP
056400         + VLT-REC-CC-RETURNED                                    DBANKVTP
056500       COMPUTE CDVTO-BALANCE (WS-SUB) =                           DBANKVTP
056600         CDVTO-OPEN-BAL (WS-SUB) + CDVTO-IN (WS-SUB)              DBANKVTP
056700         - CDVTO-OUT (WS-SUB)                                     DBANKVTP
056800       ADD CDVTO-BALANCE (WS-SUB) TO CDVTO-TOTAL                  DBANKVTP
056900       IF VLT-REC-CLOSE-DATE IS GREATER THAN CDVTO-LAST-CLOSE     DBANKVTP
057000         MOVE VLT-REC-CLOSE-DATE TO CDVTO-LAST-CLOSE              DBANKVTP
057100       END-IF                                                     DBANKVTP
057200     END-IF.                                                      DBANKVTP
057300     ADD 1 TO WS-SUB.                                             DBANKVTP
057400     GO TO RETURN-POSITION-LOOP.                                  DBANKVTP
057500 RETURN-POSITION-EXIT.                                            DBANKVTP
057600     EXIT.                                                        DBANKVTP
057700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANKVTP
