000100***************************************************************** DBANK74P
000200*                                                               * DBANK74P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK74P
000400*   This demonstration program is provided for use by users     * DBANK74P
000500*   of Micro Focus products and may be used, modified and       * DBANK74P
000600*   distributed as part of your application provided that       * DBANK74P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK74P
000800*   in this material.                                           * DBANK74P
000900*                                                               * DBANK74P
001000***************************************************************** DBANK74P
001100                                                                  DBANK74P
001200***************************************************************** DBANK74P
001300* Program:     DBANK74P.CBL                                     * DBANK74P
001400* Function:    Expected credit loss parameter table maintenance * DBANK74P
001500*              (file BNKECLP) - read a product/stage row and    * DBANK74P
001600*              list the table from it, add a row, or change the * DBANK74P
001700*              loss rates applied to the covered and uncovered  * DBANK74P
001800*              parts of a loan's balance.  Every change writes  * DBANK74P
001900*              a before/after audit posting to BNKTXN.          * DBANK74P
001933*              Every master-file update is journaled through    * DBANK74P
001966*              DBANK85P for forward recovery.                   * DBANK74P
002000*              VSAM version                                     * DBANK74P
002100***************************************************************** DBANK74P
002200                                                                  DBANK74P
002300 IDENTIFICATION DIVISION.                                         DBANK74P
002400 PROGRAM-ID.                                                      DBANK74P
002500     DBANK74P.                                                    DBANK74P
002600 DATE-WRITTEN.                                                    DBANK74P
002700     October 2026.                                                DBANK74P
002800 DATE-COMPILED.                                                   DBANK74P
002900     Today.                                                       DBANK74P
003000                                                                  DBANK74P
003100 ENVIRONMENT DIVISION.                                            DBANK74P
003200                                                                  DBANK74P
003300 DATA DIVISION.                                                   DBANK74P
003400                                                                  DBANK74P
003500 WORKING-STORAGE SECTION.                                         DBANK74P
003600 01  WS-MISC-STORAGE.                                             DBANK74P
003700   05  WS-PROGRAM-ID                         PIC X(8)             DBANK74P
003800       VALUE 'DBANK74P'.                                          DBANK74P
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK74P
004000   05  WS-RESP                               PIC S9(8) COMP.      DBANK74P
004100   05  WS-SUB1                               PIC S9(4) COMP.      DBANK74P
004200   05  WS-BNKECLP-RID.                                            DBANK74P
004300     10  WS-BNKECLP-RID-PRODUCT              PIC X(1).            DBANK74P
004400     10  WS-BNKECLP-RID-STAGE                PIC X(1).            DBANK74P
004500   05  WS-BNKTXN-RID                         PIC X(26).           DBANK74P
004600   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK74P
004700   05  WS-OLD-UNSEC-DISPLAY                  PIC ZZ9.99.          DBANK74P
004800   05  WS-OLD-SEC-DISPLAY                    PIC ZZ9.99.          DBANK74P
004900   05  WS-NEW-UNSEC-DISPLAY                  PIC ZZ9.99.          DBANK74P
005000   05  WS-NEW-SEC-DISPLAY                    PIC ZZ9.99.          DBANK74P
005100                                                                  DBANK74P
005200 01  WS-TWOS-COMP.                                                DBANK74P
005300   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK74P
005400   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK74P
005500   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK74P
005600   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK74P
005700                                                                  DBANK74P
005800 01  WS-BNKECLP-REC.                                              DBANK74P
005900 COPY CBANKVEP.                                                   DBANK74P
006000                                                                  DBANK74P
006100 01  WS-BNKTXN-REC.                                               DBANK74P
006200 COPY CBANKVTX.                                                   DBANK74P
006300                                                                  DBANK74P
006400 COPY CBANKTXD.                                                   DBANK74P
006500                                                                  DBANK74P
006600 COPY CTSTAMPD.                                                   DBANK74P
006700                                                                  DBANK74P
006800 01  WS-COMMAREA.                                                 DBANK74P
006900 COPY CBANKD74.                                                   DBANK74P
007000                                                                  DBANK74P
007100 COPY CABENDD.                                                    DBANK74P
007200                                                                  DBANK74P
007225 01  WS-RECOVERY-DATA.                                            DBANK74P
007250 COPY CBANKD85.                                                   DBANK74P
007275                                                                  DBANK74P
007300 LINKAGE SECTION.                                                 DBANK74P
007400 01  DFHCOMMAREA.                                                 DBANK74P
007500   05  LK-COMMAREA                           PIC X(1)             DBANK74P
007600       OCCURS 1 TO 4096 TIMES                                     DBANK74P
007700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK74P
007800                                                                  DBANK74P
007900 COPY CENTRY.                                                     DBANK74P
008000***************************************************************** DBANK74P
008100* Move the passed data to our area                              * DBANK74P
008200***************************************************************** DBANK74P
008300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK74P
008400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK74P
008500                                                                  DBANK74P
008600***************************************************************** DBANK74P
008700* Initialize our output area                                    * DBANK74P
008800***************************************************************** DBANK74P
008900     MOVE SPACES TO CD74O-DATA.                                   DBANK74P
009000     SET CD74O-OK TO TRUE.                                        DBANK74P
009100     MOVE ZERO TO CD74O-UNSECURED-RATE.                           DBANK74P
009200     MOVE ZERO TO CD74O-SECURED-RATE.                             DBANK74P
009300     MOVE 1 TO WS-SUB1.                                           DBANK74P
009400 CLEAR-ENTRY-LOOP.                                                DBANK74P
009500     MOVE ZERO TO CD74O-ENTRY-UNSEC (WS-SUB1).                    DBANK74P
009600     MOVE ZERO TO CD74O-ENTRY-SEC (WS-SUB1).                      DBANK74P
009700     IF WS-SUB1 IS LESS THAN 6                                    DBANK74P
009800       ADD 1 TO WS-SUB1                                           DBANK74P
009900       GO TO CLEAR-ENTRY-LOOP                                     DBANK74P
010000     END-IF.                                                      DBANK74P
010100                                                                  DBANK74P
010200 COPY CTSTAMPP.                                                   DBANK74P
010300                                                                  DBANK74P
010400***************************************************************** DBANK74P
010500* See what kind of request we have and react accordingly        * DBANK74P
010600***************************************************************** DBANK74P
010700     EVALUATE TRUE                                                DBANK74P
010800       WHEN CD74I-READ                                            DBANK74P
010900         PERFORM READ-PROCESSING THRU                             DBANK74P
011000                 READ-PROCESSING-EXIT                             DBANK74P
011100       WHEN CD74I-WRITE                                           DBANK74P
011200         PERFORM WRITE-PROCESSING THRU                            DBANK74P
011300                 WRITE-PROCESSING-EXIT                            DBANK74P
011400       WHEN CD74I-UPDATE                                          DBANK74P
011500         PERFORM UPDATE-PROCESSING THRU                           DBANK74P
011600                 UPDATE-PROCESSING-EXIT                           DBANK74P
011700       WHEN OTHER                                                 DBANK74P
011800         SET CD74O-ERROR TO TRUE                                  DBANK74P
011900         MOVE 'Bad request code' TO CD74O-MSG                     DBANK74P
012000     END-EVALUATE.                                                DBANK74P
012100                                                                  DBANK74P
012200***************************************************************** DBANK74P
012300* Move the result back to the callers area                      * DBANK74P
012400***************************************************************** DBANK74P
012500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK74P
012600                                                                  DBANK74P
012700***************************************************************** DBANK74P
012800* Return to our caller                                          * DBANK74P
012900***************************************************************** DBANK74P
013000 COPY CRETURN.                                                    DBANK74P
013100                                                                  DBANK74P
013200***************************************************************** DBANK74P
013300* Read request - list the table from the keyed row on (from the * DBANK74P
013400* top if nothing was keyed) and return the first row listed in  * DBANK74P
013500* full                                                          * DBANK74P
013600***************************************************************** DBANK74P
013700 READ-PROCESSING.                                                 DBANK74P
013800     PERFORM SCAN-TABLE THRU                                      DBANK74P
013900             SCAN-TABLE-EXIT.                                     DBANK74P
014000     IF CD74O-ENTRY-PRODUCT (1) IS EQUAL TO SPACES                DBANK74P
014100       SET CD74O-NOTFND TO TRUE                                   DBANK74P
014200       MOVE 'No loss rates on file' TO CD74O-MSG                  DBANK74P
014300       GO TO READ-PROCESSING-EXIT                                 DBANK74P
014400     END-IF.                                                      DBANK74P
014500     MOVE CD74O-ENTRY-PRODUCT (1) TO WS-BNKECLP-RID-PRODUCT.      DBANK74P
014600     MOVE CD74O-ENTRY-STAGE (1) TO WS-BNKECLP-RID-STAGE.          DBANK74P
014700     EXEC CICS READ FILE('BNKECLP')                               DBANK74P
014800                    INTO(WS-BNKECLP-REC)                          DBANK74P
014900                    LENGTH(LENGTH OF WS-BNKECLP-REC)              DBANK74P
015000                    RIDFLD(WS-BNKECLP-RID)                        DBANK74P
015100                    RESP(WS-RESP)                                 DBANK74P
015200     END-EXEC.                                                    DBANK74P
015300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
015400       SET CD74O-NOTFND TO TRUE                                   DBANK74P
015500       MOVE 'Loss rate row not found' TO CD74O-MSG                DBANK74P
015600       GO TO READ-PROCESSING-EXIT                                 DBANK74P
015700     END-IF.                                                      DBANK74P
015800     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK74P
015900             FILL-OUTPUT-FIELDS-EXIT.                             DBANK74P
016000 READ-PROCESSING-EXIT.                                            DBANK74P
016100     EXIT.                                                        DBANK74P
016200                                                                  DBANK74P
016300***************************************************************** DBANK74P
016400* Write request - add a product/stage row                       * DBANK74P
016500***************************************************************** DBANK74P
016600 WRITE-PROCESSING.                                                DBANK74P
016700     PERFORM EDIT-RATE-FIELDS THRU                                DBANK74P
016800             EDIT-RATE-FIELDS-EXIT.                               DBANK74P
016900     IF NOT CD74O-OK                                              DBANK74P
017000       GO TO WRITE-PROCESSING-EXIT                                DBANK74P
017100     END-IF.                                                      DBANK74P
017200     MOVE SPACES TO WS-BNKECLP-REC.                               DBANK74P
017300     MOVE CD74I-PRODUCT TO EPR-REC-PRODUCT.                       DBANK74P
017400     MOVE CD74I-STAGE TO EPR-REC-STAGE.                           DBANK74P
017500     PERFORM MOVE-RATE-FIELDS THRU                                DBANK74P
017600             MOVE-RATE-FIELDS-EXIT.                               DBANK74P
017700     MOVE EPR-KEY TO WS-BNKECLP-RID.                              DBANK74P
017800     EXEC CICS WRITE FILE('BNKECLP')                              DBANK74P
017900                    FROM(WS-BNKECLP-REC)                          DBANK74P
018000                    LENGTH(LENGTH OF WS-BNKECLP-REC)              DBANK74P
018100                    RIDFLD(WS-BNKECLP-RID)                        DBANK74P
018200                    RESP(WS-RESP)                                 DBANK74P
018300     END-EXEC.                                                    DBANK74P
018400     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBANK74P
018500       SET CD74O-ERROR TO TRUE                                    DBANK74P
018600       MOVE 'Rates already on file - use PF6 to change'           DBANK74P
018700         TO CD74O-MSG                                             DBANK74P
018800       GO TO WRITE-PROCESSING-EXIT                                DBANK74P
018900     END-IF.                                                      DBANK74P
019000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
019100       SET CD74O-ERROR TO TRUE                                    DBANK74P
019200       MOVE 'Unable to add the loss rate row' TO CD74O-MSG        DBANK74P
019300       GO TO WRITE-PROCESSING-EXIT                                DBANK74P
019400     END-IF.                                                      DBANK74P
019500     MOVE 'ADD ' TO WS-AUDIT-ACTION.                              DBANK74P
019600     MOVE ZERO TO WS-OLD-UNSEC-DISPLAY.                           DBANK74P
019700     MOVE ZERO TO WS-OLD-SEC-DISPLAY.                             DBANK74P
019800     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK74P
019900             WRITE-MAINT-AUDIT-EXIT.                              DBANK74P
020000     PERFORM SCAN-TABLE THRU                                      DBANK74P
020100             SCAN-TABLE-EXIT.                                     DBANK74P
020200     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK74P
020300             FILL-OUTPUT-FIELDS-EXIT.                             DBANK74P
020400 WRITE-PROCESSING-EXIT.                                           DBANK74P
020500     EXIT.                                                        DBANK74P
020600                                                                  DBANK74P
020700***************************************************************** DBANK74P
020800* Update request - change the description and rates of a row    * DBANK74P
020900***************************************************************** DBANK74P
021000 UPDATE-PROCESSING.                                               DBANK74P
021100     PERFORM EDIT-RATE-FIELDS THRU                                DBANK74P
021200             EDIT-RATE-FIELDS-EXIT.                               DBANK74P
021300     IF NOT CD74O-OK                                              DBANK74P
021400       GO TO UPDATE-PROCESSING-EXIT                               DBANK74P
021500     END-IF.                                                      DBANK74P
021600     MOVE CD74I-PRODUCT TO WS-BNKECLP-RID-PRODUCT.                DBANK74P
021700     MOVE CD74I-STAGE TO WS-BNKECLP-RID-STAGE.                    DBANK74P
021800     EXEC CICS READ FILE('BNKECLP')                               DBANK74P
021900                    UPDATE                                        DBANK74P
022000                    INTO(WS-BNKECLP-REC)                          DBANK74P
022100                    LENGTH(LENGTH OF WS-BNKECLP-REC)              DBANK74P
022200                    RIDFLD(WS-BNKECLP-RID)                        DBANK74P
022300                    RESP(WS-RESP)                                 DBANK74P
022400     END-EXEC.                                                    DBANK74P
022500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
022600       SET CD74O-NOTFND TO TRUE                                   DBANK74P
022700       MOVE 'Loss rate row not found - use PF5 to add'            DBANK74P
022800         TO CD74O-MSG                                             DBANK74P
022900       GO TO UPDATE-PROCESSING-EXIT                               DBANK74P
023000     END-IF.                                                      DBANK74P
023100     MOVE EPR-REC-UNSECURED-RATE TO WS-OLD-UNSEC-DISPLAY.         DBANK74P
023200     MOVE EPR-REC-SECURED-RATE TO WS-OLD-SEC-DISPLAY.             DBANK74P
023300     PERFORM MOVE-RATE-FIELDS THRU                                DBANK74P
023400             MOVE-RATE-FIELDS-EXIT.                               DBANK74P
023500     EXEC CICS REWRITE FILE('BNKECLP')                            DBANK74P
023600                    FROM(WS-BNKECLP-REC)                          DBANK74P
023700                    LENGTH(LENGTH OF WS-BNKECLP-REC)              DBANK74P
023800                    RESP(WS-RESP)                                 DBANK74P
023900     END-EXEC.                                                    DBANK74P
024000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
024100       SET CD74O-ERROR TO TRUE                                    DBANK74P
024200       MOVE 'Unable to update the loss rate row' TO CD74O-MSG     DBANK74P
024300       GO TO UPDATE-PROCESSING-EXIT                               DBANK74P
024400     END-IF.                                                      DBANK74P
024500     MOVE 'UPD ' TO WS-AUDIT-ACTION.                              DBANK74P
024600     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK74P
024700             WRITE-MAINT-AUDIT-EXIT.                              DBANK74P
024800     PERFORM SCAN-TABLE THRU                                      DBANK74P
024900             SCAN-TABLE-EXIT.                                     DBANK74P
025000     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK74P
025100             FILL-OUTPUT-FIELDS-EXIT.                             DBANK74P
025200 UPDATE-PROCESSING-EXIT.                                          DBANK74P
025300     EXIT.                                                        DBANK74P
025400                                                                  DBANK74P
025500***************************************************************** DBANK74P
025600* Edit the keyed row - product I(nstalment) or R(evolving),     * DBANK74P
025700* stage 1 (performing), 2 (significant increase in credit risk) * DBANK74P
025800* or 3 (credit impaired), a description, and both rates no more * DBANK74P
025900* than 100 percent                                              * DBANK74P
026000***************************************************************** DBANK74P
026100 EDIT-RATE-FIELDS.                                                DBANK74P
026200     IF CD74I-PRODUCT IS NOT EQUAL TO 'I' AND                     DBANK74P
026300        CD74I-PRODUCT IS NOT EQUAL TO 'R'                         DBANK74P
026400       SET CD74O-ERROR TO TRUE                                    DBANK74P
026500       MOVE 'Product must be I or R' TO CD74O-MSG                 DBANK74P
026600       GO TO EDIT-RATE-FIELDS-EXIT                                DBANK74P
026700     END-IF.                                                      DBANK74P
026800     IF CD74I-STAGE IS NOT EQUAL TO '1' AND                       DBANK74P
026900        CD74I-STAGE IS NOT EQUAL TO '2' AND                       DBANK74P
027000        CD74I-STAGE IS NOT EQUAL TO '3'                           DBANK74P
027100       SET CD74O-ERROR TO TRUE                                    DBANK74P
027200       MOVE 'Stage must be 1, 2 or 3' TO CD74O-MSG                DBANK74P
027300       GO TO EDIT-RATE-FIELDS-EXIT                                DBANK74P
027400     END-IF.                                                      DBANK74P
027500     IF CD74I-DESC IS EQUAL TO SPACES OR                          DBANK74P
027600        CD74I-DESC IS EQUAL TO LOW-VALUES                         DBANK74P
027700       SET CD74O-ERROR TO TRUE                                    DBANK74P
027800       MOVE 'Describe the stage' TO CD74O-MSG                     DBANK74P
027900       GO TO EDIT-RATE-FIELDS-EXIT                                DBANK74P
028000     END-IF.                                                      DBANK74P
028100     IF CD74I-UNSECURED-RATE IS NOT NUMERIC OR                    DBANK74P
028200        CD74I-SECURED-RATE IS NOT NUMERIC                         DBANK74P
028300       SET CD74O-ERROR TO TRUE                                    DBANK74P
028400       MOVE 'Key both loss rates' TO CD74O-MSG                    DBANK74P
028500       GO TO EDIT-RATE-FIELDS-EXIT                                DBANK74P
028600     END-IF.                                                      DBANK74P
028700     IF CD74I-UNSECURED-RATE IS GREATER THAN 100 OR               DBANK74P
028800        CD74I-SECURED-RATE IS GREATER THAN 100                    DBANK74P
028900       SET CD74O-ERROR TO TRUE                                    DBANK74P
029000       MOVE 'A loss rate cannot exceed 100 percent'               DBANK74P
029100         TO CD74O-MSG                                             DBANK74P
029200     END-IF.                                                      DBANK74P
029300 EDIT-RATE-FIELDS-EXIT.                                           DBANK74P
029400     EXIT.                                                        DBANK74P
029500                                                                  DBANK74P
029600***************************************************************** DBANK74P
029700* Move the edited fields onto the record                        * DBANK74P
029800***************************************************************** DBANK74P
029900 MOVE-RATE-FIELDS.                                                DBANK74P
030000     MOVE CD74I-DESC TO EPR-REC-DESC.                             DBANK74P
030100     MOVE CD74I-UNSECURED-RATE TO EPR-REC-UNSECURED-RATE.         DBANK74P
030200     MOVE CD74I-SECURED-RATE TO EPR-REC-SECURED-RATE.             DBANK74P
030300     MOVE WS-TS-DATE TO EPR-REC-MAINT-DATE.                       DBANK74P
030400     MOVE CD74I-USERID TO EPR-REC-MAINT-USER.                     DBANK74P
030500 MOVE-RATE-FIELDS-EXIT.                                           DBANK74P
030600     EXIT.                                                        DBANK74P
030700                                                                  DBANK74P
030800***************************************************************** DBANK74P
030900* Return the row to the caller                                  * DBANK74P
031000***************************************************************** DBANK74P
031100 FILL-OUTPUT-FIELDS.                                              DBANK74P
031200     MOVE EPR-REC-PRODUCT TO CD74O-PRODUCT.                       DBANK74P
031300     MOVE EPR-REC-STAGE TO CD74O-STAGE.                           DBANK74P
031400     MOVE EPR-REC-DESC TO CD74O-DESC.                             DBANK74P
031500     IF EPR-REC-UNSECURED-RATE IS NUMERIC                         DBANK74P
031600       MOVE EPR-REC-UNSECURED-RATE TO CD74O-UNSECURED-RATE        DBANK74P
031700     END-IF.                                                      DBANK74P
031800     IF EPR-REC-SECURED-RATE IS NUMERIC                           DBANK74P
031900       MOVE EPR-REC-SECURED-RATE TO CD74O-SECURED-RATE            DBANK74P
032000     END-IF.                                                      DBANK74P
032100     MOVE EPR-REC-MAINT-DATE TO CD74O-MAINT-DATE.                 DBANK74P
032200     MOVE EPR-REC-MAINT-USER TO CD74O-MAINT-USER.                 DBANK74P
032300 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK74P
032400     EXIT.                                                        DBANK74P
032500                                                                  DBANK74P
032600***************************************************************** DBANK74P
032700* Browse the table from the keyed row, listing six rows - two   * DBANK74P
032800* products of three stages is the whole table                   * DBANK74P
032900***************************************************************** DBANK74P
033000 SCAN-TABLE.                                                      DBANK74P
033100     MOVE 0 TO WS-SUB1.                                           DBANK74P
033200     IF CD74I-PRODUCT IS EQUAL TO LOW-VALUES                      DBANK74P
033300       MOVE SPACES TO CD74I-PRODUCT                               DBANK74P
033400     END-IF.                                                      DBANK74P
033500     IF CD74I-STAGE IS EQUAL TO LOW-VALUES                        DBANK74P
033600       MOVE SPACES TO CD74I-STAGE                                 DBANK74P
033700     END-IF.                                                      DBANK74P
033800     MOVE CD74I-PRODUCT TO WS-BNKECLP-RID-PRODUCT.                DBANK74P
033900     MOVE CD74I-STAGE TO WS-BNKECLP-RID-STAGE.                    DBANK74P
034000     EXEC CICS STARTBR FILE('BNKECLP')                            DBANK74P
034100                  RIDFLD(WS-BNKECLP-RID)                          DBANK74P
034200                  GTEQ                                            DBANK74P
034300                  RESP(WS-RESP)                                   DBANK74P
034400     END-EXEC.                                                    DBANK74P
034500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
034600       GO TO SCAN-TABLE-EXIT                                      DBANK74P
034700     END-IF.                                                      DBANK74P
034800 SCAN-TABLE-LOOP.                                                 DBANK74P
034900     EXEC CICS READNEXT FILE('BNKECLP')                           DBANK74P
035000                  INTO(WS-BNKECLP-REC)                            DBANK74P
035100                  LENGTH(LENGTH OF WS-BNKECLP-REC)                DBANK74P
035200                  RIDFLD(WS-BNKECLP-RID)                          DBANK74P
035300                  RESP(WS-RESP)                                   DBANK74P
035400     END-EXEC.                                                    DBANK74P
035500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK74P
035600       GO TO SCAN-TABLE-DONE                                      DBANK74P
035700     END-IF.                                                      DBANK74P
035800     ADD 1 TO WS-SUB1.                                            DBANK74P
035900     MOVE EPR-REC-PRODUCT TO CD74O-ENTRY-PRODUCT (WS-SUB1).       DBANK74P
036000     MOVE EPR-REC-STAGE TO CD74O-ENTRY-STAGE (WS-SUB1).           DBANK74P
036100     MOVE EPR-REC-DESC TO CD74O-ENTRY-DESC (WS-SUB1).             DBANK74P
036200     IF EPR-REC-UNSECURED-RATE IS NUMERIC                         DBANK74P
036300       MOVE EPR-REC-UNSECURED-RATE TO CD74O-ENTRY-UNSEC (WS-SUB1) DBANK74P
036400     END-IF.                                                      DBANK74P
036500     IF EPR-REC-SECURED-RATE IS NUMERIC                           DBANK74P
036600       MOVE EPR-REC-SECURED-RATE TO CD74O-ENTRY-SEC (WS-SUB1)     DBANK74P
036700     END-IF.                                                      DBANK74P
036800     IF WS-SUB1 IS LESS THAN 6                                    DBANK74P
036900       GO TO SCAN-TABLE-LOOP                                      DBANK74P
037000     END-IF.                                                      DBANK74P
037100 SCAN-TABLE-DONE.                                                 DBANK74P
037200     EXEC CICS ENDBR FILE('BNKECLP')                              DBANK74P
037300     END-EXEC.                                                    DBANK74P
037400 SCAN-TABLE-EXIT.                                                 DBANK74P
037500     EXIT.                                                        DBANK74P
037600                                                                  DBANK74P
037700***************************************************************** DBANK74P
037800* Write the before/after audit posting for the change under     * DBANK74P
037900* the maintenance transaction type, as DBANK41P does.  The      * DBANK74P
038000* posting carries no amount - the GL feed has no mapping for    * DBANK74P
038100* it and skips it.                                              * DBANK74P
038200***************************************************************** DBANK74P
038300 WRITE-MAINT-AUDIT.                                               DBANK74P
038400     MOVE EPR-REC-UNSECURED-RATE TO WS-NEW-UNSEC-DISPLAY.         DBANK74P
038500     MOVE EPR-REC-SECURED-RATE TO WS-NEW-SEC-DISPLAY.             DBANK74P
038600     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK74P
038700     MOVE SPACES TO BTX-REC-PID.                                  DBANK74P
038800     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK74P
038900     MOVE '3' TO BTX-REC-SUB-TYPE.                                DBANK74P
039000     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK74P
039100     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK74P
039200     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK74P
039300     MOVE SPACES TO TXN-DATA.                                     DBANK74P
039400     STRING 'ECL ' DELIMITED BY SIZE                              DBANK74P
039500            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK74P
039600            EPR-REC-PRODUCT DELIMITED BY SIZE                     DBANK74P
039700            '/' DELIMITED BY SIZE                                 DBANK74P
039800            EPR-REC-STAGE DELIMITED BY SIZE                       DBANK74P
039900            ' U' DELIMITED BY SIZE                                DBANK74P
040000            WS-OLD-UNSEC-DISPLAY DELIMITED BY SIZE                DBANK74P
040100            ' S' DELIMITED BY SIZE                                DBANK74P
040200            WS-OLD-SEC-DISPLAY DELIMITED BY SIZE                  DBANK74P
040300       INTO TXN-T1-OLD-DESC.                                      DBANK74P
040400     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK74P
040500     MOVE SPACES TO TXN-DATA.                                     DBANK74P
040600     STRING 'U' DELIMITED BY SIZE                                 DBANK74P
040700            WS-NEW-UNSEC-DISPLAY DELIMITED BY SIZE                DBANK74P
040800            ' S' DELIMITED BY SIZE                                DBANK74P
040900            WS-NEW-SEC-DISPLAY DELIMITED BY SIZE                  DBANK74P
041000            ' BY ' DELIMITED BY SIZE                              DBANK74P
041100            CD74I-USERID DELIMITED BY SIZE                        DBANK74P
041200       INTO TXN-T1-OLD-DESC.                                      DBANK74P
041300     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK74P
041400     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK74P
041500     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK74P
041600     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK74P
041700     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK74P
041800                           WS-TWOS-COMP-INPUT                     DBANK74P
041900                           WS-TWOS-COMP-OUTPUT                    DBANK74P
042000                           WS-TWOS-COMP-FORMAT.                   DBANK74P
042100     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK74P
042200     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK74P
042300 COPY CBANKTXP.                                                   DBANK74P
042400     EXEC CICS WRITE FILE('BNKTXN')                               DBANK74P
042500                    FROM(WS-BNKTXN-REC)                           DBANK74P
042600                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK74P
042700                    RIDFLD(WS-BNKTXN-RID)                         DBANK74P
042800                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK74P
042900                    RESP(WS-RESP)                                 DBANK74P
043000     END-EXEC                                                     DBANK74P
043014     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK74P
043028        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK74P
043042        SET CD85I-ADD TO TRUE                                     DBANK74P
043056        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK74P
043070        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK74P
043084     END-IF.                                                      DBANK74P
043100 WRITE-MAINT-AUDIT-EXIT.                                          DBANK74P
043200     EXIT.                                                        DBANK74P
043300                                                                  DBANK74P
043309***************************************************************** DBANK74P
043318* Journal the after-image of the master-file update just        * DBANK74P
043327* made so it can be rolled forward onto a reload                * DBANK74P
043336***************************************************************** DBANK74P
043345 JOURNAL-UPDATE.                                                  DBANK74P
043354     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK74P
043363 COPY CBANKX85.                                                   DBANK74P
043372 JOURNAL-UPDATE-EXIT.                                             DBANK74P
043381     EXIT.                                                        DBANK74P
043390                                                                  DBANK74P
043400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK74P
