000100***************************************************************** DBANK88P
000200*                                                               * DBANK88P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK88P
000400*   This demonstration program is provided for use by users     * DBANK88P
000500*   of Micro Focus products and may be used, modified and       * DBANK88P
000600*   distributed as part of your application provided that       * DBANK88P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK88P
000800*   in this material.                                           * DBANK88P
000900*                                                               * DBANK88P
001000***************************************************************** DBANK88P
001100                                                                  DBANK88P
001200                                                                  DBANK88P
001300***************************************************************** DBANK88P
001400* Program:     DBANK88P.CBL                                     * DBANK88P
001500* Function:    Third-party provider registry maintenance (file  * DBANK88P
001600*              BNKTPP) - read a provider, add or update one,    * DBANK88P
001700*              and suspend one.  A provider is approved when    * DBANK88P
001800*              first saved; a suspended provider is approved    * DBANK88P
001900*              again by saving it.  Consent grants and          * DBANK88P
002000*              verifies in DBANK87P read the registry.  VSAM    * DBANK88P
002100*              version                                          * DBANK88P
002200*              Every add, change and suspension also writes the * DBANK88P
002300*              whole row before and after to the BNKRAUD change * DBANK88P
002400*              audit through DBANK82P.                          * DBANK88P
002500***************************************************************** DBANK88P
002600                                                                  DBANK88P
002700 IDENTIFICATION DIVISION.                                         DBANK88P
002800 PROGRAM-ID.                                                      DBANK88P
002900     DBANK88P.                                                    DBANK88P
003000 DATE-WRITTEN.                                                    DBANK88P
003100     October 2026.                                                DBANK88P
003200 DATE-COMPILED.                                                   DBANK88P
003300     Today.                                                       DBANK88P
003400                                                                  DBANK88P
003500 ENVIRONMENT DIVISION.                                            DBANK88P
003600                                                                  DBANK88P
003700 DATA DIVISION.                                                   DBANK88P
003800                                                                  DBANK88P
003900 WORKING-STORAGE SECTION.                                         DBANK88P
004000 COPY CTSTAMPD.                                                   DBANK88P
004100                                                                  DBANK88P
004200 01  WS-MISC-STORAGE.                                             DBANK88P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBANK88P
004400       VALUE 'DBANK88P'.                                          DBANK88P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK88P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBANK88P
004700   05  WS-BNKTPP-RID                         PIC X(8).            DBANK88P
004800                                                                  DBANK88P
004900 01  WS-BNKTPP-REC.                                               DBANK88P
005000 COPY CBANKVTP.                                                   DBANK88P
005100                                                                  DBANK88P
005200 01  WS-AUDIT-DATA.                                               DBANK88P
005300 COPY CBANKD82.                                                   DBANK88P
005400                                                                  DBANK88P
005500 01  WS-COMMAREA.                                                 DBANK88P
005600 COPY CBANKD88.                                                   DBANK88P
005700                                                                  DBANK88P
005800 LINKAGE SECTION.                                                 DBANK88P
005900 01  DFHCOMMAREA.                                                 DBANK88P
006000   05  LK-COMMAREA                           PIC X(1)             DBANK88P
006100       OCCURS 1 TO 4096 TIMES                                     DBANK88P
006200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK88P
006300                                                                  DBANK88P
006400 COPY CENTRY.                                                     DBANK88P
006500***************************************************************** DBANK88P
006600* Move the passed data to our area                              * DBANK88P
006700***************************************************************** DBANK88P
006800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK88P
006900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK88P
007000                                                                  DBANK88P
007100***************************************************************** DBANK88P
007200* Initialize our output area                                    * DBANK88P
007300***************************************************************** DBANK88P
007400     MOVE SPACES TO CD88O-DATA.                                   DBANK88P
007500     SET CD88O-OK TO TRUE.                                        DBANK88P
007600 COPY CTSTAMPP.                                                   DBANK88P
007700                                                                  DBANK88P
007800***************************************************************** DBANK88P
007900* See what kind of request we have and react accordingly        * DBANK88P
008000***************************************************************** DBANK88P
008100     EVALUATE TRUE                                                DBANK88P
008200       WHEN CD88I-READ                                            DBANK88P
008300         PERFORM READ-PROCESSING THRU                             DBANK88P
008400                 READ-PROCESSING-EXIT                             DBANK88P
008500       WHEN CD88I-WRITE                                           DBANK88P
008600         PERFORM WRITE-PROCESSING THRU                            DBANK88P
008700                 WRITE-PROCESSING-EXIT                            DBANK88P
008800       WHEN CD88I-SUSPEND                                         DBANK88P
008900         PERFORM SUSPEND-PROCESSING THRU                          DBANK88P
009000                 SUSPEND-PROCESSING-EXIT                          DBANK88P
009100       WHEN OTHER                                                 DBANK88P
009200         SET CD88O-ERROR TO TRUE                                  DBANK88P
009300         MOVE 'Bad request code' TO CD88O-MSG                     DBANK88P
009400     END-EVALUATE.                                                DBANK88P
009500                                                                  DBANK88P
009600***************************************************************** DBANK88P
009700* Move the result back to the callers area                      * DBANK88P
009800***************************************************************** DBANK88P
009900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK88P
010000                                                                  DBANK88P
010100***************************************************************** DBANK88P
010200* Return to our caller                                          * DBANK88P
010300***************************************************************** DBANK88P
010400 COPY CRETURN.                                                    DBANK88P
010500                                                                  DBANK88P
010600***************************************************************** DBANK88P
010700* Read request - return the provider row                        * DBANK88P
010800***************************************************************** DBANK88P
010900 READ-PROCESSING.                                                 DBANK88P
011000     MOVE CD88I-TPP-ID TO WS-BNKTPP-RID.                          DBANK88P
011100     EXEC CICS READ FILE('BNKTPP')                                DBANK88P
011200                    INTO(WS-BNKTPP-REC)                           DBANK88P
011300                    LENGTH(LENGTH OF WS-BNKTPP-REC)               DBANK88P
011400                    RIDFLD(WS-BNKTPP-RID)                         DBANK88P
011500                    RESP(WS-RESP)                                 DBANK88P
011600     END-EXEC.                                                    DBANK88P
011700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK88P
011800       SET CD88O-NOTFND TO TRUE                                   DBANK88P
011900       MOVE 'Provider not found' TO CD88O-MSG                     DBANK88P
012000       GO TO READ-PROCESSING-EXIT                                 DBANK88P
012100     END-IF.                                                      DBANK88P
012200     MOVE TPP-REC-NAME TO CD88O-NAME.                             DBANK88P
012300     MOVE TPP-REC-REG-NO TO CD88O-REG-NO.                         DBANK88P
012400     MOVE TPP-REC-CONTACT TO CD88O-CONTACT.                       DBANK88P
012500     MOVE TPP-REC-STATUS TO CD88O-STATUS.                         DBANK88P
012600     MOVE TPP-REC-SCOPE-BAL TO CD88O-SCOPE-BAL.                   DBANK88P
012700     MOVE TPP-REC-SCOPE-TXN TO CD88O-SCOPE-TXN.                   DBANK88P
012800     MOVE TPP-REC-SCOPE-PAY TO CD88O-SCOPE-PAY.                   DBANK88P
012900     MOVE TPP-REC-APPROVED-DATE TO CD88O-APPROVED-DATE.           DBANK88P
013000 READ-PROCESSING-EXIT.                                            DBANK88P
013100     EXIT.                                                        DBANK88P
013200                                                                  DBANK88P
013300***************************************************************** DBANK88P
013400* Write request - add a new provider or update an existing one  * DBANK88P
013500***************************************************************** DBANK88P
013600 WRITE-PROCESSING.                                                DBANK88P
013700     IF CD88I-TPP-ID IS EQUAL TO SPACES OR                        DBANK88P
013800        CD88I-TPP-ID IS EQUAL TO LOW-VALUES                       DBANK88P
013900       SET CD88O-ERROR TO TRUE                                    DBANK88P
014000       MOVE 'Key the provider id' TO CD88O-MSG                    DBANK88P
014100       GO TO WRITE-PROCESSING-EXIT                                DBANK88P
014200     END-IF.                                                      DBANK88P
014300     IF CD88I-NAME IS EQUAL TO SPACES OR                          DBANK88P
014400        CD88I-NAME IS EQUAL TO LOW-VALUES                         DBANK88P
014500       SET CD88O-ERROR TO TRUE                                    DBANK88P
014600       MOVE 'Key the provider name' TO CD88O-MSG                  DBANK88P
014700       GO TO WRITE-PROCESSING-EXIT                                DBANK88P
014800     END-IF.                                                      DBANK88P
014900     IF (CD88I-SCOPE-BAL IS NOT EQUAL TO 'Y' AND                  DBANK88P
015000         CD88I-SCOPE-BAL IS NOT EQUAL TO 'N') OR                  DBANK88P
015100        (CD88I-SCOPE-TXN IS NOT EQUAL TO 'Y' AND                  DBANK88P
015200         CD88I-SCOPE-TXN IS NOT EQUAL TO 'N') OR                  DBANK88P
015300        (CD88I-SCOPE-PAY IS NOT EQUAL TO 'Y' AND                  DBANK88P
015400         CD88I-SCOPE-PAY IS NOT EQUAL TO 'N')                     DBANK88P
015500       SET CD88O-ERROR TO TRUE                                    DBANK88P
015600       MOVE 'Key each scope as Y or N' TO CD88O-MSG               DBANK88P
015700       GO TO WRITE-PROCESSING-EXIT                                DBANK88P
015800     END-IF.                                                      DBANK88P
015900     MOVE SPACES TO WS-BNKTPP-REC.                                DBANK88P
016000     MOVE CD88I-TPP-ID TO TPP-REC-ID.                             DBANK88P
016100     MOVE CD88I-NAME TO TPP-REC-NAME.                             DBANK88P
016200     MOVE CD88I-REG-NO TO TPP-REC-REG-NO.                         DBANK88P
016300     MOVE CD88I-CONTACT TO TPP-REC-CONTACT.                       DBANK88P
016400     MOVE CD88I-SCOPE-BAL TO TPP-REC-SCOPE-BAL.                   DBANK88P
016500     MOVE CD88I-SCOPE-TXN TO TPP-REC-SCOPE-TXN.                   DBANK88P
016600     MOVE CD88I-SCOPE-PAY TO TPP-REC-SCOPE-PAY.                   DBANK88P
016700     SET TPP-STATUS-APPROVED TO TRUE.                             DBANK88P
016800     MOVE WS-TIMESTAMP (1:10) TO TPP-REC-APPROVED-DATE.           DBANK88P
016900     MOVE TPP-KEY TO WS-BNKTPP-RID.                               DBANK88P
017000     MOVE SPACES TO CD82-DATA.                                    DBANK88P
017100     SET CD82I-ADD TO TRUE.                                       DBANK88P
017200     EXEC CICS WRITE FILE('BNKTPP')                               DBANK88P
017300                    FROM(WS-BNKTPP-REC)                           DBANK88P
017400                    LENGTH(LENGTH OF WS-BNKTPP-REC)               DBANK88P
017500                    RIDFLD(WS-BNKTPP-RID)                         DBANK88P
017600                    RESP(WS-RESP)                                 DBANK88P
017700     END-EXEC.                                                    DBANK88P
017800     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       DBANK88P
017900       EXEC CICS READ FILE('BNKTPP')                              DBANK88P
018000                      UPDATE                                      DBANK88P
018100                      INTO(WS-BNKTPP-REC)                         DBANK88P
018200                      LENGTH(LENGTH OF WS-BNKTPP-REC)             DBANK88P
018300                      RIDFLD(WS-BNKTPP-RID)                       DBANK88P
018400                      RESP(WS-RESP)                               DBANK88P
018500       END-EXEC                                                   DBANK88P
018600       IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 DBANK88P
018700         SET CD88O-ERROR TO TRUE                                  DBANK88P
018800         MOVE 'Unable to update the provider' TO CD88O-MSG        DBANK88P
018900         GO TO WRITE-PROCESSING-EXIT                              DBANK88P
019000       END-IF                                                     DBANK88P
019100       MOVE WS-BNKTPP-REC TO CD82I-BEFORE                         DBANK88P
019200       SET CD82I-CHANGE TO TRUE                                   DBANK88P
019300       MOVE CD88I-NAME TO TPP-REC-NAME                            DBANK88P
019400       MOVE CD88I-REG-NO TO TPP-REC-REG-NO                        DBANK88P
019500       MOVE CD88I-CONTACT TO TPP-REC-CONTACT                      DBANK88P
019600       MOVE CD88I-SCOPE-BAL TO TPP-REC-SCOPE-BAL                  DBANK88P
019700       MOVE CD88I-SCOPE-TXN TO TPP-REC-SCOPE-TXN                  DBANK88P
019800       MOVE CD88I-SCOPE-PAY TO TPP-REC-SCOPE-PAY                  DBANK88P
019900       IF NOT TPP-STATUS-APPROVED                                 DBANK88P
020000         SET TPP-STATUS-APPROVED TO TRUE                          DBANK88P
020100         MOVE WS-TIMESTAMP (1:10) TO TPP-REC-APPROVED-DATE        DBANK88P
020200       END-IF                                                     DBANK88P
020300       EXEC CICS REWRITE FILE('BNKTPP')                           DBANK88P
020400                      FROM(WS-BNKTPP-REC)                         DBANK88P
020500                      LENGTH(LENGTH OF WS-BNKTPP-REC)             DBANK88P
020600                      RESP(WS-RESP)                               DBANK88P
020700       END-EXEC                                                   DBANK88P
020800     END-IF.                                                      DBANK88P
020900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK88P
021000       SET CD88O-ERROR TO TRUE                                    DBANK88P
021100       MOVE 'Unable to save the provider' TO CD88O-MSG            DBANK88P
021200       GO TO WRITE-PROCESSING-EXIT                                DBANK88P
021300     END-IF.                                                      DBANK88P
021400     PERFORM AUDIT-PROVIDER-CHANGE THRU                           DBANK88P
021500             AUDIT-PROVIDER-CHANGE-EXIT.                          DBANK88P
021600 WRITE-PROCESSING-EXIT.                                           DBANK88P
021700     EXIT.                                                        DBANK88P
021800                                                                  DBANK88P
021900***************************************************************** DBANK88P
022000* Suspend request - a suspended provider stays on file but its  * DBANK88P
022100* consents stop verifying until it is approved again            * DBANK88P
022200***************************************************************** DBANK88P
022300 SUSPEND-PROCESSING.                                              DBANK88P
022400     MOVE CD88I-TPP-ID TO WS-BNKTPP-RID.                          DBANK88P
022500     EXEC CICS READ FILE('BNKTPP')                                DBANK88P
022600                    UPDATE                                        DBANK88P
022700                    INTO(WS-BNKTPP-REC)                           DBANK88P
022800                    LENGTH(LENGTH OF WS-BNKTPP-REC)               DBANK88P
022900                    RIDFLD(WS-BNKTPP-RID)                         DBANK88P
023000                    RESP(WS-RESP)                                 DBANK88P
023100     END-EXEC.                                                    DBANK88P
023200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK88P
023300       SET CD88O-NOTFND TO TRUE                                   DBANK88P
023400       MOVE 'Provider not found' TO CD88O-MSG                     DBANK88P
023500       GO TO SUSPEND-PROCESSING-EXIT                              DBANK88P
023600     END-IF.                                                      DBANK88P
023700     MOVE SPACES TO CD82-DATA.                                    DBANK88P
023800     MOVE WS-BNKTPP-REC TO CD82I-BEFORE.                          DBANK88P
023900     SET CD82I-CHANGE TO TRUE.                                    DBANK88P
024000     SET TPP-STATUS-SUSPENDED TO TRUE.                            DBANK88P
024100     EXEC CICS REWRITE FILE('BNKTPP')                             DBANK88P
024200                    FROM(WS-BNKTPP-REC)                           DBANK88P
024300                    LENGTH(LENGTH OF WS-BNKTPP-REC)               DBANK88P
024400                    RESP(WS-RESP)                                 DBANK88P
024500     END-EXEC.                                                    DBANK88P
024600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK88P
024700       SET CD88O-ERROR TO TRUE                                    DBANK88P
024800       MOVE 'Unable to suspend the provider' TO CD88O-MSG         DBANK88P
024900       GO TO SUSPEND-PROCESSING-EXIT                              DBANK88P
025000     END-IF.                                                      DBANK88P
025100     PERFORM AUDIT-PROVIDER-CHANGE THRU                           DBANK88P
025200             AUDIT-PROVIDER-CHANGE-EXIT.                          DBANK88P
025300 SUSPEND-PROCESSING-EXIT.                                         DBANK88P
025400     EXIT.                                                        DBANK88P
025500                                                                  DBANK88P
025600***************************************************************** DBANK88P
025700* Write the change audit row for the provider just saved        * DBANK88P
025800***************************************************************** DBANK88P
025900 AUDIT-PROVIDER-CHANGE.                                           DBANK88P
026000     MOVE 'BNKTPP' TO CD82I-TABLE.                                DBANK88P
026100     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK88P
026200     MOVE WS-BNKTPP-RID TO CD82I-KEY.                             DBANK88P
026300     MOVE LENGTH OF WS-BNKTPP-REC TO CD82I-IMAGE-LEN.             DBANK88P
026400     MOVE WS-BNKTPP-REC TO CD82I-AFTER.                           DBANK88P
026500 COPY CBANKX82.                                                   DBANK88P
026600 AUDIT-PROVIDER-CHANGE-EXIT.                                      DBANK88P
026700     EXIT.                                                        DBANK88P
026800                                                                  DBANK88P
026900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK88P
