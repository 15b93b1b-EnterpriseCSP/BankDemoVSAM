000100***************************************************************** DBANK78P
000200*                                                               * DBANK78P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK78P
000400*   This demonstration program is provided for use by users     * DBANK78P
000500*   of Micro Focus products and may be used, modified and       * DBANK78P
000600*   distributed as part of your application provided that       * DBANK78P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK78P
000800*   in this material.                                           * DBANK78P
000900*                                                               * DBANK78P
001000***************************************************************** DBANK78P
001100                                                                  DBANK78P
001200***************************************************************** DBANK78P
001300* Program:     DBANK78P.CBL                                     * DBANK78P
001400* Function:    Customer tax residency maintenance (file         * DBANK78P
001500*              BNKTAXR) - read a customer's residency, record a * DBANK78P
001600*              CRS/FATCA self-certification with up to three    * DBANK78P
001700*              countries of tax residence and their TINs, or    * DBANK78P
001800*              re-check the customer's address country and      * DBANK78P
001900*              telephone number on BNKCUST for foreign indicia  * DBANK78P
002000*              (UTAXIND) after onboarding or a contact details  * DBANK78P
002100*              change.  A residency row is only created by the  * DBANK78P
002200*              indicia check when indicia are found.  Every     * DBANK78P
002300*              change writes an audit posting to BNKTXN.        * DBANK78P
002333*              Every master-file update is journaled through    * DBANK78P
002366*              DBANK85P for forward recovery.                   * DBANK78P
002400*              VSAM version                                     * DBANK78P
002500***************************************************************** DBANK78P
002600                                                                  DBANK78P
002700 IDENTIFICATION DIVISION.                                         DBANK78P
002800 PROGRAM-ID.                                                      DBANK78P
002900     DBANK78P.                                                    DBANK78P
003000 DATE-WRITTEN.                                                    DBANK78P
003100     October 2026.                                                DBANK78P
003200 DATE-COMPILED.                                                   DBANK78P
003300     Today.                                                       DBANK78P
003400                                                                  DBANK78P
003500 ENVIRONMENT DIVISION.                                            DBANK78P
003600                                                                  DBANK78P
003700 DATA DIVISION.                                                   DBANK78P
003800                                                                  DBANK78P
003900 WORKING-STORAGE SECTION.                                         DBANK78P
004000 01  WS-MISC-STORAGE.                                             DBANK78P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBANK78P
004200       VALUE 'DBANK78P'.                                          DBANK78P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK78P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBANK78P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DBANK78P
004600   05  WS-BNKCUST-RID                        PIC X(5).            DBANK78P
004700   05  WS-BNKTAXR-RID                        PIC X(5).            DBANK78P
004800   05  WS-BNKTXN-RID                         PIC X(26).           DBANK78P
004900   05  WS-ROW-FOUND                          PIC X(1).            DBANK78P
005000   05  WS-AUDIT-ACTION                       PIC X(4).            DBANK78P
005100   05  WS-OLD-INDICIA                        PIC X(1).            DBANK78P
005200   05  WS-DATE-CHECK.                                             DBANK78P
005300     10  WS-DATE-CHECK-YYYY                  PIC X(4).            DBANK78P
005400     10  WS-DATE-CHECK-DASH1                 PIC X(1).            DBANK78P
005500     10  WS-DATE-CHECK-MM                    PIC X(2).            DBANK78P
005600     10  WS-DATE-CHECK-MM-N REDEFINES WS-DATE-CHECK-MM            DBANK78P
005700                                             PIC 9(2).            DBANK78P
005800     10  WS-DATE-CHECK-DASH2                 PIC X(1).            DBANK78P
005900     10  WS-DATE-CHECK-DD                    PIC X(2).            DBANK78P
006000     10  WS-DATE-CHECK-DD-N REDEFINES WS-DATE-CHECK-DD            DBANK78P
006100                                             PIC 9(2).            DBANK78P
006200   05  WS-DATE-VALID                         PIC X(1).            DBANK78P
006300                                                                  DBANK78P
006400 01  WS-TWOS-COMP.                                                DBANK78P
006500   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK78P
006600   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK78P
006700   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBANK78P
006800   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  DBANK78P
006900                                                                  DBANK78P
007000 01  WS-TAXIND-AREA.                                              DBANK78P
007100 COPY CTAXINDD.                                                   DBANK78P
007200                                                                  DBANK78P
007300 01  WS-BNKTAXR-REC.                                              DBANK78P
007400 COPY CBANKVTR.                                                   DBANK78P
007500                                                                  DBANK78P
007600 01  WS-BNKCUST-REC.                                              DBANK78P
007700 COPY CBANKVCS.                                                   DBANK78P
007800                                                                  DBANK78P
007900 01  WS-BNKTXN-REC.                                               DBANK78P
008000 COPY CBANKVTX.                                                   DBANK78P
008100                                                                  DBANK78P
008200 COPY CBANKTXD.                                                   DBANK78P
008300                                                                  DBANK78P
008400 COPY CTSTAMPD.                                                   DBANK78P
008500                                                                  DBANK78P
008600 01  WS-COMMAREA.                                                 DBANK78P
008700 COPY CBANKD78.                                                   DBANK78P
008800                                                                  DBANK78P
008900 COPY CABENDD.                                                    DBANK78P
009000                                                                  DBANK78P
009025 01  WS-RECOVERY-DATA.                                            DBANK78P
009050 COPY CBANKD85.                                                   DBANK78P
009075                                                                  DBANK78P
009100 LINKAGE SECTION.                                                 DBANK78P
009200 01  DFHCOMMAREA.                                                 DBANK78P
009300   05  LK-COMMAREA                           PIC X(1)             DBANK78P
009400       OCCURS 1 TO 4096 TIMES                                     DBANK78P
009500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK78P
009600                                                                  DBANK78P
009700 COPY CENTRY.                                                     DBANK78P
009800***************************************************************** DBANK78P
009900* Move the passed data to our area                              * DBANK78P
010000***************************************************************** DBANK78P
010100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK78P
010200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK78P
010300                                                                  DBANK78P
010400***************************************************************** DBANK78P
010500* Initialize our output area                                    * DBANK78P
010600***************************************************************** DBANK78P
010700     MOVE SPACES TO CD78O-DATA.                                   DBANK78P
010800     SET CD78O-OK TO TRUE.                                        DBANK78P
010900                                                                  DBANK78P
011000 COPY CTSTAMPP.                                                   DBANK78P
011100                                                                  DBANK78P
011200***************************************************************** DBANK78P
011300* See what kind of request we have and react accordingly        * DBANK78P
011400***************************************************************** DBANK78P
011500     EVALUATE TRUE                                                DBANK78P
011600       WHEN CD78I-READ                                            DBANK78P
011700         PERFORM READ-PROCESSING THRU                             DBANK78P
011800                 READ-PROCESSING-EXIT                             DBANK78P
011900       WHEN CD78I-CERTIFY                                         DBANK78P
012000         PERFORM CERTIFY-PROCESSING THRU                          DBANK78P
012100                 CERTIFY-PROCESSING-EXIT                          DBANK78P
012200       WHEN CD78I-INDICIA                                         DBANK78P
012300         PERFORM INDICIA-PROCESSING THRU                          DBANK78P
012400                 INDICIA-PROCESSING-EXIT                          DBANK78P
012500       WHEN OTHER                                                 DBANK78P
012600         SET CD78O-ERROR TO TRUE                                  DBANK78P
012700         MOVE 'Bad request code' TO CD78O-MSG                     DBANK78P
012800     END-EVALUATE.                                                DBANK78P
012900                                                                  DBANK78P
013000***************************************************************** DBANK78P
013100* Move the result back to the callers area                      * DBANK78P
013200***************************************************************** DBANK78P
013300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK78P
013400                                                                  DBANK78P
013500***************************************************************** DBANK78P
013600* Return to our caller                                          * DBANK78P
013700***************************************************************** DBANK78P
013800 COPY CRETURN.                                                    DBANK78P
013900                                                                  DBANK78P
014000***************************************************************** DBANK78P
014100* Read request - the customer's residency, if there is one      * DBANK78P
014200***************************************************************** DBANK78P
014300 READ-PROCESSING.                                                 DBANK78P
014400     PERFORM READ-CUSTOMER THRU                                   DBANK78P
014500             READ-CUSTOMER-EXIT.                                  DBANK78P
014600     IF NOT CD78O-OK                                              DBANK78P
014700       GO TO READ-PROCESSING-EXIT                                 DBANK78P
014800     END-IF.                                                      DBANK78P
014900     MOVE CD78I-PID TO WS-BNKTAXR-RID.                            DBANK78P
015000     EXEC CICS READ FILE('BNKTAXR')                               DBANK78P
015100                    INTO(WS-BNKTAXR-REC)                          DBANK78P
015200                    LENGTH(LENGTH OF WS-BNKTAXR-REC)              DBANK78P
015300                    RIDFLD(WS-BNKTAXR-RID)                        DBANK78P
015400                    RESP(WS-RESP)                                 DBANK78P
015500     END-EXEC.                                                    DBANK78P
015600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK78P
015700       SET CD78O-NOTFND TO TRUE                                   DBANK78P
015800       MOVE 'No tax residency held for that customer'             DBANK78P
015900         TO CD78O-MSG                                             DBANK78P
016000       GO TO READ-PROCESSING-EXIT                                 DBANK78P
016100     END-IF.                                                      DBANK78P
016200     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK78P
016300             FILL-OUTPUT-FIELDS-EXIT.                             DBANK78P
016400 READ-PROCESSING-EXIT.                                            DBANK78P
016500     EXIT.                                                        DBANK78P
016600                                                                  DBANK78P
016700***************************************************************** DBANK78P
016800* Certify request - record the customer's self-certification.   * DBANK78P
016900* The countries keyed replace any held before; the indicia      * DBANK78P
017000* status is re-checked with the certification now on file.      * DBANK78P
017100***************************************************************** DBANK78P
017200 CERTIFY-PROCESSING.                                              DBANK78P
017300     PERFORM READ-CUSTOMER THRU                                   DBANK78P
017400             READ-CUSTOMER-EXIT.                                  DBANK78P
017500     IF NOT CD78O-OK                                              DBANK78P
017600       GO TO CERTIFY-PROCESSING-EXIT                              DBANK78P
017700     END-IF.                                                      DBANK78P
017800     MOVE CD78I-CERT-DATE TO WS-DATE-CHECK.                       DBANK78P
017900     PERFORM CHECK-ISO-DATE THRU                                  DBANK78P
018000             CHECK-ISO-DATE-EXIT.                                 DBANK78P
018100     IF WS-DATE-VALID IS NOT EQUAL TO 'Y' OR                      DBANK78P
018200        CD78I-CERT-DATE IS GREATER THAN WS-TS-DATE (1:10)         DBANK78P
018300       SET CD78O-ERROR TO TRUE                                    DBANK78P
018400       MOVE 'Self-cert date must be yyyy-mm-dd, past'             DBANK78P
018500         TO CD78O-MSG                                             DBANK78P
018600       GO TO CERTIFY-PROCESSING-EXIT                              DBANK78P
018700     END-IF.                                                      DBANK78P
018800     PERFORM EDIT-RESIDENCE THRU                                  DBANK78P
018900             EDIT-RESIDENCE-EXIT                                  DBANK78P
019000       VARYING WS-SUB1 FROM 1 BY 1                                DBANK78P
019100         UNTIL WS-SUB1 IS GREATER THAN 3 OR                       DBANK78P
019200               NOT CD78O-OK.                                      DBANK78P
019300     IF NOT CD78O-OK                                              DBANK78P
019400       GO TO CERTIFY-PROCESSING-EXIT                              DBANK78P
019500     END-IF.                                                      DBANK78P
019600     IF CD78I-RES-CNTRY (1) IS EQUAL TO SPACES                    DBANK78P
019700       SET CD78O-ERROR TO TRUE                                    DBANK78P
019800       MOVE 'Key at least one country of residence'               DBANK78P
019900         TO CD78O-MSG                                             DBANK78P
020000       GO TO CERTIFY-PROCESSING-EXIT                              DBANK78P
020100     END-IF.                                                      DBANK78P
020200     PERFORM READ-RESIDENCY-FOR-UPDATE THRU                       DBANK78P
020300             READ-RESIDENCY-FOR-UPDATE-EXIT.                      DBANK78P
020400     MOVE TXR-REC-INDICIA-STATUS TO WS-OLD-INDICIA.               DBANK78P
020500     MOVE CD78I-PID TO TXR-REC-PID.                               DBANK78P
020600     SET TXR-CERT-RECEIVED TO TRUE.                               DBANK78P
020700     MOVE CD78I-CERT-DATE TO TXR-REC-CERT-DATE.                   DBANK78P
020800     MOVE ZERO TO TXR-REC-RES-COUNT.                              DBANK78P
020900     PERFORM MOVE-RESIDENCE THRU                                  DBANK78P
021000             MOVE-RESIDENCE-EXIT                                  DBANK78P
021100       VARYING WS-SUB1 FROM 1 BY 1                                DBANK78P
021200         UNTIL WS-SUB1 IS GREATER THAN 3.                         DBANK78P
021300     PERFORM CHECK-INDICIA THRU                                   DBANK78P
021400             CHECK-INDICIA-EXIT.                                  DBANK78P
021500     MOVE 'CERT' TO WS-AUDIT-ACTION.                              DBANK78P
021600     PERFORM SAVE-RESIDENCY THRU                                  DBANK78P
021700             SAVE-RESIDENCY-EXIT.                                 DBANK78P
021800 CERTIFY-PROCESSING-EXIT.                                         DBANK78P
021900     EXIT.                                                        DBANK78P
022000                                                                  DBANK78P
022100***************************************************************** DBANK78P
022200* Each country keyed needs the TIN, or the reason there is none * DBANK78P
022300* - A not issued, B unable to obtain, C not required.  Entries  * DBANK78P
022400* must be keyed from the first line down.                       * DBANK78P
022500***************************************************************** DBANK78P
022600 EDIT-RESIDENCE.                                                  DBANK78P
022700     IF CD78I-RES-CNTRY (WS-SUB1) IS EQUAL TO LOW-VALUES          DBANK78P
022800       MOVE SPACES TO CD78I-RES-CNTRY (WS-SUB1)                   DBANK78P
022900     END-IF.                                                      DBANK78P
023000     IF CD78I-RES-TIN (WS-SUB1) IS EQUAL TO LOW-VALUES            DBANK78P
023100       MOVE SPACES TO CD78I-RES-TIN (WS-SUB1)                     DBANK78P
023200     END-IF.                                                      DBANK78P
023300     IF CD78I-RES-NO-TIN (WS-SUB1) IS EQUAL TO LOW-VALUES         DBANK78P
023400       MOVE SPACES TO CD78I-RES-NO-TIN (WS-SUB1)                  DBANK78P
023500     END-IF.                                                      DBANK78P
023600     IF CD78I-RES-CNTRY (WS-SUB1) IS EQUAL TO SPACES              DBANK78P
023700       IF CD78I-RES-TIN (WS-SUB1) IS NOT EQUAL TO SPACES OR       DBANK78P
023800          CD78I-RES-NO-TIN (WS-SUB1) IS NOT EQUAL TO SPACES       DBANK78P
023900         SET CD78O-ERROR TO TRUE                                  DBANK78P
024000         MOVE 'Key the country for each TIN' TO CD78O-MSG         DBANK78P
024100       END-IF                                                     DBANK78P
024200       GO TO EDIT-RESIDENCE-EXIT                                  DBANK78P
024300     END-IF.                                                      DBANK78P
024400     IF WS-SUB1 IS GREATER THAN 1                                 DBANK78P
024500       IF CD78I-RES-CNTRY (WS-SUB1 - 1) IS EQUAL TO SPACES        DBANK78P
024600         SET CD78O-ERROR TO TRUE                                  DBANK78P
024700         MOVE 'Key countries from the first line down'            DBANK78P
024800           TO CD78O-MSG                                           DBANK78P
024900         GO TO EDIT-RESIDENCE-EXIT                                DBANK78P
025000       END-IF                                                     DBANK78P
025100     END-IF.                                                      DBANK78P
025200     IF CD78I-RES-TIN (WS-SUB1) IS EQUAL TO SPACES                DBANK78P
025300       IF CD78I-RES-NO-TIN (WS-SUB1) IS NOT EQUAL TO 'A' AND      DBANK78P
025400          CD78I-RES-NO-TIN (WS-SUB1) IS NOT EQUAL TO 'B' AND      DBANK78P
025500          CD78I-RES-NO-TIN (WS-SUB1) IS NOT EQUAL TO 'C'          DBANK78P
025600         SET CD78O-ERROR TO TRUE                                  DBANK78P
025700         MOVE 'Key the TIN or no-TIN reason A, B or C'            DBANK78P
025800           TO CD78O-MSG                                           DBANK78P
025900       END-IF                                                     DBANK78P
026000     ELSE                                                         DBANK78P
026100       IF CD78I-RES-NO-TIN (WS-SUB1) IS NOT EQUAL TO SPACES       DBANK78P
026200         SET CD78O-ERROR TO TRUE                                  DBANK78P
026300         MOVE 'Key a TIN or a no-TIN reason, not both'            DBANK78P
026400           TO CD78O-MSG                                           DBANK78P
026500       END-IF                                                     DBANK78P
026600     END-IF.                                                      DBANK78P
026700 EDIT-RESIDENCE-EXIT.                                             DBANK78P
026800     EXIT.                                                        DBANK78P
026900                                                                  DBANK78P
027000***************************************************************** DBANK78P
027100* Move one keyed country onto the residency row                 * DBANK78P
027200***************************************************************** DBANK78P
027300 MOVE-RESIDENCE.                                                  DBANK78P
027400     MOVE CD78I-RES-CNTRY (WS-SUB1)                               DBANK78P
027500       TO TXR-REC-RES-CNTRY (WS-SUB1).                            DBANK78P
027600     MOVE CD78I-RES-TIN (WS-SUB1) TO TXR-REC-RES-TIN (WS-SUB1).   DBANK78P
027700     MOVE CD78I-RES-NO-TIN (WS-SUB1)                              DBANK78P
027800       TO TXR-REC-RES-NO-TIN (WS-SUB1).                           DBANK78P
027900     IF CD78I-RES-CNTRY (WS-SUB1) IS NOT EQUAL TO SPACES          DBANK78P
028000       ADD 1 TO TXR-REC-RES-COUNT                                 DBANK78P
028100     END-IF.                                                      DBANK78P
028200 MOVE-RESIDENCE-EXIT.                                             DBANK78P
028300     EXIT.                                                        DBANK78P
028400                                                                  DBANK78P
028500***************************************************************** DBANK78P
028600* Indicia request - re-check the customer's details.  An        * DBANK78P
028700* existing row is brought up to date; a new row is written only * DBANK78P
028800* when the details show foreign indicia.                        * DBANK78P
028900***************************************************************** DBANK78P
029000 INDICIA-PROCESSING.                                              DBANK78P
029100     PERFORM READ-CUSTOMER THRU                                   DBANK78P
029200             READ-CUSTOMER-EXIT.                                  DBANK78P
029300     IF NOT CD78O-OK                                              DBANK78P
029400       GO TO INDICIA-PROCESSING-EXIT                              DBANK78P
029500     END-IF.                                                      DBANK78P
029600     PERFORM READ-RESIDENCY-FOR-UPDATE THRU                       DBANK78P
029700             READ-RESIDENCY-FOR-UPDATE-EXIT.                      DBANK78P
029800     MOVE TXR-REC-INDICIA-STATUS TO WS-OLD-INDICIA.               DBANK78P
029900     PERFORM CHECK-INDICIA THRU                                   DBANK78P
030000             CHECK-INDICIA-EXIT.                                  DBANK78P
030100     IF WS-ROW-FOUND IS NOT EQUAL TO 'Y'                          DBANK78P
030200       IF TXI-NO-INDICIA                                          DBANK78P
030300         MOVE CD78I-PID TO CD78O-PID                              DBANK78P
030400         MOVE 'N' TO CD78O-INDICIA-STATUS                         DBANK78P
030500         MOVE 'No foreign indicia' TO CD78O-MSG                   DBANK78P
030600         GO TO INDICIA-PROCESSING-EXIT                            DBANK78P
030700       END-IF                                                     DBANK78P
030800       MOVE CD78I-PID TO TXR-REC-PID                              DBANK78P
030900       MOVE ZERO TO TXR-REC-RES-COUNT                             DBANK78P
031000     END-IF.                                                      DBANK78P
031100     IF WS-ROW-FOUND IS EQUAL TO 'Y' AND                          DBANK78P
031200        TXR-REC-INDICIA-STATUS IS EQUAL TO WS-OLD-INDICIA         DBANK78P
031300       EXEC CICS UNLOCK FILE('BNKTAXR')                           DBANK78P
031400       END-EXEC                                                   DBANK78P
031500       PERFORM FILL-OUTPUT-FIELDS THRU                            DBANK78P
031600               FILL-OUTPUT-FIELDS-EXIT                            DBANK78P
031700       GO TO INDICIA-PROCESSING-EXIT                              DBANK78P
031800     END-IF.                                                      DBANK78P
031900     MOVE 'INDC' TO WS-AUDIT-ACTION.                              DBANK78P
032000     PERFORM SAVE-RESIDENCY THRU                                  DBANK78P
032100             SAVE-RESIDENCY-EXIT.                                 DBANK78P
032200 INDICIA-PROCESSING-EXIT.                                         DBANK78P
032300     EXIT.                                                        DBANK78P
032400                                                                  DBANK78P
032500***************************************************************** DBANK78P
032600* Run the customer's details in WS-BNKCUST-REC through UTAXIND  * DBANK78P
032700* and hold the result on the residency row                      * DBANK78P
032800***************************************************************** DBANK78P
032900 CHECK-INDICIA.                                                   DBANK78P
033000     MOVE SPACES TO TXI-AREAS.                                    DBANK78P
033100     MOVE BCS-REC-CNTRY TO TXI-CNTRY.                             DBANK78P
033200     MOVE BCS-REC-TEL TO TXI-TELNO.                               DBANK78P
033300     IF TXR-CERT-RECEIVED                                         DBANK78P
033400       SET TXI-CERT-ON-FILE TO TRUE                               DBANK78P
033500     END-IF.                                                      DBANK78P
033600     CALL 'UTAXIND' USING WS-TAXIND-AREA.                         DBANK78P
033700     MOVE TXI-INDICIA-STATUS TO TXR-REC-INDICIA-STATUS.           DBANK78P
033800     MOVE TXI-REASON TO TXR-REC-INDICIA-REASON.                   DBANK78P
033900     MOVE WS-TS-DATE (1:10) TO TXR-REC-INDICIA-DATE.              DBANK78P
034000 CHECK-INDICIA-EXIT.                                              DBANK78P
034100     EXIT.                                                        DBANK78P
034200                                                                  DBANK78P
034300***************************************************************** DBANK78P
034400* The customer must be on file - the name rides back for the    * DBANK78P
034500* screen                                                        * DBANK78P
034600***************************************************************** DBANK78P
034700 READ-CUSTOMER.                                                   DBANK78P
034800     MOVE CD78I-PID TO CD78O-PID.                                 DBANK78P
034900     MOVE CD78I-PID TO WS-BNKCUST-RID.                            DBANK78P
035000     EXEC CICS READ FILE('BNKCUST')                               DBANK78P
035100                    INTO(WS-BNKCUST-REC)                          DBANK78P
035200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK78P
035300                    RIDFLD(WS-BNKCUST-RID)                        DBANK78P
035400                    RESP(WS-RESP)                                 DBANK78P
035500     END-EXEC.                                                    DBANK78P
035600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK78P
035700       SET CD78O-NOTFND TO TRUE                                   DBANK78P
035800       MOVE 'Customer not found' TO CD78O-MSG                     DBANK78P
035900       GO TO READ-CUSTOMER-EXIT                                   DBANK78P
036000     END-IF.                                                      DBANK78P
036100     MOVE BCS-REC-NAME TO CD78O-NAME.                             DBANK78P
036200 READ-CUSTOMER-EXIT.                                              DBANK78P
036300     EXIT.                                                        DBANK78P
036400                                                                  DBANK78P
036500***************************************************************** DBANK78P
036600* Read the customer's residency row for update, if there is one * DBANK78P
036700***************************************************************** DBANK78P
036800 READ-RESIDENCY-FOR-UPDATE.                                       DBANK78P
036900     MOVE 'N' TO WS-ROW-FOUND.                                    DBANK78P
037000     MOVE SPACES TO WS-BNKTAXR-REC.                               DBANK78P
037100     MOVE CD78I-PID TO WS-BNKTAXR-RID.                            DBANK78P
037200     EXEC CICS READ FILE('BNKTAXR')                               DBANK78P
037300                    UPDATE                                        DBANK78P
037400                    INTO(WS-BNKTAXR-REC)                          DBANK78P
037500                    LENGTH(LENGTH OF WS-BNKTAXR-REC)              DBANK78P
037600                    RIDFLD(WS-BNKTAXR-RID)                        DBANK78P
037700                    RESP(WS-RESP)                                 DBANK78P
037800     END-EXEC.                                                    DBANK78P
037900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK78P
038000       MOVE 'Y' TO WS-ROW-FOUND                                   DBANK78P
038100     ELSE                                                         DBANK78P
038200       MOVE SPACES TO WS-BNKTAXR-REC                              DBANK78P
038300     END-IF.                                                      DBANK78P
038400 READ-RESIDENCY-FOR-UPDATE-EXIT.                                  DBANK78P
038500     EXIT.                                                        DBANK78P
038600                                                                  DBANK78P
038700***************************************************************** DBANK78P
038800* Write or rewrite the residency row and post the audit         * DBANK78P
038900***************************************************************** DBANK78P
039000 SAVE-RESIDENCY.                                                  DBANK78P
039100     MOVE WS-TS-DATE (1:10) TO TXR-REC-UPDATE-DATE.               DBANK78P
039200     MOVE CD78I-USERID TO TXR-REC-UPDATE-USER.                    DBANK78P
039300     IF WS-ROW-FOUND IS EQUAL TO 'Y'                              DBANK78P
039400       EXEC CICS REWRITE FILE('BNKTAXR')                          DBANK78P
039500                      FROM(WS-BNKTAXR-REC)                        DBANK78P
039600                      LENGTH(LENGTH OF WS-BNKTAXR-REC)            DBANK78P
039700                      RESP(WS-RESP)                               DBANK78P
039800       END-EXEC                                                   DBANK78P
039900     ELSE                                                         DBANK78P
040000       MOVE SPACES TO WS-OLD-INDICIA                              DBANK78P
040100       MOVE TXR-KEY TO WS-BNKTAXR-RID                             DBANK78P
040200       EXEC CICS WRITE FILE('BNKTAXR')                            DBANK78P
040300                      FROM(WS-BNKTAXR-REC)                        DBANK78P
040400                      LENGTH(LENGTH OF WS-BNKTAXR-REC)            DBANK78P
040500                      RIDFLD(WS-BNKTAXR-RID)                      DBANK78P
040600                      RESP(WS-RESP)                               DBANK78P
040700       END-EXEC                                                   DBANK78P
040800     END-IF.                                                      DBANK78P
040900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK78P
041000       SET CD78O-ERROR TO TRUE                                    DBANK78P
041100       MOVE 'Unable to update the tax residency' TO CD78O-MSG     DBANK78P
041200       GO TO SAVE-RESIDENCY-EXIT                                  DBANK78P
041300     END-IF.                                                      DBANK78P
041400     PERFORM WRITE-MAINT-AUDIT THRU                               DBANK78P
041500             WRITE-MAINT-AUDIT-EXIT.                              DBANK78P
041600     PERFORM FILL-OUTPUT-FIELDS THRU                              DBANK78P
041700             FILL-OUTPUT-FIELDS-EXIT.                             DBANK78P
041800     IF CD78I-CERTIFY                                             DBANK78P
041900       MOVE 'Self-certification recorded' TO CD78O-MSG            DBANK78P
042000     ELSE                                                         DBANK78P
042100       IF TXR-INDICIA-FOUND                                       DBANK78P
042200         MOVE 'Foreign indicia - self-cert needed' TO CD78O-MSG   DBANK78P
042300       END-IF                                                     DBANK78P
042400     END-IF.                                                      DBANK78P
042500 SAVE-RESIDENCY-EXIT.                                             DBANK78P
042600     EXIT.                                                        DBANK78P
042700                                                                  DBANK78P
042800***************************************************************** DBANK78P
042900* Check WS-DATE-CHECK is a plausible yyyy-mm-dd date            * DBANK78P
043000***************************************************************** DBANK78P
043100 CHECK-ISO-DATE.                                                  DBANK78P
043200     MOVE 'N' TO WS-DATE-VALID.                                   DBANK78P
043300     IF WS-DATE-CHECK-YYYY IS NOT NUMERIC OR                      DBANK78P
043400        WS-DATE-CHECK-MM IS NOT NUMERIC OR                        DBANK78P
043500        WS-DATE-CHECK-DD IS NOT NUMERIC OR                        DBANK78P
043600        WS-DATE-CHECK-DASH1 IS NOT EQUAL TO '-' OR                DBANK78P
043700        WS-DATE-CHECK-DASH2 IS NOT EQUAL TO '-'                   DBANK78P
043800       GO TO CHECK-ISO-DATE-EXIT                                  DBANK78P
043900     END-IF.                                                      DBANK78P
044000     IF WS-DATE-CHECK-MM-N IS LESS THAN 1 OR                      DBANK78P
044100        WS-DATE-CHECK-MM-N IS GREATER THAN 12 OR                  DBANK78P
044200        WS-DATE-CHECK-DD-N IS LESS THAN 1 OR                      DBANK78P
044300        WS-DATE-CHECK-DD-N IS GREATER THAN 31                     DBANK78P
044400       GO TO CHECK-ISO-DATE-EXIT                                  DBANK78P
044500     END-IF.                                                      DBANK78P
044600     MOVE 'Y' TO WS-DATE-VALID.                                   DBANK78P
044700 CHECK-ISO-DATE-EXIT.                                             DBANK78P
044800     EXIT.                                                        DBANK78P
044900                                                                  DBANK78P
045000***************************************************************** DBANK78P
045100* Return the residency row to the caller                        * DBANK78P
045200***************************************************************** DBANK78P
045300 FILL-OUTPUT-FIELDS.                                              DBANK78P
045400     MOVE TXR-REC-PID TO CD78O-PID.                               DBANK78P
045500     MOVE TXR-REC-CERT-STATUS TO CD78O-CERT-STATUS.               DBANK78P
045600     MOVE TXR-REC-CERT-DATE TO CD78O-CERT-DATE.                   DBANK78P
045700     MOVE TXR-REC-INDICIA-STATUS TO CD78O-INDICIA-STATUS.         DBANK78P
045800     MOVE TXR-REC-INDICIA-REASON TO CD78O-INDICIA-REASON.         DBANK78P
045900     MOVE TXR-REC-RES-COUNT TO CD78O-RES-COUNT.                   DBANK78P
046000     PERFORM FILL-OUTPUT-RESIDENCE THRU                           DBANK78P
046100             FILL-OUTPUT-RESIDENCE-EXIT                           DBANK78P
046200       VARYING WS-SUB1 FROM 1 BY 1                                DBANK78P
046300         UNTIL WS-SUB1 IS GREATER THAN 3.                         DBANK78P
046400 FILL-OUTPUT-FIELDS-EXIT.                                         DBANK78P
046500     EXIT.                                                        DBANK78P
046600                                                                  DBANK78P
046700 FILL-OUTPUT-RESIDENCE.                                           DBANK78P
046800     MOVE TXR-REC-RES-CNTRY (WS-SUB1)                             DBANK78P
046900       TO CD78O-RES-CNTRY (WS-SUB1).                              DBANK78P
047000     MOVE TXR-REC-RES-TIN (WS-SUB1) TO CD78O-RES-TIN (WS-SUB1).   DBANK78P
047100     MOVE TXR-REC-RES-NO-TIN (WS-SUB1)                            DBANK78P
047200       TO CD78O-RES-NO-TIN (WS-SUB1).                             DBANK78P
047300 FILL-OUTPUT-RESIDENCE-EXIT.                                      DBANK78P
047400     EXIT.                                                        DBANK78P
047500                                                                  DBANK78P
047600***************************************************************** DBANK78P
047700* Write the audit posting for the change under the maintenance  * DBANK78P
047800* transaction type, as DBANK41P does.  The posting carries no   * DBANK78P
047900* amount - the GL feed has no mapping for it and skips it.      * DBANK78P
048000***************************************************************** DBANK78P
048100 WRITE-MAINT-AUDIT.                                               DBANK78P
048200     MOVE SPACES TO WS-BNKTXN-REC.                                DBANK78P
048300     MOVE TXR-REC-PID TO BTX-REC-PID.                             DBANK78P
048400     MOVE 'M' TO BTX-REC-TYPE.                                    DBANK78P
048500     MOVE '2' TO BTX-REC-SUB-TYPE.                                DBANK78P
048600     MOVE SPACES TO BTX-REC-ACCNO.                                DBANK78P
048700     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      DBANK78P
048800     MOVE ZERO TO BTX-REC-AMOUNT.                                 DBANK78P
048900     MOVE SPACES TO TXN-DATA.                                     DBANK78P
049000     STRING 'TXR ' DELIMITED BY SIZE                              DBANK78P
049100            WS-AUDIT-ACTION DELIMITED BY SIZE                     DBANK78P
049200            ' ' DELIMITED BY SIZE                                 DBANK78P
049300            TXR-REC-PID DELIMITED BY SIZE                         DBANK78P
049400            ' INDICIA ' DELIMITED BY SIZE                         DBANK78P
049500            WS-OLD-INDICIA DELIMITED BY SIZE                      DBANK78P
049600       INTO TXN-T1-OLD-DESC.                                      DBANK78P
049700     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       DBANK78P
049800     MOVE SPACES TO TXN-DATA.                                     DBANK78P
049900     STRING 'INDICIA ' DELIMITED BY SIZE                          DBANK78P
050000            TXR-REC-INDICIA-STATUS DELIMITED BY SIZE              DBANK78P
050100            ' CERT ' DELIMITED BY SIZE                            DBANK78P
050200            TXR-REC-CERT-STATUS DELIMITED BY SIZE                 DBANK78P
050300            ' BY ' DELIMITED BY SIZE                              DBANK78P
050400            CD78I-USERID DELIMITED BY SIZE                        DBANK78P
050500       INTO TXN-T1-OLD-DESC.                                      DBANK78P
050600     MOVE TXN-DATA-OLD TO BTX-REC-DATA-NEW.                       DBANK78P
050700     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK78P
050800     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK78P
050900     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK78P
051000     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK78P
051100                           WS-TWOS-COMP-INPUT                     DBANK78P
051200                           WS-TWOS-COMP-OUTPUT                    DBANK78P
051300                           WS-TWOS-COMP-FORMAT.                   DBANK78P
051400     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            DBANK78P
051500     MOVE WS-TIMESTAMP TO WS-BNKTXN-RID.                          DBANK78P
051600 COPY CBANKTXP.                                                   DBANK78P
051700     EXEC CICS WRITE FILE('BNKTXN')                               DBANK78P
051800                    FROM(WS-BNKTXN-REC)                           DBANK78P
051900                    LENGTH(LENGTH OF WS-BNKTXN-REC)               DBANK78P
052000                    RIDFLD(WS-BNKTXN-RID)                         DBANK78P
052100                    KEYLENGTH(LENGTH OF WS-BNKTXN-RID)            DBANK78P
052200                    RESP(WS-RESP)                                 DBANK78P
052300     END-EXEC                                                     DBANK78P
052314     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK78P
052328        MOVE 'BNKTXN' TO CD85I-FILE                               DBANK78P
052342        SET CD85I-ADD TO TRUE                                     DBANK78P
052356        MOVE WS-BNKTXN-REC TO CD85I-IMAGE                         DBANK78P
052370        PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT           DBANK78P
052384     END-IF.                                                      DBANK78P
052400 WRITE-MAINT-AUDIT-EXIT.                                          DBANK78P
052500     EXIT.                                                        DBANK78P
052600                                                                  DBANK78P
052609***************************************************************** DBANK78P
052618* Journal the after-image of the master-file update just        * DBANK78P
052627* made so it can be rolled forward onto a reload                * DBANK78P
052636***************************************************************** DBANK78P
052645 JOURNAL-UPDATE.                                                  DBANK78P
052654     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK78P
052663 COPY CBANKX85.                                                   DBANK78P
052672 JOURNAL-UPDATE-EXIT.                                             DBANK78P
052681     EXIT.                                                        DBANK78P
052690                                                                  DBANK78P
052700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK78P
