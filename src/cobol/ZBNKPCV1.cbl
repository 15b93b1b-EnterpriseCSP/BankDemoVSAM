000100***************************************************************** ZBNKPCV1
000200*                                                               * ZBNKPCV1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKPCV1
000400*   This demonstration program is provided for use by users     * ZBNKPCV1
000500*   of Micro Focus products and may be used, modified and       * ZBNKPCV1
000600*   distributed as part of your application provided that       * ZBNKPCV1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKPCV1
000800*   in this material.                                           * ZBNKPCV1
000900*                                                               * ZBNKPCV1
001000***************************************************************** ZBNKPCV1
001100                                                                  ZBNKPCV1
001200***************************************************************** ZBNKPCV1
001300* Program:     ZBNKPCV1.CBL                                     * ZBNKPCV1
001400* Function:    Postal address validation, run once over the     * ZBNKPCV1
001500*              whole book and then monthly.  Every customer     * ZBNKPCV1
001600*              address on BNKCUST (customers merged into        * ZBNKPCV1
001700*              another PID are skipped) and every active        * ZBNKPCV1
001800*              beneficiary / next-of-kin address on BNKBENE is  * ZBNKPCV1
001900*              checked through UPOSTCK against the postal       * ZBNKPCV1
002000*              authority postcode file BNKPSTC.  Any address    * ZBNKPCV1
002100*              that is not valid is listed by branch of record  * ZBNKPCV1
002200*              with the problem found and, where the postcode   * ZBNKPCV1
002300*              is known, the authority's standard form, so the  * ZBNKPCV1
002400*              branch can contact the customer to correct it.   * ZBNKPCV1
002500***************************************************************** ZBNKPCV1
002600                                                                  ZBNKPCV1
002700 IDENTIFICATION DIVISION.                                         ZBNKPCV1
002800 PROGRAM-ID.                                                      ZBNKPCV1
002900     ZBNKPCV1.                                                    ZBNKPCV1
003000 DATE-WRITTEN.                                                    ZBNKPCV1
003100     October 2026.                                                ZBNKPCV1
003200 DATE-COMPILED.                                                   ZBNKPCV1
003300     Today.                                                       ZBNKPCV1
003400                                                                  ZBNKPCV1
003500 ENVIRONMENT DIVISION.                                            ZBNKPCV1
003600 INPUT-OUTPUT   SECTION.                                          ZBNKPCV1
003700   FILE-CONTROL.                                                  ZBNKPCV1
003800     SELECT BNKCUST-FILE                                          ZBNKPCV1
003900            ASSIGN       TO BNKCUST                               ZBNKPCV1
004000            ORGANIZATION IS INDEXED                               ZBNKPCV1
004100            ACCESS MODE  IS SEQUENTIAL                            ZBNKPCV1
004200            RECORD KEY   IS BCS-REC-PID                           ZBNKPCV1
004300            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKPCV1
004400            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKPCV1
004500            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKPCV1
004600     SELECT BNKBENE-FILE                                          ZBNKPCV1
004700            ASSIGN       TO BNKBENE                               ZBNKPCV1
004800            ORGANIZATION IS INDEXED                               ZBNKPCV1
004900            ACCESS MODE  IS SEQUENTIAL                            ZBNKPCV1
005000            RECORD KEY   IS BEN-KEY                               ZBNKPCV1
005100            FILE STATUS  IS WS-BNKBENE-STATUS.                    ZBNKPCV1
005200     SELECT BNKACC-FILE                                           ZBNKPCV1
005300            ASSIGN       TO BNKACC                                ZBNKPCV1
005400            ORGANIZATION IS INDEXED                               ZBNKPCV1
005500            ACCESS MODE  IS DYNAMIC                               ZBNKPCV1
005600            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKPCV1
005700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKPCV1
005800            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKPCV1
005900     SELECT BNKPSTC-FILE                                          ZBNKPCV1
006000            ASSIGN       TO BNKPSTC                               ZBNKPCV1
006100            ORGANIZATION IS INDEXED                               ZBNKPCV1
006200            ACCESS MODE  IS RANDOM                                ZBNKPCV1
006300            RECORD KEY   IS PSC-KEY                               ZBNKPCV1
006400            FILE STATUS  IS WS-BNKPSTC-STATUS.                    ZBNKPCV1
006500     SELECT PRINTOUT-FILE                                         ZBNKPCV1
006600            ASSIGN       TO PRINTOUT                              ZBNKPCV1
006700            ORGANIZATION IS SEQUENTIAL                            ZBNKPCV1
006800            ACCESS MODE  IS SEQUENTIAL                            ZBNKPCV1
006900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKPCV1
007000                                                                  ZBNKPCV1
007100 DATA DIVISION.                                                   ZBNKPCV1
007200 FILE SECTION.                                                    ZBNKPCV1
007300                                                                  ZBNKPCV1
007400 FD  BNKCUST-FILE.                                                ZBNKPCV1
007500 01  BNKCUST-REC.                                                 ZBNKPCV1
007600 COPY CBANKVCS.                                                   ZBNKPCV1
007700                                                                  ZBNKPCV1
007800 FD  BNKBENE-FILE.                                                ZBNKPCV1
007900 01  BNKBENE-REC.                                                 ZBNKPCV1
008000 COPY CBANKVBN.                                                   ZBNKPCV1
008100                                                                  ZBNKPCV1
008200 FD  BNKACC-FILE.                                                 ZBNKPCV1
008300 01  BNKACC-REC.                                                  ZBNKPCV1
008400 COPY CBANKVAC.                                                   ZBNKPCV1
008500                                                                  ZBNKPCV1
008600 FD  BNKPSTC-FILE.                                                ZBNKPCV1
008700 01  BNKPSTC-REC.                                                 ZBNKPCV1
008800 COPY CBANKVPC.                                                   ZBNKPCV1
008900                                                                  ZBNKPCV1
009000 FD  PRINTOUT-FILE.                                               ZBNKPCV1
009100 01  PRINTOUT-REC                            PIC X(121).          ZBNKPCV1
009200                                                                  ZBNKPCV1
009300 WORKING-STORAGE SECTION.                                         ZBNKPCV1
009400 COPY CTIMERD.                                                    ZBNKPCV1
009500                                                                  ZBNKPCV1
009600 COPY CTSTAMPD.                                                   ZBNKPCV1
009700                                                                  ZBNKPCV1
009800 COPY CPOSTCKD.                                                   ZBNKPCV1
009900                                                                  ZBNKPCV1
010000 01  WS-MISC-STORAGE.                                             ZBNKPCV1
010100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKPCV1
010200       VALUE 'ZBNKPCV1'.                                          ZBNKPCV1
010300   05  WS-BNKCUST-STATUS.                                         ZBNKPCV1
010400     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKPCV1
010500     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKPCV1
010600   05  WS-BNKBENE-STATUS.                                         ZBNKPCV1
010700     10  WS-BNKBENE-STAT1                    PIC X(1).            ZBNKPCV1
010800     10  WS-BNKBENE-STAT2                    PIC X(1).            ZBNKPCV1
010900   05  WS-BNKACC-STATUS.                                          ZBNKPCV1
011000     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKPCV1
011100     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKPCV1
011200   05  WS-BNKPSTC-STATUS.                                         ZBNKPCV1
011300     10  WS-BNKPSTC-STAT1                    PIC X(1).            ZBNKPCV1
011400     10  WS-BNKPSTC-STAT2                    PIC X(1).            ZBNKPCV1
011500   05  WS-PRINTOUT-STATUS.                                        ZBNKPCV1
011600     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKPCV1
011700     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKPCV1
011800   05  WS-IO-STATUS.                                              ZBNKPCV1
011900     10  WS-IO-STAT1                         PIC X(1).            ZBNKPCV1
012000     10  WS-IO-STAT2                         PIC X(1).            ZBNKPCV1
012100   05  WS-TWO-BYTES.                                              ZBNKPCV1
012200     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKPCV1
012300     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKPCV1
012400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKPCV1
012500                                             PIC 9(1) COMP.       ZBNKPCV1
012600   05  WS-END-OF-FILE                        PIC X(3)             ZBNKPCV1
012700       VALUE 'NO '.                                               ZBNKPCV1
012800   05  WS-RUN-DATE                           PIC X(10).           ZBNKPCV1
012900   05  WS-BRANCH-PID                         PIC X(5).            ZBNKPCV1
013000   05  WS-CUST-BRANCH                        PIC X(3).            ZBNKPCV1
013100   05  WS-CHK-PID                            PIC X(5).            ZBNKPCV1
013200   05  WS-CHK-SEQ                            PIC X(2).            ZBNKPCV1
013300   05  WS-CHK-NAME                           PIC X(30).           ZBNKPCV1
013400   05  WS-CHK-POSTCODE                       PIC X(6).            ZBNKPCV1
013500   05  WS-CHK-STATE                          PIC X(2).            ZBNKPCV1
013600   05  WS-CHK-CNTRY                          PIC X(6).            ZBNKPCV1
013700   05  WS-CHK-TOWN                           PIC X(25).           ZBNKPCV1
013800   05  WS-CUSTOMERS-CHECKED                  PIC 9(7)             ZBNKPCV1
013900       VALUE ZERO.                                                ZBNKPCV1
014000   05  WS-BENES-CHECKED                      PIC 9(7)             ZBNKPCV1
014100       VALUE ZERO.                                                ZBNKPCV1
014200   05  WS-ADDRESSES-VALID                    PIC 9(7)             ZBNKPCV1
014300       VALUE ZERO.                                                ZBNKPCV1
014400   05  WS-ADDRESSES-CLOSE                    PIC 9(7)             ZBNKPCV1
014500       VALUE ZERO.                                                ZBNKPCV1
014600   05  WS-ADDRESSES-UNKNOWN                  PIC 9(7)             ZBNKPCV1
014700       VALUE ZERO.                                                ZBNKPCV1
014800   05  WS-ADDRESSES-MISMATCH                 PIC 9(7)             ZBNKPCV1
014900       VALUE ZERO.                                                ZBNKPCV1
015000                                                                  ZBNKPCV1
015100 01  WS-REPORT-LINES.                                             ZBNKPCV1
015200   05  WS-LINE1.                                                  ZBNKPCV1
015300     10  WS-LINE1-CC                         PIC X(1)             ZBNKPCV1
015400         VALUE '1'.                                               ZBNKPCV1
015500     10  FILLER                              PIC X(20)            ZBNKPCV1
015600         VALUE SPACES.                                            ZBNKPCV1
015700     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKPCV1
015800         VALUE 'Postal Address Validation - Addresses to Fix'.    ZBNKPCV1
015900     10  FILLER                              PIC X(10)            ZBNKPCV1
016000         VALUE SPACES.                                            ZBNKPCV1
016100     10  WS-LINE1-DATE                       PIC X(10).           ZBNKPCV1
016200   05  WS-LINE3.                                                  ZBNKPCV1
016300     10  WS-LINE3-CC                         PIC X(1)             ZBNKPCV1
016400         VALUE ' '.                                               ZBNKPCV1
016500     10  FILLER                              PIC X(5)             ZBNKPCV1
016600         VALUE 'Brch'.                                            ZBNKPCV1
016700     10  FILLER                              PIC X(7)             ZBNKPCV1
016800         VALUE 'PID'.                                             ZBNKPCV1
016900     10  FILLER                              PIC X(4)             ZBNKPCV1
017000         VALUE 'Seq'.                                             ZBNKPCV1
017100     10  FILLER                              PIC X(26)            ZBNKPCV1
017200         VALUE 'Name'.                                            ZBNKPCV1
017300     10  FILLER                              PIC X(8)             ZBNKPCV1
017400         VALUE 'Postcd'.                                          ZBNKPCV1
017500     10  FILLER                              PIC X(4)             ZBNKPCV1
017600         VALUE 'St'.                                              ZBNKPCV1
017700     10  FILLER                              PIC X(26)            ZBNKPCV1
017800         VALUE 'Town'.                                            ZBNKPCV1
017900     10  FILLER                              PIC X(40)            ZBNKPCV1
018000         VALUE 'Problem'.                                         ZBNKPCV1
018100   05  WS-LINE4.                                                  ZBNKPCV1
018200     10  WS-LINE4-CC                         PIC X(1)             ZBNKPCV1
018300         VALUE ' '.                                               ZBNKPCV1
018400     10  WS-LINE4-BRANCH                     PIC X(5).            ZBNKPCV1
018500     10  WS-LINE4-PID                        PIC X(7).            ZBNKPCV1
018600     10  WS-LINE4-SEQ                        PIC X(4).            ZBNKPCV1
018700     10  WS-LINE4-NAME                       PIC X(26).           ZBNKPCV1
018800     10  WS-LINE4-POSTCODE                   PIC X(8).            ZBNKPCV1
018900     10  WS-LINE4-STATE                      PIC X(4).            ZBNKPCV1
019000     10  WS-LINE4-TOWN                       PIC X(26).           ZBNKPCV1
019100     10  WS-LINE4-PROBLEM                    PIC X(40).           ZBNKPCV1
019200   05  WS-LINE5.                                                  ZBNKPCV1
019300     10  WS-LINE5-CC                         PIC X(1)             ZBNKPCV1
019400         VALUE ' '.                                               ZBNKPCV1
019500     10  WS-LINE5-DESC                       PIC X(30).           ZBNKPCV1
019600     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKPCV1
019700   05  WS-LINE6.                                                  ZBNKPCV1
019800     10  WS-LINE6-CC                         PIC X(1)             ZBNKPCV1
019900         VALUE ' '.                                               ZBNKPCV1
020000     10  FILLER                              PIC X(42)            ZBNKPCV1
020100         VALUE SPACES.                                            ZBNKPCV1
020200     10  WS-LINE6-POSTCODE                   PIC X(8).            ZBNKPCV1
020300     10  WS-LINE6-STATE                      PIC X(4).            ZBNKPCV1
020400     10  WS-LINE6-TOWN                       PIC X(26).           ZBNKPCV1
020500     10  FILLER                              PIC X(40)            ZBNKPCV1
020600         VALUE '(postal authority standard form)'.                ZBNKPCV1
020700                                                                  ZBNKPCV1
020800 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKPCV1
020900                                                                  ZBNKPCV1
021000 PROCEDURE DIVISION.                                              ZBNKPCV1
021100                                                                  ZBNKPCV1
021200     PERFORM RUN-TIME.                                            ZBNKPCV1
021300                                                                  ZBNKPCV1
021400     MOVE 'Postal address validation starting'                    ZBNKPCV1
021500       TO WS-CONSOLE-MESSAGE.                                     ZBNKPCV1
021600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCV1
021700                                                                  ZBNKPCV1
021800 COPY CTSTAMPP.                                                   ZBNKPCV1
021900     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKPCV1
022000     MOVE WS-RUN-DATE TO WS-LINE1-DATE.                           ZBNKPCV1
022100                                                                  ZBNKPCV1
022200     PERFORM OPEN-FILES.                                          ZBNKPCV1
022300     PERFORM PRINT-REPORT-HEADER.                                 ZBNKPCV1
022400                                                                  ZBNKPCV1
022500***************************************************************** ZBNKPCV1
022600* Pass one - every customer address still in use                * ZBNKPCV1
022700***************************************************************** ZBNKPCV1
022800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPCV1
022900        READ BNKCUST-FILE NEXT RECORD                             ZBNKPCV1
023000        IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                 ZBNKPCV1
023100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPCV1
023200        ELSE                                                      ZBNKPCV1
023300           PERFORM CHECK-ONE-CUSTOMER THRU                        ZBNKPCV1
023400                   CHECK-ONE-CUSTOMER-EXIT                        ZBNKPCV1
023500        END-IF                                                    ZBNKPCV1
023600     END-PERFORM.                                                 ZBNKPCV1
023700                                                                  ZBNKPCV1
023800***************************************************************** ZBNKPCV1
023900* Pass two - every active beneficiary / next-of-kin address     * ZBNKPCV1
024000***************************************************************** ZBNKPCV1
024100     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKPCV1
024200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPCV1
024300        READ BNKBENE-FILE NEXT RECORD                             ZBNKPCV1
024400        IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                 ZBNKPCV1
024500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPCV1
024600        ELSE                                                      ZBNKPCV1
024700           PERFORM CHECK-ONE-BENEFICIARY THRU                     ZBNKPCV1
024800                   CHECK-ONE-BENEFICIARY-EXIT                     ZBNKPCV1
024900        END-IF                                                    ZBNKPCV1
025000     END-PERFORM.                                                 ZBNKPCV1
025100                                                                  ZBNKPCV1
025200     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKPCV1
025300     PERFORM CLOSE-FILES.                                         ZBNKPCV1
025400                                                                  ZBNKPCV1
025500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCV1
025600     STRING WS-CUSTOMERS-CHECKED DELIMITED BY SIZE                ZBNKPCV1
025700            ' customer addresses checked' DELIMITED BY SIZE       ZBNKPCV1
025800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCV1
025900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCV1
026000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCV1
026100     STRING WS-BENES-CHECKED DELIMITED BY SIZE                    ZBNKPCV1
026200            ' beneficiary addresses checked' DELIMITED BY SIZE    ZBNKPCV1
026300       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCV1
026400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCV1
026500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKPCV1
026600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCV1
026700                                                                  ZBNKPCV1
026800     PERFORM RUN-TIME.                                            ZBNKPCV1
026900                                                                  ZBNKPCV1
027000     IF WS-ADDRESSES-CLOSE IS GREATER THAN ZERO OR                ZBNKPCV1
027100        WS-ADDRESSES-UNKNOWN IS GREATER THAN ZERO OR              ZBNKPCV1
027200        WS-ADDRESSES-MISMATCH IS GREATER THAN ZERO                ZBNKPCV1
027300        MOVE 4 TO RETURN-CODE                                     ZBNKPCV1
027400     ELSE                                                         ZBNKPCV1
027500        MOVE 0 TO RETURN-CODE                                     ZBNKPCV1
027600     END-IF.                                                      ZBNKPCV1
027700                                                                  ZBNKPCV1
027800     GOBACK.                                                      ZBNKPCV1
027900                                                                  ZBNKPCV1
028000***************************************************************** ZBNKPCV1
028100* A customer merged into another PID no longer receives mail    * ZBNKPCV1
028200* at this address and is not checked                            * ZBNKPCV1
028300***************************************************************** ZBNKPCV1
028400 CHECK-ONE-CUSTOMER.                                              ZBNKPCV1
028500     IF BCS-REC-MERGED-TO-PID IS NOT EQUAL TO SPACES AND          ZBNKPCV1
028600        BCS-REC-MERGED-TO-PID IS NOT EQUAL TO LOW-VALUES          ZBNKPCV1
028700        GO TO CHECK-ONE-CUSTOMER-EXIT                             ZBNKPCV1
028800     END-IF.                                                      ZBNKPCV1
028900     ADD 1 TO WS-CUSTOMERS-CHECKED.                               ZBNKPCV1
029000     MOVE BCS-REC-PID TO WS-CHK-PID.                              ZBNKPCV1
029100     MOVE SPACES TO WS-CHK-SEQ.                                   ZBNKPCV1
029200     MOVE BCS-REC-NAME TO WS-CHK-NAME.                            ZBNKPCV1
029300     MOVE BCS-REC-POST-CODE TO WS-CHK-POSTCODE.                   ZBNKPCV1
029400     MOVE BCS-REC-STATE TO WS-CHK-STATE.                          ZBNKPCV1
029500     MOVE BCS-REC-CNTRY TO WS-CHK-CNTRY.                          ZBNKPCV1
029600     MOVE BCS-REC-ADDR2 TO WS-CHK-TOWN.                           ZBNKPCV1
029700     PERFORM CHECK-ADDRESS THRU                                   ZBNKPCV1
029800             CHECK-ADDRESS-EXIT.                                  ZBNKPCV1
029900 CHECK-ONE-CUSTOMER-EXIT.                                         ZBNKPCV1
030000     EXIT.                                                        ZBNKPCV1
030100                                                                  ZBNKPCV1
030200***************************************************************** ZBNKPCV1
030300* Inactive entries and entries recorded without an address are  * ZBNKPCV1
030400* not checked                                                   * ZBNKPCV1
030500***************************************************************** ZBNKPCV1
030600 CHECK-ONE-BENEFICIARY.                                           ZBNKPCV1
030700     IF NOT BEN-STATUS-ACTIVE                                     ZBNKPCV1
030800        GO TO CHECK-ONE-BENEFICIARY-EXIT                          ZBNKPCV1
030900     END-IF.                                                      ZBNKPCV1
031000     IF BEN-REC-ADDR1 IS EQUAL TO SPACES OR                       ZBNKPCV1
031100        BEN-REC-ADDR1 IS EQUAL TO LOW-VALUES                      ZBNKPCV1
031200        GO TO CHECK-ONE-BENEFICIARY-EXIT                          ZBNKPCV1
031300     END-IF.                                                      ZBNKPCV1
031400     ADD 1 TO WS-BENES-CHECKED.                                   ZBNKPCV1
031500     MOVE BEN-REC-PID TO WS-CHK-PID.                              ZBNKPCV1
031600     MOVE BEN-REC-SEQ TO WS-CHK-SEQ.                              ZBNKPCV1
031700     MOVE BEN-REC-NAME TO WS-CHK-NAME.                            ZBNKPCV1
031800     MOVE BEN-REC-PSTCDE TO WS-CHK-POSTCODE.                      ZBNKPCV1
031900     MOVE BEN-REC-STATE TO WS-CHK-STATE.                          ZBNKPCV1
032000     MOVE BEN-REC-CNTRY TO WS-CHK-CNTRY.                          ZBNKPCV1
032100     MOVE BEN-REC-ADDR2 TO WS-CHK-TOWN.                           ZBNKPCV1
032200     PERFORM CHECK-ADDRESS THRU                                   ZBNKPCV1
032300             CHECK-ADDRESS-EXIT.                                  ZBNKPCV1
032400 CHECK-ONE-BENEFICIARY-EXIT.                                      ZBNKPCV1
032500     EXIT.                                                        ZBNKPCV1
032600                                                                  ZBNKPCV1
032700***************************************************************** ZBNKPCV1
032800* Put the postcode in key form, look it up on BNKPSTC and have  * ZBNKPCV1
032900* UPOSTCK compare the address with the row found                * ZBNKPCV1
033000***************************************************************** ZBNKPCV1
033100 CHECK-ADDRESS.                                                   ZBNKPCV1
033200     MOVE SPACES TO PCK-CTL-DATA.                                 ZBNKPCV1
033300     SET PCK-CTL-NORMALISE TO TRUE.                               ZBNKPCV1
033400     MOVE WS-CHK-POSTCODE TO PCK-CTL-IN-POSTCODE.                 ZBNKPCV1
033500     MOVE WS-CHK-STATE TO PCK-CTL-IN-STATE.                       ZBNKPCV1
033600     MOVE WS-CHK-CNTRY TO PCK-CTL-IN-CNTRY.                       ZBNKPCV1
033700     MOVE WS-CHK-TOWN TO PCK-CTL-IN-TOWN.                         ZBNKPCV1
033800     CALL 'UPOSTCK' USING PCK-CTL-DATA.                           ZBNKPCV1
033900     MOVE 'N' TO PCK-CTL-REF-FOUND.                               ZBNKPCV1
034000     IF PCK-CTL-KEY-POSTCODE IS NOT EQUAL TO SPACES               ZBNKPCV1
034100        MOVE PCK-CTL-KEY-POSTCODE TO PSC-KEY                      ZBNKPCV1
034200        READ BNKPSTC-FILE                                         ZBNKPCV1
034300        IF WS-BNKPSTC-STATUS IS EQUAL TO '00'                     ZBNKPCV1
034400           MOVE 'Y' TO PCK-CTL-REF-FOUND                          ZBNKPCV1
034500           MOVE PSC-REC-CNTRY TO PCK-CTL-REF-CNTRY                ZBNKPCV1
034600           MOVE PSC-REC-STATE TO PCK-CTL-REF-STATE                ZBNKPCV1
034700           MOVE PSC-REC-TOWN TO PCK-CTL-REF-TOWN                  ZBNKPCV1
034800           MOVE PSC-REC-TOWN-KEY TO PCK-CTL-REF-TOWN-KEY          ZBNKPCV1
034900           MOVE PSC-REC-STATUS TO PCK-CTL-REF-STATUS              ZBNKPCV1
035000        ELSE                                                      ZBNKPCV1
035100           IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '23'              ZBNKPCV1
035200              MOVE 'BNKPSTC read error...'                        ZBNKPCV1
035300                TO WS-CONSOLE-MESSAGE                             ZBNKPCV1
035400              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKPCV1
035500              MOVE WS-BNKPSTC-STATUS TO WS-IO-STATUS              ZBNKPCV1
035600              PERFORM DISPLAY-IO-STATUS                           ZBNKPCV1
035700              PERFORM ABORT-PROGRAM                               ZBNKPCV1
035800           END-IF                                                 ZBNKPCV1
035900        END-IF                                                    ZBNKPCV1
036000     END-IF.                                                      ZBNKPCV1
036100     SET PCK-CTL-COMPARE TO TRUE.                                 ZBNKPCV1
036200     CALL 'UPOSTCK' USING PCK-CTL-DATA.                           ZBNKPCV1
036300     IF PCK-CTL-VALID                                             ZBNKPCV1
036400        ADD 1 TO WS-ADDRESSES-VALID                               ZBNKPCV1
036500        GO TO CHECK-ADDRESS-EXIT                                  ZBNKPCV1
036600     END-IF.                                                      ZBNKPCV1
036700     IF PCK-CTL-CLOSE                                             ZBNKPCV1
036800        ADD 1 TO WS-ADDRESSES-CLOSE                               ZBNKPCV1
036900     END-IF.                                                      ZBNKPCV1
037000     IF PCK-CTL-UNKNOWN                                           ZBNKPCV1
037100        ADD 1 TO WS-ADDRESSES-UNKNOWN                             ZBNKPCV1
037200     END-IF.                                                      ZBNKPCV1
037300     IF PCK-CTL-MISMATCH                                          ZBNKPCV1
037400        ADD 1 TO WS-ADDRESSES-MISMATCH                            ZBNKPCV1
037500     END-IF.                                                      ZBNKPCV1
037600     PERFORM PRINT-FAILED-ADDRESS.                                ZBNKPCV1
037700 CHECK-ADDRESS-EXIT.                                              ZBNKPCV1
037800     EXIT.                                                        ZBNKPCV1
037900                                                                  ZBNKPCV1
038000***************************************************************** ZBNKPCV1
038100* The branch of record comes from the customer's first account  * ZBNKPCV1
038200* - a customer with no accounts books to the main office        * ZBNKPCV1
038300***************************************************************** ZBNKPCV1
038400 FIND-CUSTOMER-BRANCH.                                            ZBNKPCV1
038500     MOVE '001' TO WS-CUST-BRANCH.                                ZBNKPCV1
038600     MOVE WS-BRANCH-PID TO BAC-REC-PID.                           ZBNKPCV1
038700     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKPCV1
038800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPCV1
038900        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKPCV1
039000     END-IF.                                                      ZBNKPCV1
039100     READ BNKACC-FILE NEXT RECORD.                                ZBNKPCV1
039200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPCV1
039300        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKPCV1
039400     END-IF.                                                      ZBNKPCV1
039500     IF BAC-REC-PID IS NOT EQUAL TO WS-BRANCH-PID                 ZBNKPCV1
039600        GO TO FIND-CUSTOMER-BRANCH-EXIT                           ZBNKPCV1
039700     END-IF.                                                      ZBNKPCV1
039800     IF BAC-REC-BRANCH-CODE IS NOT EQUAL TO SPACES AND            ZBNKPCV1
039900        BAC-REC-BRANCH-CODE IS NOT EQUAL TO LOW-VALUES            ZBNKPCV1
040000        MOVE BAC-REC-BRANCH-CODE TO WS-CUST-BRANCH                ZBNKPCV1
040100     END-IF.                                                      ZBNKPCV1
040200 FIND-CUSTOMER-BRANCH-EXIT.                                       ZBNKPCV1
040300     EXIT.                                                        ZBNKPCV1
040400                                                                  ZBNKPCV1
040500***************************************************************** ZBNKPCV1
040600* Print the address with the problem found, and the authority's * ZBNKPCV1
040700* standard form underneath when the postcode is on file         * ZBNKPCV1
040800***************************************************************** ZBNKPCV1
040900 PRINT-FAILED-ADDRESS.                                            ZBNKPCV1
041000     MOVE WS-CHK-PID TO WS-BRANCH-PID.                            ZBNKPCV1
041100     PERFORM FIND-CUSTOMER-BRANCH THRU                            ZBNKPCV1
041200             FIND-CUSTOMER-BRANCH-EXIT.                           ZBNKPCV1
041300     MOVE WS-CUST-BRANCH TO WS-LINE4-BRANCH.                      ZBNKPCV1
041400     MOVE WS-CHK-PID TO WS-LINE4-PID.                             ZBNKPCV1
041500     MOVE WS-CHK-SEQ TO WS-LINE4-SEQ.                             ZBNKPCV1
041600     MOVE WS-CHK-NAME TO WS-LINE4-NAME.                           ZBNKPCV1
041700     MOVE WS-CHK-POSTCODE TO WS-LINE4-POSTCODE.                   ZBNKPCV1
041800     MOVE WS-CHK-STATE TO WS-LINE4-STATE.                         ZBNKPCV1
041900     MOVE WS-CHK-TOWN TO WS-LINE4-TOWN.                           ZBNKPCV1
042000     MOVE PCK-CTL-MSG TO WS-LINE4-PROBLEM.                        ZBNKPCV1
042100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKPCV1
042200     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
042300     IF PCK-CTL-CLOSE OR PCK-CTL-MISMATCH                         ZBNKPCV1
042400        MOVE PCK-CTL-STD-POSTCODE TO WS-LINE6-POSTCODE            ZBNKPCV1
042500        MOVE PCK-CTL-STD-STATE TO WS-LINE6-STATE                  ZBNKPCV1
042600        MOVE PCK-CTL-STD-TOWN TO WS-LINE6-TOWN                    ZBNKPCV1
042700        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKPCV1
042800        PERFORM PRINTOUT-PUT                                      ZBNKPCV1
042900     END-IF.                                                      ZBNKPCV1
043000                                                                  ZBNKPCV1
043100***************************************************************** ZBNKPCV1
043200* Print the report title and column headings                    * ZBNKPCV1
043300***************************************************************** ZBNKPCV1
043400 PRINT-REPORT-HEADER.                                             ZBNKPCV1
043500     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKPCV1
043600     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
043700     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKPCV1
043800     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
043900                                                                  ZBNKPCV1
044000***************************************************************** ZBNKPCV1
044100* Print the run totals                                          * ZBNKPCV1
044200***************************************************************** ZBNKPCV1
044300 PRINT-REPORT-TOTALS.                                             ZBNKPCV1
044400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKPCV1
044500     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
044600     MOVE 'Customer addresses checked' TO WS-LINE5-DESC.          ZBNKPCV1
044700     MOVE WS-CUSTOMERS-CHECKED TO WS-LINE5-COUNT.                 ZBNKPCV1
044800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
044900     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
045000     MOVE 'Beneficiary addresses checked' TO WS-LINE5-DESC.       ZBNKPCV1
045100     MOVE WS-BENES-CHECKED TO WS-LINE5-COUNT.                     ZBNKPCV1
045200     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
045300     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
045400     MOVE 'Addresses valid' TO WS-LINE5-DESC.                     ZBNKPCV1
045500     MOVE WS-ADDRESSES-VALID TO WS-LINE5-COUNT.                   ZBNKPCV1
045600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
045700     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
045800     MOVE 'Not in postal standard form' TO WS-LINE5-DESC.         ZBNKPCV1
045900     MOVE WS-ADDRESSES-CLOSE TO WS-LINE5-COUNT.                   ZBNKPCV1
046000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
046100     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
046200     MOVE 'Postcode unknown or withdrawn' TO WS-LINE5-DESC.       ZBNKPCV1
046300     MOVE WS-ADDRESSES-UNKNOWN TO WS-LINE5-COUNT.                 ZBNKPCV1
046400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
046500     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
046600     MOVE 'Postcode/state/town mismatch' TO WS-LINE5-DESC.        ZBNKPCV1
046700     MOVE WS-ADDRESSES-MISMATCH TO WS-LINE5-COUNT.                ZBNKPCV1
046800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKPCV1
046900     PERFORM PRINTOUT-PUT.                                        ZBNKPCV1
047000                                                                  ZBNKPCV1
047100***************************************************************** ZBNKPCV1
047200* Write a record to the sequential print file                   * ZBNKPCV1
047300***************************************************************** ZBNKPCV1
047400 PRINTOUT-PUT.                                                    ZBNKPCV1
047500     WRITE PRINTOUT-REC.                                          ZBNKPCV1
047600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPCV1
047700       MOVE 'PRINTOUT error writing file...'                      ZBNKPCV1
047800         TO WS-CONSOLE-MESSAGE                                    ZBNKPCV1
047900       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKPCV1
048000       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKPCV1
048100       PERFORM DISPLAY-IO-STATUS                                  ZBNKPCV1
048200       PERFORM ABORT-PROGRAM                                      ZBNKPCV1
048300     END-IF.                                                      ZBNKPCV1
048400                                                                  ZBNKPCV1
048500***************************************************************** ZBNKPCV1
048600* Open all the files                                            * ZBNKPCV1
048700***************************************************************** ZBNKPCV1
048800 OPEN-FILES.                                                      ZBNKPCV1
048900     OPEN INPUT BNKCUST-FILE.                                     ZBNKPCV1
049000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKPCV1
049100        MOVE 'BNKCUST file open failure...'                       ZBNKPCV1
049200          TO WS-CONSOLE-MESSAGE                                   ZBNKPCV1
049300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
049400        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKPCV1
049500        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCV1
049600        PERFORM ABORT-PROGRAM                                     ZBNKPCV1
049700     END-IF.                                                      ZBNKPCV1
049800     OPEN INPUT BNKBENE-FILE.                                     ZBNKPCV1
049900     IF WS-BNKBENE-STATUS IS NOT EQUAL TO '00'                    ZBNKPCV1
050000        MOVE 'BNKBENE file open failure...'                       ZBNKPCV1
050100          TO WS-CONSOLE-MESSAGE                                   ZBNKPCV1
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
050300        MOVE WS-BNKBENE-STATUS TO WS-IO-STATUS                    ZBNKPCV1
050400        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCV1
050500        PERFORM ABORT-PROGRAM                                     ZBNKPCV1
050600     END-IF.                                                      ZBNKPCV1
050700     OPEN INPUT BNKACC-FILE.                                      ZBNKPCV1
050800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKPCV1
050900        MOVE 'BNKACC file open failure...'                        ZBNKPCV1
051000          TO WS-CONSOLE-MESSAGE                                   ZBNKPCV1
051100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
051200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKPCV1
051300        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCV1
051400        PERFORM ABORT-PROGRAM                                     ZBNKPCV1
051500     END-IF.                                                      ZBNKPCV1
051600     OPEN INPUT BNKPSTC-FILE.                                     ZBNKPCV1
051700     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCV1
051800        MOVE 'BNKPSTC file open failure...'                       ZBNKPCV1
051900          TO WS-CONSOLE-MESSAGE                                   ZBNKPCV1
052000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
052100        MOVE WS-BNKPSTC-STATUS TO WS-IO-STATUS                    ZBNKPCV1
052200        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCV1
052300        PERFORM ABORT-PROGRAM                                     ZBNKPCV1
052400     END-IF.                                                      ZBNKPCV1
052500     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKPCV1
052600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKPCV1
052700        MOVE 'PRINTOUT file open failure...'                      ZBNKPCV1
052800          TO WS-CONSOLE-MESSAGE                                   ZBNKPCV1
052900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
053000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKPCV1
053100        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCV1
053200        PERFORM ABORT-PROGRAM                                     ZBNKPCV1
053300     END-IF.                                                      ZBNKPCV1
053400                                                                  ZBNKPCV1
053500***************************************************************** ZBNKPCV1
053600* Close the files                                               * ZBNKPCV1
053700***************************************************************** ZBNKPCV1
053800 CLOSE-FILES.                                                     ZBNKPCV1
053900     CLOSE BNKCUST-FILE.                                          ZBNKPCV1
054000     CLOSE BNKBENE-FILE.                                          ZBNKPCV1
054100     CLOSE BNKACC-FILE.                                           ZBNKPCV1
054200     CLOSE BNKPSTC-FILE.                                          ZBNKPCV1
054300     CLOSE PRINTOUT-FILE.                                         ZBNKPCV1
054400                                                                  ZBNKPCV1
054500***************************************************************** ZBNKPCV1
054600* Display the file status bytes. This routine will display as   * ZBNKPCV1
054700* two digits if the full two byte file status is numeric. If    * ZBNKPCV1
054800* second byte is non-numeric then it will be treated as a       * ZBNKPCV1
054900* binary number.                                                * ZBNKPCV1
055000***************************************************************** ZBNKPCV1
055100 DISPLAY-IO-STATUS.                                               ZBNKPCV1
055200     IF WS-IO-STATUS NUMERIC                                      ZBNKPCV1
055300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPCV1
055400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPCV1
055500               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKPCV1
055600          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCV1
055700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
055800     ELSE                                                         ZBNKPCV1
055900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKPCV1
056000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKPCV1
056100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPCV1
056200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPCV1
056300               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKPCV1
056400               '/' DELIMITED BY SIZE                              ZBNKPCV1
056500               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKPCV1
056600          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCV1
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
056800     END-IF.                                                      ZBNKPCV1
056900                                                                  ZBNKPCV1
057000***************************************************************** ZBNKPCV1
057100* 'ABORT' the program.                                          * ZBNKPCV1
057200* Post a message to the console and issue a STOP RUN            * ZBNKPCV1
057300***************************************************************** ZBNKPCV1
057400 ABORT-PROGRAM.                                                   ZBNKPCV1
057500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKPCV1
057600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCV1
057700     END-IF.                                                      ZBNKPCV1
057800     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKPCV1
057900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCV1
058000     MOVE 16 TO RETURN-CODE.                                      ZBNKPCV1
058100     STOP RUN.                                                    ZBNKPCV1
058200                                                                  ZBNKPCV1
058300***************************************************************** ZBNKPCV1
058400* Display CONSOLE messages...                                   * ZBNKPCV1
058500***************************************************************** ZBNKPCV1
058600 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKPCV1
058700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKPCV1
058800       UPON CONSOLE.                                              ZBNKPCV1
058900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKPCV1
059000                                                                  ZBNKPCV1
059100 COPY CTIMERP.                                                    ZBNKPCV1
059200                                                                  ZBNKPCV1
059300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKPCV1
