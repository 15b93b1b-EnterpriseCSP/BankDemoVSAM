000100***************************************************************** ZBNKCRS1
000200*                                                               * ZBNKCRS1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCRS1
000400*   This demonstration program is provided for use by users     * ZBNKCRS1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCRS1
000600*   distributed as part of your application provided that       * ZBNKCRS1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCRS1
000800*   in this material.                                           * ZBNKCRS1
000900*                                                               * ZBNKCRS1
001000***************************************************************** ZBNKCRS1
001100                                                                  ZBNKCRS1
001200***************************************************************** ZBNKCRS1
001300* Program:     ZBNKCRS1.CBL                                     * ZBNKCRS1
001400* Function:    Annual CRS/FATCA reporting run.  Reads the       * ZBNKCRS1
001500*              ZBNKTAX1 year-end extract (CBANKXT3) and, for    * ZBNKCRS1
001600*              each customer with a self-certification on       * ZBNKCRS1
001700*              BNKTAXR, writes a reportable account record      * ZBNKCRS1
001800*              (CBANKXT7) for every foreign country of tax      * ZBNKCRS1
001900*              residence with the year-end balance, interest    * ZBNKCRS1
002000*              and other income.  A control record per          * ZBNKCRS1
002100*              reporting country with its account count and     * ZBNKCRS1
002200*              totals follows the detail records, and the       * ZBNKCRS1
002300*              report summarises each country.  A second pass   * ZBNKCRS1
002400*              of BNKCUST lists the customers whose address     * ZBNKCRS1
002500*              country or telephone number shows foreign        * ZBNKCRS1
002600*              indicia (UTAXIND) with no self-certification on  * ZBNKCRS1
002700*              file, for remediation.  Return code 4 if that    * ZBNKCRS1
002800*              list is not empty.                               * ZBNKCRS1
002900***************************************************************** ZBNKCRS1
003000                                                                  ZBNKCRS1
003100 IDENTIFICATION DIVISION.                                         ZBNKCRS1
003200 PROGRAM-ID.                                                      ZBNKCRS1
003300     ZBNKCRS1.                                                    ZBNKCRS1
003400 DATE-WRITTEN.                                                    ZBNKCRS1
003500     October 2026.                                                ZBNKCRS1
003600 DATE-COMPILED.                                                   ZBNKCRS1
003700     Today.                                                       ZBNKCRS1
003800                                                                  ZBNKCRS1
003900 ENVIRONMENT DIVISION.                                            ZBNKCRS1
004000 INPUT-OUTPUT   SECTION.                                          ZBNKCRS1
004100   FILE-CONTROL.                                                  ZBNKCRS1
004200     SELECT TAXEXT-FILE                                           ZBNKCRS1
004300            ASSIGN       TO TAXEXT                                ZBNKCRS1
004400            ORGANIZATION IS SEQUENTIAL                            ZBNKCRS1
004500            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRS1
004600            FILE STATUS  IS WS-TAXEXT-STATUS.                     ZBNKCRS1
004700     SELECT BNKTAXR-FILE                                          ZBNKCRS1
004800            ASSIGN       TO BNKTAXR                               ZBNKCRS1
004900            ORGANIZATION IS INDEXED                               ZBNKCRS1
005000            ACCESS MODE  IS RANDOM                                ZBNKCRS1
005100            RECORD KEY   IS TXR-KEY                               ZBNKCRS1
005200            FILE STATUS  IS WS-BNKTAXR-STATUS.                    ZBNKCRS1
005300     SELECT BNKCUST-FILE                                          ZBNKCRS1
005400            ASSIGN       TO BNKCUST                               ZBNKCRS1
005500            ORGANIZATION IS INDEXED                               ZBNKCRS1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRS1
005700            RECORD KEY   IS BCS-REC-PID                           ZBNKCRS1
005800            ALTERNATE KEY IS BCS-REC-NAME-FF                      ZBNKCRS1
005900              WITH DUPLICATES                                     ZBNKCRS1
006000            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKCRS1
006100     SELECT EXTRACT-FILE                                          ZBNKCRS1
006200            ASSIGN       TO CRSEXT                                ZBNKCRS1
006300            ORGANIZATION IS SEQUENTIAL                            ZBNKCRS1
006400            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRS1
006500            FILE STATUS  IS WS-EXTRACT-STATUS.                    ZBNKCRS1
006600     SELECT PRINTOUT-FILE                                         ZBNKCRS1
006700            ASSIGN       TO PRINTOUT                              ZBNKCRS1
006800            ORGANIZATION IS SEQUENTIAL                            ZBNKCRS1
006900            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRS1
007000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCRS1
007100                                                                  ZBNKCRS1
007200 DATA DIVISION.                                                   ZBNKCRS1
007300 FILE SECTION.                                                    ZBNKCRS1
007400                                                                  ZBNKCRS1
007500 FD  TAXEXT-FILE.                                                 ZBNKCRS1
007600 01  TAXEXT-REC.                                                  ZBNKCRS1
007700 COPY CBANKXT3.                                                   ZBNKCRS1
007800                                                                  ZBNKCRS1
007900 FD  BNKTAXR-FILE.                                                ZBNKCRS1
008000 01  BNKTAXR-REC.                                                 ZBNKCRS1
008100 COPY CBANKVTR.                                                   ZBNKCRS1
008200                                                                  ZBNKCRS1
008300 FD  BNKCUST-FILE.                                                ZBNKCRS1
008400 01  BNKCUST-REC.                                                 ZBNKCRS1
008500 COPY CBANKVCS.                                                   ZBNKCRS1
008600                                                                  ZBNKCRS1
008700 FD  EXTRACT-FILE.                                                ZBNKCRS1
008800 01  EXTRACT-REC.                                                 ZBNKCRS1
008900 COPY CBANKXT7.                                                   ZBNKCRS1
009000                                                                  ZBNKCRS1
009100 FD  PRINTOUT-FILE.                                               ZBNKCRS1
009200 01  PRINTOUT-REC                        PIC X(121).              ZBNKCRS1
009300                                                                  ZBNKCRS1
009400 WORKING-STORAGE SECTION.                                         ZBNKCRS1
009500 COPY CTIMERD.                                                    ZBNKCRS1
009600                                                                  ZBNKCRS1
009700 COPY CTSTAMPD.                                                   ZBNKCRS1
009800                                                                  ZBNKCRS1
009900 01  WS-MISC-STORAGE.                                             ZBNKCRS1
010000   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCRS1
010100       VALUE 'ZBNKCRS1'.                                          ZBNKCRS1
010200   05  WS-TAXEXT-STATUS.                                          ZBNKCRS1
010300     10  WS-TAXEXT-STAT1                     PIC X(1).            ZBNKCRS1
010400     10  WS-TAXEXT-STAT2                     PIC X(1).            ZBNKCRS1
010500   05  WS-BNKTAXR-STATUS.                                         ZBNKCRS1
010600     10  WS-BNKTAXR-STAT1                    PIC X(1).            ZBNKCRS1
010700     10  WS-BNKTAXR-STAT2                    PIC X(1).            ZBNKCRS1
010800   05  WS-BNKCUST-STATUS.                                         ZBNKCRS1
010900     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKCRS1
011000     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKCRS1
011100   05  WS-EXTRACT-STATUS.                                         ZBNKCRS1
011200     10  WS-EXTRACT-STAT1                    PIC X(1).            ZBNKCRS1
011300     10  WS-EXTRACT-STAT2                    PIC X(1).            ZBNKCRS1
011400   05  WS-PRINTOUT-STATUS.                                        ZBNKCRS1
011500     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCRS1
011600     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCRS1
011700   05  WS-IO-STATUS.                                              ZBNKCRS1
011800     10  WS-IO-STAT1                         PIC X(1).            ZBNKCRS1
011900     10  WS-IO-STAT2                         PIC X(1).            ZBNKCRS1
012000   05  WS-TWO-BYTES.                                              ZBNKCRS1
012100     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCRS1
012200     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCRS1
012300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCRS1
012400                                             PIC 9(1) COMP.       ZBNKCRS1
012500   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCRS1
012600       VALUE 'NO '.                                               ZBNKCRS1
012700   05  WS-TAXR-PRESENT                       PIC X(1)             ZBNKCRS1
012800       VALUE 'Y'.                                                 ZBNKCRS1
012900   05  WS-CERT-HELD                          PIC X(1).            ZBNKCRS1
013000   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKCRS1
013100   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKCRS1
013200   05  WS-TODAY                              PIC X(10).           ZBNKCRS1
013300   05  WS-TAX-YEAR                           PIC X(4)             ZBNKCRS1
013400       VALUE SPACES.                                              ZBNKCRS1
013500   05  WS-HOME-CNTRY                         PIC X(3)             ZBNKCRS1
013600       VALUE 'USA'.                                               ZBNKCRS1
013700   05  WS-EXTRACT-READ                       PIC 9(7)             ZBNKCRS1
013800       VALUE ZERO.                                                ZBNKCRS1
013900   05  WS-CUSTOMERS-REPORTED                 PIC 9(7)             ZBNKCRS1
014000       VALUE ZERO.                                                ZBNKCRS1
014100   05  WS-DETAILS-WRITTEN                    PIC 9(7)             ZBNKCRS1
014200       VALUE ZERO.                                                ZBNKCRS1
014300   05  WS-CUSTOMERS-SCANNED                  PIC 9(7)             ZBNKCRS1
014400       VALUE ZERO.                                                ZBNKCRS1
014500   05  WS-REMEDIATION-COUNT                  PIC 9(7)             ZBNKCRS1
014600       VALUE ZERO.                                                ZBNKCRS1
014700   05  WS-CUSTOMER-COUNTED                   PIC X(1).            ZBNKCRS1
014800   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCRS1
014900                                                                  ZBNKCRS1
015000***************************************************************** ZBNKCRS1
015100* Totals by reporting country                                   * ZBNKCRS1
015200***************************************************************** ZBNKCRS1
015300 01  WS-CNTRY-TABLE.                                              ZBNKCRS1
015400   05  WS-CNTRY-USED                         PIC S9(4) COMP       ZBNKCRS1
015500       VALUE ZERO.                                                ZBNKCRS1
015600   05  WS-CNTRY-MAX                          PIC S9(4) COMP       ZBNKCRS1
015700       VALUE 50.                                                  ZBNKCRS1
015800   05  WS-CNTRY-ENTRY OCCURS 50 TIMES.                            ZBNKCRS1
015900     10  WS-CNTRY-CODE                       PIC X(3).            ZBNKCRS1
016000     10  WS-CNTRY-COUNT                      PIC 9(7).            ZBNKCRS1
016100     10  WS-CNTRY-BALANCE                    PIC S9(13)V99        ZBNKCRS1
016200         COMP-3.                                                  ZBNKCRS1
016300     10  WS-CNTRY-INTEREST                   PIC S9(11)V99        ZBNKCRS1
016400         COMP-3.                                                  ZBNKCRS1
016500     10  WS-CNTRY-OTHER                      PIC S9(11)V99        ZBNKCRS1
016600         COMP-3.                                                  ZBNKCRS1
016700                                                                  ZBNKCRS1
016800 01  WS-TAXIND-AREA.                                              ZBNKCRS1
016900 COPY CTAXINDD.                                                   ZBNKCRS1
017000                                                                  ZBNKCRS1
017100 01  WS-PRINTED.                                                  ZBNKCRS1
017200   05  WS-PRINTED-DATE.                                           ZBNKCRS1
017300     10  FILLER                              PIC X(9)             ZBNKCRS1
017400         VALUE 'Printed: '.                                       ZBNKCRS1
017500     10  WS-PRINT-DATE                       PIC X(10).           ZBNKCRS1
017600                                                                  ZBNKCRS1
017700***************************************************************** ZBNKCRS1
017800* Reportable accounts and remediation report                    * ZBNKCRS1
017900***************************************************************** ZBNKCRS1
018000 01  WS-REPORT-LINES.                                             ZBNKCRS1
018100   05  WS-RPT1.                                                   ZBNKCRS1
018200     10  WS-RPT1-CC                          PIC X(1)             ZBNKCRS1
018300         VALUE '1'.                                               ZBNKCRS1
018400     10  FILLER                              PIC X(20)            ZBNKCRS1
018500         VALUE SPACES.                                            ZBNKCRS1
018600     10  WS-RPT1-HEAD                        PIC X(30)            ZBNKCRS1
018700         VALUE 'CRS/FATCA Reportable Accounts'.                   ZBNKCRS1
018800     10  FILLER                              PIC X(10)            ZBNKCRS1
018900         VALUE 'Tax year '.                                       ZBNKCRS1
019000     10  WS-RPT1-YEAR                        PIC X(5).            ZBNKCRS1
019100     10  WS-RPT1-DATE                        PIC X(19).           ZBNKCRS1
019200   05  WS-RPT4.                                                   ZBNKCRS1
019300     10  WS-RPT4-CC                          PIC X(1)             ZBNKCRS1
019400         VALUE '0'.                                               ZBNKCRS1
019500     10  FILLER                              PIC X(10)            ZBNKCRS1
019600         VALUE 'Country'.                                         ZBNKCRS1
019700     10  FILLER                              PIC X(10)            ZBNKCRS1
019800         VALUE 'Accounts'.                                        ZBNKCRS1
019900     10  FILLER                              PIC X(20)            ZBNKCRS1
020000         VALUE '    Year-end balance'.                            ZBNKCRS1
020100     10  FILLER                              PIC X(20)            ZBNKCRS1
020200         VALUE '            Interest'.                            ZBNKCRS1
020300     10  FILLER                              PIC X(20)            ZBNKCRS1
020400         VALUE '        Other income'.                            ZBNKCRS1
020500   05  WS-RPT2.                                                   ZBNKCRS1
020600     10  WS-RPT2-CC                          PIC X(1)             ZBNKCRS1
020700         VALUE ' '.                                               ZBNKCRS1
020800     10  WS-RPT2-CNTRY                       PIC X(10).           ZBNKCRS1
020900     10  WS-RPT2-COUNT                       PIC ZZZZZZ9.         ZBNKCRS1
021000     10  FILLER                              PIC X(3).            ZBNKCRS1
021100     10  WS-RPT2-BALANCE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-. ZBNKCRS1
021200     10  FILLER                              PIC X(1).            ZBNKCRS1
021300     10  WS-RPT2-INTEREST                PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKCRS1
021400     10  FILLER                              PIC X(3).            ZBNKCRS1
021500     10  WS-RPT2-OTHER                   PIC Z,ZZZ,ZZZ,ZZ9.99-.   ZBNKCRS1
021600   05  WS-RPT5.                                                   ZBNKCRS1
021700     10  WS-RPT5-CC                          PIC X(1)             ZBNKCRS1
021800         VALUE '-'.                                               ZBNKCRS1
021900     10  FILLER                              PIC X(45)            ZBNKCRS1
022000         VALUE 'Foreign indicia with no self-certification'.      ZBNKCRS1
022100   05  WS-RPT6.                                                   ZBNKCRS1
022200     10  WS-RPT6-CC                          PIC X(1)             ZBNKCRS1
022300         VALUE '0'.                                               ZBNKCRS1
022400     10  FILLER                              PIC X(7)             ZBNKCRS1
022500         VALUE 'PID'.                                             ZBNKCRS1
022600     10  FILLER                              PIC X(27)            ZBNKCRS1
022700         VALUE 'Name'.                                            ZBNKCRS1
022800     10  FILLER                              PIC X(8)             ZBNKCRS1
022900         VALUE 'Country'.                                         ZBNKCRS1
023000     10  FILLER                              PIC X(14)            ZBNKCRS1
023100         VALUE 'Telephone'.                                       ZBNKCRS1
023200     10  FILLER                              PIC X(30)            ZBNKCRS1
023300         VALUE 'Indicia'.                                         ZBNKCRS1
023400   05  WS-RPT7.                                                   ZBNKCRS1
023500     10  WS-RPT7-CC                          PIC X(1)             ZBNKCRS1
023600         VALUE ' '.                                               ZBNKCRS1
023700     10  WS-RPT7-PID                         PIC X(7).            ZBNKCRS1
023800     10  WS-RPT7-NAME                        PIC X(27).           ZBNKCRS1
023900     10  WS-RPT7-CNTRY                       PIC X(8).            ZBNKCRS1
024000     10  WS-RPT7-TELNO                       PIC X(14).           ZBNKCRS1
024100     10  WS-RPT7-REASON                      PIC X(30).           ZBNKCRS1
024200   05  WS-RPT3.                                                   ZBNKCRS1
024300     10  WS-RPT3-CC                          PIC X(1)             ZBNKCRS1
024400         VALUE ' '.                                               ZBNKCRS1
024500     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCRS1
024600     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKCRS1
024700                                                                  ZBNKCRS1
024800 LINKAGE SECTION.                                                 ZBNKCRS1
024900 01  LK-EXEC-PARM.                                                ZBNKCRS1
025000   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCRS1
025100   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKCRS1
025200                                                                  ZBNKCRS1
025300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCRS1
025400                                                                  ZBNKCRS1
025500     PERFORM RUN-TIME.                                            ZBNKCRS1
025600                                                                  ZBNKCRS1
025700     MOVE 'CRS/FATCA reporting run starting'                      ZBNKCRS1
025800       TO WS-CONSOLE-MESSAGE.                                     ZBNKCRS1
025900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRS1
026000                                                                  ZBNKCRS1
026100 COPY CTSTAMPP.                                                   ZBNKCRS1
026200                                                                  ZBNKCRS1
026300     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKCRS1
026400                                                                  ZBNKCRS1
026500     PERFORM OPEN-FILES.                                          ZBNKCRS1
026600                                                                  ZBNKCRS1
026700***************************************************************** ZBNKCRS1
026800* Pass 1 - the year-end extract, one record per customer        * ZBNKCRS1
026900***************************************************************** ZBNKCRS1
027000     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCRS1
027100        READ TAXEXT-FILE                                          ZBNKCRS1
027200        IF WS-TAXEXT-STATUS IS EQUAL TO '10'                      ZBNKCRS1
027300           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCRS1
027400        ELSE                                                      ZBNKCRS1
027500           IF WS-TAXEXT-STATUS IS NOT EQUAL TO '00'               ZBNKCRS1
027600              MOVE 'TAXEXT read error' TO WS-CONSOLE-MESSAGE      ZBNKCRS1
027700              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCRS1
027800              MOVE WS-TAXEXT-STATUS TO WS-IO-STATUS               ZBNKCRS1
027900              PERFORM DISPLAY-IO-STATUS                           ZBNKCRS1
028000              PERFORM ABORT-PROGRAM                               ZBNKCRS1
028100           ELSE                                                   ZBNKCRS1
028200              ADD 1 TO WS-EXTRACT-READ                            ZBNKCRS1
028300              PERFORM PROCESS-ONE-CUSTOMER THRU                   ZBNKCRS1
028400                      PROCESS-ONE-CUSTOMER-EXIT                   ZBNKCRS1
028500           END-IF                                                 ZBNKCRS1
028600        END-IF                                                    ZBNKCRS1
028700     END-PERFORM.                                                 ZBNKCRS1
028800                                                                  ZBNKCRS1
028900     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCRS1
029000     MOVE 1 TO WS-SUB2.                                           ZBNKCRS1
029100     PERFORM WRITE-COUNTRY-TOTALS                                 ZBNKCRS1
029200       UNTIL WS-SUB2 IS GREATER THAN WS-CNTRY-USED.               ZBNKCRS1
029300                                                                  ZBNKCRS1
029400***************************************************************** ZBNKCRS1
029500* Pass 2 - every customer, for the remediation list             * ZBNKCRS1
029600***************************************************************** ZBNKCRS1
029700     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCRS1
029800     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
029900     MOVE WS-RPT6 TO PRINTOUT-REC.                                ZBNKCRS1
030000     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
030100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCRS1
030200     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
030300     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKCRS1
030400     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCRS1
030500        READ BNKCUST-FILE NEXT RECORD                             ZBNKCRS1
030600        IF WS-BNKCUST-STATUS IS EQUAL TO '10'                     ZBNKCRS1
030700           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCRS1
030800        ELSE                                                      ZBNKCRS1
030900           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'              ZBNKCRS1
031000              MOVE 'BNKCUST read error during scan'               ZBNKCRS1
031100                TO WS-CONSOLE-MESSAGE                             ZBNKCRS1
031200              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKCRS1
031300              MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS              ZBNKCRS1
031400              PERFORM DISPLAY-IO-STATUS                           ZBNKCRS1
031500              PERFORM ABORT-PROGRAM                               ZBNKCRS1
031600           ELSE                                                   ZBNKCRS1
031700              ADD 1 TO WS-CUSTOMERS-SCANNED                       ZBNKCRS1
031800              PERFORM CHECK-ONE-CUSTOMER THRU                     ZBNKCRS1
031900                      CHECK-ONE-CUSTOMER-EXIT                     ZBNKCRS1
032000           END-IF                                                 ZBNKCRS1
032100        END-IF                                                    ZBNKCRS1
032200     END-PERFORM.                                                 ZBNKCRS1
032300                                                                  ZBNKCRS1
032400     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKCRS1
032500     PERFORM CLOSE-FILES.                                         ZBNKCRS1
032600                                                                  ZBNKCRS1
032700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCRS1
032800     STRING WS-CUSTOMERS-REPORTED DELIMITED BY SIZE               ZBNKCRS1
032900            ' reported, ' DELIMITED BY SIZE                       ZBNKCRS1
033000            WS-REMEDIATION-COUNT DELIMITED BY SIZE                ZBNKCRS1
033100            ' need self-cert' DELIMITED BY SIZE                   ZBNKCRS1
033200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCRS1
033300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRS1
033400     MOVE 'End Of Job'                                            ZBNKCRS1
033500       TO WS-CONSOLE-MESSAGE.                                     ZBNKCRS1
033600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRS1
033700                                                                  ZBNKCRS1
033800     PERFORM RUN-TIME.                                            ZBNKCRS1
033900                                                                  ZBNKCRS1
034000     IF WS-REMEDIATION-COUNT IS GREATER THAN ZERO                 ZBNKCRS1
034100        MOVE 4 TO RETURN-CODE                                     ZBNKCRS1
034200     ELSE                                                         ZBNKCRS1
034300        MOVE 0 TO RETURN-CODE                                     ZBNKCRS1
034400     END-IF.                                                      ZBNKCRS1
034500                                                                  ZBNKCRS1
034600     GOBACK.                                                      ZBNKCRS1
034700                                                                  ZBNKCRS1
034800***************************************************************** ZBNKCRS1
034900* One customer from the year-end extract - reportable only if   * ZBNKCRS1
035000* a self-certification is on file naming a foreign residence    * ZBNKCRS1
035100***************************************************************** ZBNKCRS1
035200 PROCESS-ONE-CUSTOMER.                                            ZBNKCRS1
035300     IF WS-TAX-YEAR IS EQUAL TO SPACES                            ZBNKCRS1
035400        MOVE BANKXT03-TAX-YEAR TO WS-TAX-YEAR                     ZBNKCRS1
035500     END-IF.                                                      ZBNKCRS1
035600     IF WS-TAXR-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKCRS1
035700        GO TO PROCESS-ONE-CUSTOMER-EXIT                           ZBNKCRS1
035800     END-IF.                                                      ZBNKCRS1
035900     MOVE BANKXT03-PID TO TXR-REC-PID.                            ZBNKCRS1
036000     READ BNKTAXR-FILE.                                           ZBNKCRS1
036100     IF WS-BNKTAXR-STATUS IS EQUAL TO '23'                        ZBNKCRS1
036200        GO TO PROCESS-ONE-CUSTOMER-EXIT                           ZBNKCRS1
036300     END-IF.                                                      ZBNKCRS1
036400     IF WS-BNKTAXR-STATUS IS NOT EQUAL TO '00'                    ZBNKCRS1
036500        MOVE 'BNKTAXR read error' TO WS-CONSOLE-MESSAGE           ZBNKCRS1
036600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
036700        MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS                    ZBNKCRS1
036800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRS1
036900        PERFORM ABORT-PROGRAM                                     ZBNKCRS1
037000     END-IF.                                                      ZBNKCRS1
037100     IF NOT TXR-CERT-RECEIVED                                     ZBNKCRS1
037200        GO TO PROCESS-ONE-CUSTOMER-EXIT                           ZBNKCRS1
037300     END-IF.                                                      ZBNKCRS1
037400     MOVE 'N' TO WS-CUSTOMER-COUNTED.                             ZBNKCRS1
037500     MOVE 1 TO WS-SUB1.                                           ZBNKCRS1
037600     PERFORM WRITE-DETAIL-RECORD                                  ZBNKCRS1
037700       UNTIL WS-SUB1 IS GREATER THAN TXR-REC-RES-COUNT.           ZBNKCRS1
037800 PROCESS-ONE-CUSTOMER-EXIT.                                       ZBNKCRS1
037900     EXIT.                                                        ZBNKCRS1
038000                                                                  ZBNKCRS1
038100***************************************************************** ZBNKCRS1
038200* One reportable account record for a foreign residence         * ZBNKCRS1
038300***************************************************************** ZBNKCRS1
038400 WRITE-DETAIL-RECORD.                                             ZBNKCRS1
038500     IF TXR-REC-RES-CNTRY (WS-SUB1) IS NOT EQUAL TO SPACES AND    ZBNKCRS1
038600        TXR-REC-RES-CNTRY (WS-SUB1) IS NOT EQUAL TO WS-HOME-CNTRY ZBNKCRS1
038700        MOVE SPACES TO EXTRACT-REC                                ZBNKCRS1
038800        SET BANKXT07-DETAIL TO TRUE                               ZBNKCRS1
038900        MOVE TXR-REC-RES-CNTRY (WS-SUB1) TO BANKXT07-REPORT-CNTRY ZBNKCRS1
039000        MOVE BANKXT03-TAX-YEAR TO BANKXT07-TAX-YEAR               ZBNKCRS1
039100        MOVE BANKXT03-PID TO BANKXT07-PID                         ZBNKCRS1
039200        MOVE TXR-REC-RES-TIN (WS-SUB1) TO BANKXT07-TIN            ZBNKCRS1
039300        MOVE TXR-REC-RES-NO-TIN (WS-SUB1) TO BANKXT07-NO-TIN      ZBNKCRS1
039400        MOVE BANKXT03-NAME TO BANKXT07-NAME                       ZBNKCRS1
039500        MOVE BANKXT03-ADDR1 TO BANKXT07-ADDR1                     ZBNKCRS1
039600        MOVE BANKXT03-ADDR2 TO BANKXT07-ADDR2                     ZBNKCRS1
039700        MOVE BANKXT03-STATE TO BANKXT07-STATE                     ZBNKCRS1
039800        MOVE BANKXT03-CNTRY TO BANKXT07-CNTRY                     ZBNKCRS1
039900        MOVE BANKXT03-POST-CODE TO BANKXT07-POST-CODE             ZBNKCRS1
040000        MOVE TXR-REC-CERT-DATE TO BANKXT07-CERT-DATE              ZBNKCRS1
040100        MOVE BANKXT03-YEAR-END-BALANCE TO BANKXT07-BALANCE        ZBNKCRS1
040200        MOVE BANKXT03-INTEREST-PAID TO BANKXT07-INTEREST          ZBNKCRS1
040300        MOVE BANKXT03-OTHER-REPORTABLE TO BANKXT07-OTHER          ZBNKCRS1
040400        PERFORM EXTRACT-PUT                                       ZBNKCRS1
040500        ADD 1 TO WS-DETAILS-WRITTEN                               ZBNKCRS1
040600        PERFORM ADD-TO-COUNTRY THRU                               ZBNKCRS1
040700                ADD-TO-COUNTRY-EXIT                               ZBNKCRS1
040800        IF WS-CUSTOMER-COUNTED IS EQUAL TO 'N'                    ZBNKCRS1
040900           MOVE 'Y' TO WS-CUSTOMER-COUNTED                        ZBNKCRS1
041000           ADD 1 TO WS-CUSTOMERS-REPORTED                         ZBNKCRS1
041100        END-IF                                                    ZBNKCRS1
041200     END-IF.                                                      ZBNKCRS1
041300     ADD 1 TO WS-SUB1.                                            ZBNKCRS1
041400                                                                  ZBNKCRS1
041500***************************************************************** ZBNKCRS1
041600* Fold the detail record into its country's totals, adding the  * ZBNKCRS1
041700* country to the table the first time it is seen                * ZBNKCRS1
041800***************************************************************** ZBNKCRS1
041900 ADD-TO-COUNTRY.                                                  ZBNKCRS1
042000     MOVE 1 TO WS-SUB2.                                           ZBNKCRS1
042100     PERFORM FIND-COUNTRY                                         ZBNKCRS1
042200       UNTIL WS-SUB2 IS GREATER THAN WS-CNTRY-USED OR             ZBNKCRS1
042300             WS-CNTRY-CODE (WS-SUB2) IS EQUAL TO                  ZBNKCRS1
042400               BANKXT07-REPORT-CNTRY.                             ZBNKCRS1
042500     IF WS-SUB2 IS GREATER THAN WS-CNTRY-USED                     ZBNKCRS1
042600        IF WS-CNTRY-USED IS NOT LESS THAN WS-CNTRY-MAX            ZBNKCRS1
042700           MOVE 'Too many reporting countries'                    ZBNKCRS1
042800             TO WS-CONSOLE-MESSAGE                                ZBNKCRS1
042900           PERFORM ABORT-PROGRAM                                  ZBNKCRS1
043000        END-IF                                                    ZBNKCRS1
043100        ADD 1 TO WS-CNTRY-USED                                    ZBNKCRS1
043200        MOVE WS-CNTRY-USED TO WS-SUB2                             ZBNKCRS1
043300        MOVE BANKXT07-REPORT-CNTRY TO WS-CNTRY-CODE (WS-SUB2)     ZBNKCRS1
043400        MOVE ZERO TO WS-CNTRY-COUNT (WS-SUB2)                     ZBNKCRS1
043500        MOVE ZERO TO WS-CNTRY-BALANCE (WS-SUB2)                   ZBNKCRS1
043600        MOVE ZERO TO WS-CNTRY-INTEREST (WS-SUB2)                  ZBNKCRS1
043700        MOVE ZERO TO WS-CNTRY-OTHER (WS-SUB2)                     ZBNKCRS1
043800     END-IF.                                                      ZBNKCRS1
043900     ADD 1 TO WS-CNTRY-COUNT (WS-SUB2).                           ZBNKCRS1
044000     ADD BANKXT07-BALANCE TO WS-CNTRY-BALANCE (WS-SUB2).          ZBNKCRS1
044100     ADD BANKXT07-INTEREST TO WS-CNTRY-INTEREST (WS-SUB2).        ZBNKCRS1
044200     ADD BANKXT07-OTHER TO WS-CNTRY-OTHER (WS-SUB2).              ZBNKCRS1
044300 ADD-TO-COUNTRY-EXIT.                                             ZBNKCRS1
044400     EXIT.                                                        ZBNKCRS1
044500                                                                  ZBNKCRS1
044600 FIND-COUNTRY.                                                    ZBNKCRS1
044700     ADD 1 TO WS-SUB2.                                            ZBNKCRS1
044800                                                                  ZBNKCRS1
044900***************************************************************** ZBNKCRS1
045000* One country - its control record on the extract and its line  * ZBNKCRS1
045100* on the report                                                 * ZBNKCRS1
045200***************************************************************** ZBNKCRS1
045300 WRITE-COUNTRY-TOTALS.                                            ZBNKCRS1
045400     MOVE SPACES TO EXTRACT-REC.                                  ZBNKCRS1
045500     SET BANKXT07-CONTROL TO TRUE.                                ZBNKCRS1
045600     MOVE WS-CNTRY-CODE (WS-SUB2) TO BANKXT07-REPORT-CNTRY.       ZBNKCRS1
045700     MOVE WS-TAX-YEAR TO BANKXT07-TAX-YEAR.                       ZBNKCRS1
045800     MOVE WS-CNTRY-COUNT (WS-SUB2) TO BANKXT07-CTL-COUNT.         ZBNKCRS1
045900     MOVE WS-CNTRY-BALANCE (WS-SUB2) TO BANKXT07-CTL-BALANCE.     ZBNKCRS1
046000     MOVE WS-CNTRY-INTEREST (WS-SUB2) TO BANKXT07-CTL-INTEREST.   ZBNKCRS1
046100     MOVE WS-CNTRY-OTHER (WS-SUB2) TO BANKXT07-CTL-OTHER.         ZBNKCRS1
046200     PERFORM EXTRACT-PUT.                                         ZBNKCRS1
046300     MOVE SPACES TO WS-RPT2.                                      ZBNKCRS1
046400     MOVE WS-CNTRY-CODE (WS-SUB2) TO WS-RPT2-CNTRY.               ZBNKCRS1
046500     MOVE WS-CNTRY-COUNT (WS-SUB2) TO WS-RPT2-COUNT.              ZBNKCRS1
046600     MOVE WS-CNTRY-BALANCE (WS-SUB2) TO WS-RPT2-BALANCE.          ZBNKCRS1
046700     MOVE WS-CNTRY-INTEREST (WS-SUB2) TO WS-RPT2-INTEREST.        ZBNKCRS1
046800     MOVE WS-CNTRY-OTHER (WS-SUB2) TO WS-RPT2-OTHER.              ZBNKCRS1
046900     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCRS1
047000     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
047100     ADD 1 TO WS-SUB2.                                            ZBNKCRS1
047200                                                                  ZBNKCRS1
047300***************************************************************** ZBNKCRS1
047400* One customer from BNKCUST - listed if their details show      * ZBNKCRS1
047500* foreign indicia and no self-certification is on file          * ZBNKCRS1
047600***************************************************************** ZBNKCRS1
047700 CHECK-ONE-CUSTOMER.                                              ZBNKCRS1
047800     MOVE 'N' TO WS-CERT-HELD.                                    ZBNKCRS1
047900     IF WS-TAXR-PRESENT IS EQUAL TO 'Y'                           ZBNKCRS1
048000        MOVE BCS-REC-PID TO TXR-REC-PID                           ZBNKCRS1
048100        READ BNKTAXR-FILE                                         ZBNKCRS1
048200        IF WS-BNKTAXR-STATUS IS EQUAL TO '00' AND                 ZBNKCRS1
048300           TXR-CERT-RECEIVED                                      ZBNKCRS1
048400           MOVE 'Y' TO WS-CERT-HELD                               ZBNKCRS1
048500        END-IF                                                    ZBNKCRS1
048600     END-IF.                                                      ZBNKCRS1
048700     IF WS-CERT-HELD IS EQUAL TO 'Y'                              ZBNKCRS1
048800        GO TO CHECK-ONE-CUSTOMER-EXIT                             ZBNKCRS1
048900     END-IF.                                                      ZBNKCRS1
049000     MOVE SPACES TO TXI-AREAS.                                    ZBNKCRS1
049100     MOVE BCS-REC-CNTRY TO TXI-CNTRY.                             ZBNKCRS1
049200     MOVE BCS-REC-TEL TO TXI-TELNO.                               ZBNKCRS1
049300     CALL 'UTAXIND' USING WS-TAXIND-AREA.                         ZBNKCRS1
049400     IF TXI-NO-INDICIA                                            ZBNKCRS1
049500        GO TO CHECK-ONE-CUSTOMER-EXIT                             ZBNKCRS1
049600     END-IF.                                                      ZBNKCRS1
049700     ADD 1 TO WS-REMEDIATION-COUNT.                               ZBNKCRS1
049800     MOVE SPACES TO WS-RPT7.                                      ZBNKCRS1
049900     MOVE BCS-REC-PID TO WS-RPT7-PID.                             ZBNKCRS1
050000     MOVE BCS-REC-NAME TO WS-RPT7-NAME.                           ZBNKCRS1
050100     MOVE BCS-REC-CNTRY TO WS-RPT7-CNTRY.                         ZBNKCRS1
050200     MOVE BCS-REC-TEL TO WS-RPT7-TELNO.                           ZBNKCRS1
050300     MOVE TXI-REASON TO WS-RPT7-REASON.                           ZBNKCRS1
050400     MOVE WS-RPT7 TO PRINTOUT-REC.                                ZBNKCRS1
050500     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
050600 CHECK-ONE-CUSTOMER-EXIT.                                         ZBNKCRS1
050700     EXIT.                                                        ZBNKCRS1
050800                                                                  ZBNKCRS1
050900***************************************************************** ZBNKCRS1
051000* Write an extract record                                       * ZBNKCRS1
051100***************************************************************** ZBNKCRS1
051200 EXTRACT-PUT.                                                     ZBNKCRS1
051300     WRITE EXTRACT-REC.                                           ZBNKCRS1
051400     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKCRS1
051500       MOVE 'CRSEXT error writing file...'                        ZBNKCRS1
051600         TO WS-CONSOLE-MESSAGE                                    ZBNKCRS1
051700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCRS1
051800       MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                     ZBNKCRS1
051900       PERFORM DISPLAY-IO-STATUS                                  ZBNKCRS1
052000       PERFORM ABORT-PROGRAM                                      ZBNKCRS1
052100     END-IF.                                                      ZBNKCRS1
052200                                                                  ZBNKCRS1
052300***************************************************************** ZBNKCRS1
052400* Print the report heading                                      * ZBNKCRS1
052500***************************************************************** ZBNKCRS1
052600 PRINT-REPORT-HEADER.                                             ZBNKCRS1
052700     MOVE WS-TAX-YEAR TO WS-RPT1-YEAR.                            ZBNKCRS1
052800     MOVE WS-TODAY TO WS-PRINT-DATE.                              ZBNKCRS1
052900     MOVE WS-PRINTED-DATE TO WS-RPT1-DATE.                        ZBNKCRS1
053000     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCRS1
053100     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
053200     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKCRS1
053300     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
053400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCRS1
053500     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
053600                                                                  ZBNKCRS1
053700***************************************************************** ZBNKCRS1
053800* Print the run totals                                          * ZBNKCRS1
053900***************************************************************** ZBNKCRS1
054000 PRINT-REPORT-TOTALS.                                             ZBNKCRS1
054100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCRS1
054200     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
054300     MOVE 'Year-end extract records read' TO WS-RPT3-DESC.        ZBNKCRS1
054400     MOVE WS-EXTRACT-READ TO WS-RPT3-COUNT.                       ZBNKCRS1
054500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCRS1
054600     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
054700     MOVE 'Customers reported' TO WS-RPT3-DESC.                   ZBNKCRS1
054800     MOVE WS-CUSTOMERS-REPORTED TO WS-RPT3-COUNT.                 ZBNKCRS1
054900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCRS1
055000     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
055100     MOVE 'Reportable account records' TO WS-RPT3-DESC.           ZBNKCRS1
055200     MOVE WS-DETAILS-WRITTEN TO WS-RPT3-COUNT.                    ZBNKCRS1
055300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCRS1
055400     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
055500     MOVE 'Customers checked for indicia' TO WS-RPT3-DESC.        ZBNKCRS1
055600     MOVE WS-CUSTOMERS-SCANNED TO WS-RPT3-COUNT.                  ZBNKCRS1
055700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCRS1
055800     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
055900     MOVE 'Customers needing self-certification'                  ZBNKCRS1
056000       TO WS-RPT3-DESC.                                           ZBNKCRS1
056100     MOVE WS-REMEDIATION-COUNT TO WS-RPT3-COUNT.                  ZBNKCRS1
056200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCRS1
056300     PERFORM PRINTOUT-PUT.                                        ZBNKCRS1
056400                                                                  ZBNKCRS1
056500***************************************************************** ZBNKCRS1
056600* Write a report line                                           * ZBNKCRS1
056700***************************************************************** ZBNKCRS1
056800 PRINTOUT-PUT.                                                    ZBNKCRS1
056900     WRITE PRINTOUT-REC.                                          ZBNKCRS1
057000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCRS1
057100       MOVE 'PRINTOUT error writing file...'                      ZBNKCRS1
057200         TO WS-CONSOLE-MESSAGE                                    ZBNKCRS1
057300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCRS1
057400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCRS1
057500       PERFORM DISPLAY-IO-STATUS                                  ZBNKCRS1
057600       PERFORM ABORT-PROGRAM                                      ZBNKCRS1
057700     END-IF.                                                      ZBNKCRS1
057800                                                                  ZBNKCRS1
057900***************************************************************** ZBNKCRS1
058000* Open all the files - no BNKTAXR file simply means no          * ZBNKCRS1
058100* self-certifications have been recorded yet                    * ZBNKCRS1
058200***************************************************************** ZBNKCRS1
058300 OPEN-FILES.                                                      ZBNKCRS1
058400     OPEN INPUT TAXEXT-FILE.                                      ZBNKCRS1
058500     IF WS-TAXEXT-STATUS IS NOT EQUAL TO '00'                     ZBNKCRS1
058600        MOVE 'TAXEXT file open failure...'                        ZBNKCRS1
058700          TO WS-CONSOLE-MESSAGE                                   ZBNKCRS1
058800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
058900        MOVE WS-TAXEXT-STATUS TO WS-IO-STATUS                     ZBNKCRS1
059000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRS1
059100        PERFORM ABORT-PROGRAM                                     ZBNKCRS1
059200     END-IF.                                                      ZBNKCRS1
059300     OPEN INPUT BNKTAXR-FILE.                                     ZBNKCRS1
059400     IF WS-BNKTAXR-STATUS IS EQUAL TO '35'                        ZBNKCRS1
059500        MOVE 'N' TO WS-TAXR-PRESENT                               ZBNKCRS1
059600     ELSE                                                         ZBNKCRS1
059700        IF WS-BNKTAXR-STATUS IS NOT EQUAL TO '00' AND             ZBNKCRS1
059800           WS-BNKTAXR-STATUS IS NOT EQUAL TO '05'                 ZBNKCRS1
059900           MOVE 'BNKTAXR file open failure...'                    ZBNKCRS1
060000             TO WS-CONSOLE-MESSAGE                                ZBNKCRS1
060100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCRS1
060200           MOVE WS-BNKTAXR-STATUS TO WS-IO-STATUS                 ZBNKCRS1
060300           PERFORM DISPLAY-IO-STATUS                              ZBNKCRS1
060400           PERFORM ABORT-PROGRAM                                  ZBNKCRS1
060500        END-IF                                                    ZBNKCRS1
060600     END-IF.                                                      ZBNKCRS1
060700     OPEN INPUT BNKCUST-FILE.                                     ZBNKCRS1
060800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCRS1
060900        MOVE 'BNKCUST file open failure...'                       ZBNKCRS1
061000          TO WS-CONSOLE-MESSAGE                                   ZBNKCRS1
061100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
061200        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKCRS1
061300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRS1
061400        PERFORM ABORT-PROGRAM                                     ZBNKCRS1
061500     END-IF.                                                      ZBNKCRS1
061600     OPEN OUTPUT EXTRACT-FILE.                                    ZBNKCRS1
061700     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKCRS1
061800        MOVE 'CRSEXT file open failure...'                        ZBNKCRS1
061900          TO WS-CONSOLE-MESSAGE                                   ZBNKCRS1
062000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
062100        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                    ZBNKCRS1
062200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRS1
062300        PERFORM ABORT-PROGRAM                                     ZBNKCRS1
062400     END-IF.                                                      ZBNKCRS1
062500     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCRS1
062600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCRS1
062700        MOVE 'PRINTOUT file open failure...'                      ZBNKCRS1
062800          TO WS-CONSOLE-MESSAGE                                   ZBNKCRS1
062900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
063000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCRS1
063100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRS1
063200        PERFORM ABORT-PROGRAM                                     ZBNKCRS1
063300     END-IF.                                                      ZBNKCRS1
063400                                                                  ZBNKCRS1
063500***************************************************************** ZBNKCRS1
063600* Close all the files                                           * ZBNKCRS1
063700***************************************************************** ZBNKCRS1
063800 CLOSE-FILES.                                                     ZBNKCRS1
063900     CLOSE TAXEXT-FILE.                                           ZBNKCRS1
064000     IF WS-TAXR-PRESENT IS EQUAL TO 'Y'                           ZBNKCRS1
064100        CLOSE BNKTAXR-FILE                                        ZBNKCRS1
064200     END-IF.                                                      ZBNKCRS1
064300     CLOSE BNKCUST-FILE.                                          ZBNKCRS1
064400     CLOSE EXTRACT-FILE.                                          ZBNKCRS1
064500     CLOSE PRINTOUT-FILE.                                         ZBNKCRS1
064600                                                                  ZBNKCRS1
064700***************************************************************** ZBNKCRS1
064800* Display the file status bytes. This routine will display as   * ZBNKCRS1
064900* two digits if the full two byte file status is numeric. If    * ZBNKCRS1
065000* second byte is non-numeric then it will be treated as a       * ZBNKCRS1
065100* binary number.                                                * ZBNKCRS1
065200***************************************************************** ZBNKCRS1
065300 DISPLAY-IO-STATUS.                                               ZBNKCRS1
065400     IF WS-IO-STATUS NUMERIC                                      ZBNKCRS1
065500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCRS1
065600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCRS1
065700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCRS1
065800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCRS1
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
066000     ELSE                                                         ZBNKCRS1
066100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCRS1
066200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCRS1
066300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCRS1
066400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCRS1
066500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCRS1
066600               '/' DELIMITED BY SIZE                              ZBNKCRS1
066700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCRS1
066800          INTO WS-CONSOLE-MESSAGE                                 ZBNKCRS1
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
067000     END-IF.                                                      ZBNKCRS1
067100                                                                  ZBNKCRS1
067200***************************************************************** ZBNKCRS1
067300* 'ABORT' the program.                                          * ZBNKCRS1
067400* Post a message to the console and issue a STOP RUN            * ZBNKCRS1
067500***************************************************************** ZBNKCRS1
067600 ABORT-PROGRAM.                                                   ZBNKCRS1
067700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCRS1
067800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRS1
067900     END-IF.                                                      ZBNKCRS1
068000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCRS1
068100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRS1
068200     MOVE 16 TO RETURN-CODE.                                      ZBNKCRS1
068300     STOP RUN.                                                    ZBNKCRS1
068400                                                                  ZBNKCRS1
068500***************************************************************** ZBNKCRS1
068600* Display CONSOLE messages...                                   * ZBNKCRS1
068700***************************************************************** ZBNKCRS1
068800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCRS1
068900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCRS1
069000       UPON CONSOLE.                                              ZBNKCRS1
069100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCRS1
069200                                                                  ZBNKCRS1
069300 COPY CTIMERP.                                                    ZBNKCRS1
069400                                                                  ZBNKCRS1
069500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCRS1
