000100***************************************************************** ZBNKCMP1
000200*                                                               * ZBNKCMP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCMP1
000400*   This demonstration program is provided for use by users     * ZBNKCMP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCMP1
000600*   distributed as part of your application provided that       * ZBNKCMP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCMP1
000800*   in this material.                                           * ZBNKCMP1
000900*                                                               * ZBNKCMP1
001000***************************************************************** ZBNKCMP1
001100                                                                  ZBNKCMP1
001200***************************************************************** ZBNKCMP1
001300* Program:     ZBNKCMP1.CBL                                     * ZBNKCMP1
001400* Function:    Marketing campaign selection.  Reads every       * ZBNKCMP1
001500*              customer on BNKCUST and selects those holding an * ZBNKCMP1
001600*              open account of the product type, branch and     * ZBNKCMP1
001700*              balance band given in the PARM, whose            * ZBNKCMP1
001800*              relationship with the bank (from the earliest    * ZBNKCMP1
001900*              posting on any of their accounts, live or        * ZBNKCMP1
002000*              archived) is at least the months given.  Anyone  * ZBNKCMP1
002100*              without marketing consent on BNKMKTC for the     * ZBNKCMP1
002200*              campaign's channel, anyone with an estate item   * ZBNKCMP1
002300*              on BNKESTQ, and anyone with an active legal      * ZBNKCMP1
002400*              order on BNKLGL against any of their accounts    * ZBNKCMP1
002500*              is left out.  Each customer selected goes to the * ZBNKCMP1
002600*              CMPLIST campaign list file and onto BNKCMPR,     * ZBNKCMP1
002700*              where ZBNKCMP2 later loads the responses.        * ZBNKCMP1
002800*                                                               * ZBNKCMP1
002900*              PARM layout -                                    * ZBNKCMP1
003000*                1-6   campaign id (required)                   * ZBNKCMP1
003100*                7     channel M mail, E email, P phone, S SMS  * ZBNKCMP1
003200*                8     account type, blank for any              * ZBNKCMP1
003300*                9-11  branch code, blank for any               * ZBNKCMP1
003400*                12-18 lowest balance, whole units, blank none  * ZBNKCMP1
003500*                19-25 highest balance, whole units, blank none * ZBNKCMP1
003600*                26-28 least months with the bank, blank none   * ZBNKCMP1
003700***************************************************************** ZBNKCMP1
003800                                                                  ZBNKCMP1
003900 IDENTIFICATION DIVISION.                                         ZBNKCMP1
004000 PROGRAM-ID.                                                      ZBNKCMP1
004100     ZBNKCMP1.                                                    ZBNKCMP1
004200 DATE-WRITTEN.                                                    ZBNKCMP1
004300     October 2026.                                                ZBNKCMP1
004400 DATE-COMPILED.                                                   ZBNKCMP1
004500     Today.                                                       ZBNKCMP1
004600                                                                  ZBNKCMP1
004700 ENVIRONMENT DIVISION.                                            ZBNKCMP1
004800 INPUT-OUTPUT   SECTION.                                          ZBNKCMP1
004900   FILE-CONTROL.                                                  ZBNKCMP1
005000     SELECT BNKCUST-FILE                                          ZBNKCMP1
005100            ASSIGN       TO BNKCUST                               ZBNKCMP1
005200            ORGANIZATION IS INDEXED                               ZBNKCMP1
005300            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP1
005400            RECORD KEY   IS BCS-REC-PID                           ZBNKCMP1
005500            ALTERNATE KEY IS BCS-REC-NAME-FF                      ZBNKCMP1
005600              WITH DUPLICATES                                     ZBNKCMP1
005700            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKCMP1
005800     SELECT BNKACC-FILE                                           ZBNKCMP1
005900            ASSIGN       TO BNKACC                                ZBNKCMP1
006000            ORGANIZATION IS INDEXED                               ZBNKCMP1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
006200            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKCMP1
006300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKCMP1
006400            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKCMP1
006500     SELECT BNKTXN-FILE                                           ZBNKCMP1
006600            ASSIGN       TO BNKTXN                                ZBNKCMP1
006700            ORGANIZATION IS INDEXED                               ZBNKCMP1
006800            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
006900            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCMP1
007000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCMP1
007100            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCMP1
007200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCMP1
007300     SELECT BNKTXNA-FILE                                          ZBNKCMP1
007400            ASSIGN       TO BNKTXNA                               ZBNKCMP1
007500            ORGANIZATION IS INDEXED                               ZBNKCMP1
007600            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
007700            RECORD KEY   IS ARC-REC-TIMESTAMP                     ZBNKCMP1
007800            ALTERNATE KEY IS ARC-REC-ALTKEY1 WITH DUPLICATES      ZBNKCMP1
007900            FILE STATUS  IS WS-BNKTXNA-STATUS.                    ZBNKCMP1
008000     SELECT BNKMKTC-FILE                                          ZBNKCMP1
008100            ASSIGN       TO BNKMKTC                               ZBNKCMP1
008200            ORGANIZATION IS INDEXED                               ZBNKCMP1
008300            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
008400            RECORD KEY   IS MKC-KEY                               ZBNKCMP1
008500            FILE STATUS  IS WS-BNKMKTC-STATUS.                    ZBNKCMP1
008600     SELECT BNKESTQ-FILE                                          ZBNKCMP1
008700            ASSIGN       TO BNKESTQ                               ZBNKCMP1
008800            ORGANIZATION IS INDEXED                               ZBNKCMP1
008900            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP1
009000            RECORD KEY   IS ESQ-KEY                               ZBNKCMP1
009100            FILE STATUS  IS WS-BNKESTQ-STATUS.                    ZBNKCMP1
009200     SELECT BNKLGL-FILE                                           ZBNKCMP1
009300            ASSIGN       TO BNKLGL                                ZBNKCMP1
009400            ORGANIZATION IS INDEXED                               ZBNKCMP1
009500            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
009600            RECORD KEY   IS LGL-KEY                               ZBNKCMP1
009700            FILE STATUS  IS WS-BNKLGL-STATUS.                     ZBNKCMP1
009800     SELECT BNKCMPR-FILE                                          ZBNKCMP1
009900            ASSIGN       TO BNKCMPR                               ZBNKCMP1
010000            ORGANIZATION IS INDEXED                               ZBNKCMP1
010100            ACCESS MODE  IS DYNAMIC                               ZBNKCMP1
010200            RECORD KEY   IS CMR-KEY                               ZBNKCMP1
010300            FILE STATUS  IS WS-BNKCMPR-STATUS.                    ZBNKCMP1
010400     SELECT EXTRACT-FILE                                          ZBNKCMP1
010500            ASSIGN       TO CMPLIST                               ZBNKCMP1
010600            ORGANIZATION IS SEQUENTIAL                            ZBNKCMP1
010700            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP1
010800            FILE STATUS  IS WS-EXTRACT-STATUS.                    ZBNKCMP1
010900     SELECT PRINTOUT-FILE                                         ZBNKCMP1
011000            ASSIGN       TO PRINTOUT                              ZBNKCMP1
011100            ORGANIZATION IS SEQUENTIAL                            ZBNKCMP1
011200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCMP1
011300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCMP1
011400                                                                  ZBNKCMP1
011500 DATA DIVISION.                                                   ZBNKCMP1
011600 FILE SECTION.                                                    ZBNKCMP1
011700                                                                  ZBNKCMP1
011800 FD  BNKCUST-FILE.                                                ZBNKCMP1
011900 01  BNKCUST-REC.                                                 ZBNKCMP1
012000 COPY CBANKVCS.                                                   ZBNKCMP1
012100                                                                  ZBNKCMP1
012200 FD  BNKACC-FILE.                                                 ZBNKCMP1
012300 01  BNKACC-REC.                                                  ZBNKCMP1
012400 COPY CBANKVAC.                                                   ZBNKCMP1
012500                                                                  ZBNKCMP1
012600 FD  BNKTXN-FILE.                                                 ZBNKCMP1
012700 01  BNKTXN-REC.                                                  ZBNKCMP1
012800 COPY CBANKVTX.                                                   ZBNKCMP1
012900                                                                  ZBNKCMP1
013000 FD  BNKTXNA-FILE.                                                ZBNKCMP1
013100 01  BNKTXNA-REC.                                                 ZBNKCMP1
013200   05  ARC-RECORD                          PIC X(440).            ZBNKCMP1
013300   05  FILLER REDEFINES ARC-RECORD.                               ZBNKCMP1
013400     10  ARC-REC-PID                       PIC X(5).              ZBNKCMP1
013500     10  ARC-REC-TYPE                      PIC X(1).              ZBNKCMP1
013600     10  ARC-REC-SUB-TYPE                  PIC X(1).              ZBNKCMP1
013700     10  ARC-REC-ALTKEY1.                                         ZBNKCMP1
013800       15  ARC-REC-ACCNO                   PIC X(9).              ZBNKCMP1
013900       15  ARC-REC-TIMESTAMP               PIC X(26).             ZBNKCMP1
014000     10  ARC-REC-REST                      PIC X(398).            ZBNKCMP1
014100                                                                  ZBNKCMP1
014200 FD  BNKMKTC-FILE.                                                ZBNKCMP1
014300 01  BNKMKTC-REC.                                                 ZBNKCMP1
014400 COPY CBANKVMC.                                                   ZBNKCMP1
014500                                                                  ZBNKCMP1
014600 FD  BNKESTQ-FILE.                                                ZBNKCMP1
014700 01  BNKESTQ-REC.                                                 ZBNKCMP1
014800 COPY CBANKVEQ.                                                   ZBNKCMP1
014900                                                                  ZBNKCMP1
015000 FD  BNKLGL-FILE.                                                 ZBNKCMP1
015100 01  BNKLGL-REC.                                                  ZBNKCMP1
015200 COPY CBANKVLL.                                                   ZBNKCMP1
015300                                                                  ZBNKCMP1
015400 FD  BNKCMPR-FILE.                                                ZBNKCMP1
015500 01  BNKCMPR-REC.                                                 ZBNKCMP1
015600 COPY CBANKVCM.                                                   ZBNKCMP1
015700                                                                  ZBNKCMP1
015800 FD  EXTRACT-FILE.                                                ZBNKCMP1
015900 01  EXTRACT-REC.                                                 ZBNKCMP1
016000 COPY CBANKXT8.                                                   ZBNKCMP1
016100                                                                  ZBNKCMP1
016200 FD  PRINTOUT-FILE.                                               ZBNKCMP1
016300 01  PRINTOUT-REC                        PIC X(121).              ZBNKCMP1
016400                                                                  ZBNKCMP1
016500 WORKING-STORAGE SECTION.                                         ZBNKCMP1
016600 COPY CTIMERD.                                                    ZBNKCMP1
016700                                                                  ZBNKCMP1
016800 COPY CTSTAMPD.                                                   ZBNKCMP1
016900                                                                  ZBNKCMP1
017000 01  WS-MISC-STORAGE.                                             ZBNKCMP1
017100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCMP1
017200       VALUE 'ZBNKCMP1'.                                          ZBNKCMP1
017300   05  WS-BNKCUST-STATUS.                                         ZBNKCMP1
017400     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKCMP1
017500     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKCMP1
017600   05  WS-BNKACC-STATUS.                                          ZBNKCMP1
017700     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKCMP1
017800     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKCMP1
017900   05  WS-BNKTXN-STATUS.                                          ZBNKCMP1
018000     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCMP1
018100     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCMP1
018200   05  WS-BNKTXNA-STATUS.                                         ZBNKCMP1
018300     10  WS-BNKTXNA-STAT1                    PIC X(1).            ZBNKCMP1
018400     10  WS-BNKTXNA-STAT2                    PIC X(1).            ZBNKCMP1
018500   05  WS-BNKMKTC-STATUS.                                         ZBNKCMP1
018600     10  WS-BNKMKTC-STAT1                    PIC X(1).            ZBNKCMP1
018700     10  WS-BNKMKTC-STAT2                    PIC X(1).            ZBNKCMP1
018800   05  WS-BNKESTQ-STATUS.                                         ZBNKCMP1
018900     10  WS-BNKESTQ-STAT1                    PIC X(1).            ZBNKCMP1
019000     10  WS-BNKESTQ-STAT2                    PIC X(1).            ZBNKCMP1
019100   05  WS-BNKLGL-STATUS.                                          ZBNKCMP1
019200     10  WS-BNKLGL-STAT1                     PIC X(1).            ZBNKCMP1
019300     10  WS-BNKLGL-STAT2                     PIC X(1).            ZBNKCMP1
019400   05  WS-BNKCMPR-STATUS.                                         ZBNKCMP1
019500     10  WS-BNKCMPR-STAT1                    PIC X(1).            ZBNKCMP1
019600     10  WS-BNKCMPR-STAT2                    PIC X(1).            ZBNKCMP1
019700   05  WS-EXTRACT-STATUS.                                         ZBNKCMP1
019800     10  WS-EXTRACT-STAT1                    PIC X(1).            ZBNKCMP1
019900     10  WS-EXTRACT-STAT2                    PIC X(1).            ZBNKCMP1
020000   05  WS-PRINTOUT-STATUS.                                        ZBNKCMP1
020100     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCMP1
020200     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCMP1
020300   05  WS-IO-STATUS.                                              ZBNKCMP1
020400     10  WS-IO-STAT1                         PIC X(1).            ZBNKCMP1
020500     10  WS-IO-STAT2                         PIC X(1).            ZBNKCMP1
020600   05  WS-TWO-BYTES.                                              ZBNKCMP1
020700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCMP1
020800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCMP1
020900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCMP1
021000                                             PIC 9(1) COMP.       ZBNKCMP1
021100   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCMP1
021200       VALUE 'NO '.                                               ZBNKCMP1
021300   05  WS-SCAN-END                           PIC X(3).            ZBNKCMP1
021400   05  WS-TXN-SCAN-END                       PIC X(3).            ZBNKCMP1
021500   05  WS-PID                                PIC X(5).            ZBNKCMP1
021600   05  WS-ACCNO                              PIC X(9).            ZBNKCMP1
021700   05  WS-SUB1                               PIC S9(5) COMP.      ZBNKCMP1
021800   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCMP1
021900                                                                  ZBNKCMP1
022000***************************************************************** ZBNKCMP1
022100* Optional files - a consent register, estate queue, legal      * ZBNKCMP1
022200* order file or archive that has never been created holds       * ZBNKCMP1
022300* nothing                                                       * ZBNKCMP1
022400***************************************************************** ZBNKCMP1
022500 01  WS-FILE-PRESENCE.                                            ZBNKCMP1
022600   05  WS-TXNA-PRESENT                       PIC X(1)             ZBNKCMP1
022700       VALUE 'Y'.                                                 ZBNKCMP1
022800   05  WS-MKTC-PRESENT                       PIC X(1)             ZBNKCMP1
022900       VALUE 'Y'.                                                 ZBNKCMP1
023000   05  WS-ESTQ-PRESENT                       PIC X(1)             ZBNKCMP1
023100       VALUE 'Y'.                                                 ZBNKCMP1
023200   05  WS-LGL-PRESENT                        PIC X(1)             ZBNKCMP1
023300       VALUE 'Y'.                                                 ZBNKCMP1
023400                                                                  ZBNKCMP1
023500***************************************************************** ZBNKCMP1
023600* Selection criteria from the PARM                              * ZBNKCMP1
023700***************************************************************** ZBNKCMP1
023800 01  WS-CRITERIA.                                                 ZBNKCMP1
023900   05  WS-CAMPAIGN                           PIC X(6).            ZBNKCMP1
024000   05  WS-CHANNEL                            PIC X(1).            ZBNKCMP1
024100   05  WS-ACC-TYPE                           PIC X(1).            ZBNKCMP1
024200   05  WS-BRANCH                             PIC X(3).            ZBNKCMP1
024300   05  WS-MIN-BAL-SET                        PIC X(1).            ZBNKCMP1
024400   05  WS-MIN-BAL                            PIC 9(7).            ZBNKCMP1
024500   05  WS-MAX-BAL-SET                        PIC X(1).            ZBNKCMP1
024600   05  WS-MAX-BAL                            PIC 9(7).            ZBNKCMP1
024700   05  WS-MIN-MONTHS                         PIC 9(3).            ZBNKCMP1
024800                                                                  ZBNKCMP1
024900***************************************************************** ZBNKCMP1
025000* Working fields for the customer being looked at               * ZBNKCMP1
025100***************************************************************** ZBNKCMP1
025200 01  WS-CUSTOMER-WORK.                                            ZBNKCMP1
025300   05  WS-CONSENT                            PIC X(1).            ZBNKCMP1
025400   05  WS-ON-LEGAL-ORDER                     PIC X(1).            ZBNKCMP1
025500   05  WS-QUALIFIED                          PIC X(1).            ZBNKCMP1
025600   05  WS-QUAL-ACCNO                         PIC X(9).            ZBNKCMP1
025700   05  WS-QUAL-TYPE                          PIC X(1).            ZBNKCMP1
025800   05  WS-QUAL-BALANCE                       PIC S9(7)V99 COMP-3. ZBNKCMP1
025900   05  WS-QUAL-BRANCH                        PIC X(3).            ZBNKCMP1
026000   05  WS-FIRST-DATE                         PIC X(10).           ZBNKCMP1
026100   05  WS-DATE-WORK.                                              ZBNKCMP1
026200     10  WS-DATE-YYYY                        PIC 9(4).            ZBNKCMP1
026300     10  FILLER                              PIC X(1).            ZBNKCMP1
026400     10  WS-DATE-MM                          PIC 9(2).            ZBNKCMP1
026500     10  FILLER                              PIC X(1).            ZBNKCMP1
026600     10  WS-DATE-DD                          PIC 9(2).            ZBNKCMP1
026700   05  WS-TODAY.                                                  ZBNKCMP1
026800     10  WS-TODAY-YYYY                       PIC 9(4).            ZBNKCMP1
026900     10  FILLER                              PIC X(1).            ZBNKCMP1
027000     10  WS-TODAY-MM                         PIC 9(2).            ZBNKCMP1
027100     10  FILLER                              PIC X(1).            ZBNKCMP1
027200     10  WS-TODAY-DD                         PIC 9(2).            ZBNKCMP1
027300   05  WS-TENURE-MONTHS                      PIC S9(5) COMP-3.    ZBNKCMP1
027400                                                                  ZBNKCMP1
027500***************************************************************** ZBNKCMP1
027600* PIDs with an item on the estate queue, loaded at the start    * ZBNKCMP1
027700***************************************************************** ZBNKCMP1
027800 01  WS-DECEASED-TABLE.                                           ZBNKCMP1
027900   05  WS-DECEASED-COUNT                     PIC S9(5) COMP       ZBNKCMP1
028000       VALUE ZERO.                                                ZBNKCMP1
028100   05  WS-DECEASED-PID                       PIC X(5)             ZBNKCMP1
028200       OCCURS 2000 TIMES.                                         ZBNKCMP1
028300   05  WS-DECEASED-FOUND                     PIC X(1).            ZBNKCMP1
028400                                                                  ZBNKCMP1
028500 01  WS-COUNTERS.                                                 ZBNKCMP1
028600   05  WS-CUST-READ                          PIC 9(7)             ZBNKCMP1
028700       VALUE ZERO.                                                ZBNKCMP1
028800   05  WS-CUST-SELECTED                      PIC 9(7)             ZBNKCMP1
028900       VALUE ZERO.                                                ZBNKCMP1
029000   05  WS-CUST-NO-CONSENT                    PIC 9(7)             ZBNKCMP1
029100       VALUE ZERO.                                                ZBNKCMP1
029200   05  WS-CUST-DECEASED                      PIC 9(7)             ZBNKCMP1
029300       VALUE ZERO.                                                ZBNKCMP1
029400   05  WS-CUST-LEGAL-ORDER                   PIC 9(7)             ZBNKCMP1
029500       VALUE ZERO.                                                ZBNKCMP1
029600   05  WS-CUST-NO-MATCH                      PIC 9(7)             ZBNKCMP1
029700       VALUE ZERO.                                                ZBNKCMP1
029800   05  WS-CUST-TOO-NEW                       PIC 9(7)             ZBNKCMP1
029900       VALUE ZERO.                                                ZBNKCMP1
030000   05  WS-CUST-NO-CONTACT                    PIC 9(7)             ZBNKCMP1
030100       VALUE ZERO.                                                ZBNKCMP1
030200   05  WS-CUST-ALREADY                       PIC 9(7)             ZBNKCMP1
030300       VALUE ZERO.                                                ZBNKCMP1
030400                                                                  ZBNKCMP1
030500***************************************************************** ZBNKCMP1
030600* Report lines                                                  * ZBNKCMP1
030700***************************************************************** ZBNKCMP1
030800 01  WS-REPORT-LINES.                                             ZBNKCMP1
030900   05  WS-RPT1.                                                   ZBNKCMP1
031000     10  WS-RPT1-CC                          PIC X(1)             ZBNKCMP1
031100         VALUE '1'.                                               ZBNKCMP1
031200     10  FILLER                              PIC X(10)            ZBNKCMP1
031300         VALUE SPACES.                                            ZBNKCMP1
031400     10  FILLER                              PIC X(30)            ZBNKCMP1
031500         VALUE 'Marketing Campaign Selection'.                    ZBNKCMP1
031600     10  FILLER                              PIC X(10)            ZBNKCMP1
031700         VALUE 'Campaign '.                                       ZBNKCMP1
031800     10  WS-RPT1-CAMPAIGN                    PIC X(6).            ZBNKCMP1
031900     10  FILLER                              PIC X(10)            ZBNKCMP1
032000         VALUE ' Channel '.                                       ZBNKCMP1
032100     10  WS-RPT1-CHANNEL                     PIC X(1).            ZBNKCMP1
032200     10  FILLER                              PIC X(4)             ZBNKCMP1
032300         VALUE SPACES.                                            ZBNKCMP1
032400     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCMP1
032500   05  WS-RPT2.                                                   ZBNKCMP1
032600     10  WS-RPT2-CC                          PIC X(1)             ZBNKCMP1
032700         VALUE ' '.                                               ZBNKCMP1
032800     10  FILLER                              PIC X(15)            ZBNKCMP1
032900         VALUE 'Criteria: type '.                                 ZBNKCMP1
033000     10  WS-RPT2-TYPE                        PIC X(1).            ZBNKCMP1
033100     10  FILLER                              PIC X(9)             ZBNKCMP1
033200         VALUE ' branch '.                                        ZBNKCMP1
033300     10  WS-RPT2-BRANCH                      PIC X(3).            ZBNKCMP1
033400     10  FILLER                              PIC X(10)            ZBNKCMP1
033500         VALUE ' balance '.                                       ZBNKCMP1
033600     10  WS-RPT2-MIN-BAL                     PIC Z,ZZZ,ZZ9.       ZBNKCMP1
033700     10  FILLER                              PIC X(4)             ZBNKCMP1
033800         VALUE ' to '.                                            ZBNKCMP1
033900     10  WS-RPT2-MAX-BAL                     PIC Z,ZZZ,ZZ9.       ZBNKCMP1
034000     10  FILLER                              PIC X(13)            ZBNKCMP1
034100         VALUE ' min months '.                                    ZBNKCMP1
034200     10  WS-RPT2-MONTHS                      PIC ZZ9.             ZBNKCMP1
034300   05  WS-RPT3.                                                   ZBNKCMP1
034400     10  WS-RPT3-CC                          PIC X(1)             ZBNKCMP1
034500         VALUE '0'.                                               ZBNKCMP1
034600     10  FILLER                              PIC X(6)             ZBNKCMP1
034700         VALUE 'PID'.                                             ZBNKCMP1
034800     10  FILLER                              PIC X(26)            ZBNKCMP1
034900         VALUE 'Name'.                                            ZBNKCMP1
035000     10  FILLER                              PIC X(10)            ZBNKCMP1
035100         VALUE 'Account'.                                         ZBNKCMP1
035200     10  FILLER                              PIC X(5)             ZBNKCMP1
035300         VALUE 'Type'.                                            ZBNKCMP1
035400     10  FILLER                              PIC X(14)            ZBNKCMP1
035500         VALUE '     Balance'.                                    ZBNKCMP1
035600     10  FILLER                              PIC X(7)             ZBNKCMP1
035700         VALUE 'Branch'.                                          ZBNKCMP1
035800     10  FILLER                              PIC X(6)             ZBNKCMP1
035900         VALUE 'Months'.                                          ZBNKCMP1
036000   05  WS-RPT4.                                                   ZBNKCMP1
036100     10  WS-RPT4-CC                          PIC X(1)             ZBNKCMP1
036200         VALUE ' '.                                               ZBNKCMP1
036300     10  WS-RPT4-PID                         PIC X(6).            ZBNKCMP1
036400     10  WS-RPT4-NAME                        PIC X(26).           ZBNKCMP1
036500     10  WS-RPT4-ACCNO                       PIC X(10).           ZBNKCMP1
036600     10  WS-RPT4-TYPE                        PIC X(5).            ZBNKCMP1
036700     10  WS-RPT4-BALANCE                     PIC Z,ZZZ,ZZ9.99-.   ZBNKCMP1
036800     10  FILLER                              PIC X(1)             ZBNKCMP1
036900         VALUE SPACE.                                             ZBNKCMP1
037000     10  WS-RPT4-BRANCH                      PIC X(7).            ZBNKCMP1
037100     10  WS-RPT4-MONTHS                      PIC ZZZ9.            ZBNKCMP1
037200   05  WS-RPT5.                                                   ZBNKCMP1
037300     10  WS-RPT5-CC                          PIC X(1)             ZBNKCMP1
037400         VALUE ' '.                                               ZBNKCMP1
037500     10  WS-RPT5-DESC                        PIC X(40).           ZBNKCMP1
037600     10  WS-RPT5-COUNT                       PIC ZZZZZZ9.         ZBNKCMP1
037700                                                                  ZBNKCMP1
037800 LINKAGE SECTION.                                                 ZBNKCMP1
037900 01  LK-EXEC-PARM.                                                ZBNKCMP1
038000   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKCMP1
038100   05  LK-EXEC-PARM-DATA                     PIC X(32).           ZBNKCMP1
038200   05  LK-PARM-CRITERIA REDEFINES LK-EXEC-PARM-DATA.              ZBNKCMP1
038300     10  LK-PARM-CAMPAIGN                    PIC X(6).            ZBNKCMP1
038400     10  LK-PARM-CHANNEL                     PIC X(1).            ZBNKCMP1
038500     10  LK-PARM-ACC-TYPE                    PIC X(1).            ZBNKCMP1
038600     10  LK-PARM-BRANCH                      PIC X(3).            ZBNKCMP1
038700     10  LK-PARM-MIN-BAL                     PIC X(7).            ZBNKCMP1
038800     10  LK-PARM-MIN-BAL-N REDEFINES LK-PARM-MIN-BAL              ZBNKCMP1
038900                                             PIC 9(7).            ZBNKCMP1
039000     10  LK-PARM-MAX-BAL                     PIC X(7).            ZBNKCMP1
039100     10  LK-PARM-MAX-BAL-N REDEFINES LK-PARM-MAX-BAL              ZBNKCMP1
039200                                             PIC 9(7).            ZBNKCMP1
039300     10  LK-PARM-MIN-MONTHS                  PIC X(3).            ZBNKCMP1
039400     10  LK-PARM-MIN-MONTHS-N REDEFINES LK-PARM-MIN-MONTHS        ZBNKCMP1
039500                                             PIC 9(3).            ZBNKCMP1
039600     10  FILLER                              PIC X(4).            ZBNKCMP1
039700                                                                  ZBNKCMP1
039800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCMP1
039900                                                                  ZBNKCMP1
040000     PERFORM RUN-TIME.                                            ZBNKCMP1
040100                                                                  ZBNKCMP1
040200     MOVE 'Campaign selection starting'                           ZBNKCMP1
040300       TO WS-CONSOLE-MESSAGE.                                     ZBNKCMP1
040400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP1
040500                                                                  ZBNKCMP1
040600     PERFORM EDIT-PARM THRU                                       ZBNKCMP1
040650             EDIT-PARM-EXIT.                                      ZBNKCMP1
040700     IF WS-CAMPAIGN IS EQUAL TO SPACES                            ZBNKCMP1
040800        MOVE 'PARM must give the campaign id and channel'         ZBNKCMP1
040900          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
041000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
041100        MOVE 8 TO RETURN-CODE                                     ZBNKCMP1
041200        GOBACK                                                    ZBNKCMP1
041300     END-IF.                                                      ZBNKCMP1
041400                                                                  ZBNKCMP1
041500 COPY CTSTAMPP.                                                   ZBNKCMP1
041600     MOVE WS-TS-DATE (1:10) TO WS-TODAY.                          ZBNKCMP1
041700                                                                  ZBNKCMP1
041800     PERFORM OPEN-FILES.                                          ZBNKCMP1
041900     PERFORM LOAD-DECEASED-TABLE THRU                             ZBNKCMP1
041950             LOAD-DECEASED-TABLE-EXIT.                            ZBNKCMP1
042000     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCMP1
042100                                                                  ZBNKCMP1
042200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCMP1
042300        READ BNKCUST-FILE                                         ZBNKCMP1
042400        IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
042500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCMP1
042600        ELSE                                                      ZBNKCMP1
042700           ADD 1 TO WS-CUST-READ                                  ZBNKCMP1
042800           PERFORM SELECT-ONE-CUSTOMER THRU                       ZBNKCMP1
042900                   SELECT-ONE-CUSTOMER-EXIT                       ZBNKCMP1
043000        END-IF                                                    ZBNKCMP1
043100     END-PERFORM.                                                 ZBNKCMP1
043200                                                                  ZBNKCMP1
043300     PERFORM WRITE-TRAILER.                                       ZBNKCMP1
043400     PERFORM PRINT-RUN-TOTALS.                                    ZBNKCMP1
043500     PERFORM CLOSE-FILES.                                         ZBNKCMP1
043600                                                                  ZBNKCMP1
043700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCMP1
043800     STRING WS-CUST-SELECTED DELIMITED BY SIZE                    ZBNKCMP1
043900            ' customers selected for ' DELIMITED BY SIZE          ZBNKCMP1
044000            WS-CAMPAIGN DELIMITED BY SIZE                         ZBNKCMP1
044100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCMP1
044200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP1
044300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCMP1
044400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP1
044500                                                                  ZBNKCMP1
044600     PERFORM RUN-TIME.                                            ZBNKCMP1
044700                                                                  ZBNKCMP1
044800     MOVE 0 TO RETURN-CODE.                                       ZBNKCMP1
044900                                                                  ZBNKCMP1
045000     GOBACK.                                                      ZBNKCMP1
045100                                                                  ZBNKCMP1
045200***************************************************************** ZBNKCMP1
045300* Pick the criteria out of the PARM.  The campaign id and a     * ZBNKCMP1
045400* known channel are required; the rest may be left blank.       * ZBNKCMP1
045500***************************************************************** ZBNKCMP1
045600 EDIT-PARM.                                                       ZBNKCMP1
045700     MOVE SPACES TO WS-CRITERIA.                                  ZBNKCMP1
045800     MOVE ZERO TO WS-MIN-BAL.                                     ZBNKCMP1
045900     MOVE ZERO TO WS-MAX-BAL.                                     ZBNKCMP1
046000     MOVE ZERO TO WS-MIN-MONTHS.                                  ZBNKCMP1
046100     IF LK-EXEC-PARM-LL IS NOT GREATER THAN ZERO                  ZBNKCMP1
046200        GO TO EDIT-PARM-EXIT                                      ZBNKCMP1
046300     END-IF.                                                      ZBNKCMP1
046400     IF LK-PARM-CHANNEL IS NOT EQUAL TO 'M' AND                   ZBNKCMP1
046500        LK-PARM-CHANNEL IS NOT EQUAL TO 'E' AND                   ZBNKCMP1
046600        LK-PARM-CHANNEL IS NOT EQUAL TO 'P' AND                   ZBNKCMP1
046700        LK-PARM-CHANNEL IS NOT EQUAL TO 'S'                       ZBNKCMP1
046800        GO TO EDIT-PARM-EXIT                                      ZBNKCMP1
046900     END-IF.                                                      ZBNKCMP1
047000     MOVE LK-PARM-CAMPAIGN TO WS-CAMPAIGN.                        ZBNKCMP1
047100     MOVE LK-PARM-CHANNEL TO WS-CHANNEL.                          ZBNKCMP1
047200     MOVE LK-PARM-ACC-TYPE TO WS-ACC-TYPE.                        ZBNKCMP1
047300     MOVE LK-PARM-BRANCH TO WS-BRANCH.                            ZBNKCMP1
047400     IF LK-PARM-MIN-BAL IS NUMERIC                                ZBNKCMP1
047500        MOVE 'Y' TO WS-MIN-BAL-SET                                ZBNKCMP1
047600        MOVE LK-PARM-MIN-BAL-N TO WS-MIN-BAL                      ZBNKCMP1
047700     END-IF.                                                      ZBNKCMP1
047800     IF LK-PARM-MAX-BAL IS NUMERIC                                ZBNKCMP1
047900        MOVE 'Y' TO WS-MAX-BAL-SET                                ZBNKCMP1
048000        MOVE LK-PARM-MAX-BAL-N TO WS-MAX-BAL                      ZBNKCMP1
048100     END-IF.                                                      ZBNKCMP1
048200     IF LK-PARM-MIN-MONTHS IS NUMERIC                             ZBNKCMP1
048300        MOVE LK-PARM-MIN-MONTHS-N TO WS-MIN-MONTHS                ZBNKCMP1
048400     END-IF.                                                      ZBNKCMP1
048500 EDIT-PARM-EXIT.                                                  ZBNKCMP1
048600     EXIT.                                                        ZBNKCMP1
048700                                                                  ZBNKCMP1
048800***************************************************************** ZBNKCMP1
048900* One customer - the exclusions first, then the accounts        * ZBNKCMP1
049000***************************************************************** ZBNKCMP1
049100 SELECT-ONE-CUSTOMER.                                             ZBNKCMP1
049200     MOVE BCS-REC-PID TO WS-PID.                                  ZBNKCMP1
049300     PERFORM CHECK-DECEASED.                                      ZBNKCMP1
049400     IF WS-DECEASED-FOUND IS EQUAL TO 'Y'                         ZBNKCMP1
049500        ADD 1 TO WS-CUST-DECEASED                                 ZBNKCMP1
049600        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
049700     END-IF.                                                      ZBNKCMP1
049800     PERFORM CHECK-CONSENT THRU                                   ZBNKCMP1
049900             CHECK-CONSENT-EXIT.                                  ZBNKCMP1
050000     IF WS-CONSENT IS NOT EQUAL TO 'Y'                            ZBNKCMP1
050100        ADD 1 TO WS-CUST-NO-CONSENT                               ZBNKCMP1
050200        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
050300     END-IF.                                                      ZBNKCMP1
050400     PERFORM CHECK-ACCOUNTS THRU                                  ZBNKCMP1
050500             CHECK-ACCOUNTS-EXIT.                                 ZBNKCMP1
050600     IF WS-ON-LEGAL-ORDER IS EQUAL TO 'Y'                         ZBNKCMP1
050700        ADD 1 TO WS-CUST-LEGAL-ORDER                              ZBNKCMP1
050800        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
050900     END-IF.                                                      ZBNKCMP1
051000     IF WS-QUALIFIED IS NOT EQUAL TO 'Y'                          ZBNKCMP1
051100        ADD 1 TO WS-CUST-NO-MATCH                                 ZBNKCMP1
051200        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
051300     END-IF.                                                      ZBNKCMP1
051400     PERFORM COMPUTE-TENURE THRU                                  ZBNKCMP1
051450             COMPUTE-TENURE-EXIT.                                 ZBNKCMP1
051500     IF WS-TENURE-MONTHS IS LESS THAN WS-MIN-MONTHS               ZBNKCMP1
051600        ADD 1 TO WS-CUST-TOO-NEW                                  ZBNKCMP1
051700        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
051800     END-IF.                                                      ZBNKCMP1
051900     IF (WS-CHANNEL IS EQUAL TO 'M' AND                           ZBNKCMP1
052000         BCS-REC-ADDR1 IS EQUAL TO SPACES) OR                     ZBNKCMP1
052100        (WS-CHANNEL IS EQUAL TO 'E' AND                           ZBNKCMP1
052200         BCS-REC-EMAIL IS EQUAL TO SPACES) OR                     ZBNKCMP1
052300        (WS-CHANNEL IS EQUAL TO 'P' AND                           ZBNKCMP1
052400         BCS-REC-TEL IS EQUAL TO SPACES) OR                       ZBNKCMP1
052500        (WS-CHANNEL IS EQUAL TO 'S' AND                           ZBNKCMP1
052600         BCS-REC-TEL IS EQUAL TO SPACES)                          ZBNKCMP1
052700        ADD 1 TO WS-CUST-NO-CONTACT                               ZBNKCMP1
052800        GO TO SELECT-ONE-CUSTOMER-EXIT                            ZBNKCMP1
052900     END-IF.                                                      ZBNKCMP1
053000     PERFORM RECORD-MEMBERSHIP THRU                               ZBNKCMP1
053100             RECORD-MEMBERSHIP-EXIT.                              ZBNKCMP1
053200 SELECT-ONE-CUSTOMER-EXIT.                                        ZBNKCMP1
053300     EXIT.                                                        ZBNKCMP1
053400                                                                  ZBNKCMP1
053500***************************************************************** ZBNKCMP1
053600* Is the customer on the estate queue                           * ZBNKCMP1
053700***************************************************************** ZBNKCMP1
053800 CHECK-DECEASED.                                                  ZBNKCMP1
053900     MOVE 'N' TO WS-DECEASED-FOUND.                               ZBNKCMP1
054000     MOVE 1 TO WS-SUB1.                                           ZBNKCMP1
054100     PERFORM CHECK-DECEASED-ENTRY                                 ZBNKCMP1
054200       UNTIL WS-SUB1 IS GREATER THAN WS-DECEASED-COUNT OR         ZBNKCMP1
054300             WS-DECEASED-FOUND IS EQUAL TO 'Y'.                   ZBNKCMP1
054400                                                                  ZBNKCMP1
054500 CHECK-DECEASED-ENTRY.                                            ZBNKCMP1
054600     IF WS-DECEASED-PID (WS-SUB1) IS EQUAL TO WS-PID              ZBNKCMP1
054700        MOVE 'Y' TO WS-DECEASED-FOUND                             ZBNKCMP1
054800     END-IF.                                                      ZBNKCMP1
054900     ADD 1 TO WS-SUB1.                                            ZBNKCMP1
055000                                                                  ZBNKCMP1
055100***************************************************************** ZBNKCMP1
055200* The customer's current standing on the campaign channel - the * ZBNKCMP1
055300* last register row for the channel.  No row is no consent.     * ZBNKCMP1
055400***************************************************************** ZBNKCMP1
055500 CHECK-CONSENT.                                                   ZBNKCMP1
055600     MOVE 'N' TO WS-CONSENT.                                      ZBNKCMP1
055700     IF WS-MKTC-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKCMP1
055800        GO TO CHECK-CONSENT-EXIT                                  ZBNKCMP1
055900     END-IF.                                                      ZBNKCMP1
056000     MOVE WS-PID TO MKC-REC-PID.                                  ZBNKCMP1
056100     MOVE WS-CHANNEL TO MKC-REC-CHANNEL.                          ZBNKCMP1
056200     MOVE LOW-VALUES TO MKC-REC-TIMESTAMP.                        ZBNKCMP1
056300     START BNKMKTC-FILE KEY IS GREATER THAN OR EQUAL MKC-KEY.     ZBNKCMP1
056400     IF WS-BNKMKTC-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
056500        GO TO CHECK-CONSENT-EXIT                                  ZBNKCMP1
056600     END-IF.                                                      ZBNKCMP1
056700     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKCMP1
056800     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKCMP1
056900        READ BNKMKTC-FILE NEXT RECORD                             ZBNKCMP1
057000        IF WS-BNKMKTC-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
057100           MOVE 'YES' TO WS-SCAN-END                              ZBNKCMP1
057200        ELSE                                                      ZBNKCMP1
057300           IF MKC-REC-PID IS NOT EQUAL TO WS-PID OR               ZBNKCMP1
057400              MKC-REC-CHANNEL IS NOT EQUAL TO WS-CHANNEL          ZBNKCMP1
057500              MOVE 'YES' TO WS-SCAN-END                           ZBNKCMP1
057600           ELSE                                                   ZBNKCMP1
057700              MOVE MKC-REC-CONSENT TO WS-CONSENT                  ZBNKCMP1
057800           END-IF                                                 ZBNKCMP1
057900        END-IF                                                    ZBNKCMP1
058000     END-PERFORM.                                                 ZBNKCMP1
058100 CHECK-CONSENT-EXIT.                                              ZBNKCMP1
058200     EXIT.                                                        ZBNKCMP1
058300                                                                  ZBNKCMP1
058400***************************************************************** ZBNKCMP1
058500* Walk the customer's accounts - note any legal order, the      * ZBNKCMP1
058600* first open account that meets the product, branch and balance * ZBNKCMP1
058700* criteria, and the earliest posting date on any account        * ZBNKCMP1
058800***************************************************************** ZBNKCMP1
058900 CHECK-ACCOUNTS.                                                  ZBNKCMP1
059000     MOVE 'N' TO WS-ON-LEGAL-ORDER.                               ZBNKCMP1
059100     MOVE 'N' TO WS-QUALIFIED.                                    ZBNKCMP1
059200     MOVE HIGH-VALUES TO WS-FIRST-DATE.                           ZBNKCMP1
059300     MOVE WS-PID TO BAC-REC-PID.                                  ZBNKCMP1
059400     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKCMP1
059500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCMP1
059600        GO TO CHECK-ACCOUNTS-EXIT                                 ZBNKCMP1
059700     END-IF.                                                      ZBNKCMP1
059800     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKCMP1
059900     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKCMP1
060000        READ BNKACC-FILE NEXT RECORD                              ZBNKCMP1
060100        IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND              ZBNKCMP1
060200           WS-BNKACC-STATUS IS NOT EQUAL TO '02'                  ZBNKCMP1
060300           MOVE 'YES' TO WS-SCAN-END                              ZBNKCMP1
060400        ELSE                                                      ZBNKCMP1
060500           IF BAC-REC-PID IS NOT EQUAL TO WS-PID                  ZBNKCMP1
060600              MOVE 'YES' TO WS-SCAN-END                           ZBNKCMP1
060700           ELSE                                                   ZBNKCMP1
060800              MOVE BAC-REC-ACCNO TO WS-ACCNO                      ZBNKCMP1
060900              PERFORM CHECK-LEGAL-ORDER THRU                      ZBNKCMP1
061000                      CHECK-LEGAL-ORDER-EXIT                      ZBNKCMP1
061100              PERFORM FIND-FIRST-POSTING THRU                     ZBNKCMP1
061200                      FIND-FIRST-POSTING-EXIT                     ZBNKCMP1
061300              IF WS-QUALIFIED IS NOT EQUAL TO 'Y'                 ZBNKCMP1
061400                 PERFORM CHECK-PRODUCT THRU                       ZBNKCMP1
061500                         CHECK-PRODUCT-EXIT                       ZBNKCMP1
061600              END-IF                                              ZBNKCMP1
061700           END-IF                                                 ZBNKCMP1
061800        END-IF                                                    ZBNKCMP1
061900     END-PERFORM.                                                 ZBNKCMP1
062000 CHECK-ACCOUNTS-EXIT.                                             ZBNKCMP1
062100     EXIT.                                                        ZBNKCMP1
062200                                                                  ZBNKCMP1
062300***************************************************************** ZBNKCMP1
062400* Does the account in BNKACC-REC meet the product criteria      * ZBNKCMP1
062500***************************************************************** ZBNKCMP1
062600 CHECK-PRODUCT.                                                   ZBNKCMP1
062700     IF NOT BAC-STATUS-OPEN                                       ZBNKCMP1
062800        GO TO CHECK-PRODUCT-EXIT                                  ZBNKCMP1
062900     END-IF.                                                      ZBNKCMP1
063000     IF WS-ACC-TYPE IS NOT EQUAL TO SPACE AND                     ZBNKCMP1
063100        BAC-REC-TYPE IS NOT EQUAL TO WS-ACC-TYPE                  ZBNKCMP1
063200        GO TO CHECK-PRODUCT-EXIT                                  ZBNKCMP1
063300     END-IF.                                                      ZBNKCMP1
063400     IF WS-BRANCH IS NOT EQUAL TO SPACES AND                      ZBNKCMP1
063500        BAC-REC-BRANCH-CODE IS NOT EQUAL TO WS-BRANCH             ZBNKCMP1
063600        GO TO CHECK-PRODUCT-EXIT                                  ZBNKCMP1
063700     END-IF.                                                      ZBNKCMP1
063800     IF WS-MIN-BAL-SET IS EQUAL TO 'Y' AND                        ZBNKCMP1
063900        BAC-REC-BALANCE IS LESS THAN WS-MIN-BAL                   ZBNKCMP1
064000        GO TO CHECK-PRODUCT-EXIT                                  ZBNKCMP1
064100     END-IF.                                                      ZBNKCMP1
064200     IF WS-MAX-BAL-SET IS EQUAL TO 'Y' AND                        ZBNKCMP1
064300        BAC-REC-BALANCE IS GREATER THAN WS-MAX-BAL                ZBNKCMP1
064400        GO TO CHECK-PRODUCT-EXIT                                  ZBNKCMP1
064500     END-IF.                                                      ZBNKCMP1
064600     MOVE 'Y' TO WS-QUALIFIED.                                    ZBNKCMP1
064700     MOVE BAC-REC-ACCNO TO WS-QUAL-ACCNO.                         ZBNKCMP1
064800     MOVE BAC-REC-TYPE TO WS-QUAL-TYPE.                           ZBNKCMP1
064900     MOVE BAC-REC-BALANCE TO WS-QUAL-BALANCE.                     ZBNKCMP1
065000     MOVE BAC-REC-BRANCH-CODE TO WS-QUAL-BRANCH.                  ZBNKCMP1
065100 CHECK-PRODUCT-EXIT.                                              ZBNKCMP1
065200     EXIT.                                                        ZBNKCMP1
065300                                                                  ZBNKCMP1
065400***************************************************************** ZBNKCMP1
065500* Any active legal order against WS-ACCNO                       * ZBNKCMP1
065600***************************************************************** ZBNKCMP1
065700 CHECK-LEGAL-ORDER.                                               ZBNKCMP1
065800     IF WS-LGL-PRESENT IS NOT EQUAL TO 'Y'                        ZBNKCMP1
065900        GO TO CHECK-LEGAL-ORDER-EXIT                              ZBNKCMP1
066000     END-IF.                                                      ZBNKCMP1
066100     MOVE WS-ACCNO TO LGL-REC-ACCNO.                              ZBNKCMP1
066200     MOVE ZERO TO LGL-REC-SEQ.                                    ZBNKCMP1
066300     START BNKLGL-FILE KEY IS NOT LESS THAN LGL-KEY.              ZBNKCMP1
066400     IF WS-BNKLGL-STATUS IS NOT EQUAL TO '00'                     ZBNKCMP1
066500        GO TO CHECK-LEGAL-ORDER-EXIT                              ZBNKCMP1
066600     END-IF.                                                      ZBNKCMP1
066700     MOVE 'NO ' TO WS-TXN-SCAN-END.                               ZBNKCMP1
066800     PERFORM UNTIL WS-TXN-SCAN-END IS EQUAL TO 'YES'              ZBNKCMP1
066900        READ BNKLGL-FILE NEXT RECORD                              ZBNKCMP1
067000        IF WS-BNKLGL-STATUS IS NOT EQUAL TO '00'                  ZBNKCMP1
067100           MOVE 'YES' TO WS-TXN-SCAN-END                          ZBNKCMP1
067200        ELSE                                                      ZBNKCMP1
067300           IF LGL-REC-ACCNO IS NOT EQUAL TO WS-ACCNO              ZBNKCMP1
067400              MOVE 'YES' TO WS-TXN-SCAN-END                       ZBNKCMP1
067500           ELSE                                                   ZBNKCMP1
067600              IF LGL-STATUS-ACTIVE                                ZBNKCMP1
067700                 MOVE 'Y' TO WS-ON-LEGAL-ORDER                    ZBNKCMP1
067800              END-IF                                              ZBNKCMP1
067900           END-IF                                                 ZBNKCMP1
068000        END-IF                                                    ZBNKCMP1
068100     END-PERFORM.                                                 ZBNKCMP1
068200 CHECK-LEGAL-ORDER-EXIT.                                          ZBNKCMP1
068300     EXIT.                                                        ZBNKCMP1
068400                                                                  ZBNKCMP1
068500***************************************************************** ZBNKCMP1
068600* The earliest posting on WS-ACCNO, live or archived, brings    * ZBNKCMP1
068700* WS-FIRST-DATE back if it is earlier                           * ZBNKCMP1
068800***************************************************************** ZBNKCMP1
068900 FIND-FIRST-POSTING.                                              ZBNKCMP1
069000     MOVE WS-ACCNO TO BTX-REC-ACCNO.                              ZBNKCMP1
069100     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKCMP1
069200     START BNKTXN-FILE KEY IS GREATER THAN OR EQUAL               ZBNKCMP1
069300           BTX-REC-ALTKEY1.                                       ZBNKCMP1
069400     IF WS-BNKTXN-STATUS IS EQUAL TO '00'                         ZBNKCMP1
069500        READ BNKTXN-FILE NEXT RECORD                              ZBNKCMP1
069600        IF (WS-BNKTXN-STATUS IS EQUAL TO '00' OR                  ZBNKCMP1
069700            WS-BNKTXN-STATUS IS EQUAL TO '02') AND                ZBNKCMP1
069800           BTX-REC-ACCNO IS EQUAL TO WS-ACCNO AND                 ZBNKCMP1
069900           BTX-REC-TIMESTAMP (1:10) IS LESS THAN WS-FIRST-DATE    ZBNKCMP1
070000           MOVE BTX-REC-TIMESTAMP (1:10) TO WS-FIRST-DATE         ZBNKCMP1
070100        END-IF                                                    ZBNKCMP1
070200     END-IF.                                                      ZBNKCMP1
070300     IF WS-TXNA-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKCMP1
070400        GO TO FIND-FIRST-POSTING-EXIT                             ZBNKCMP1
070500     END-IF.                                                      ZBNKCMP1
070600     MOVE WS-ACCNO TO ARC-REC-ACCNO.                              ZBNKCMP1
070700     MOVE LOW-VALUES TO ARC-REC-TIMESTAMP.                        ZBNKCMP1
070800     START BNKTXNA-FILE KEY IS GREATER THAN OR EQUAL              ZBNKCMP1
070900           ARC-REC-ALTKEY1.                                       ZBNKCMP1
071000     IF WS-BNKTXNA-STATUS IS EQUAL TO '00'                        ZBNKCMP1
071100        READ BNKTXNA-FILE NEXT RECORD                             ZBNKCMP1
071200        IF (WS-BNKTXNA-STATUS IS EQUAL TO '00' OR                 ZBNKCMP1
071300            WS-BNKTXNA-STATUS IS EQUAL TO '02') AND               ZBNKCMP1
071400           ARC-REC-ACCNO IS EQUAL TO WS-ACCNO AND                 ZBNKCMP1
071500           ARC-REC-TIMESTAMP (1:10) IS LESS THAN WS-FIRST-DATE    ZBNKCMP1
071600           MOVE ARC-REC-TIMESTAMP (1:10) TO WS-FIRST-DATE         ZBNKCMP1
071700        END-IF                                                    ZBNKCMP1
071800     END-IF.                                                      ZBNKCMP1
071900 FIND-FIRST-POSTING-EXIT.                                         ZBNKCMP1
072000     EXIT.                                                        ZBNKCMP1
072100                                                                  ZBNKCMP1
072200***************************************************************** ZBNKCMP1
072300* Whole months from the earliest posting to today.  A customer  * ZBNKCMP1
072400* with no postings at all counts as new.                        * ZBNKCMP1
072500***************************************************************** ZBNKCMP1
072600 COMPUTE-TENURE.                                                  ZBNKCMP1
072700     MOVE ZERO TO WS-TENURE-MONTHS.                               ZBNKCMP1
072800     IF WS-FIRST-DATE IS EQUAL TO HIGH-VALUES                     ZBNKCMP1
072900        GO TO COMPUTE-TENURE-EXIT                                 ZBNKCMP1
073000     END-IF.                                                      ZBNKCMP1
073100     MOVE WS-FIRST-DATE TO WS-DATE-WORK.                          ZBNKCMP1
073200     IF WS-DATE-YYYY IS NOT NUMERIC OR                            ZBNKCMP1
073300        WS-DATE-MM IS NOT NUMERIC OR                              ZBNKCMP1
073400        WS-DATE-DD IS NOT NUMERIC                                 ZBNKCMP1
073500        GO TO COMPUTE-TENURE-EXIT                                 ZBNKCMP1
073600     END-IF.                                                      ZBNKCMP1
073700     COMPUTE WS-TENURE-MONTHS =                                   ZBNKCMP1
073800             (WS-TODAY-YYYY * 12 + WS-TODAY-MM) -                 ZBNKCMP1
073900             (WS-DATE-YYYY * 12 + WS-DATE-MM).                    ZBNKCMP1
074000     IF WS-TODAY-DD IS LESS THAN WS-DATE-DD                       ZBNKCMP1
074100        SUBTRACT 1 FROM WS-TENURE-MONTHS                          ZBNKCMP1
074200     END-IF.                                                      ZBNKCMP1
074300     IF WS-TENURE-MONTHS IS LESS THAN ZERO                        ZBNKCMP1
074400        MOVE ZERO TO WS-TENURE-MONTHS                             ZBNKCMP1
074500     END-IF.                                                      ZBNKCMP1
074600 COMPUTE-TENURE-EXIT.                                             ZBNKCMP1
074700     EXIT.                                                        ZBNKCMP1
074800                                                                  ZBNKCMP1
074900***************************************************************** ZBNKCMP1
075000* Put the customer on the campaign.  A customer already on it   * ZBNKCMP1
075100* from an earlier run of the same campaign is not listed again. * ZBNKCMP1
075200***************************************************************** ZBNKCMP1
075300 RECORD-MEMBERSHIP.                                               ZBNKCMP1
075400     MOVE SPACES TO CMR-RECORD.                                   ZBNKCMP1
075500     MOVE WS-CAMPAIGN TO CMR-REC-CAMPAIGN.                        ZBNKCMP1
075600     MOVE WS-PID TO CMR-REC-PID.                                  ZBNKCMP1
075700     MOVE WS-CHANNEL TO CMR-REC-CHANNEL.                          ZBNKCMP1
075800     MOVE WS-QUAL-ACCNO TO CMR-REC-ACCNO.                         ZBNKCMP1
075900     MOVE WS-TODAY TO CMR-REC-SELECTED-DTE.                       ZBNKCMP1
076000     WRITE BNKCMPR-REC.                                           ZBNKCMP1
076100     IF WS-BNKCMPR-STATUS IS EQUAL TO '22'                        ZBNKCMP1
076200        ADD 1 TO WS-CUST-ALREADY                                  ZBNKCMP1
076300        GO TO RECORD-MEMBERSHIP-EXIT                              ZBNKCMP1
076400     END-IF.                                                      ZBNKCMP1
076500     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
076600        MOVE 'BNKCMPR error writing file...'                      ZBNKCMP1
076700          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
076800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
076900        MOVE WS-BNKCMPR-STATUS TO WS-IO-STATUS                    ZBNKCMP1
077000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
077100        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
077200     END-IF.                                                      ZBNKCMP1
077300     ADD 1 TO WS-CUST-SELECTED.                                   ZBNKCMP1
077400     MOVE SPACES TO EXTRACT-REC.                                  ZBNKCMP1
077500     SET BANKXT08-DETAIL TO TRUE.                                 ZBNKCMP1
077600     MOVE WS-CAMPAIGN TO BANKXT08-CAMPAIGN.                       ZBNKCMP1
077700     MOVE WS-CHANNEL TO BANKXT08-CHANNEL.                         ZBNKCMP1
077800     MOVE WS-PID TO BANKXT08-PID.                                 ZBNKCMP1
077900     MOVE BCS-REC-NAME TO BANKXT08-NAME.                          ZBNKCMP1
078000     MOVE BCS-REC-ADDR1 TO BANKXT08-ADDR1.                        ZBNKCMP1
078100     MOVE BCS-REC-ADDR2 TO BANKXT08-ADDR2.                        ZBNKCMP1
078200     MOVE BCS-REC-STATE TO BANKXT08-STATE.                        ZBNKCMP1
078300     MOVE BCS-REC-CNTRY TO BANKXT08-CNTRY.                        ZBNKCMP1
078400     MOVE BCS-REC-POST-CODE TO BANKXT08-POST-CODE.                ZBNKCMP1
078500     MOVE BCS-REC-TEL TO BANKXT08-TEL.                            ZBNKCMP1
078600     MOVE BCS-REC-EMAIL TO BANKXT08-EMAIL.                        ZBNKCMP1
078700     MOVE WS-QUAL-ACCNO TO BANKXT08-ACCNO.                        ZBNKCMP1
078800     MOVE WS-QUAL-TYPE TO BANKXT08-ACC-TYPE.                      ZBNKCMP1
078900     MOVE WS-QUAL-BALANCE TO BANKXT08-BALANCE.                    ZBNKCMP1
079000     MOVE WS-QUAL-BRANCH TO BANKXT08-BRANCH.                      ZBNKCMP1
079100     MOVE WS-TENURE-MONTHS TO BANKXT08-TENURE-MONTHS.             ZBNKCMP1
079200     PERFORM EXTRACT-PUT.                                         ZBNKCMP1
079300     MOVE WS-PID TO WS-RPT4-PID.                                  ZBNKCMP1
079400     MOVE BCS-REC-NAME TO WS-RPT4-NAME.                           ZBNKCMP1
079500     MOVE WS-QUAL-ACCNO TO WS-RPT4-ACCNO.                         ZBNKCMP1
079600     MOVE WS-QUAL-TYPE TO WS-RPT4-TYPE.                           ZBNKCMP1
079700     MOVE WS-QUAL-BALANCE TO WS-RPT4-BALANCE.                     ZBNKCMP1
079800     MOVE WS-QUAL-BRANCH TO WS-RPT4-BRANCH.                       ZBNKCMP1
079900     MOVE WS-TENURE-MONTHS TO WS-RPT4-MONTHS.                     ZBNKCMP1
080000     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKCMP1
080100     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
080200 RECORD-MEMBERSHIP-EXIT.                                          ZBNKCMP1
080300     EXIT.                                                        ZBNKCMP1
080400                                                                  ZBNKCMP1
080500***************************************************************** ZBNKCMP1
080600* Load the PIDs on the estate queue - pending or released, the  * ZBNKCMP1
080700* customer is deceased either way                               * ZBNKCMP1
080800***************************************************************** ZBNKCMP1
080900 LOAD-DECEASED-TABLE.                                             ZBNKCMP1
081000     IF WS-ESTQ-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKCMP1
081100        GO TO LOAD-DECEASED-TABLE-EXIT                            ZBNKCMP1
081200     END-IF.                                                      ZBNKCMP1
081300     MOVE 'NO ' TO WS-SCAN-END.                                   ZBNKCMP1
081400     PERFORM UNTIL WS-SCAN-END IS EQUAL TO 'YES'                  ZBNKCMP1
081500        READ BNKESTQ-FILE                                         ZBNKCMP1
081600        IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
081700           MOVE 'YES' TO WS-SCAN-END                              ZBNKCMP1
081800        ELSE                                                      ZBNKCMP1
081900           MOVE ESQ-REC-PID TO WS-PID                             ZBNKCMP1
082000           PERFORM CHECK-DECEASED                                 ZBNKCMP1
082100           IF WS-DECEASED-FOUND IS NOT EQUAL TO 'Y'               ZBNKCMP1
082200              PERFORM ADD-DECEASED-ENTRY                          ZBNKCMP1
082300           END-IF                                                 ZBNKCMP1
082400        END-IF                                                    ZBNKCMP1
082500     END-PERFORM.                                                 ZBNKCMP1
082600 LOAD-DECEASED-TABLE-EXIT.                                        ZBNKCMP1
082700     EXIT.                                                        ZBNKCMP1
082800                                                                  ZBNKCMP1
082900 ADD-DECEASED-ENTRY.                                              ZBNKCMP1
083000     IF WS-DECEASED-COUNT IS NOT LESS THAN 2000                   ZBNKCMP1
083100        MOVE 'Estate table full - raise the table size'           ZBNKCMP1
083200          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
083300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
083400        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
083500     END-IF.                                                      ZBNKCMP1
083600     ADD 1 TO WS-DECEASED-COUNT.                                  ZBNKCMP1
083700     MOVE WS-PID TO WS-DECEASED-PID (WS-DECEASED-COUNT).          ZBNKCMP1
083800                                                                  ZBNKCMP1
083900***************************************************************** ZBNKCMP1
084000* Trailer record on the campaign list                           * ZBNKCMP1
084100***************************************************************** ZBNKCMP1
084200 WRITE-TRAILER.                                                   ZBNKCMP1
084300     MOVE SPACES TO EXTRACT-REC.                                  ZBNKCMP1
084400     SET BANKXT08-TRAILER TO TRUE.                                ZBNKCMP1
084500     MOVE WS-CAMPAIGN TO BANKXT08-CAMPAIGN.                       ZBNKCMP1
084600     MOVE WS-CHANNEL TO BANKXT08-CHANNEL.                         ZBNKCMP1
084700     MOVE WS-CUST-SELECTED TO BANKXT08-SELECTED-COUNT.            ZBNKCMP1
084800     MOVE WS-TODAY TO BANKXT08-RUN-DATE.                          ZBNKCMP1
084900     PERFORM EXTRACT-PUT.                                         ZBNKCMP1
085000                                                                  ZBNKCMP1
085100***************************************************************** ZBNKCMP1
085200* Report heading with the criteria the run was given            * ZBNKCMP1
085300***************************************************************** ZBNKCMP1
085400 PRINT-REPORT-HEADER.                                             ZBNKCMP1
085500     MOVE WS-CAMPAIGN TO WS-RPT1-CAMPAIGN.                        ZBNKCMP1
085600     MOVE WS-CHANNEL TO WS-RPT1-CHANNEL.                          ZBNKCMP1
085700     MOVE WS-TODAY TO WS-RPT1-DATE.                               ZBNKCMP1
085800     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCMP1
085900     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
086000     MOVE WS-ACC-TYPE TO WS-RPT2-TYPE.                            ZBNKCMP1
086100     MOVE WS-BRANCH TO WS-RPT2-BRANCH.                            ZBNKCMP1
086200     MOVE WS-MIN-BAL TO WS-RPT2-MIN-BAL.                          ZBNKCMP1
086300     MOVE WS-MAX-BAL TO WS-RPT2-MAX-BAL.                          ZBNKCMP1
086400     MOVE WS-MIN-MONTHS TO WS-RPT2-MONTHS.                        ZBNKCMP1
086500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKCMP1
086600     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
086700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCMP1
086800     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
086900                                                                  ZBNKCMP1
087000***************************************************************** ZBNKCMP1
087100* Print the run totals                                          * ZBNKCMP1
087200***************************************************************** ZBNKCMP1
087300 PRINT-RUN-TOTALS.                                                ZBNKCMP1
087400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCMP1
087500     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
087600     MOVE 'Customers read' TO WS-RPT5-DESC.                       ZBNKCMP1
087700     MOVE WS-CUST-READ TO WS-RPT5-COUNT.                          ZBNKCMP1
087800     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
087900     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
088000     MOVE 'Selected' TO WS-RPT5-DESC.                             ZBNKCMP1
088100     MOVE WS-CUST-SELECTED TO WS-RPT5-COUNT.                      ZBNKCMP1
088200     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
088300     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
088400     MOVE 'Excluded - no consent on channel' TO WS-RPT5-DESC.     ZBNKCMP1
088500     MOVE WS-CUST-NO-CONSENT TO WS-RPT5-COUNT.                    ZBNKCMP1
088600     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
088700     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
088800     MOVE 'Excluded - deceased (estate queue)' TO WS-RPT5-DESC.   ZBNKCMP1
088900     MOVE WS-CUST-DECEASED TO WS-RPT5-COUNT.                      ZBNKCMP1
089000     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
089100     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
089200     MOVE 'Excluded - active legal order' TO WS-RPT5-DESC.        ZBNKCMP1
089300     MOVE WS-CUST-LEGAL-ORDER TO WS-RPT5-COUNT.                   ZBNKCMP1
089400     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
089500     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
089600     MOVE 'Not matched - product/branch/balance'                  ZBNKCMP1
089700       TO WS-RPT5-DESC.                                           ZBNKCMP1
089800     MOVE WS-CUST-NO-MATCH TO WS-RPT5-COUNT.                      ZBNKCMP1
089900     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
090000     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
090100     MOVE 'Not matched - relationship too new' TO WS-RPT5-DESC.   ZBNKCMP1
090200     MOVE WS-CUST-TOO-NEW TO WS-RPT5-COUNT.                       ZBNKCMP1
090300     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
090400     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
090500     MOVE 'Not listed - no contact detail' TO WS-RPT5-DESC.       ZBNKCMP1
090600     MOVE WS-CUST-NO-CONTACT TO WS-RPT5-COUNT.                    ZBNKCMP1
090700     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
090800     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
090900     MOVE 'Not listed - already on campaign' TO WS-RPT5-DESC.     ZBNKCMP1
091000     MOVE WS-CUST-ALREADY TO WS-RPT5-COUNT.                       ZBNKCMP1
091100     MOVE WS-RPT5 TO PRINTOUT-REC.                                ZBNKCMP1
091200     PERFORM PRINTOUT-PUT.                                        ZBNKCMP1
091300                                                                  ZBNKCMP1
091400***************************************************************** ZBNKCMP1
091500* Write a campaign list record                                  * ZBNKCMP1
091600***************************************************************** ZBNKCMP1
091700 EXTRACT-PUT.                                                     ZBNKCMP1
091800     WRITE EXTRACT-REC.                                           ZBNKCMP1
091900     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
092000       MOVE 'CMPLIST error writing file...'                       ZBNKCMP1
092100         TO WS-CONSOLE-MESSAGE                                    ZBNKCMP1
092200       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCMP1
092300       MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                     ZBNKCMP1
092400       PERFORM DISPLAY-IO-STATUS                                  ZBNKCMP1
092500       PERFORM ABORT-PROGRAM                                      ZBNKCMP1
092600     END-IF.                                                      ZBNKCMP1
092700                                                                  ZBNKCMP1
092800***************************************************************** ZBNKCMP1
092900* Write a report line                                           * ZBNKCMP1
093000***************************************************************** ZBNKCMP1
093100 PRINTOUT-PUT.                                                    ZBNKCMP1
093200     WRITE PRINTOUT-REC.                                          ZBNKCMP1
093300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCMP1
093400       MOVE 'PRINTOUT error writing file...'                      ZBNKCMP1
093500         TO WS-CONSOLE-MESSAGE                                    ZBNKCMP1
093600       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCMP1
093700       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCMP1
093800       PERFORM DISPLAY-IO-STATUS                                  ZBNKCMP1
093900       PERFORM ABORT-PROGRAM                                      ZBNKCMP1
094000     END-IF.                                                      ZBNKCMP1
094100                                                                  ZBNKCMP1
094200***************************************************************** ZBNKCMP1
094300* Open the files.  BNKCMPR is created on the first campaign     * ZBNKCMP1
094400* ever run.                                                     * ZBNKCMP1
094500***************************************************************** ZBNKCMP1
094600 OPEN-FILES.                                                      ZBNKCMP1
094700     OPEN INPUT BNKCUST-FILE.                                     ZBNKCMP1
094800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
094900        MOVE 'BNKCUST file open failure...'                       ZBNKCMP1
095000          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
095100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
095200        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKCMP1
095300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
095400        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
095500     END-IF.                                                      ZBNKCMP1
095600     OPEN INPUT BNKACC-FILE.                                      ZBNKCMP1
095700     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCMP1
095800        MOVE 'BNKACC file open failure...'                        ZBNKCMP1
095900          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
096000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
096100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCMP1
096200        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
096300        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
096400     END-IF.                                                      ZBNKCMP1
096500     OPEN INPUT BNKTXN-FILE.                                      ZBNKCMP1
096600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCMP1
096700        MOVE 'BNKTXN file open failure...'                        ZBNKCMP1
096800          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
096900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
097000        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCMP1
097100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
097200        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
097300     END-IF.                                                      ZBNKCMP1
097400     OPEN INPUT BNKTXNA-FILE.                                     ZBNKCMP1
097500     IF WS-BNKTXNA-STATUS IS EQUAL TO '35'                        ZBNKCMP1
097600        MOVE 'N' TO WS-TXNA-PRESENT                               ZBNKCMP1
097700     ELSE                                                         ZBNKCMP1
097800        IF WS-BNKTXNA-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
097900           MOVE 'BNKTXNA file open failure...'                    ZBNKCMP1
098000             TO WS-CONSOLE-MESSAGE                                ZBNKCMP1
098100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCMP1
098200           MOVE WS-BNKTXNA-STATUS TO WS-IO-STATUS                 ZBNKCMP1
098300           PERFORM DISPLAY-IO-STATUS                              ZBNKCMP1
098400           PERFORM ABORT-PROGRAM                                  ZBNKCMP1
098500        END-IF                                                    ZBNKCMP1
098600     END-IF.                                                      ZBNKCMP1
098700     OPEN INPUT BNKMKTC-FILE.                                     ZBNKCMP1
098800     IF WS-BNKMKTC-STATUS IS EQUAL TO '35'                        ZBNKCMP1
098900        MOVE 'N' TO WS-MKTC-PRESENT                               ZBNKCMP1
099000     ELSE                                                         ZBNKCMP1
099100        IF WS-BNKMKTC-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
099200           MOVE 'BNKMKTC file open failure...'                    ZBNKCMP1
099300             TO WS-CONSOLE-MESSAGE                                ZBNKCMP1
099400           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCMP1
099500           MOVE WS-BNKMKTC-STATUS TO WS-IO-STATUS                 ZBNKCMP1
099600           PERFORM DISPLAY-IO-STATUS                              ZBNKCMP1
099700           PERFORM ABORT-PROGRAM                                  ZBNKCMP1
099800        END-IF                                                    ZBNKCMP1
099900     END-IF.                                                      ZBNKCMP1
100000     OPEN INPUT BNKESTQ-FILE.                                     ZBNKCMP1
100100     IF WS-BNKESTQ-STATUS IS EQUAL TO '35'                        ZBNKCMP1
100200        MOVE 'N' TO WS-ESTQ-PRESENT                               ZBNKCMP1
100300     ELSE                                                         ZBNKCMP1
100400        IF WS-BNKESTQ-STATUS IS NOT EQUAL TO '00'                 ZBNKCMP1
100500           MOVE 'BNKESTQ file open failure...'                    ZBNKCMP1
100600             TO WS-CONSOLE-MESSAGE                                ZBNKCMP1
100700           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCMP1
100800           MOVE WS-BNKESTQ-STATUS TO WS-IO-STATUS                 ZBNKCMP1
100900           PERFORM DISPLAY-IO-STATUS                              ZBNKCMP1
101000           PERFORM ABORT-PROGRAM                                  ZBNKCMP1
101100        END-IF                                                    ZBNKCMP1
101200     END-IF.                                                      ZBNKCMP1
101300     OPEN INPUT BNKLGL-FILE.                                      ZBNKCMP1
101400     IF WS-BNKLGL-STATUS IS EQUAL TO '35'                         ZBNKCMP1
101500        MOVE 'N' TO WS-LGL-PRESENT                                ZBNKCMP1
101600     ELSE                                                         ZBNKCMP1
101700        IF WS-BNKLGL-STATUS IS NOT EQUAL TO '00'                  ZBNKCMP1
101800           MOVE 'BNKLGL file open failure...'                     ZBNKCMP1
101900             TO WS-CONSOLE-MESSAGE                                ZBNKCMP1
102000           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKCMP1
102100           MOVE WS-BNKLGL-STATUS TO WS-IO-STATUS                  ZBNKCMP1
102200           PERFORM DISPLAY-IO-STATUS                              ZBNKCMP1
102300           PERFORM ABORT-PROGRAM                                  ZBNKCMP1
102400        END-IF                                                    ZBNKCMP1
102500     END-IF.                                                      ZBNKCMP1
102600     OPEN I-O BNKCMPR-FILE.                                       ZBNKCMP1
102700     IF WS-BNKCMPR-STATUS IS EQUAL TO '35'                        ZBNKCMP1
102800        OPEN OUTPUT BNKCMPR-FILE                                  ZBNKCMP1
102900        CLOSE BNKCMPR-FILE                                        ZBNKCMP1
103000        OPEN I-O BNKCMPR-FILE                                     ZBNKCMP1
103100     END-IF.                                                      ZBNKCMP1
103200     IF WS-BNKCMPR-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
103300        MOVE 'BNKCMPR file open failure...'                       ZBNKCMP1
103400          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
103500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
103600        MOVE WS-BNKCMPR-STATUS TO WS-IO-STATUS                    ZBNKCMP1
103700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
103800        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
103900     END-IF.                                                      ZBNKCMP1
104000     OPEN OUTPUT EXTRACT-FILE.                                    ZBNKCMP1
104100     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'                    ZBNKCMP1
104200        MOVE 'CMPLIST file open failure...'                       ZBNKCMP1
104300          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
104400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
104500        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS                    ZBNKCMP1
104600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
104700        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
104800     END-IF.                                                      ZBNKCMP1
104900     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCMP1
105000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCMP1
105100        MOVE 'PRINTOUT file open failure...'                      ZBNKCMP1
105200          TO WS-CONSOLE-MESSAGE                                   ZBNKCMP1
105300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
105400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCMP1
105500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCMP1
105600        PERFORM ABORT-PROGRAM                                     ZBNKCMP1
105700     END-IF.                                                      ZBNKCMP1
105800                                                                  ZBNKCMP1
105900***************************************************************** ZBNKCMP1
106000* Close all the files                                           * ZBNKCMP1
106100***************************************************************** ZBNKCMP1
106200 CLOSE-FILES.                                                     ZBNKCMP1
106300     CLOSE BNKCUST-FILE.                                          ZBNKCMP1
106400     CLOSE BNKACC-FILE.                                           ZBNKCMP1
106500     CLOSE BNKTXN-FILE.                                           ZBNKCMP1
106600     IF WS-TXNA-PRESENT IS EQUAL TO 'Y'                           ZBNKCMP1
106700        CLOSE BNKTXNA-FILE                                        ZBNKCMP1
106800     END-IF.                                                      ZBNKCMP1
106900     IF WS-MKTC-PRESENT IS EQUAL TO 'Y'                           ZBNKCMP1
107000        CLOSE BNKMKTC-FILE                                        ZBNKCMP1
107100     END-IF.                                                      ZBNKCMP1
107200     IF WS-ESTQ-PRESENT IS EQUAL TO 'Y'                           ZBNKCMP1
107300        CLOSE BNKESTQ-FILE                                        ZBNKCMP1
107400     END-IF.                                                      ZBNKCMP1
107500     IF WS-LGL-PRESENT IS EQUAL TO 'Y'                            ZBNKCMP1
107600        CLOSE BNKLGL-FILE                                         ZBNKCMP1
107700     END-IF.                                                      ZBNKCMP1
107800     CLOSE BNKCMPR-FILE.                                          ZBNKCMP1
107900     CLOSE EXTRACT-FILE.                                          ZBNKCMP1
108000     CLOSE PRINTOUT-FILE.                                         ZBNKCMP1
108100                                                                  ZBNKCMP1
108200***************************************************************** ZBNKCMP1
108300* Display the file status bytes. This routine will display as   * ZBNKCMP1
108400* two digits if the full two byte file status is numeric. If    * ZBNKCMP1
108500* second byte is non-numeric then it will be treated as a       * ZBNKCMP1
108600* binary number.                                                * ZBNKCMP1
108700***************************************************************** ZBNKCMP1
108800 DISPLAY-IO-STATUS.                                               ZBNKCMP1
108900     IF WS-IO-STATUS NUMERIC                                      ZBNKCMP1
109000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCMP1
109100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCMP1
109200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCMP1
109300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCMP1
109400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
109500     ELSE                                                         ZBNKCMP1
109600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCMP1
109700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCMP1
109800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCMP1
109900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCMP1
110000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCMP1
110100               '/' DELIMITED BY SIZE                              ZBNKCMP1
110200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCMP1
110300          INTO WS-CONSOLE-MESSAGE                                 ZBNKCMP1
110400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
110500     END-IF.                                                      ZBNKCMP1
110600                                                                  ZBNKCMP1
110700***************************************************************** ZBNKCMP1
110800* 'ABORT' the program.                                          * ZBNKCMP1
110900* Post a message to the console and issue a STOP RUN            * ZBNKCMP1
111000***************************************************************** ZBNKCMP1
111100 ABORT-PROGRAM.                                                   ZBNKCMP1
111200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCMP1
111300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCMP1
111400     END-IF.                                                      ZBNKCMP1
111500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCMP1
111600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCMP1
111700     MOVE 16 TO RETURN-CODE.                                      ZBNKCMP1
111800     STOP RUN.                                                    ZBNKCMP1
111900                                                                  ZBNKCMP1
112000***************************************************************** ZBNKCMP1
112100* Display CONSOLE messages...                                   * ZBNKCMP1
112200***************************************************************** ZBNKCMP1
112300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCMP1
112400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCMP1
112500       UPON CONSOLE.                                              ZBNKCMP1
112600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCMP1
112700                                                                  ZBNKCMP1
112800 COPY CTIMERP.                                                    ZBNKCMP1
112900                                                                  ZBNKCMP1
113000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCMP1
