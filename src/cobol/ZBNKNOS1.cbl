000100***************************************************************** ZBNKNOS1
000200*                                                               * ZBNKNOS1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKNOS1
000400*   This demonstration program is provided for use by users     * ZBNKNOS1
000500*   of Micro Focus products and may be used, modified and       * ZBNKNOS1
000600*   distributed as part of your application provided that       * ZBNKNOS1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKNOS1
000800*   in this material.                                           * ZBNKNOS1
000900*                                                               * ZBNKNOS1
001000***************************************************************** ZBNKNOS1
001100                                                                  ZBNKNOS1
001200***************************************************************** ZBNKNOS1
001300* Program:     ZBNKNOS1.CBL                                     * ZBNKNOS1
001400* Function:    Nostro account reconciliation.  Loads the        * ZBNKNOS1
001500*              correspondent bank's daily statement of our      * ZBNKNOS1
001600*              account with them - the fixed-format MT940       * ZBNKNOS1
001700*              layout on NOSTMT, or with PARM ISO a camt.053    * ZBNKNOS1
001800*              statement on STMTXML - proving its entry count   * ZBNKNOS1
001900*              and opening-to-closing balance before anything   * ZBNKNOS1
002000*              is applied.  The book side is taken from the     * ZBNKNOS1
002100*              outbound wires ZBNKWIR1 sent (BNKWIRE), the      * ZBNKNOS1
002200*              payments ZBNKACK1 settled (BNKPAYQ), and the     * ZBNKNOS1
002300*              inbound wires ZBNKWIR2 credited (BNKTXN) or      * ZBNKNOS1
002400*              parked for repair.  Both sides go onto the       * ZBNKNOS1
002500*              nostro register BNKNOSR by reference and         * ZBNKNOS1
002600*              direction and are matched on reference and       * ZBNKNOS1
002700*              amount.  Unmatched items on either side are      * ZBNKNOS1
002800*              reported with their age; a break still open      * ZBNKNOS1
002900*              two business days after it was first seen - or   * ZBNKNOS1
003000*              the number given as PARM AGE=n - is posted to    * ZBNKNOS1
003100*              the BNKSUSP suspense file with its offsetting    * ZBNKNOS1
003200*              BNKTXN entry, the way ZBNKREC2 posts ATM cash    * ZBNKNOS1
003300*              breaks, so that it gets worked on SSUSP01P.      * ZBNKNOS1
003400*              A suspended break that later matches is listed   * ZBNKNOS1
003500*              so its suspense item can be matched off.         * ZBNKNOS1
003600*              Loading the same statement twice changes         * ZBNKNOS1
003700*              nothing.  Return code 4 when breaks remain.      * ZBNKNOS1
003800*              Every master-file update is journaled through    * ZBNKNOS1
003900*              UJOURNL for forward recovery.                    * ZBNKNOS1
004000***************************************************************** ZBNKNOS1
004100                                                                  ZBNKNOS1
004200 IDENTIFICATION DIVISION.                                         ZBNKNOS1
004300 PROGRAM-ID.                                                      ZBNKNOS1
004400     ZBNKNOS1.                                                    ZBNKNOS1
004500 DATE-WRITTEN.                                                    ZBNKNOS1
004600     October 2026.                                                ZBNKNOS1
004700 DATE-COMPILED.                                                   ZBNKNOS1
004800     Today.                                                       ZBNKNOS1
004900                                                                  ZBNKNOS1
005000 ENVIRONMENT DIVISION.                                            ZBNKNOS1
005100 INPUT-OUTPUT   SECTION.                                          ZBNKNOS1
005200   FILE-CONTROL.                                                  ZBNKNOS1
005300     SELECT NOSTMT-FILE                                           ZBNKNOS1
005400            ASSIGN       TO NOSTMT                                ZBNKNOS1
005500            ORGANIZATION IS SEQUENTIAL                            ZBNKNOS1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
005700            FILE STATUS  IS WS-NOSTMT-STATUS.                     ZBNKNOS1
005800     SELECT STMTXML-FILE                                          ZBNKNOS1
005900            ASSIGN       TO STMTXML                               ZBNKNOS1
006000            ORGANIZATION IS SEQUENTIAL                            ZBNKNOS1
006100            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
006200            FILE STATUS  IS WS-STMTXML-STATUS.                    ZBNKNOS1
006300     SELECT STMTWRK-FILE                                          ZBNKNOS1
006400            ASSIGN       TO STMTWRK                               ZBNKNOS1
006500            ORGANIZATION IS SEQUENTIAL                            ZBNKNOS1
006600            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
006700            FILE STATUS  IS WS-STMTWRK-STATUS.                    ZBNKNOS1
006800     SELECT BNKNOSR-FILE                                          ZBNKNOS1
006900            ASSIGN       TO BNKNOSR                               ZBNKNOS1
007000            ORGANIZATION IS INDEXED                               ZBNKNOS1
007100            ACCESS MODE  IS DYNAMIC                               ZBNKNOS1
007200            RECORD KEY   IS NOS-KEY                               ZBNKNOS1
007300            FILE STATUS  IS WS-BNKNOSR-STATUS.                    ZBNKNOS1
007400     SELECT BNKWIRE-FILE                                          ZBNKNOS1
007500            ASSIGN       TO BNKWIRE                               ZBNKNOS1
007600            ORGANIZATION IS INDEXED                               ZBNKNOS1
007700            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
007800            RECORD KEY   IS WIR-REC-REF                           ZBNKNOS1
007900            FILE STATUS  IS WS-BNKWIRE-STATUS.                    ZBNKNOS1
008000     SELECT BNKPAYQ-FILE                                          ZBNKNOS1
008100            ASSIGN       TO BNKPAYQ                               ZBNKNOS1
008200            ORGANIZATION IS INDEXED                               ZBNKNOS1
008300            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
008400            RECORD KEY   IS PQ-REC-REF                            ZBNKNOS1
008500            FILE STATUS  IS WS-BNKPAYQ-STATUS.                    ZBNKNOS1
008600     SELECT BNKTXN-FILE                                           ZBNKNOS1
008700            ASSIGN       TO BNKTXN                                ZBNKNOS1
008800            ORGANIZATION IS INDEXED                               ZBNKNOS1
008900            ACCESS MODE  IS DYNAMIC                               ZBNKNOS1
009000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKNOS1
009100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKNOS1
009200            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKNOS1
009300            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKNOS1
009400     SELECT BNKSUSP-FILE                                          ZBNKNOS1
009500            ASSIGN       TO BNKSUSP                               ZBNKNOS1
009600            ORGANIZATION IS INDEXED                               ZBNKNOS1
009700            ACCESS MODE  IS DYNAMIC                               ZBNKNOS1
009800            RECORD KEY   IS SUS-KEY                               ZBNKNOS1
009900            FILE STATUS  IS WS-BNKSUSP-STATUS.                    ZBNKNOS1
010000     SELECT SRTNOS-FILE                                           ZBNKNOS1
010100            ASSIGN       TO SRTNOS.                               ZBNKNOS1
010200     SELECT PRINTOUT-FILE                                         ZBNKNOS1
010300            ASSIGN       TO PRINTOUT                              ZBNKNOS1
010400            ORGANIZATION IS SEQUENTIAL                            ZBNKNOS1
010500            ACCESS MODE  IS SEQUENTIAL                            ZBNKNOS1
010600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKNOS1
010700                                                                  ZBNKNOS1
010800 DATA DIVISION.                                                   ZBNKNOS1
010900 FILE SECTION.                                                    ZBNKNOS1
011000                                                                  ZBNKNOS1
011100 FD  NOSTMT-FILE.                                                 ZBNKNOS1
011200 01  NOSTMT-REC                              PIC X(100).          ZBNKNOS1
011300                                                                  ZBNKNOS1
011400 FD  STMTXML-FILE.                                                ZBNKNOS1
011500 01  STMTXML-REC                             PIC X(256).          ZBNKNOS1
011600                                                                  ZBNKNOS1
011700 FD  STMTWRK-FILE.                                                ZBNKNOS1
011800 01  STMTWRK-REC                             PIC X(100).          ZBNKNOS1
011900                                                                  ZBNKNOS1
012000 FD  BNKNOSR-FILE.                                                ZBNKNOS1
012100 01  BNKNOSR-REC.                                                 ZBNKNOS1
012200 COPY CBANKVNR.                                                   ZBNKNOS1
012300                                                                  ZBNKNOS1
012400 FD  BNKWIRE-FILE.                                                ZBNKNOS1
012500 01  BNKWIRE-REC.                                                 ZBNKNOS1
012600 COPY CBANKVWR.                                                   ZBNKNOS1
012700                                                                  ZBNKNOS1
012800 FD  BNKPAYQ-FILE.                                                ZBNKNOS1
012900 01  BNKPAYQ-REC.                                                 ZBNKNOS1
013000 COPY CBANKVPQ.                                                   ZBNKNOS1
013100                                                                  ZBNKNOS1
013200 FD  BNKTXN-FILE.                                                 ZBNKNOS1
013300 01  BNKTXN-REC.                                                  ZBNKNOS1
013400 COPY CBANKVTX.                                                   ZBNKNOS1
013500                                                                  ZBNKNOS1
013600 FD  BNKSUSP-FILE.                                                ZBNKNOS1
013700 01  BNKSUSP-REC.                                                 ZBNKNOS1
013800 COPY CBANKVSU.                                                   ZBNKNOS1
013900                                                                  ZBNKNOS1
014000 SD  SRTNOS-FILE.                                                 ZBNKNOS1
014100 01  SRTNOS-REC.                                                  ZBNKNOS1
014200   05  SRTNOS-CATEGORY                       PIC 9(1).            ZBNKNOS1
014300   05  SRTNOS-AGE                            PIC 9(5).            ZBNKNOS1
014400   05  SRTNOS-REF                            PIC X(16).           ZBNKNOS1
014500   05  SRTNOS-DIRECTION                      PIC X(1).            ZBNKNOS1
014600   05  SRTNOS-SOURCE                         PIC X(1).            ZBNKNOS1
014700   05  SRTNOS-ACCNO                          PIC X(9).            ZBNKNOS1
014800   05  SRTNOS-BOOK-DATE                      PIC X(10).           ZBNKNOS1
014900   05  SRTNOS-BOOK-AMOUNT                    PIC S9(9)V99 COMP-3. ZBNKNOS1
015000   05  SRTNOS-VALUE-DATE                     PIC X(10).           ZBNKNOS1
015100   05  SRTNOS-STMT-AMOUNT                    PIC S9(9)V99 COMP-3. ZBNKNOS1
015200   05  SRTNOS-NOTE                           PIC X(12).           ZBNKNOS1
015300   05  SRTNOS-SUSP-TIMESTAMP                 PIC X(26).           ZBNKNOS1
015400                                                                  ZBNKNOS1
015500 FD  PRINTOUT-FILE.                                               ZBNKNOS1
015600 01  PRINTOUT-REC                            PIC X(121).          ZBNKNOS1
015700                                                                  ZBNKNOS1
015800 WORKING-STORAGE SECTION.                                         ZBNKNOS1
015900 COPY CJOURNLD.                                                   ZBNKNOS1
016000                                                                  ZBNKNOS1
016100 COPY CTIMERD.                                                    ZBNKNOS1
016200                                                                  ZBNKNOS1
016300 COPY CTSTAMPD.                                                   ZBNKNOS1
016400                                                                  ZBNKNOS1
016500 COPY CBANKTXD.                                                   ZBNKNOS1
016600                                                                  ZBNKNOS1
016700 COPY CBUSDAYD.                                                   ZBNKNOS1
016800                                                                  ZBNKNOS1
016900 COPY CISOXMLD.                                                   ZBNKNOS1
017000                                                                  ZBNKNOS1
017100***************************************************************** ZBNKNOS1
017200* The correspondent's statement as the fixed-format MT940       * ZBNKNOS1
017300* layout carries it - a header with the account (:25:), the     * ZBNKNOS1
017400* statement number (:28C:) and opening balance (:60F:), one     * ZBNKNOS1
017500* entry per movement (:61:) and a trailer with the entry count  * ZBNKNOS1
017600* and closing balance (:62F:).  A camt.053 statement is turned  * ZBNKNOS1
017700* into the same records on STMTWRK before it is used.           * ZBNKNOS1
017800***************************************************************** ZBNKNOS1
017900 01  WS-STMT-HEADER.                                              ZBNKNOS1
018000   05  WS-SH-RECORD-TYPE                     PIC X(1).            ZBNKNOS1
018100   05  WS-SH-ACCOUNT                         PIC X(17).           ZBNKNOS1
018200   05  WS-SH-STMT-DATE                       PIC X(10).           ZBNKNOS1
018300   05  WS-SH-STMT-NUMBER                     PIC 9(5).            ZBNKNOS1
018400   05  WS-SH-STMT-NUMBER-X REDEFINES WS-SH-STMT-NUMBER            ZBNKNOS1
018500                                             PIC X(5).            ZBNKNOS1
018600   05  WS-SH-OPEN-MARK                       PIC X(1).            ZBNKNOS1
018700   05  WS-SH-OPEN-BALANCE                    PIC 9(11)V99.        ZBNKNOS1
018800   05  WS-SH-OPEN-BALANCE-X REDEFINES WS-SH-OPEN-BALANCE          ZBNKNOS1
018900                                             PIC X(13).           ZBNKNOS1
019000   05  FILLER                                PIC X(53).           ZBNKNOS1
019100                                                                  ZBNKNOS1
019200 01  WS-STMT-ENTRY REDEFINES WS-STMT-HEADER.                      ZBNKNOS1
019300   05  WS-SE-RECORD-TYPE                     PIC X(1).            ZBNKNOS1
019400   05  WS-SE-VALUE-DATE                      PIC X(10).           ZBNKNOS1
019500   05  WS-SE-MARK                            PIC X(1).            ZBNKNOS1
019600   05  WS-SE-AMOUNT                          PIC 9(11)V99.        ZBNKNOS1
019700   05  WS-SE-AMOUNT-X REDEFINES WS-SE-AMOUNT PIC X(13).           ZBNKNOS1
019800   05  WS-SE-REF                             PIC X(16).           ZBNKNOS1
019900   05  WS-SE-SVCR-REF                        PIC X(16).           ZBNKNOS1
020000   05  WS-SE-TEXT                            PIC X(30).           ZBNKNOS1
020100   05  FILLER                                PIC X(13).           ZBNKNOS1
020200                                                                  ZBNKNOS1
020300 01  WS-STMT-TRAILER REDEFINES WS-STMT-HEADER.                    ZBNKNOS1
020400   05  WS-ST-RECORD-TYPE                     PIC X(1).            ZBNKNOS1
020500   05  WS-ST-COUNT                           PIC 9(7).            ZBNKNOS1
020600   05  WS-ST-COUNT-X REDEFINES WS-ST-COUNT   PIC X(7).            ZBNKNOS1
020700   05  WS-ST-CLOSE-MARK                      PIC X(1).            ZBNKNOS1
020800   05  WS-ST-CLOSE-BALANCE                   PIC 9(11)V99.        ZBNKNOS1
020900   05  WS-ST-CLOSE-BALANCE-X REDEFINES WS-ST-CLOSE-BALANCE        ZBNKNOS1
021000                                             PIC X(13).           ZBNKNOS1
021100   05  FILLER                                PIC X(78).           ZBNKNOS1
021200                                                                  ZBNKNOS1
021300 01  WS-MISC-STORAGE.                                             ZBNKNOS1
021400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKNOS1
021500       VALUE 'ZBNKNOS1'.                                          ZBNKNOS1
021600   05  WS-NOSTMT-STATUS.                                          ZBNKNOS1
021700     10  WS-NOSTMT-STAT1                     PIC X(1).            ZBNKNOS1
021800     10  WS-NOSTMT-STAT2                     PIC X(1).            ZBNKNOS1
021900   05  WS-STMTXML-STATUS.                                         ZBNKNOS1
022000     10  WS-STMTXML-STAT1                    PIC X(1).            ZBNKNOS1
022100     10  WS-STMTXML-STAT2                    PIC X(1).            ZBNKNOS1
022200   05  WS-STMTWRK-STATUS.                                         ZBNKNOS1
022300     10  WS-STMTWRK-STAT1                    PIC X(1).            ZBNKNOS1
022400     10  WS-STMTWRK-STAT2                    PIC X(1).            ZBNKNOS1
022500   05  WS-BNKNOSR-STATUS.                                         ZBNKNOS1
022600     10  WS-BNKNOSR-STAT1                    PIC X(1).            ZBNKNOS1
022700     10  WS-BNKNOSR-STAT2                    PIC X(1).            ZBNKNOS1
022800   05  WS-BNKWIRE-STATUS.                                         ZBNKNOS1
022900     10  WS-BNKWIRE-STAT1                    PIC X(1).            ZBNKNOS1
023000     10  WS-BNKWIRE-STAT2                    PIC X(1).            ZBNKNOS1
023100   05  WS-BNKPAYQ-STATUS.                                         ZBNKNOS1
023200     10  WS-BNKPAYQ-STAT1                    PIC X(1).            ZBNKNOS1
023300     10  WS-BNKPAYQ-STAT2                    PIC X(1).            ZBNKNOS1
023400   05  WS-BNKTXN-STATUS.                                          ZBNKNOS1
023500     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKNOS1
023600     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKNOS1
023700   05  WS-BNKSUSP-STATUS.                                         ZBNKNOS1
023800     10  WS-BNKSUSP-STAT1                    PIC X(1).            ZBNKNOS1
023900     10  WS-BNKSUSP-STAT2                    PIC X(1).            ZBNKNOS1
024000   05  WS-PRINTOUT-STATUS.                                        ZBNKNOS1
024100     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKNOS1
024200     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKNOS1
024300   05  WS-IO-STATUS.                                              ZBNKNOS1
024400     10  WS-IO-STAT1                         PIC X(1).            ZBNKNOS1
024500     10  WS-IO-STAT2                         PIC X(1).            ZBNKNOS1
024600   05  WS-TWO-BYTES.                                              ZBNKNOS1
024700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKNOS1
024800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKNOS1
024900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKNOS1
025000                                             PIC 9(1) COMP.       ZBNKNOS1
025100   05  WS-PARM                               PIC X(50).           ZBNKNOS1
025200   05  WS-PARM-TALLY                         PIC S9(4) COMP.      ZBNKNOS1
025300   05  WS-ISO-SW                             PIC X(1)             ZBNKNOS1
025400       VALUE 'N'.                                                 ZBNKNOS1
025500     88  WS-READ-ISO                         VALUE 'Y'.           ZBNKNOS1
025600   05  WS-AGE-DAYS                           PIC 9(2)             ZBNKNOS1
025700       VALUE 2.                                                   ZBNKNOS1
025800*    Book items older than this many days before the statement    ZBNKNOS1
025900*    date were picked up by earlier runs                          ZBNKNOS1
026000   05  WS-LOOKBACK-DAYS                      PIC 9(3)             ZBNKNOS1
026100       VALUE 10.                                                  ZBNKNOS1
026200*    Matched rows stay on the register this long for enquiry      ZBNKNOS1
026300   05  WS-PURGE-DAYS                         PIC 9(3)             ZBNKNOS1
026400       VALUE 90.                                                  ZBNKNOS1
026500*    Our account at the correspondent and the account DBANK49P    ZBNKNOS1
026600*    books outbound wires against                                 ZBNKNOS1
026700   05  WS-NOSTRO-ACCNO                       PIC X(17)            ZBNKNOS1
026800       VALUE '4410099001'.                                        ZBNKNOS1
026900   05  WS-WIRE-SETTLE-ACC                    PIC X(9)             ZBNKNOS1
027000       VALUE '999999991'.                                         ZBNKNOS1
027100   05  WS-TODAY-ISO                          PIC X(10).           ZBNKNOS1
027200   05  WS-STMT-DATE                          PIC X(10).           ZBNKNOS1
027300   05  WS-STMT-NUMBER                        PIC 9(5).            ZBNKNOS1
027400   05  WS-STMT-ACCOUNT                       PIC X(17).           ZBNKNOS1
027500   05  WS-WINDOW-START                       PIC X(10).           ZBNKNOS1
027600   05  WS-WINDOW-START-PD                    PIC X(8).            ZBNKNOS1
027700   05  WS-STMT-DATE-PD                       PIC X(8).            ZBNKNOS1
027800   05  WS-CUTOFF-DATE                        PIC X(10).           ZBNKNOS1
027900   05  WS-PURGE-DATE                         PIC X(10).           ZBNKNOS1
028000   05  WS-STMT-INTEGER                       PIC 9(7).            ZBNKNOS1
028100   05  WS-WORK-INTEGER                       PIC 9(7).            ZBNKNOS1
028200   05  WS-WORK-DATE                          PIC 9(8).            ZBNKNOS1
028300   05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(8).            ZBNKNOS1
028400   05  WS-WORK-ISO                           PIC X(10).           ZBNKNOS1
028500   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKNOS1
028600   05  WS-HEADER-SEEN                        PIC X(1).            ZBNKNOS1
028700     88  WS-HAD-HEADER                       VALUE 'Y'.           ZBNKNOS1
028800   05  WS-TRAILER-SEEN                       PIC X(1).            ZBNKNOS1
028900     88  WS-HAD-TRAILER                      VALUE 'Y'.           ZBNKNOS1
029000   05  WS-END-OF-FILE                        PIC X(1).            ZBNKNOS1
029100     88  WS-EOF                              VALUE 'Y'.           ZBNKNOS1
029200   05  WS-ENTRY-DIRECTION                    PIC X(1).            ZBNKNOS1
029300   05  WS-ENTRY-REF                          PIC X(16).           ZBNKNOS1
029400   05  WS-ENTRY-AMOUNT                       PIC S9(9)V99 COMP-3. ZBNKNOS1
029500   05  WS-NOS-KEY-SAVE                       PIC X(17).           ZBNKNOS1
029600   05  WS-BOOK-REF                           PIC X(16).           ZBNKNOS1
029700   05  WS-BOOK-DIRECTION                     PIC X(1).            ZBNKNOS1
029800   05  WS-BOOK-SOURCE                        PIC X(1).            ZBNKNOS1
029900   05  WS-BOOK-DATE                          PIC X(10).           ZBNKNOS1
030000   05  WS-BOOK-AMOUNT                        PIC S9(9)V99 COMP-3. ZBNKNOS1
030100   05  WS-BOOK-ACCNO                         PIC X(9).            ZBNKNOS1
030200   05  WS-BOOK-NAME                          PIC X(30).           ZBNKNOS1
030300   05  WS-BREAK-AMOUNT                       PIC S9(9)V99 COMP-3. ZBNKNOS1
030400   05  WS-SIGNED-AMOUNT                      PIC S9(9)V99 COMP-3. ZBNKNOS1
030500   05  WS-TXN-SEQ2                           PIC 9(4)             ZBNKNOS1
030600       VALUE ZERO.                                                ZBNKNOS1
030700   05  WS-SUSP-REF-SEQ                       PIC 9(4)             ZBNKNOS1
030800       VALUE ZERO.                                                ZBNKNOS1
030900   05  WS-LAST-CATEGORY                      PIC 9(1).            ZBNKNOS1
031000   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKNOS1
031100                                                                  ZBNKNOS1
031200 01  WS-TWOS-COMP.                                                ZBNKNOS1
031300   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKNOS1
031400   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKNOS1
031500   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKNOS1
031600   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKNOS1
031700                                                                  ZBNKNOS1
031800***************************************************************** ZBNKNOS1
031900* Fields picked out of a camt.053 statement as it is walked     * ZBNKNOS1
032000***************************************************************** ZBNKNOS1
032100 01  WS-ISO-STMT-DATA.                                            ZBNKNOS1
032200   05  WS-ISO-IN-ACCT                        PIC X(1).            ZBNKNOS1
032300     88  WS-ISO-ACCT-OPEN                    VALUE 'Y'.           ZBNKNOS1
032400   05  WS-ISO-IN-BAL                         PIC X(1).            ZBNKNOS1
032500     88  WS-ISO-BAL-OPEN                     VALUE 'Y'.           ZBNKNOS1
032600   05  WS-ISO-IN-NTRY                        PIC X(1).            ZBNKNOS1
032700     88  WS-ISO-NTRY-OPEN                    VALUE 'Y'.           ZBNKNOS1
032800   05  WS-ISO-IN-VALDT                       PIC X(1).            ZBNKNOS1
032900     88  WS-ISO-VALDT-OPEN                   VALUE 'Y'.           ZBNKNOS1
033000   05  WS-ISO-IN-TXDTLS                      PIC X(1).            ZBNKNOS1
033100     88  WS-ISO-TXDTLS-OPEN                  VALUE 'Y'.           ZBNKNOS1
033200   05  WS-ISO-IN-TTLNTRIES                   PIC X(1).            ZBNKNOS1
033300     88  WS-ISO-TTLNTRIES-OPEN               VALUE 'Y'.           ZBNKNOS1
033400   05  WS-ISO-BAL-TYPE                       PIC X(4).            ZBNKNOS1
033500   05  WS-ISO-BAL-AMOUNT                     PIC S9(11)V99 COMP-3.ZBNKNOS1
033600   05  WS-ISO-BAL-MARK                       PIC X(4).            ZBNKNOS1
033700   05  WS-ISO-BAL-DATE                       PIC X(10).           ZBNKNOS1
033800   05  WS-ISO-OPEN-AMOUNT                    PIC S9(11)V99 COMP-3.ZBNKNOS1
033900   05  WS-ISO-OPEN-MARK                      PIC X(4).            ZBNKNOS1
034000   05  WS-ISO-CLOSE-AMOUNT                   PIC S9(11)V99 COMP-3.ZBNKNOS1
034100   05  WS-ISO-CLOSE-MARK                     PIC X(4).            ZBNKNOS1
034200   05  WS-ISO-CLOSE-DATE                     PIC X(10).           ZBNKNOS1
034300   05  WS-ISO-NBR-ENTRIES                    PIC 9(7).            ZBNKNOS1
034400   05  WS-ISO-NTRY-AMOUNT                    PIC S9(11)V99 COMP-3.ZBNKNOS1
034500   05  WS-ISO-NTRY-AMOUNT-SEEN               PIC X(1).            ZBNKNOS1
034600     88  WS-ISO-HAVE-NTRY-AMOUNT             VALUE 'Y'.           ZBNKNOS1
034700   05  WS-ISO-NTRY-MARK                      PIC X(4).            ZBNKNOS1
034800   05  WS-ISO-NTRY-VALUE-DATE                PIC X(10).           ZBNKNOS1
034900   05  WS-ISO-NTRY-SVCR-REF                  PIC X(35).           ZBNKNOS1
035000   05  WS-ISO-NTRY-E2E-REF                   PIC X(35).           ZBNKNOS1
035100   05  WS-ISO-NTRY-INSTR-REF                 PIC X(35).           ZBNKNOS1
035200   05  WS-ISO-NTRY-TEXT                      PIC X(35).           ZBNKNOS1
035300   05  WS-ISO-AMOUNT                         PIC S9(11)V99 COMP-3.ZBNKNOS1
035400   05  WS-ISO-CHAR                           PIC X(1).            ZBNKNOS1
035500   05  WS-ISO-DIGIT REDEFINES WS-ISO-CHAR    PIC 9(1).            ZBNKNOS1
035600   05  WS-ISO-DECIMALS                       PIC 9(1).            ZBNKNOS1
035700   05  WS-ISO-POINT-SEEN                     PIC X(1).            ZBNKNOS1
035800     88  WS-ISO-AFTER-POINT                  VALUE 'Y'.           ZBNKNOS1
035900   05  WS-ISO-SUB                            PIC S9(4) COMP.      ZBNKNOS1
036000                                                                  ZBNKNOS1
036100 01  WS-COUNTERS.                                                 ZBNKNOS1
036200   05  WS-STMT-ENTRIES                       PIC 9(7)             ZBNKNOS1
036300       VALUE ZERO.                                                ZBNKNOS1
036400   05  WS-STMT-CREDITS                       PIC S9(11)V99 COMP-3 ZBNKNOS1
036500       VALUE ZERO.                                                ZBNKNOS1
036600   05  WS-STMT-DEBITS                        PIC S9(11)V99 COMP-3 ZBNKNOS1
036700       VALUE ZERO.                                                ZBNKNOS1
036800   05  WS-STMT-OPENING                       PIC S9(11)V99 COMP-3 ZBNKNOS1
036900       VALUE ZERO.                                                ZBNKNOS1
037000   05  WS-STMT-CLOSING                       PIC S9(11)V99 COMP-3 ZBNKNOS1
037100       VALUE ZERO.                                                ZBNKNOS1
037200   05  WS-STMT-PROVED                        PIC S9(11)V99 COMP-3 ZBNKNOS1
037300       VALUE ZERO.                                                ZBNKNOS1
037400   05  WS-STMT-APPLIED                       PIC 9(7)             ZBNKNOS1
037500       VALUE ZERO.                                                ZBNKNOS1
037600   05  WS-STMT-ALREADY                       PIC 9(7)             ZBNKNOS1
037700       VALUE ZERO.                                                ZBNKNOS1
037800   05  WS-BOOK-LOADED                        PIC 9(7)             ZBNKNOS1
037900       VALUE ZERO.                                                ZBNKNOS1
038000   05  WS-ROWS-MATCHED                       PIC 9(7)             ZBNKNOS1
038100       VALUE ZERO.                                                ZBNKNOS1
038200   05  WS-AMOUNT-MATCHED                     PIC S9(11)V99 COMP-3 ZBNKNOS1
038300       VALUE ZERO.                                                ZBNKNOS1
038400   05  WS-ROWS-PURGED                        PIC 9(7)             ZBNKNOS1
038500       VALUE ZERO.                                                ZBNKNOS1
038600   05  WS-BREAKS-NOT-BOOKED                  PIC 9(7)             ZBNKNOS1
038700       VALUE ZERO.                                                ZBNKNOS1
038800   05  WS-BREAKS-NOT-ON-STMT                 PIC 9(7)             ZBNKNOS1
038900       VALUE ZERO.                                                ZBNKNOS1
039000   05  WS-BREAKS-AMOUNT                      PIC 9(7)             ZBNKNOS1
039100       VALUE ZERO.                                                ZBNKNOS1
039200   05  WS-SUSP-TO-CLEAR                      PIC 9(7)             ZBNKNOS1
039300       VALUE ZERO.                                                ZBNKNOS1
039400   05  WS-BREAKS-POSTED                      PIC 9(7)             ZBNKNOS1
039500       VALUE ZERO.                                                ZBNKNOS1
039600   05  WS-AMOUNT-POSTED                      PIC S9(11)V99 COMP-3 ZBNKNOS1
039700       VALUE ZERO.                                                ZBNKNOS1
039800                                                                  ZBNKNOS1
039900***************************************************************** ZBNKNOS1
040000* Nostro reconciliation report                                  * ZBNKNOS1
040100***************************************************************** ZBNKNOS1
040200 01  WS-REPORT-LINES.                                             ZBNKNOS1
040300   05  WS-LINE1.                                                  ZBNKNOS1
040400     10  WS-LINE1-CC                         PIC X(1)             ZBNKNOS1
040500         VALUE '1'.                                               ZBNKNOS1
040600     10  FILLER                              PIC X(20)            ZBNKNOS1
040700         VALUE SPACES.                                            ZBNKNOS1
040800     10  FILLER                              PIC X(42)            ZBNKNOS1
040900         VALUE 'Nostro Account Reconciliation - Statement'.       ZBNKNOS1
041000     10  WS-LINE1-STMT-DATE                  PIC X(10).           ZBNKNOS1
041100     10  FILLER                              PIC X(10)            ZBNKNOS1
041200         VALUE '  Run of'.                                        ZBNKNOS1
041300     10  WS-LINE1-RUN-DATE                   PIC X(10).           ZBNKNOS1
041400   05  WS-LINE2.                                                  ZBNKNOS1
041500     10  WS-LINE2-CC                         PIC X(1)             ZBNKNOS1
041600         VALUE ' '.                                               ZBNKNOS1
041700     10  FILLER                              PIC X(20)            ZBNKNOS1
041800         VALUE SPACES.                                            ZBNKNOS1
041900     10  FILLER                              PIC X(22)            ZBNKNOS1
042000         VALUE 'Correspondent account'.                           ZBNKNOS1
042100     10  WS-LINE2-ACCOUNT                    PIC X(17).           ZBNKNOS1
042200     10  FILLER                              PIC X(16)            ZBNKNOS1
042300         VALUE '  Statement no.'.                                 ZBNKNOS1
042400     10  WS-LINE2-NUMBER                     PIC Z(4)9.           ZBNKNOS1
042500     10  FILLER                              PIC X(3)             ZBNKNOS1
042600         VALUE SPACES.                                            ZBNKNOS1
042700     10  WS-LINE2-FORMAT                     PIC X(12).           ZBNKNOS1
042800   05  WS-LINE3.                                                  ZBNKNOS1
042900     10  WS-LINE3-CC                         PIC X(1)             ZBNKNOS1
043000         VALUE '-'.                                               ZBNKNOS1
043100     10  FILLER                              PIC X(15)            ZBNKNOS1
043200         VALUE 'Break'.                                           ZBNKNOS1
043300     10  FILLER                              PIC X(17)            ZBNKNOS1
043400         VALUE 'Reference'.                                       ZBNKNOS1
043500     10  FILLER                              PIC X(3)             ZBNKNOS1
043600         VALUE 'D/C'.                                             ZBNKNOS1
043700     10  FILLER                              PIC X(7)             ZBNKNOS1
043800         VALUE ' Source'.                                         ZBNKNOS1
043900     10  FILLER                              PIC X(10)            ZBNKNOS1
044000         VALUE ' Account'.                                        ZBNKNOS1
044100     10  FILLER                              PIC X(11)            ZBNKNOS1
044200         VALUE ' Booked'.                                         ZBNKNOS1
044300     10  FILLER                              PIC X(13)            ZBNKNOS1
044400         VALUE '  Book amount'.                                   ZBNKNOS1
044500     10  FILLER                              PIC X(11)            ZBNKNOS1
044600         VALUE ' Value date'.                                     ZBNKNOS1
044700     10  FILLER                              PIC X(13)            ZBNKNOS1
044800         VALUE '  Stmt amount'.                                   ZBNKNOS1
044900     10  FILLER                              PIC X(6)             ZBNKNOS1
045000         VALUE '   Age'.                                          ZBNKNOS1
045100     10  FILLER                              PIC X(13)            ZBNKNOS1
045200         VALUE ' Note'.                                           ZBNKNOS1
045300   05  WS-LINE4.                                                  ZBNKNOS1
045400     10  WS-LINE4-CC                         PIC X(1)             ZBNKNOS1
045500         VALUE ' '.                                               ZBNKNOS1
045600     10  WS-LINE4-BREAK                      PIC X(14).           ZBNKNOS1
045700     10  FILLER                              PIC X(1)             ZBNKNOS1
045800         VALUE SPACE.                                             ZBNKNOS1
045900     10  WS-LINE4-REF                        PIC X(16).           ZBNKNOS1
046000     10  FILLER                              PIC X(2)             ZBNKNOS1
046100         VALUE SPACES.                                            ZBNKNOS1
046200     10  WS-LINE4-DIRECTION                  PIC X(1).            ZBNKNOS1
046300     10  FILLER                              PIC X(2)             ZBNKNOS1
046400         VALUE SPACES.                                            ZBNKNOS1
046500     10  WS-LINE4-SOURCE                     PIC X(6).            ZBNKNOS1
046600     10  FILLER                              PIC X(1)             ZBNKNOS1
046700         VALUE SPACE.                                             ZBNKNOS1
046800     10  WS-LINE4-ACCNO                      PIC X(9).            ZBNKNOS1
046900     10  FILLER                              PIC X(1)             ZBNKNOS1
047000         VALUE SPACE.                                             ZBNKNOS1
047100     10  WS-LINE4-BOOK-DATE                  PIC X(10).           ZBNKNOS1
047200     10  FILLER                              PIC X(1)             ZBNKNOS1
047300         VALUE SPACE.                                             ZBNKNOS1
047400     10  WS-LINE4-BOOK-AMOUNT                PIC Z(7)9.99-.       ZBNKNOS1
047500     10  FILLER                              PIC X(1)             ZBNKNOS1
047600         VALUE SPACE.                                             ZBNKNOS1
047700     10  WS-LINE4-VALUE-DATE                 PIC X(10).           ZBNKNOS1
047800     10  FILLER                              PIC X(1)             ZBNKNOS1
047900         VALUE SPACE.                                             ZBNKNOS1
048000     10  WS-LINE4-STMT-AMOUNT                PIC Z(7)9.99-.       ZBNKNOS1
048100     10  FILLER                              PIC X(1)             ZBNKNOS1
048200         VALUE SPACE.                                             ZBNKNOS1
048300     10  WS-LINE4-AGE                        PIC ZZZZ9.           ZBNKNOS1
048400     10  FILLER                              PIC X(1)             ZBNKNOS1
048500         VALUE SPACE.                                             ZBNKNOS1
048600     10  WS-LINE4-NOTE                       PIC X(12).           ZBNKNOS1
048700   05  WS-LINE5.                                                  ZBNKNOS1
048800     10  WS-LINE5-CC                         PIC X(1)             ZBNKNOS1
048900         VALUE ' '.                                               ZBNKNOS1
049000     10  FILLER                              PIC X(15)            ZBNKNOS1
049100         VALUE SPACES.                                            ZBNKNOS1
049200     10  FILLER                              PIC X(16)            ZBNKNOS1
049300         VALUE 'Suspense item'.                                   ZBNKNOS1
049400     10  WS-LINE5-SUSP-TIMESTAMP             PIC X(26).           ZBNKNOS1
049500     10  FILLER                              PIC X(40)            ZBNKNOS1
049600         VALUE ' - match it off on SSUSP01P'.                     ZBNKNOS1
049700   05  WS-LINE6.                                                  ZBNKNOS1
049800     10  WS-LINE6-CC                         PIC X(1)             ZBNKNOS1
049900         VALUE ' '.                                               ZBNKNOS1
050000     10  FILLER                              PIC X(3)             ZBNKNOS1
050100         VALUE SPACES.                                            ZBNKNOS1
050200     10  WS-LINE6-DESC                       PIC X(40).           ZBNKNOS1
050300     10  WS-LINE6-COUNT                      PIC Z(6)9.           ZBNKNOS1
050400     10  FILLER                              PIC X(3)             ZBNKNOS1
050500         VALUE SPACES.                                            ZBNKNOS1
050600     10  WS-LINE6-AMOUNT                     PIC Z(10)9.99-.      ZBNKNOS1
050700                                                                  ZBNKNOS1
050800 LINKAGE SECTION.                                                 ZBNKNOS1
050900 01  LK-EXEC-PARM.                                                ZBNKNOS1
051000   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKNOS1
051100   05  LK-EXEC-PARM-DATA                     PIC X(50).           ZBNKNOS1
051200                                                                  ZBNKNOS1
051300 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKNOS1
051400                                                                  ZBNKNOS1
051500     PERFORM RUN-TIME.                                            ZBNKNOS1
051600                                                                  ZBNKNOS1
051700     MOVE 'Nostro reconciliation starting'                        ZBNKNOS1
051800       TO WS-CONSOLE-MESSAGE.                                     ZBNKNOS1
051900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKNOS1
052000                                                                  ZBNKNOS1
052100 COPY CTSTAMPP.                                                   ZBNKNOS1
052200     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKNOS1
052300                                                                  ZBNKNOS1
052400     PERFORM READ-PARM THRU READ-PARM-EXIT.                       ZBNKNOS1
052500                                                                  ZBNKNOS1
052600***************************************************************** ZBNKNOS1
052700* Bring a camt.053 statement into the fixed layout, then prove  * ZBNKNOS1
052800* the statement before anything is applied                      * ZBNKNOS1
052900***************************************************************** ZBNKNOS1
053000     IF WS-READ-ISO                                               ZBNKNOS1
053100        PERFORM CONVERT-ISO-STATEMENT THRU                        ZBNKNOS1
053200                CONVERT-ISO-STATEMENT-EXIT                        ZBNKNOS1
053300     END-IF.                                                      ZBNKNOS1
053400     PERFORM PROVE-STATEMENT THRU                                 ZBNKNOS1
053500             PROVE-STATEMENT-EXIT.                                ZBNKNOS1
053600     PERFORM BUILD-WINDOW-DATES THRU                              ZBNKNOS1
053700             BUILD-WINDOW-DATES-EXIT.                             ZBNKNOS1
053800                                                                  ZBNKNOS1
053900     PERFORM OPEN-FILES.                                          ZBNKNOS1
054000     PERFORM PRINT-REPORT-HEADER.                                 ZBNKNOS1
054100                                                                  ZBNKNOS1
054200     PERFORM APPLY-STATEMENT THRU                                 ZBNKNOS1
054300             APPLY-STATEMENT-EXIT.                                ZBNKNOS1
054400     PERFORM LOAD-BOOK-WIRES THRU                                 ZBNKNOS1
054500             LOAD-BOOK-WIRES-EXIT.                                ZBNKNOS1
054600     PERFORM LOAD-BOOK-PAYMENTS THRU                              ZBNKNOS1
054700             LOAD-BOOK-PAYMENTS-EXIT.                             ZBNKNOS1
054800     PERFORM LOAD-BOOK-WIRE-CREDITS THRU                          ZBNKNOS1
054900             LOAD-BOOK-WIRE-CREDITS-EXIT.                         ZBNKNOS1
055000                                                                  ZBNKNOS1
055100     SORT SRTNOS-FILE                                             ZBNKNOS1
055200          ON ASCENDING KEY SRTNOS-CATEGORY                        ZBNKNOS1
055300          ON DESCENDING KEY SRTNOS-AGE                            ZBNKNOS1
055400          ON ASCENDING KEY SRTNOS-REF                             ZBNKNOS1
055500          INPUT PROCEDURE IS MATCH-REGISTER                       ZBNKNOS1
055600                        THRU MATCH-REGISTER-EXIT                  ZBNKNOS1
055700          OUTPUT PROCEDURE IS PRINT-BREAKS                        ZBNKNOS1
055800                         THRU PRINT-BREAKS-EXIT.                  ZBNKNOS1
055900     IF SORT-RETURN IS NOT EQUAL TO ZERO                          ZBNKNOS1
056000        MOVE 'Sort of nostro breaks failed'                       ZBNKNOS1
056100          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
056200        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
056300     END-IF.                                                      ZBNKNOS1
056400                                                                  ZBNKNOS1
056500     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKNOS1
056600     PERFORM CLOSE-FILES.                                         ZBNKNOS1
056700                                                                  ZBNKNOS1
056800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKNOS1
056900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKNOS1
057000                                                                  ZBNKNOS1
057100     PERFORM RUN-TIME.                                            ZBNKNOS1
057200                                                                  ZBNKNOS1
057300     IF WS-BREAKS-NOT-BOOKED IS GREATER THAN ZERO OR              ZBNKNOS1
057400        WS-BREAKS-NOT-ON-STMT IS GREATER THAN ZERO OR             ZBNKNOS1
057500        WS-BREAKS-AMOUNT IS GREATER THAN ZERO                     ZBNKNOS1
057600        MOVE 4 TO RETURN-CODE                                     ZBNKNOS1
057700     ELSE                                                         ZBNKNOS1
057800        MOVE 0 TO RETURN-CODE                                     ZBNKNOS1
057900     END-IF.                                                      ZBNKNOS1
058000                                                                  ZBNKNOS1
058100     GOBACK.                                                      ZBNKNOS1
058200                                                                  ZBNKNOS1
058300***************************************************************** ZBNKNOS1
058400* PARM - ISO reads a camt.053 statement from STMTXML in place   * ZBNKNOS1
058500* of NOSTMT; AGE=n is the number of business days a break may   * ZBNKNOS1
058600* stay open before it is posted to suspense.  Either or both,   * ZBNKNOS1
058700* separated by a comma.                                         * ZBNKNOS1
058800***************************************************************** ZBNKNOS1
058900 READ-PARM.                                                       ZBNKNOS1
059000     MOVE SPACES TO WS-PARM.                                      ZBNKNOS1
059100     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKNOS1
059200        IF LK-EXEC-PARM-LL IS GREATER THAN 50                     ZBNKNOS1
059300           MOVE LK-EXEC-PARM-DATA TO WS-PARM                      ZBNKNOS1
059400        ELSE                                                      ZBNKNOS1
059500           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL) TO WS-PARM  ZBNKNOS1
059600        END-IF                                                    ZBNKNOS1
059700     END-IF.                                                      ZBNKNOS1
059800     MOVE ZERO TO WS-PARM-TALLY.                                  ZBNKNOS1
059900     INSPECT WS-PARM TALLYING WS-PARM-TALLY FOR ALL 'ISO'.        ZBNKNOS1
060000     IF WS-PARM-TALLY IS GREATER THAN ZERO                        ZBNKNOS1
060100        MOVE 'Y' TO WS-ISO-SW                                     ZBNKNOS1
060200     END-IF.                                                      ZBNKNOS1
060300     MOVE 1 TO WS-SUB1.                                           ZBNKNOS1
060400 READ-PARM-SCAN.                                                  ZBNKNOS1
060500     IF WS-SUB1 IS GREATER THAN 46                                ZBNKNOS1
060600        GO TO READ-PARM-EXIT                                      ZBNKNOS1
060700     END-IF.                                                      ZBNKNOS1
060800     IF WS-PARM (WS-SUB1:4) IS NOT EQUAL TO 'AGE='                ZBNKNOS1
060900        ADD 1 TO WS-SUB1                                          ZBNKNOS1
061000        GO TO READ-PARM-SCAN                                      ZBNKNOS1
061100     END-IF.                                                      ZBNKNOS1
061200     ADD 4 TO WS-SUB1.                                            ZBNKNOS1
061300     IF WS-PARM (WS-SUB1:1) IS NOT NUMERIC                        ZBNKNOS1
061400        MOVE 'PARM AGE= must be followed by 1 or 2 digits'        ZBNKNOS1
061500          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
061600        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
061700     END-IF.                                                      ZBNKNOS1
061800     IF WS-PARM (WS-SUB1 + 1:1) IS NUMERIC                        ZBNKNOS1
061900        MOVE WS-PARM (WS-SUB1:2) TO WS-AGE-DAYS                   ZBNKNOS1
062000     ELSE                                                         ZBNKNOS1
062100        MOVE ZERO TO WS-AGE-DAYS                                  ZBNKNOS1
062200        MOVE WS-PARM (WS-SUB1:1) TO WS-AGE-DAYS (2:1)             ZBNKNOS1
062300     END-IF.                                                      ZBNKNOS1
062400 READ-PARM-EXIT.                                                  ZBNKNOS1
062500     EXIT.                                                        ZBNKNOS1
062600                                                                  ZBNKNOS1
062700***************************************************************** ZBNKNOS1
062800* Read the next statement record - from NOSTMT, or from the     * ZBNKNOS1
062900* work file a camt.053 statement was turned into                * ZBNKNOS1
063000***************************************************************** ZBNKNOS1
063100 READ-STATEMENT.                                                  ZBNKNOS1
063200     IF WS-READ-ISO                                               ZBNKNOS1
063300        READ STMTWRK-FILE INTO WS-STMT-HEADER                     ZBNKNOS1
063400        MOVE WS-STMTWRK-STATUS TO WS-IO-STATUS                    ZBNKNOS1
063500     ELSE                                                         ZBNKNOS1
063600        READ NOSTMT-FILE INTO WS-STMT-HEADER                      ZBNKNOS1
063700        MOVE WS-NOSTMT-STATUS TO WS-IO-STATUS                     ZBNKNOS1
063800     END-IF.                                                      ZBNKNOS1
063900     IF WS-IO-STATUS IS EQUAL TO '10'                             ZBNKNOS1
064000        SET WS-EOF TO TRUE                                        ZBNKNOS1
064100     ELSE                                                         ZBNKNOS1
064200        IF WS-IO-STATUS IS NOT EQUAL TO '00'                      ZBNKNOS1
064300           MOVE 'Statement file read error'                       ZBNKNOS1
064400             TO WS-CONSOLE-MESSAGE                                ZBNKNOS1
064500           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKNOS1
064600           PERFORM DISPLAY-IO-STATUS                              ZBNKNOS1
064700           PERFORM ABORT-PROGRAM                                  ZBNKNOS1
064800        END-IF                                                    ZBNKNOS1
064900     END-IF.                                                      ZBNKNOS1
065000                                                                  ZBNKNOS1
065100 OPEN-STATEMENT.                                                  ZBNKNOS1
065200     MOVE 'N' TO WS-END-OF-FILE.                                  ZBNKNOS1
065300     IF WS-READ-ISO                                               ZBNKNOS1
065400        OPEN INPUT STMTWRK-FILE                                   ZBNKNOS1
065500        MOVE WS-STMTWRK-STATUS TO WS-IO-STATUS                    ZBNKNOS1
065600     ELSE                                                         ZBNKNOS1
065700        OPEN INPUT NOSTMT-FILE                                    ZBNKNOS1
065800        MOVE WS-NOSTMT-STATUS TO WS-IO-STATUS                     ZBNKNOS1
065900     END-IF.                                                      ZBNKNOS1
066000     IF WS-IO-STATUS IS NOT EQUAL TO '00'                         ZBNKNOS1
066100        MOVE 'Statement file open failure...'                     ZBNKNOS1
066200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
066300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
066400        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
066500        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
066600     END-IF.                                                      ZBNKNOS1
066700                                                                  ZBNKNOS1
066800 CLOSE-STATEMENT.                                                 ZBNKNOS1
066900     IF WS-READ-ISO                                               ZBNKNOS1
067000        CLOSE STMTWRK-FILE                                        ZBNKNOS1
067100     ELSE                                                         ZBNKNOS1
067200        CLOSE NOSTMT-FILE                                         ZBNKNOS1
067300     END-IF.                                                      ZBNKNOS1
067400                                                                  ZBNKNOS1
067500***************************************************************** ZBNKNOS1
067600* First pass - the statement must be for our account, have one  * ZBNKNOS1
067700* header and one trailer, carry the number of entries the       * ZBNKNOS1
067800* trailer says, and its entries must take the opening balance   * ZBNKNOS1
067900* to the closing balance.  Nothing is applied from a statement  * ZBNKNOS1
068000* that fails.                                                   * ZBNKNOS1
068100***************************************************************** ZBNKNOS1
068200 PROVE-STATEMENT.                                                 ZBNKNOS1
068300     PERFORM OPEN-STATEMENT.                                      ZBNKNOS1
068400     MOVE 'N' TO WS-HEADER-SEEN.                                  ZBNKNOS1
068500     MOVE 'N' TO WS-TRAILER-SEEN.                                 ZBNKNOS1
068600 PROVE-STATEMENT-LOOP.                                            ZBNKNOS1
068700     PERFORM READ-STATEMENT.                                      ZBNKNOS1
068800     IF WS-EOF                                                    ZBNKNOS1
068900        GO TO PROVE-STATEMENT-END                                 ZBNKNOS1
069000     END-IF.                                                      ZBNKNOS1
069100     IF WS-HAD-TRAILER                                            ZBNKNOS1
069200        MOVE 'Statement has records after its trailer'            ZBNKNOS1
069300          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
069400        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
069500     END-IF.                                                      ZBNKNOS1
069600     EVALUATE WS-SH-RECORD-TYPE                                   ZBNKNOS1
069700       WHEN 'H'                                                   ZBNKNOS1
069800         PERFORM PROVE-HEADER                                     ZBNKNOS1
069900       WHEN 'E'                                                   ZBNKNOS1
070000         PERFORM PROVE-ENTRY                                      ZBNKNOS1
070100       WHEN 'T'                                                   ZBNKNOS1
070200         PERFORM PROVE-TRAILER                                    ZBNKNOS1
070300       WHEN OTHER                                                 ZBNKNOS1
070400         MOVE 'Statement record type not recognised'              ZBNKNOS1
070500           TO WS-CONSOLE-MESSAGE                                  ZBNKNOS1
070600         PERFORM ABORT-PROGRAM                                    ZBNKNOS1
070700     END-EVALUATE.                                                ZBNKNOS1
070800     GO TO PROVE-STATEMENT-LOOP.                                  ZBNKNOS1
070900 PROVE-STATEMENT-END.                                             ZBNKNOS1
071000     PERFORM CLOSE-STATEMENT.                                     ZBNKNOS1
071100     IF NOT WS-HAD-TRAILER                                        ZBNKNOS1
071200        MOVE 'Statement has no trailer'                           ZBNKNOS1
071300          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
071400        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
071500     END-IF.                                                      ZBNKNOS1
071600     COMPUTE WS-STMT-PROVED =                                     ZBNKNOS1
071700       WS-STMT-OPENING + WS-STMT-CREDITS - WS-STMT-DEBITS.        ZBNKNOS1
071800     IF WS-STMT-PROVED IS NOT EQUAL TO WS-STMT-CLOSING            ZBNKNOS1
071900        MOVE 'Statement entries do not reach the closing balance' ZBNKNOS1
072000          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
072100        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
072200     END-IF.                                                      ZBNKNOS1
072300 PROVE-STATEMENT-EXIT.                                            ZBNKNOS1
072400     EXIT.                                                        ZBNKNOS1
072500                                                                  ZBNKNOS1
072600 PROVE-HEADER.                                                    ZBNKNOS1
072700     IF WS-HAD-HEADER                                             ZBNKNOS1
072800        MOVE 'Statement has more than one header'                 ZBNKNOS1
072900          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
073000        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
073100     END-IF.                                                      ZBNKNOS1
073200     MOVE 'Y' TO WS-HEADER-SEEN.                                  ZBNKNOS1
073300     IF WS-SH-ACCOUNT IS NOT EQUAL TO WS-NOSTRO-ACCNO             ZBNKNOS1
073400        MOVE 'Statement is not for our nostro account'            ZBNKNOS1
073500          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
073600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
073700        MOVE WS-SH-ACCOUNT TO WS-CONSOLE-MESSAGE                  ZBNKNOS1
073800        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
073900     END-IF.                                                      ZBNKNOS1
074000     IF WS-SH-STMT-DATE IS GREATER THAN WS-TODAY-ISO OR           ZBNKNOS1
074100        WS-SH-STMT-DATE (5:1) IS NOT EQUAL TO '-' OR              ZBNKNOS1
074200        WS-SH-STMT-DATE (8:1) IS NOT EQUAL TO '-'                 ZBNKNOS1
074300        MOVE 'Statement date is not valid'                        ZBNKNOS1
074400          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
074500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
074600        MOVE WS-SH-STMT-DATE TO WS-CONSOLE-MESSAGE                ZBNKNOS1
074700        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
074800     END-IF.                                                      ZBNKNOS1
074900     IF WS-SH-STMT-NUMBER-X IS NOT NUMERIC OR                     ZBNKNOS1
075000        WS-SH-OPEN-BALANCE-X IS NOT NUMERIC                       ZBNKNOS1
075100        MOVE 'Statement header is not numeric'                    ZBNKNOS1
075200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
075300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
075400     END-IF.                                                      ZBNKNOS1
075500     MOVE WS-SH-ACCOUNT TO WS-STMT-ACCOUNT.                       ZBNKNOS1
075600     MOVE WS-SH-STMT-DATE TO WS-STMT-DATE.                        ZBNKNOS1
075700     MOVE WS-SH-STMT-NUMBER TO WS-STMT-NUMBER.                    ZBNKNOS1
075800     IF WS-SH-OPEN-MARK IS EQUAL TO 'D'                           ZBNKNOS1
075900        COMPUTE WS-STMT-OPENING = WS-SH-OPEN-BALANCE * -1         ZBNKNOS1
076000     ELSE                                                         ZBNKNOS1
076100        MOVE WS-SH-OPEN-BALANCE TO WS-STMT-OPENING                ZBNKNOS1
076200     END-IF.                                                      ZBNKNOS1
076300                                                                  ZBNKNOS1
076400 PROVE-ENTRY.                                                     ZBNKNOS1
076500     IF NOT WS-HAD-HEADER                                         ZBNKNOS1
076600        MOVE 'Statement entry ahead of its header'                ZBNKNOS1
076700          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
076800        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
076900     END-IF.                                                      ZBNKNOS1
077000     IF WS-SE-AMOUNT-X IS NOT NUMERIC                             ZBNKNOS1
077100        MOVE 'Statement entry amount is not numeric'              ZBNKNOS1
077200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
077300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
077400     END-IF.                                                      ZBNKNOS1
077500     EVALUATE WS-SE-MARK                                          ZBNKNOS1
077600       WHEN 'C'                                                   ZBNKNOS1
077700         ADD WS-SE-AMOUNT TO WS-STMT-CREDITS                      ZBNKNOS1
077800       WHEN 'D'                                                   ZBNKNOS1
077900         ADD WS-SE-AMOUNT TO WS-STMT-DEBITS                       ZBNKNOS1
078000       WHEN OTHER                                                 ZBNKNOS1
078100         MOVE 'Statement entry is neither debit nor credit'       ZBNKNOS1
078200           TO WS-CONSOLE-MESSAGE                                  ZBNKNOS1
078300         PERFORM ABORT-PROGRAM                                    ZBNKNOS1
078400     END-EVALUATE.                                                ZBNKNOS1
078500     ADD 1 TO WS-STMT-ENTRIES.                                    ZBNKNOS1
078600                                                                  ZBNKNOS1
078700 PROVE-TRAILER.                                                   ZBNKNOS1
078800     MOVE 'Y' TO WS-TRAILER-SEEN.                                 ZBNKNOS1
078900     IF WS-ST-COUNT-X IS NOT NUMERIC OR                           ZBNKNOS1
079000        WS-ST-CLOSE-BALANCE-X IS NOT NUMERIC                      ZBNKNOS1
079100        MOVE 'Statement trailer is not numeric'                   ZBNKNOS1
079200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
079300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
079400     END-IF.                                                      ZBNKNOS1
079500     IF WS-ST-COUNT IS NOT EQUAL TO WS-STMT-ENTRIES               ZBNKNOS1
079600        MOVE 'Statement entry count does not match trailer'       ZBNKNOS1
079700          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
079800        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
079900     END-IF.                                                      ZBNKNOS1
080000     IF WS-ST-CLOSE-MARK IS EQUAL TO 'D'                          ZBNKNOS1
080100        COMPUTE WS-STMT-CLOSING = WS-ST-CLOSE-BALANCE * -1        ZBNKNOS1
080200     ELSE                                                         ZBNKNOS1
080300        MOVE WS-ST-CLOSE-BALANCE TO WS-STMT-CLOSING               ZBNKNOS1
080400     END-IF.                                                      ZBNKNOS1
080500                                                                  ZBNKNOS1
080600***************************************************************** ZBNKNOS1
080700* Dates the run works to - book items dated from the start of   * ZBNKNOS1
080800* the look-back window up to the statement date are loaded; a   * ZBNKNOS1
080900* break first seen on or before the cutoff goes to suspense;    * ZBNKNOS1
081000* matched rows settled before the purge date are removed        * ZBNKNOS1
081100***************************************************************** ZBNKNOS1
081200 BUILD-WINDOW-DATES.                                              ZBNKNOS1
081300     MOVE WS-STMT-DATE (1:4) TO WS-WORK-DATE-X (1:4).             ZBNKNOS1
081400     MOVE WS-STMT-DATE (6:2) TO WS-WORK-DATE-X (5:2).             ZBNKNOS1
081500     MOVE WS-STMT-DATE (9:2) TO WS-WORK-DATE-X (7:2).             ZBNKNOS1
081600     MOVE WS-WORK-DATE-X TO WS-STMT-DATE-PD.                      ZBNKNOS1
081700     COMPUTE WS-STMT-INTEGER =                                    ZBNKNOS1
081800       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).                   ZBNKNOS1
081900     COMPUTE WS-WORK-INTEGER = WS-STMT-INTEGER - WS-LOOKBACK-DAYS.ZBNKNOS1
082000     PERFORM INTEGER-TO-ISO.                                      ZBNKNOS1
082100     MOVE WS-WORK-ISO TO WS-WINDOW-START.                         ZBNKNOS1
082200     MOVE WS-WORK-DATE-X TO WS-WINDOW-START-PD.                   ZBNKNOS1
082300     COMPUTE WS-WORK-INTEGER = WS-STMT-INTEGER - WS-PURGE-DAYS.   ZBNKNOS1
082400     PERFORM INTEGER-TO-ISO.                                      ZBNKNOS1
082500     MOVE WS-WORK-ISO TO WS-PURGE-DATE.                           ZBNKNOS1
082600     MOVE WS-STMT-DATE TO WS-CUTOFF-DATE.                         ZBNKNOS1
082700     MOVE ZERO TO WS-SUB1.                                        ZBNKNOS1
082800 BUILD-WINDOW-CUTOFF.                                             ZBNKNOS1
082900     IF WS-SUB1 IS NOT LESS THAN WS-AGE-DAYS                      ZBNKNOS1
083000        GO TO BUILD-WINDOW-DATES-EXIT                             ZBNKNOS1
083100     END-IF.                                                      ZBNKNOS1
083200     MOVE SPACES TO BUS-DAY-DATA.                                 ZBNKNOS1
083300     SET BUS-DAY-PREV-BUSINESS TO TRUE.                           ZBNKNOS1
083400     MOVE WS-CUTOFF-DATE TO BUS-DAY-DATE-IN.                      ZBNKNOS1
083500     CALL 'UBUSDAY' USING BUS-DAY-DATA.                           ZBNKNOS1
083600     IF NOT BUS-DAY-OK                                            ZBNKNOS1
083700        GO TO BUILD-WINDOW-DATES-EXIT                             ZBNKNOS1
083800     END-IF.                                                      ZBNKNOS1
083900     MOVE BUS-DAY-DATE-OUT TO WS-CUTOFF-DATE.                     ZBNKNOS1
084000     ADD 1 TO WS-SUB1.                                            ZBNKNOS1
084100     GO TO BUILD-WINDOW-CUTOFF.                                   ZBNKNOS1
084200 BUILD-WINDOW-DATES-EXIT.                                         ZBNKNOS1
084300     EXIT.                                                        ZBNKNOS1
084400                                                                  ZBNKNOS1
084500 INTEGER-TO-ISO.                                                  ZBNKNOS1
084600     COMPUTE WS-WORK-DATE =                                       ZBNKNOS1
084700       FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).                ZBNKNOS1
084800     MOVE WS-WORK-DATE-X (1:4) TO WS-WORK-ISO (1:4).              ZBNKNOS1
084900     MOVE '-' TO WS-WORK-ISO (5:1).                               ZBNKNOS1
085000     MOVE WS-WORK-DATE-X (5:2) TO WS-WORK-ISO (6:2).              ZBNKNOS1
085100     MOVE '-' TO WS-WORK-ISO (8:1).                               ZBNKNOS1
085200     MOVE WS-WORK-DATE-X (7:2) TO WS-WORK-ISO (9:2).              ZBNKNOS1
085300                                                                  ZBNKNOS1
085400***************************************************************** ZBNKNOS1
085500* Second pass - put each statement entry on the register        * ZBNKNOS1
085600* against its reference.  An entry already loaded from this     * ZBNKNOS1
085700* same statement (a re-run) is skipped; a second entry for a    * ZBNKNOS1
085800* reference adds to the first, so a duplicate shows as an       * ZBNKNOS1
085900* amount break.  An entry without our reference is keyed on     * ZBNKNOS1
086000* the correspondent's own.                                      * ZBNKNOS1
086100***************************************************************** ZBNKNOS1
086200 APPLY-STATEMENT.                                                 ZBNKNOS1
086300     PERFORM OPEN-STATEMENT.                                      ZBNKNOS1
086400 APPLY-STATEMENT-LOOP.                                            ZBNKNOS1
086500     PERFORM READ-STATEMENT.                                      ZBNKNOS1
086600     IF WS-EOF                                                    ZBNKNOS1
086700        GO TO APPLY-STATEMENT-END                                 ZBNKNOS1
086800     END-IF.                                                      ZBNKNOS1
086900     IF WS-SE-RECORD-TYPE IS NOT EQUAL TO 'E'                     ZBNKNOS1
087000        GO TO APPLY-STATEMENT-LOOP                                ZBNKNOS1
087100     END-IF.                                                      ZBNKNOS1
087200     MOVE WS-SE-REF TO WS-ENTRY-REF.                              ZBNKNOS1
087300     IF WS-ENTRY-REF IS EQUAL TO SPACES                           ZBNKNOS1
087400        MOVE WS-SE-SVCR-REF TO WS-ENTRY-REF                       ZBNKNOS1
087500     END-IF.                                                      ZBNKNOS1
087600     MOVE WS-SE-MARK TO WS-ENTRY-DIRECTION.                       ZBNKNOS1
087700     MOVE WS-SE-AMOUNT TO WS-ENTRY-AMOUNT.                        ZBNKNOS1
087800     MOVE WS-ENTRY-REF TO NOS-REC-REF.                            ZBNKNOS1
087900     MOVE WS-ENTRY-DIRECTION TO NOS-REC-DIRECTION.                ZBNKNOS1
088000     READ BNKNOSR-FILE.                                           ZBNKNOS1
088100     IF WS-BNKNOSR-STATUS IS EQUAL TO '23'                        ZBNKNOS1
088200        PERFORM NEW-REGISTER-ROW                                  ZBNKNOS1
088300        PERFORM SET-STATEMENT-SIDE                                ZBNKNOS1
088400        WRITE NOS-RECORD                                          ZBNKNOS1
088500        PERFORM CHECK-REGISTER-UPDATE                             ZBNKNOS1
088600        ADD 1 TO WS-STMT-APPLIED                                  ZBNKNOS1
088700        GO TO APPLY-STATEMENT-LOOP                                ZBNKNOS1
088800     END-IF.                                                      ZBNKNOS1
088900     PERFORM CHECK-REGISTER-READ.                                 ZBNKNOS1
089000     IF NOS-STMT-PRESENT AND                                      ZBNKNOS1
089100        NOS-REC-STMT-DATE IS EQUAL TO WS-STMT-DATE AND            ZBNKNOS1
089200        NOS-REC-SVCR-REF IS EQUAL TO WS-SE-SVCR-REF               ZBNKNOS1
089300        ADD 1 TO WS-STMT-ALREADY                                  ZBNKNOS1
089400        GO TO APPLY-STATEMENT-LOOP                                ZBNKNOS1
089500     END-IF.                                                      ZBNKNOS1
089600     IF NOS-STMT-PRESENT                                          ZBNKNOS1
089700        ADD WS-ENTRY-AMOUNT TO NOS-REC-STMT-AMOUNT                ZBNKNOS1
089800        ADD 1 TO NOS-REC-STMT-ENTRIES                             ZBNKNOS1
089900        MOVE WS-STMT-DATE TO NOS-REC-STMT-DATE                    ZBNKNOS1
090000        MOVE WS-SE-SVCR-REF TO NOS-REC-SVCR-REF                   ZBNKNOS1
090100        SET NOS-STATUS-OPEN TO TRUE                               ZBNKNOS1
090200        MOVE SPACES TO NOS-REC-MATCHED-DATE                       ZBNKNOS1
090300     ELSE                                                         ZBNKNOS1
090400        PERFORM SET-STATEMENT-SIDE                                ZBNKNOS1
090500     END-IF.                                                      ZBNKNOS1
090600     REWRITE NOS-RECORD.                                          ZBNKNOS1
090700     PERFORM CHECK-REGISTER-UPDATE.                               ZBNKNOS1
090800     ADD 1 TO WS-STMT-APPLIED.                                    ZBNKNOS1
090900     GO TO APPLY-STATEMENT-LOOP.                                  ZBNKNOS1
091000 APPLY-STATEMENT-END.                                             ZBNKNOS1
091100     PERFORM CLOSE-STATEMENT.                                     ZBNKNOS1
091200 APPLY-STATEMENT-EXIT.                                            ZBNKNOS1
091300     EXIT.                                                        ZBNKNOS1
091400                                                                  ZBNKNOS1
091500 SET-STATEMENT-SIDE.                                              ZBNKNOS1
091600     MOVE 'Y' TO NOS-REC-STMT-SEEN.                               ZBNKNOS1
091700     MOVE WS-STMT-DATE TO NOS-REC-STMT-DATE.                      ZBNKNOS1
091800     MOVE WS-SE-VALUE-DATE TO NOS-REC-VALUE-DATE.                 ZBNKNOS1
091900     MOVE WS-ENTRY-AMOUNT TO NOS-REC-STMT-AMOUNT.                 ZBNKNOS1
092000     MOVE WS-SE-SVCR-REF TO NOS-REC-SVCR-REF.                     ZBNKNOS1
092100     MOVE 1 TO NOS-REC-STMT-ENTRIES.                              ZBNKNOS1
092200     IF NOS-REC-NAME IS EQUAL TO SPACES                           ZBNKNOS1
092300        MOVE WS-SE-TEXT TO NOS-REC-NAME                           ZBNKNOS1
092400     END-IF.                                                      ZBNKNOS1
092500     IF NOS-REC-FIRST-SEEN IS GREATER THAN WS-STMT-DATE           ZBNKNOS1
092600        MOVE WS-STMT-DATE TO NOS-REC-FIRST-SEEN                   ZBNKNOS1
092700     END-IF.                                                      ZBNKNOS1
092800                                                                  ZBNKNOS1
092900***************************************************************** ZBNKNOS1
093000* A register row not yet seen from either side - the key is     * ZBNKNOS1
093100* already in place                                              * ZBNKNOS1
093200***************************************************************** ZBNKNOS1
093300 NEW-REGISTER-ROW.                                                ZBNKNOS1
093400     MOVE NOS-KEY TO WS-NOS-KEY-SAVE.                             ZBNKNOS1
093500     MOVE SPACES TO NOS-RECORD.                                   ZBNKNOS1
093600     MOVE WS-NOS-KEY-SAVE TO NOS-KEY.                             ZBNKNOS1
093700     SET NOS-STATUS-OPEN TO TRUE.                                 ZBNKNOS1
093800     MOVE HIGH-VALUES TO NOS-REC-FIRST-SEEN.                      ZBNKNOS1
093900     MOVE 'N' TO NOS-REC-BOOK-SEEN.                               ZBNKNOS1
094000     MOVE 'N' TO NOS-REC-STMT-SEEN.                               ZBNKNOS1
094100     MOVE ZERO TO NOS-REC-BOOK-AMOUNT.                            ZBNKNOS1
094200     MOVE ZERO TO NOS-REC-STMT-AMOUNT.                            ZBNKNOS1
094300     MOVE ZERO TO NOS-REC-STMT-ENTRIES.                           ZBNKNOS1
094400     MOVE ZERO TO NOS-REC-SUSP-AMOUNT.                            ZBNKNOS1
094500                                                                  ZBNKNOS1
094600***************************************************************** ZBNKNOS1
094700* Outbound wires sent in the window, and inbound wires that     * ZBNKNOS1
094800* reached the nostro but were parked for repair                 * ZBNKNOS1
094900***************************************************************** ZBNKNOS1
095000 LOAD-BOOK-WIRES.                                                 ZBNKNOS1
095100     MOVE 'N' TO WS-END-OF-FILE.                                  ZBNKNOS1
095200 LOAD-BOOK-WIRES-LOOP.                                            ZBNKNOS1
095300     READ BNKWIRE-FILE NEXT RECORD                                ZBNKNOS1
095400       AT END                                                     ZBNKNOS1
095500         SET WS-EOF TO TRUE                                       ZBNKNOS1
095600     END-READ.                                                    ZBNKNOS1
095700     IF WS-EOF                                                    ZBNKNOS1
095800        GO TO LOAD-BOOK-WIRES-EXIT                                ZBNKNOS1
095900     END-IF.                                                      ZBNKNOS1
096000     IF WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
096100        MOVE 'BNKWIRE error reading file...'                      ZBNKNOS1
096200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
096300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
096400        MOVE WS-BNKWIRE-STATUS TO WS-IO-STATUS                    ZBNKNOS1
096500        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
096600        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
096700     END-IF.                                                      ZBNKNOS1
096800     IF WIR-DIR-OUTBOUND AND                                      ZBNKNOS1
096900        WIR-STATUS-SENT                                           ZBNKNOS1
097000        MOVE WIR-REC-SENT-DATE TO WS-BOOK-DATE                    ZBNKNOS1
097100        MOVE WIR-REC-REF TO WS-BOOK-REF                           ZBNKNOS1
097200        MOVE 'D' TO WS-BOOK-DIRECTION                             ZBNKNOS1
097300        MOVE 'W' TO WS-BOOK-SOURCE                                ZBNKNOS1
097400     ELSE                                                         ZBNKNOS1
097500        IF WIR-DIR-INBOUND AND                                    ZBNKNOS1
097600           WIR-STATUS-REPAIR                                      ZBNKNOS1
097700           MOVE WIR-REC-ENTERED-TIMESTAMP (1:10) TO WS-BOOK-DATE  ZBNKNOS1
097800           MOVE WIR-REC-BENE-ACCNO (1:16) TO WS-BOOK-REF          ZBNKNOS1
097900           MOVE 'C' TO WS-BOOK-DIRECTION                          ZBNKNOS1
098000           MOVE 'R' TO WS-BOOK-SOURCE                             ZBNKNOS1
098100        ELSE                                                      ZBNKNOS1
098200           GO TO LOAD-BOOK-WIRES-LOOP                             ZBNKNOS1
098300        END-IF                                                    ZBNKNOS1
098400     END-IF.                                                      ZBNKNOS1
098500     IF WS-BOOK-DATE IS LESS THAN WS-WINDOW-START OR              ZBNKNOS1
098600        WS-BOOK-DATE IS GREATER THAN WS-STMT-DATE                 ZBNKNOS1
098700        GO TO LOAD-BOOK-WIRES-LOOP                                ZBNKNOS1
098800     END-IF.                                                      ZBNKNOS1
098900     MOVE WIR-REC-AMOUNT TO WS-BOOK-AMOUNT.                       ZBNKNOS1
099000     MOVE WIR-REC-ACCNO TO WS-BOOK-ACCNO.                         ZBNKNOS1
099100     MOVE WIR-REC-BENE-NAME TO WS-BOOK-NAME.                      ZBNKNOS1
099200     PERFORM PUT-BOOK-ITEM.                                       ZBNKNOS1
099300     GO TO LOAD-BOOK-WIRES-LOOP.                                  ZBNKNOS1
099400 LOAD-BOOK-WIRES-EXIT.                                            ZBNKNOS1
099500     EXIT.                                                        ZBNKNOS1
099600                                                                  ZBNKNOS1
099700***************************************************************** ZBNKNOS1
099800* Bill payments the clearing network settled in the window      * ZBNKNOS1
099900***************************************************************** ZBNKNOS1
100000 LOAD-BOOK-PAYMENTS.                                              ZBNKNOS1
100100     MOVE 'N' TO WS-END-OF-FILE.                                  ZBNKNOS1
100200 LOAD-BOOK-PAYMENTS-LOOP.                                         ZBNKNOS1
100300     READ BNKPAYQ-FILE NEXT RECORD                                ZBNKNOS1
100400       AT END                                                     ZBNKNOS1
100500         SET WS-EOF TO TRUE                                       ZBNKNOS1
100600     END-READ.                                                    ZBNKNOS1
100700     IF WS-EOF                                                    ZBNKNOS1
100800        GO TO LOAD-BOOK-PAYMENTS-EXIT                             ZBNKNOS1
100900     END-IF.                                                      ZBNKNOS1
101000     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
101100        MOVE 'BNKPAYQ error reading file...'                      ZBNKNOS1
101200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
101400        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKNOS1
101500        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
101600        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
101700     END-IF.                                                      ZBNKNOS1
101800     IF NOT PQ-STATUS-SETTLED OR                                  ZBNKNOS1
101900        PQ-REC-SETTLE-DATE IS LESS THAN WS-WINDOW-START OR        ZBNKNOS1
102000        PQ-REC-SETTLE-DATE IS GREATER THAN WS-STMT-DATE           ZBNKNOS1
102100        GO TO LOAD-BOOK-PAYMENTS-LOOP                             ZBNKNOS1
102200     END-IF.                                                      ZBNKNOS1
102300     MOVE PQ-REC-REF TO WS-BOOK-REF.                              ZBNKNOS1
102400     MOVE 'D' TO WS-BOOK-DIRECTION.                               ZBNKNOS1
102500     MOVE 'P' TO WS-BOOK-SOURCE.                                  ZBNKNOS1
102600     MOVE PQ-REC-SETTLE-DATE TO WS-BOOK-DATE.                     ZBNKNOS1
102700     MOVE PQ-REC-AMOUNT TO WS-BOOK-AMOUNT.                        ZBNKNOS1
102800     MOVE PQ-REC-FUND-ACCNO TO WS-BOOK-ACCNO.                     ZBNKNOS1
102900     MOVE PQ-REC-PAYEE-NAME TO WS-BOOK-NAME.                      ZBNKNOS1
103000     PERFORM PUT-BOOK-ITEM.                                       ZBNKNOS1
103100     GO TO LOAD-BOOK-PAYMENTS-LOOP.                               ZBNKNOS1
103200 LOAD-BOOK-PAYMENTS-EXIT.                                         ZBNKNOS1
103300     EXIT.                                                        ZBNKNOS1
103400                                                                  ZBNKNOS1
103500***************************************************************** ZBNKNOS1
103600* Inbound wires ZBNKWIR2 credited in the window - browsed on    * ZBNKNOS1
103700* the posting-date key; the sender's reference is the payment   * ZBNKNOS1
103800* reference on the credit entry                                 * ZBNKNOS1
103900***************************************************************** ZBNKNOS1
104000 LOAD-BOOK-WIRE-CREDITS.                                          ZBNKNOS1
104100     MOVE WS-WINDOW-START-PD TO BTX-REC-POSTING-DATE.             ZBNKNOS1
104200     MOVE LOW-VALUES TO BTX-REC-PD-ACCNO.                         ZBNKNOS1
104300     MOVE LOW-VALUES TO BTX-REC-PD-TIMESTAMP.                     ZBNKNOS1
104400     START BNKTXN-FILE KEY GREATER THAN OR EQUAL                  ZBNKNOS1
104500           BTX-REC-ALTKEY2.                                       ZBNKNOS1
104600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKNOS1
104700        GO TO LOAD-BOOK-WIRE-CREDITS-EXIT                         ZBNKNOS1
104800     END-IF.                                                      ZBNKNOS1
104900 LOAD-BOOK-WIRE-CREDITS-LOOP.                                     ZBNKNOS1
105000     READ BNKTXN-FILE NEXT RECORD.                                ZBNKNOS1
105100     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKNOS1
105200        GO TO LOAD-BOOK-WIRE-CREDITS-EXIT                         ZBNKNOS1
105300     END-IF.                                                      ZBNKNOS1
105400     IF BTX-REC-POSTING-DATE IS GREATER THAN WS-STMT-DATE-PD      ZBNKNOS1
105500        GO TO LOAD-BOOK-WIRE-CREDITS-EXIT                         ZBNKNOS1
105600     END-IF.                                                      ZBNKNOS1
105700     IF BTX-REC-TYPE IS NOT EQUAL TO 'W' OR                       ZBNKNOS1
105800        BTX-REC-SUB-TYPE IS NOT EQUAL TO '2' OR                   ZBNKNOS1
105900        BTX-REC-ACCNO IS EQUAL TO WS-WIRE-SETTLE-ACC OR           ZBNKNOS1
106000        BTX-REC-DATA-OLD (1:14) IS NOT EQUAL TO                   ZBNKNOS1
106050          'Incoming wire ' OR                                     ZBNKNOS1
106100        BTX-REC-PAYMENT-REF IS EQUAL TO SPACES                    ZBNKNOS1
106200        GO TO LOAD-BOOK-WIRE-CREDITS-LOOP                         ZBNKNOS1
106300     END-IF.                                                      ZBNKNOS1
106400     MOVE BTX-REC-PAYMENT-REF TO WS-BOOK-REF.                     ZBNKNOS1
106500     MOVE 'C' TO WS-BOOK-DIRECTION.                               ZBNKNOS1
106600     MOVE 'I' TO WS-BOOK-SOURCE.                                  ZBNKNOS1
106700     MOVE BTX-REC-POSTING-DATE (1:4) TO WS-BOOK-DATE (1:4).       ZBNKNOS1
106800     MOVE '-' TO WS-BOOK-DATE (5:1).                              ZBNKNOS1
106900     MOVE BTX-REC-POSTING-DATE (5:2) TO WS-BOOK-DATE (6:2).       ZBNKNOS1
107000     MOVE '-' TO WS-BOOK-DATE (8:1).                              ZBNKNOS1
107100     MOVE BTX-REC-POSTING-DATE (7:2) TO WS-BOOK-DATE (9:2).       ZBNKNOS1
107200     MOVE BTX-REC-AMOUNT TO WS-BOOK-AMOUNT.                       ZBNKNOS1
107300     MOVE BTX-REC-ACCNO TO WS-BOOK-ACCNO.                         ZBNKNOS1
107400     MOVE BTX-REC-DATA-OLD (15:30) TO WS-BOOK-NAME.               ZBNKNOS1
107500     PERFORM PUT-BOOK-ITEM.                                       ZBNKNOS1
107600     GO TO LOAD-BOOK-WIRE-CREDITS-LOOP.                           ZBNKNOS1
107700 LOAD-BOOK-WIRE-CREDITS-EXIT.                                     ZBNKNOS1
107800     EXIT.                                                        ZBNKNOS1
107900                                                                  ZBNKNOS1
108000***************************************************************** ZBNKNOS1
108100* Put one book item on the register - an item already loaded    * ZBNKNOS1
108200* by an earlier run is left as it is                            * ZBNKNOS1
108300***************************************************************** ZBNKNOS1
108400 PUT-BOOK-ITEM.                                                   ZBNKNOS1
108500     MOVE WS-BOOK-REF TO NOS-REC-REF.                             ZBNKNOS1
108600     MOVE WS-BOOK-DIRECTION TO NOS-REC-DIRECTION.                 ZBNKNOS1
108700     READ BNKNOSR-FILE.                                           ZBNKNOS1
108800     IF WS-BNKNOSR-STATUS IS EQUAL TO '23'                        ZBNKNOS1
108900        PERFORM NEW-REGISTER-ROW                                  ZBNKNOS1
109000        PERFORM SET-BOOK-SIDE                                     ZBNKNOS1
109100        WRITE NOS-RECORD                                          ZBNKNOS1
109200        PERFORM CHECK-REGISTER-UPDATE                             ZBNKNOS1
109300        ADD 1 TO WS-BOOK-LOADED                                   ZBNKNOS1
109400     ELSE                                                         ZBNKNOS1
109500        PERFORM CHECK-REGISTER-READ                               ZBNKNOS1
109600        IF NOT NOS-BOOK-PRESENT                                   ZBNKNOS1
109700           PERFORM SET-BOOK-SIDE                                  ZBNKNOS1
109800           REWRITE NOS-RECORD                                     ZBNKNOS1
109900           PERFORM CHECK-REGISTER-UPDATE                          ZBNKNOS1
110000           ADD 1 TO WS-BOOK-LOADED                                ZBNKNOS1
110100        END-IF                                                    ZBNKNOS1
110200     END-IF.                                                      ZBNKNOS1
110300                                                                  ZBNKNOS1
110400 SET-BOOK-SIDE.                                                   ZBNKNOS1
110500     MOVE 'Y' TO NOS-REC-BOOK-SEEN.                               ZBNKNOS1
110600     MOVE WS-BOOK-SOURCE TO NOS-REC-BOOK-SOURCE.                  ZBNKNOS1
110700     MOVE WS-BOOK-DATE TO NOS-REC-BOOK-DATE.                      ZBNKNOS1
110800     MOVE WS-BOOK-AMOUNT TO NOS-REC-BOOK-AMOUNT.                  ZBNKNOS1
110900     MOVE WS-BOOK-ACCNO TO NOS-REC-ACCNO.                         ZBNKNOS1
111000     MOVE WS-BOOK-NAME TO NOS-REC-NAME.                           ZBNKNOS1
111100     IF NOS-REC-FIRST-SEEN IS GREATER THAN WS-BOOK-DATE           ZBNKNOS1
111200        MOVE WS-BOOK-DATE TO NOS-REC-FIRST-SEEN                   ZBNKNOS1
111300     END-IF.                                                      ZBNKNOS1
111400                                                                  ZBNKNOS1
111500 CHECK-REGISTER-READ.                                             ZBNKNOS1
111600     IF WS-BNKNOSR-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
111700        MOVE 'BNKNOSR error reading file...'                      ZBNKNOS1
111800          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
111900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
112000        MOVE WS-BNKNOSR-STATUS TO WS-IO-STATUS                    ZBNKNOS1
112100        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
112200        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
112300     END-IF.                                                      ZBNKNOS1
112400                                                                  ZBNKNOS1
112500 CHECK-REGISTER-UPDATE.                                           ZBNKNOS1
112600     IF WS-BNKNOSR-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
112700        MOVE 'BNKNOSR error updating file...'                     ZBNKNOS1
112800          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
112900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
113000        MOVE WS-BNKNOSR-STATUS TO WS-IO-STATUS                    ZBNKNOS1
113100        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
113200        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
113300     END-IF.                                                      ZBNKNOS1
113400                                                                  ZBNKNOS1
113500***************************************************************** ZBNKNOS1
113600* Sort input - walk the whole register.  A row with both sides  * ZBNKNOS1
113700* present for the same amount is matched; old matched rows are  * ZBNKNOS1
113800* purged; everything else is a break, released with its age     * ZBNKNOS1
113900* and posted to suspense once it passes the cutoff.             * ZBNKNOS1
114000***************************************************************** ZBNKNOS1
114100 MATCH-REGISTER.                                                  ZBNKNOS1
114200     MOVE LOW-VALUES TO NOS-KEY.                                  ZBNKNOS1
114300     START BNKNOSR-FILE KEY GREATER THAN NOS-KEY.                 ZBNKNOS1
114400     IF WS-BNKNOSR-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
114500        GO TO MATCH-REGISTER-EXIT                                 ZBNKNOS1
114600     END-IF.                                                      ZBNKNOS1
114700 MATCH-REGISTER-LOOP.                                             ZBNKNOS1
114800     READ BNKNOSR-FILE NEXT RECORD.                               ZBNKNOS1
114900     IF WS-BNKNOSR-STATUS IS EQUAL TO '10'                        ZBNKNOS1
115000        GO TO MATCH-REGISTER-EXIT                                 ZBNKNOS1
115100     END-IF.                                                      ZBNKNOS1
115200     PERFORM CHECK-REGISTER-READ.                                 ZBNKNOS1
115300     IF NOS-STATUS-MATCHED                                        ZBNKNOS1
115400        IF NOS-REC-MATCHED-DATE IS LESS THAN WS-PURGE-DATE        ZBNKNOS1
115500           DELETE BNKNOSR-FILE RECORD                             ZBNKNOS1
115600           PERFORM CHECK-REGISTER-UPDATE                          ZBNKNOS1
115700           ADD 1 TO WS-ROWS-PURGED                                ZBNKNOS1
115800        END-IF                                                    ZBNKNOS1
115900        GO TO MATCH-REGISTER-LOOP                                 ZBNKNOS1
116000     END-IF.                                                      ZBNKNOS1
116100     IF NOS-BOOK-PRESENT AND                                      ZBNKNOS1
116200        NOS-STMT-PRESENT AND                                      ZBNKNOS1
116300        NOS-REC-BOOK-AMOUNT IS EQUAL TO NOS-REC-STMT-AMOUNT       ZBNKNOS1
116400        PERFORM MATCH-ONE-ROW                                     ZBNKNOS1
116500        GO TO MATCH-REGISTER-LOOP                                 ZBNKNOS1
116600     END-IF.                                                      ZBNKNOS1
116700     PERFORM RELEASE-BREAK THRU                                   ZBNKNOS1
116800             RELEASE-BREAK-EXIT.                                  ZBNKNOS1
116900     GO TO MATCH-REGISTER-LOOP.                                   ZBNKNOS1
117000 MATCH-REGISTER-EXIT.                                             ZBNKNOS1
117100     EXIT.                                                        ZBNKNOS1
117200                                                                  ZBNKNOS1
117300 MATCH-ONE-ROW.                                                   ZBNKNOS1
117400     SET NOS-STATUS-MATCHED TO TRUE.                              ZBNKNOS1
117500     MOVE WS-STMT-DATE TO NOS-REC-MATCHED-DATE.                   ZBNKNOS1
117600     REWRITE NOS-RECORD.                                          ZBNKNOS1
117700     PERFORM CHECK-REGISTER-UPDATE.                               ZBNKNOS1
117800     ADD 1 TO WS-ROWS-MATCHED.                                    ZBNKNOS1
117900     ADD NOS-REC-STMT-AMOUNT TO WS-AMOUNT-MATCHED.                ZBNKNOS1
118000     IF NOS-REC-SUSP-TIMESTAMP IS NOT EQUAL TO SPACES             ZBNKNOS1
118100        ADD 1 TO WS-SUSP-TO-CLEAR                                 ZBNKNOS1
118200        MOVE 4 TO SRTNOS-CATEGORY                                 ZBNKNOS1
118300        MOVE ZERO TO SRTNOS-AGE                                   ZBNKNOS1
118400        MOVE 'Matched' TO SRTNOS-NOTE                             ZBNKNOS1
118500        PERFORM RELEASE-ROW                                       ZBNKNOS1
118600     END-IF.                                                      ZBNKNOS1
118700                                                                  ZBNKNOS1
118800***************************************************************** ZBNKNOS1
118900* One open break - its age in days since first seen, its        * ZBNKNOS1
119000* category, and suspense once it is old enough                  * ZBNKNOS1
119100***************************************************************** ZBNKNOS1
119200 RELEASE-BREAK.                                                   ZBNKNOS1
119300     MOVE NOS-REC-FIRST-SEEN (1:4) TO WS-WORK-DATE-X (1:4).       ZBNKNOS1
119400     MOVE NOS-REC-FIRST-SEEN (6:2) TO WS-WORK-DATE-X (5:2).       ZBNKNOS1
119500     MOVE NOS-REC-FIRST-SEEN (9:2) TO WS-WORK-DATE-X (7:2).       ZBNKNOS1
119600     IF WS-WORK-DATE-X IS NUMERIC AND                             ZBNKNOS1
119700        NOS-REC-FIRST-SEEN IS LESS THAN WS-STMT-DATE              ZBNKNOS1
119800        COMPUTE SRTNOS-AGE = WS-STMT-INTEGER -                    ZBNKNOS1
119900          FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)                 ZBNKNOS1
120000     ELSE                                                         ZBNKNOS1
120100        MOVE ZERO TO SRTNOS-AGE                                   ZBNKNOS1
120200     END-IF.                                                      ZBNKNOS1
120300     IF NOT NOS-BOOK-PRESENT                                      ZBNKNOS1
120400        MOVE 1 TO SRTNOS-CATEGORY                                 ZBNKNOS1
120500        ADD 1 TO WS-BREAKS-NOT-BOOKED                             ZBNKNOS1
120600     ELSE                                                         ZBNKNOS1
120700        IF NOT NOS-STMT-PRESENT                                   ZBNKNOS1
120800           MOVE 2 TO SRTNOS-CATEGORY                              ZBNKNOS1
120900           ADD 1 TO WS-BREAKS-NOT-ON-STMT                         ZBNKNOS1
121000        ELSE                                                      ZBNKNOS1
121100           MOVE 3 TO SRTNOS-CATEGORY                              ZBNKNOS1
121200           ADD 1 TO WS-BREAKS-AMOUNT                              ZBNKNOS1
121300        END-IF                                                    ZBNKNOS1
121400     END-IF.                                                      ZBNKNOS1
121500     MOVE SPACES TO SRTNOS-NOTE.                                  ZBNKNOS1
121600     IF NOS-REC-SUSP-TIMESTAMP IS NOT EQUAL TO SPACES             ZBNKNOS1
121700        MOVE 'In suspense' TO SRTNOS-NOTE                         ZBNKNOS1
121800     ELSE                                                         ZBNKNOS1
121900        IF NOS-REC-FIRST-SEEN IS NOT GREATER THAN WS-CUTOFF-DATE  ZBNKNOS1
122000           PERFORM POST-NOSTRO-SUSPENSE THRU                      ZBNKNOS1
122100                   POST-NOSTRO-SUSPENSE-EXIT                      ZBNKNOS1
122200        END-IF                                                    ZBNKNOS1
122300     END-IF.                                                      ZBNKNOS1
122400     IF NOS-REC-STMT-ENTRIES IS GREATER THAN 1 AND                ZBNKNOS1
122500        SRTNOS-NOTE IS EQUAL TO SPACES                            ZBNKNOS1
122600        MOVE 'Stmt dup' TO SRTNOS-NOTE                            ZBNKNOS1
122700     END-IF.                                                      ZBNKNOS1
122800     PERFORM RELEASE-ROW.                                         ZBNKNOS1
122900 RELEASE-BREAK-EXIT.                                              ZBNKNOS1
123000     EXIT.                                                        ZBNKNOS1
123100                                                                  ZBNKNOS1
123200 RELEASE-ROW.                                                     ZBNKNOS1
123300     MOVE NOS-REC-REF TO SRTNOS-REF.                              ZBNKNOS1
123400     MOVE NOS-REC-DIRECTION TO SRTNOS-DIRECTION.                  ZBNKNOS1
123500     MOVE NOS-REC-BOOK-SOURCE TO SRTNOS-SOURCE.                   ZBNKNOS1
123600     MOVE NOS-REC-ACCNO TO SRTNOS-ACCNO.                          ZBNKNOS1
123700     MOVE NOS-REC-SUSP-TIMESTAMP TO SRTNOS-SUSP-TIMESTAMP.        ZBNKNOS1
123800     IF NOS-BOOK-PRESENT                                          ZBNKNOS1
123900        MOVE NOS-REC-BOOK-DATE TO SRTNOS-BOOK-DATE                ZBNKNOS1
124000        MOVE NOS-REC-BOOK-AMOUNT TO SRTNOS-BOOK-AMOUNT            ZBNKNOS1
124100     ELSE                                                         ZBNKNOS1
124200        MOVE SPACES TO SRTNOS-BOOK-DATE                           ZBNKNOS1
124300        MOVE ZERO TO SRTNOS-BOOK-AMOUNT                           ZBNKNOS1
124400     END-IF.                                                      ZBNKNOS1
124500     IF NOS-STMT-PRESENT                                          ZBNKNOS1
124600        MOVE NOS-REC-VALUE-DATE TO SRTNOS-VALUE-DATE              ZBNKNOS1
124700        MOVE NOS-REC-STMT-AMOUNT TO SRTNOS-STMT-AMOUNT            ZBNKNOS1
124800     ELSE                                                         ZBNKNOS1
124900        MOVE SPACES TO SRTNOS-VALUE-DATE                          ZBNKNOS1
125000        MOVE ZERO TO SRTNOS-STMT-AMOUNT                           ZBNKNOS1
125100     END-IF.                                                      ZBNKNOS1
125200     RELEASE SRTNOS-REC.                                          ZBNKNOS1
125300                                                                  ZBNKNOS1
125400***************************************************************** ZBNKNOS1
125500* Post the aged break to the GL suspense file - the amount is   * ZBNKNOS1
125600* what the statement shows less what our books show, money out  * ZBNKNOS1
125700* of the nostro counting negative - and write the offsetting    * ZBNKNOS1
125800* entry the ledger feed carries to the suspense account.  The   * ZBNKNOS1
125900* register row remembers the suspense item so it is posted      * ZBNKNOS1
126000* only once.                                                    * ZBNKNOS1
126100***************************************************************** ZBNKNOS1
126200 POST-NOSTRO-SUSPENSE.                                            ZBNKNOS1
126300     MOVE ZERO TO WS-BREAK-AMOUNT.                                ZBNKNOS1
126400     IF NOS-STMT-PRESENT                                          ZBNKNOS1
126500        MOVE NOS-REC-STMT-AMOUNT TO WS-SIGNED-AMOUNT              ZBNKNOS1
126600        IF NOS-DIR-DEBIT                                          ZBNKNOS1
126700           COMPUTE WS-SIGNED-AMOUNT = WS-SIGNED-AMOUNT * -1       ZBNKNOS1
126800        END-IF                                                    ZBNKNOS1
126900        ADD WS-SIGNED-AMOUNT TO WS-BREAK-AMOUNT                   ZBNKNOS1
127000     END-IF.                                                      ZBNKNOS1
127100     IF NOS-BOOK-PRESENT                                          ZBNKNOS1
127200        MOVE NOS-REC-BOOK-AMOUNT TO WS-SIGNED-AMOUNT              ZBNKNOS1
127300        IF NOS-DIR-DEBIT                                          ZBNKNOS1
127400           COMPUTE WS-SIGNED-AMOUNT = WS-SIGNED-AMOUNT * -1       ZBNKNOS1
127500        END-IF                                                    ZBNKNOS1
127600        SUBTRACT WS-SIGNED-AMOUNT FROM WS-BREAK-AMOUNT            ZBNKNOS1
127700     END-IF.                                                      ZBNKNOS1
127800     IF WS-BREAK-AMOUNT IS EQUAL TO ZERO                          ZBNKNOS1
127900        GO TO POST-NOSTRO-SUSPENSE-EXIT                           ZBNKNOS1
128000     END-IF.                                                      ZBNKNOS1
128100 COPY CTSTAMPP.                                                   ZBNKNOS1
128200     MOVE WS-TXN-SEQ2 TO WS-TS-TIME-DDDDDD (3:4).                 ZBNKNOS1
128300     ADD 1 TO WS-TXN-SEQ2.                                        ZBNKNOS1
128400     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKNOS1
128500     MOVE SPACES TO SUS-RECORD.                                   ZBNKNOS1
128600     MOVE WS-TIMESTAMP TO SUS-REC-TIMESTAMP.                      ZBNKNOS1
128700     SET SUS-SOURCE-NOSTRO-RECON TO TRUE.                         ZBNKNOS1
128800     SET SUS-STATUS-OPEN TO TRUE.                                 ZBNKNOS1
128900     MOVE WS-BREAK-AMOUNT TO SUS-REC-AMOUNT.                      ZBNKNOS1
129000     MOVE NOS-REC-FIRST-SEEN TO SUS-REC-AGING-DATE.               ZBNKNOS1
129100     IF NOS-REC-ACCNO IS EQUAL TO SPACES                          ZBNKNOS1
129200        MOVE '000000000' TO SUS-REC-REF                           ZBNKNOS1
129300     ELSE                                                         ZBNKNOS1
129400        MOVE NOS-REC-ACCNO TO SUS-REC-REF                         ZBNKNOS1
129500     END-IF.                                                      ZBNKNOS1
129600     WRITE SUS-RECORD.                                            ZBNKNOS1
129700     IF WS-BNKSUSP-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
129800        MOVE 'Unable to write suspense item'                      ZBNKNOS1
129900          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
130000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
130100        MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS                    ZBNKNOS1
130200        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
130300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
130400     END-IF.                                                      ZBNKNOS1
130500     MOVE SPACES TO BTX-RECORD.                                   ZBNKNOS1
130600     MOVE SPACES TO BTX-REC-PID.                                  ZBNKNOS1
130700     MOVE 'U' TO BTX-REC-TYPE.                                    ZBNKNOS1
130800     MOVE '1' TO BTX-REC-SUB-TYPE.                                ZBNKNOS1
130900     MOVE '000000000' TO BTX-REC-ACCNO.                           ZBNKNOS1
131000     MOVE WS-TIMESTAMP TO                                         ZBNKNOS1
131100       BTX-REC-TIMESTAMP OF BNKTXN-REC.                           ZBNKNOS1
131200     MOVE WS-BREAK-AMOUNT TO BTX-REC-AMOUNT.                      ZBNKNOS1
131300     MOVE SPACES TO TXN-DATA.                                     ZBNKNOS1
131400     STRING 'Nostro break to suspense '                           ZBNKNOS1
131500            DELIMITED BY SIZE                                     ZBNKNOS1
131600            NOS-REC-DIRECTION DELIMITED BY SIZE                   ZBNKNOS1
131700       INTO TXN-T1-OLD-DESC.                                      ZBNKNOS1
131800     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKNOS1
131900     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKNOS1
132000     MOVE NOS-REC-REF TO BTX-REC-PAYMENT-REF.                     ZBNKNOS1
132100     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKNOS1
132200     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKNOS1
132300     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKNOS1
132400     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKNOS1
132500                           WS-TWOS-COMP-INPUT                     ZBNKNOS1
132600                           WS-TWOS-COMP-OUTPUT                    ZBNKNOS1
132700                           WS-TWOS-COMP-FORMAT.                   ZBNKNOS1
132800     MOVE WS-TWOS-COMP-OUTPUT TO                                  ZBNKNOS1
132900       BTX-REC-TIMESTAMP-FF OF BNKTXN-REC.                        ZBNKNOS1
133000 COPY CBANKTXP.                                                   ZBNKNOS1
133100     WRITE BTX-RECORD.                                            ZBNKNOS1
133200     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKNOS1
133300        MOVE 'Unable to write suspense offset'                    ZBNKNOS1
133400          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
133500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
133600        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKNOS1
133700        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
133800        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
133900     END-IF.                                                      ZBNKNOS1
134000     SET JRN-CTL-ADD TO TRUE.                                     ZBNKNOS1
134100     PERFORM JOURNAL-BNKTXN.                                      ZBNKNOS1
134200     MOVE WS-TIMESTAMP TO NOS-REC-SUSP-TIMESTAMP.                 ZBNKNOS1
134300     MOVE WS-BREAK-AMOUNT TO NOS-REC-SUSP-AMOUNT.                 ZBNKNOS1
134400     REWRITE NOS-RECORD.                                          ZBNKNOS1
134500     PERFORM CHECK-REGISTER-UPDATE.                               ZBNKNOS1
134600     MOVE 'To suspense' TO SRTNOS-NOTE.                           ZBNKNOS1
134700     ADD 1 TO WS-BREAKS-POSTED.                                   ZBNKNOS1
134800     ADD WS-BREAK-AMOUNT TO WS-AMOUNT-POSTED.                     ZBNKNOS1
134900 POST-NOSTRO-SUSPENSE-EXIT.                                       ZBNKNOS1
135000     EXIT.                                                        ZBNKNOS1
135100                                                                  ZBNKNOS1
135200***************************************************************** ZBNKNOS1
135300* Sort output - the breaks by category, oldest first, with the  * ZBNKNOS1
135400* suspense item to clear under any break that has now matched   * ZBNKNOS1
135500***************************************************************** ZBNKNOS1
135600 PRINT-BREAKS.                                                    ZBNKNOS1
135700     MOVE ZERO TO WS-LAST-CATEGORY.                               ZBNKNOS1
135800 PRINT-BREAKS-LOOP.                                               ZBNKNOS1
135900     RETURN SRTNOS-FILE                                           ZBNKNOS1
136000       AT END                                                     ZBNKNOS1
136100         GO TO PRINT-BREAKS-EXIT                                  ZBNKNOS1
136200     END-RETURN.                                                  ZBNKNOS1
136300     IF SRTNOS-CATEGORY IS NOT EQUAL TO WS-LAST-CATEGORY          ZBNKNOS1
136400        MOVE SPACES TO PRINTOUT-REC                               ZBNKNOS1
136500        PERFORM PRINTOUT-PUT                                      ZBNKNOS1
136600        MOVE SRTNOS-CATEGORY TO WS-LAST-CATEGORY                  ZBNKNOS1
136700     END-IF.                                                      ZBNKNOS1
136800     EVALUATE SRTNOS-CATEGORY                                     ZBNKNOS1
136900       WHEN 1                                                     ZBNKNOS1
137000         MOVE 'Not on books' TO WS-LINE4-BREAK                    ZBNKNOS1
137100       WHEN 2                                                     ZBNKNOS1
137200         MOVE 'Not on stmt' TO WS-LINE4-BREAK                     ZBNKNOS1
137300       WHEN 3                                                     ZBNKNOS1
137400         MOVE 'Amount differs' TO WS-LINE4-BREAK                  ZBNKNOS1
137500       WHEN OTHER                                                 ZBNKNOS1
137600         MOVE 'Susp to clear' TO WS-LINE4-BREAK                   ZBNKNOS1
137700     END-EVALUATE.                                                ZBNKNOS1
137800     MOVE SRTNOS-REF TO WS-LINE4-REF.                             ZBNKNOS1
137900     MOVE SRTNOS-DIRECTION TO WS-LINE4-DIRECTION.                 ZBNKNOS1
138000     EVALUATE SRTNOS-SOURCE                                       ZBNKNOS1
138100       WHEN 'W'                                                   ZBNKNOS1
138200         MOVE 'Wire' TO WS-LINE4-SOURCE                           ZBNKNOS1
138300       WHEN 'P'                                                   ZBNKNOS1
138400         MOVE 'Paymnt' TO WS-LINE4-SOURCE                         ZBNKNOS1
138500       WHEN 'I'                                                   ZBNKNOS1
138600         MOVE 'WireIn' TO WS-LINE4-SOURCE                         ZBNKNOS1
138700       WHEN 'R'                                                   ZBNKNOS1
138800         MOVE 'Repair' TO WS-LINE4-SOURCE                         ZBNKNOS1
138900       WHEN OTHER                                                 ZBNKNOS1
139000         MOVE SPACES TO WS-LINE4-SOURCE                           ZBNKNOS1
139100     END-EVALUATE.                                                ZBNKNOS1
139200     MOVE SRTNOS-ACCNO TO WS-LINE4-ACCNO.                         ZBNKNOS1
139300     MOVE SRTNOS-BOOK-DATE TO WS-LINE4-BOOK-DATE.                 ZBNKNOS1
139400     MOVE SRTNOS-BOOK-AMOUNT TO WS-LINE4-BOOK-AMOUNT.             ZBNKNOS1
139500     MOVE SRTNOS-VALUE-DATE TO WS-LINE4-VALUE-DATE.               ZBNKNOS1
139600     MOVE SRTNOS-STMT-AMOUNT TO WS-LINE4-STMT-AMOUNT.             ZBNKNOS1
139700     MOVE SRTNOS-AGE TO WS-LINE4-AGE.                             ZBNKNOS1
139800     MOVE SRTNOS-NOTE TO WS-LINE4-NOTE.                           ZBNKNOS1
139900     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKNOS1
140000     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
140100     IF SRTNOS-CATEGORY IS EQUAL TO 4                             ZBNKNOS1
140200        MOVE SRTNOS-SUSP-TIMESTAMP TO WS-LINE5-SUSP-TIMESTAMP     ZBNKNOS1
140300        MOVE WS-LINE5 TO PRINTOUT-REC                             ZBNKNOS1
140400        PERFORM PRINTOUT-PUT                                      ZBNKNOS1
140500     END-IF.                                                      ZBNKNOS1
140600     GO TO PRINT-BREAKS-LOOP.                                     ZBNKNOS1
140700 PRINT-BREAKS-EXIT.                                               ZBNKNOS1
140800     EXIT.                                                        ZBNKNOS1
140900                                                                  ZBNKNOS1
141000***************************************************************** ZBNKNOS1
141100* Walk a camt.053 statement a tag at a time and write it to     * ZBNKNOS1
141200* STMTWRK as the header, entry and trailer records the fixed    * ZBNKNOS1
141300* format carries.  The opening (OPBD, or PRCD) and closing      * ZBNKNOS1
141400* (CLBD) balances give the header and trailer; each Ntry gives  * ZBNKNOS1
141500* an entry, our reference being the end-to-end id (or the       * ZBNKNOS1
141600* instruction id) of its transaction detail.                    * ZBNKNOS1
141700***************************************************************** ZBNKNOS1
141800 CONVERT-ISO-STATEMENT.                                           ZBNKNOS1
141900     MOVE SPACES TO WS-ISO-STMT-DATA.                             ZBNKNOS1
142000     MOVE ZERO TO WS-ISO-OPEN-AMOUNT.                             ZBNKNOS1
142100     MOVE ZERO TO WS-ISO-CLOSE-AMOUNT.                            ZBNKNOS1
142200     MOVE ZERO TO WS-ISO-NBR-ENTRIES.                             ZBNKNOS1
142300     MOVE ZERO TO WS-STMT-ENTRIES.                                ZBNKNOS1
142400     MOVE SPACES TO WS-STMT-ACCOUNT.                              ZBNKNOS1
142500     MOVE ZERO TO WS-STMT-NUMBER.                                 ZBNKNOS1
142600     OPEN INPUT STMTXML-FILE.                                     ZBNKNOS1
142700     IF WS-STMTXML-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
142800        MOVE 'STMTXML file open failure...'                       ZBNKNOS1
142900          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
143000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
143100        MOVE WS-STMTXML-STATUS TO WS-IO-STATUS                    ZBNKNOS1
143200        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
143300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
143400     END-IF.                                                      ZBNKNOS1
143500     OPEN OUTPUT STMTWRK-FILE.                                    ZBNKNOS1
143600     IF WS-STMTWRK-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
143700        MOVE 'STMTWRK file open failure...'                       ZBNKNOS1
143800          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
143900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
144000        MOVE WS-STMTWRK-STATUS TO WS-IO-STATUS                    ZBNKNOS1
144100        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
144200        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
144300     END-IF.                                                      ZBNKNOS1
144400 CONVERT-ISO-RECORD.                                              ZBNKNOS1
144500     READ STMTXML-FILE.                                           ZBNKNOS1
144600     IF WS-STMTXML-STATUS IS EQUAL TO '10'                        ZBNKNOS1
144700        GO TO CONVERT-ISO-END                                     ZBNKNOS1
144800     END-IF.                                                      ZBNKNOS1
144900     IF WS-STMTXML-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
145000        MOVE 'STMTXML read error during scan'                     ZBNKNOS1
145100          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
145200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
145300        MOVE WS-STMTXML-STATUS TO WS-IO-STATUS                    ZBNKNOS1
145400        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
145500        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
145600     END-IF.                                                      ZBNKNOS1
145700     MOVE STMTXML-REC TO ISO-XML-LINE.                            ZBNKNOS1
145800     MOVE 1 TO ISO-XML-POS.                                       ZBNKNOS1
145900 CONVERT-ISO-TOKEN.                                               ZBNKNOS1
146000     SET ISO-XML-NEXT-TOKEN TO TRUE.                              ZBNKNOS1
146100     SET ISO-XML-OK TO TRUE.                                      ZBNKNOS1
146200     CALL 'UISOXML' USING ISO-XML-DATA.                           ZBNKNOS1
146300     IF ISO-XML-END-OF-LINE                                       ZBNKNOS1
146400        IF ISO-XML-ERROR                                          ZBNKNOS1
146500           MOVE 'STMTXML tag split across records'                ZBNKNOS1
146600             TO WS-CONSOLE-MESSAGE                                ZBNKNOS1
146700           PERFORM ABORT-PROGRAM                                  ZBNKNOS1
146800        END-IF                                                    ZBNKNOS1
146900        GO TO CONVERT-ISO-RECORD                                  ZBNKNOS1
147000     END-IF.                                                      ZBNKNOS1
147100     PERFORM APPLY-ISO-TOKEN THRU                                 ZBNKNOS1
147200             APPLY-ISO-TOKEN-EXIT.                                ZBNKNOS1
147300     GO TO CONVERT-ISO-TOKEN.                                     ZBNKNOS1
147400 CONVERT-ISO-END.                                                 ZBNKNOS1
147500     MOVE SPACES TO WS-STMT-TRAILER.                              ZBNKNOS1
147600     MOVE 'T' TO WS-ST-RECORD-TYPE.                               ZBNKNOS1
147700     IF WS-ISO-NBR-ENTRIES IS GREATER THAN ZERO                   ZBNKNOS1
147800        MOVE WS-ISO-NBR-ENTRIES TO WS-ST-COUNT                    ZBNKNOS1
147900     ELSE                                                         ZBNKNOS1
148000        MOVE WS-STMT-ENTRIES TO WS-ST-COUNT                       ZBNKNOS1
148100     END-IF.                                                      ZBNKNOS1
148200     IF WS-ISO-CLOSE-MARK IS EQUAL TO 'DBIT'                      ZBNKNOS1
148300        MOVE 'D' TO WS-ST-CLOSE-MARK                              ZBNKNOS1
148400     ELSE                                                         ZBNKNOS1
148500        MOVE 'C' TO WS-ST-CLOSE-MARK                              ZBNKNOS1
148600     END-IF.                                                      ZBNKNOS1
148700     MOVE WS-ISO-CLOSE-AMOUNT TO WS-ST-CLOSE-BALANCE.             ZBNKNOS1
148800     PERFORM WRITE-STMTWRK.                                       ZBNKNOS1
148900     CLOSE STMTXML-FILE.                                          ZBNKNOS1
149000     CLOSE STMTWRK-FILE.                                          ZBNKNOS1
149100     MOVE ZERO TO WS-STMT-ENTRIES.                                ZBNKNOS1
149200 CONVERT-ISO-STATEMENT-EXIT.                                      ZBNKNOS1
149300     EXIT.                                                        ZBNKNOS1
149400                                                                  ZBNKNOS1
149500***************************************************************** ZBNKNOS1
149600* Pick up the value of an opening tag, act on a closing one     * ZBNKNOS1
149700***************************************************************** ZBNKNOS1
149800 APPLY-ISO-TOKEN.                                                 ZBNKNOS1
149900     IF ISO-XML-END                                               ZBNKNOS1
150000        GO TO APPLY-ISO-TOKEN-CLOSE                               ZBNKNOS1
150100     END-IF.                                                      ZBNKNOS1
150200     IF NOT ISO-XML-START                                         ZBNKNOS1
150300        GO TO APPLY-ISO-TOKEN-EXIT                                ZBNKNOS1
150400     END-IF.                                                      ZBNKNOS1
150500     EVALUATE ISO-XML-NAME                                        ZBNKNOS1
150600       WHEN 'Acct'                                                ZBNKNOS1
150700         IF NOT WS-ISO-NTRY-OPEN                                  ZBNKNOS1
150800            MOVE 'Y' TO WS-ISO-IN-ACCT                            ZBNKNOS1
150900         END-IF                                                   ZBNKNOS1
151000       WHEN 'Id'                                                  ZBNKNOS1
151100       WHEN 'IBAN'                                                ZBNKNOS1
151200         IF WS-ISO-ACCT-OPEN AND                                  ZBNKNOS1
151300            ISO-XML-VALUE IS NOT EQUAL TO SPACES AND              ZBNKNOS1
151400            WS-STMT-ACCOUNT IS EQUAL TO SPACES                    ZBNKNOS1
151500            MOVE ISO-XML-VALUE TO WS-STMT-ACCOUNT                 ZBNKNOS1
151600         END-IF                                                   ZBNKNOS1
151700       WHEN 'ElctrncSeqNb'                                        ZBNKNOS1
151800       WHEN 'LglSeqNb'                                            ZBNKNOS1
151900         IF ISO-XML-VALUE (1:5) IS NUMERIC                        ZBNKNOS1
152000            MOVE ISO-XML-VALUE (1:5) TO WS-STMT-NUMBER            ZBNKNOS1
152100         END-IF                                                   ZBNKNOS1
152200       WHEN 'Bal'                                                 ZBNKNOS1
152300         MOVE 'Y' TO WS-ISO-IN-BAL                                ZBNKNOS1
152400         MOVE SPACES TO WS-ISO-BAL-TYPE                           ZBNKNOS1
152500         MOVE SPACES TO WS-ISO-BAL-MARK                           ZBNKNOS1
152600         MOVE SPACES TO WS-ISO-BAL-DATE                           ZBNKNOS1
152700         MOVE ZERO TO WS-ISO-BAL-AMOUNT                           ZBNKNOS1
152800       WHEN 'Cd'                                                  ZBNKNOS1
152900         IF WS-ISO-BAL-OPEN                                       ZBNKNOS1
153000            MOVE ISO-XML-VALUE TO WS-ISO-BAL-TYPE                 ZBNKNOS1
153100         END-IF                                                   ZBNKNOS1
153200       WHEN 'Dt'                                                  ZBNKNOS1
153300         IF ISO-XML-VALUE IS NOT EQUAL TO SPACES                  ZBNKNOS1
153400            IF WS-ISO-BAL-OPEN                                    ZBNKNOS1
153500               MOVE ISO-XML-VALUE TO WS-ISO-BAL-DATE              ZBNKNOS1
153600            END-IF                                                ZBNKNOS1
153700            IF WS-ISO-VALDT-OPEN                                  ZBNKNOS1
153800               MOVE ISO-XML-VALUE TO WS-ISO-NTRY-VALUE-DATE       ZBNKNOS1
153900            END-IF                                                ZBNKNOS1
154000         END-IF                                                   ZBNKNOS1
154100       WHEN 'Amt'                                                 ZBNKNOS1
154200         PERFORM PARSE-ISO-AMOUNT                                 ZBNKNOS1
154300         IF WS-ISO-BAL-OPEN                                       ZBNKNOS1
154400            MOVE WS-ISO-AMOUNT TO WS-ISO-BAL-AMOUNT               ZBNKNOS1
154500         END-IF                                                   ZBNKNOS1
154600         IF WS-ISO-NTRY-OPEN AND                                  ZBNKNOS1
154700            NOT WS-ISO-HAVE-NTRY-AMOUNT                           ZBNKNOS1
154800            MOVE WS-ISO-AMOUNT TO WS-ISO-NTRY-AMOUNT              ZBNKNOS1
154900            MOVE 'Y' TO WS-ISO-NTRY-AMOUNT-SEEN                   ZBNKNOS1
155000         END-IF                                                   ZBNKNOS1
155100       WHEN 'CdtDbtInd'                                           ZBNKNOS1
155200         IF WS-ISO-BAL-OPEN                                       ZBNKNOS1
155300            MOVE ISO-XML-VALUE TO WS-ISO-BAL-MARK                 ZBNKNOS1
155400         END-IF                                                   ZBNKNOS1
155500         IF WS-ISO-NTRY-OPEN AND                                  ZBNKNOS1
155600            NOT WS-ISO-TXDTLS-OPEN                                ZBNKNOS1
155700            MOVE ISO-XML-VALUE TO WS-ISO-NTRY-MARK                ZBNKNOS1
155800         END-IF                                                   ZBNKNOS1
155900       WHEN 'Ntry'                                                ZBNKNOS1
156000         MOVE 'Y' TO WS-ISO-IN-NTRY                               ZBNKNOS1
156100         MOVE ZERO TO WS-ISO-NTRY-AMOUNT                          ZBNKNOS1
156200         MOVE 'N' TO WS-ISO-NTRY-AMOUNT-SEEN                      ZBNKNOS1
156300         MOVE SPACES TO WS-ISO-NTRY-MARK                          ZBNKNOS1
156400         MOVE SPACES TO WS-ISO-NTRY-VALUE-DATE                    ZBNKNOS1
156500         MOVE SPACES TO WS-ISO-NTRY-SVCR-REF                      ZBNKNOS1
156600         MOVE SPACES TO WS-ISO-NTRY-E2E-REF                       ZBNKNOS1
156700         MOVE SPACES TO WS-ISO-NTRY-INSTR-REF                     ZBNKNOS1
156800         MOVE SPACES TO WS-ISO-NTRY-TEXT                          ZBNKNOS1
156900       WHEN 'ValDt'                                               ZBNKNOS1
157000         MOVE 'Y' TO WS-ISO-IN-VALDT                              ZBNKNOS1
157100       WHEN 'TxDtls'                                              ZBNKNOS1
157200         MOVE 'Y' TO WS-ISO-IN-TXDTLS                             ZBNKNOS1
157300       WHEN 'AcctSvcrRef'                                         ZBNKNOS1
157400         IF WS-ISO-NTRY-OPEN AND                                  ZBNKNOS1
157500            WS-ISO-NTRY-SVCR-REF IS EQUAL TO SPACES               ZBNKNOS1
157600            MOVE ISO-XML-VALUE TO WS-ISO-NTRY-SVCR-REF            ZBNKNOS1
157700         END-IF                                                   ZBNKNOS1
157800       WHEN 'EndToEndId'                                          ZBNKNOS1
157900         IF WS-ISO-NTRY-E2E-REF IS EQUAL TO SPACES AND            ZBNKNOS1
158000            ISO-XML-VALUE IS NOT EQUAL TO 'NOTPROVIDED'           ZBNKNOS1
158100            MOVE ISO-XML-VALUE TO WS-ISO-NTRY-E2E-REF             ZBNKNOS1
158200         END-IF                                                   ZBNKNOS1
158300       WHEN 'InstrId'                                             ZBNKNOS1
158400         IF WS-ISO-NTRY-INSTR-REF IS EQUAL TO SPACES              ZBNKNOS1
158500            MOVE ISO-XML-VALUE TO WS-ISO-NTRY-INSTR-REF           ZBNKNOS1
158600         END-IF                                                   ZBNKNOS1
158700       WHEN 'AddtlNtryInf'                                        ZBNKNOS1
158800         MOVE ISO-XML-VALUE TO WS-ISO-NTRY-TEXT                   ZBNKNOS1
158900       WHEN 'TtlNtries'                                           ZBNKNOS1
159000         MOVE 'Y' TO WS-ISO-IN-TTLNTRIES                          ZBNKNOS1
159100       WHEN 'NbOfNtries'                                          ZBNKNOS1
159200         IF WS-ISO-TTLNTRIES-OPEN AND                             ZBNKNOS1
159300            ISO-XML-VALUE (1:7) IS NUMERIC                        ZBNKNOS1
159400            MOVE ISO-XML-VALUE (1:7) TO WS-ISO-NBR-ENTRIES        ZBNKNOS1
159500         END-IF                                                   ZBNKNOS1
159600     END-EVALUATE.                                                ZBNKNOS1
159700     GO TO APPLY-ISO-TOKEN-EXIT.                                  ZBNKNOS1
159800 APPLY-ISO-TOKEN-CLOSE.                                           ZBNKNOS1
159900     EVALUATE ISO-XML-NAME                                        ZBNKNOS1
160000       WHEN 'Acct'                                                ZBNKNOS1
160100         MOVE 'N' TO WS-ISO-IN-ACCT                               ZBNKNOS1
160200       WHEN 'ValDt'                                               ZBNKNOS1
160300         MOVE 'N' TO WS-ISO-IN-VALDT                              ZBNKNOS1
160400       WHEN 'TxDtls'                                              ZBNKNOS1
160500         MOVE 'N' TO WS-ISO-IN-TXDTLS                             ZBNKNOS1
160600       WHEN 'TtlNtries'                                           ZBNKNOS1
160700         MOVE 'N' TO WS-ISO-IN-TTLNTRIES                          ZBNKNOS1
160800       WHEN 'Bal'                                                 ZBNKNOS1
160900         MOVE 'N' TO WS-ISO-IN-BAL                                ZBNKNOS1
161000         PERFORM CLOSE-ISO-BALANCE                                ZBNKNOS1
161100       WHEN 'Ntry'                                                ZBNKNOS1
161200         MOVE 'N' TO WS-ISO-IN-NTRY                               ZBNKNOS1
161300         PERFORM WRITE-ISO-ENTRY                                  ZBNKNOS1
161400     END-EVALUATE.                                                ZBNKNOS1
161500 APPLY-ISO-TOKEN-EXIT.                                            ZBNKNOS1
161600     EXIT.                                                        ZBNKNOS1
161700                                                                  ZBNKNOS1
161800***************************************************************** ZBNKNOS1
161900* The opening balance gives the header record; the closing      * ZBNKNOS1
162000* balance and its date are kept for the trailer                 * ZBNKNOS1
162100***************************************************************** ZBNKNOS1
162200 CLOSE-ISO-BALANCE.                                               ZBNKNOS1
162300     IF WS-ISO-BAL-TYPE IS EQUAL TO 'OPBD' OR                     ZBNKNOS1
162400        WS-ISO-BAL-TYPE IS EQUAL TO 'PRCD'                        ZBNKNOS1
162500        MOVE WS-ISO-BAL-AMOUNT TO WS-ISO-OPEN-AMOUNT              ZBNKNOS1
162600        MOVE WS-ISO-BAL-MARK TO WS-ISO-OPEN-MARK                  ZBNKNOS1
162700     END-IF.                                                      ZBNKNOS1
162800     IF WS-ISO-BAL-TYPE IS EQUAL TO 'CLBD'                        ZBNKNOS1
162900        MOVE WS-ISO-BAL-AMOUNT TO WS-ISO-CLOSE-AMOUNT             ZBNKNOS1
163000        MOVE WS-ISO-BAL-MARK TO WS-ISO-CLOSE-MARK                 ZBNKNOS1
163100        MOVE WS-ISO-BAL-DATE TO WS-ISO-CLOSE-DATE                 ZBNKNOS1
163200        PERFORM WRITE-ISO-HEADER                                  ZBNKNOS1
163300     END-IF.                                                      ZBNKNOS1
163400                                                                  ZBNKNOS1
163500***************************************************************** ZBNKNOS1
163600* camt.053 gives the balances ahead of the entries, so the      * ZBNKNOS1
163700* header can be written when the closing balance closes         * ZBNKNOS1
163800***************************************************************** ZBNKNOS1
163900 WRITE-ISO-HEADER.                                                ZBNKNOS1
164000     MOVE SPACES TO WS-STMT-HEADER.                               ZBNKNOS1
164100     MOVE 'H' TO WS-SH-RECORD-TYPE.                               ZBNKNOS1
164200     MOVE WS-STMT-ACCOUNT TO WS-SH-ACCOUNT.                       ZBNKNOS1
164300     MOVE WS-ISO-CLOSE-DATE TO WS-SH-STMT-DATE.                   ZBNKNOS1
164400     MOVE WS-STMT-NUMBER TO WS-SH-STMT-NUMBER.                    ZBNKNOS1
164500     IF WS-ISO-OPEN-MARK IS EQUAL TO 'DBIT'                       ZBNKNOS1
164600        MOVE 'D' TO WS-SH-OPEN-MARK                               ZBNKNOS1
164700     ELSE                                                         ZBNKNOS1
164800        MOVE 'C' TO WS-SH-OPEN-MARK                               ZBNKNOS1
164900     END-IF.                                                      ZBNKNOS1
165000     MOVE WS-ISO-OPEN-AMOUNT TO WS-SH-OPEN-BALANCE.               ZBNKNOS1
165100     PERFORM WRITE-STMTWRK.                                       ZBNKNOS1
165200                                                                  ZBNKNOS1
165300 WRITE-ISO-ENTRY.                                                 ZBNKNOS1
165400     MOVE SPACES TO WS-STMT-ENTRY.                                ZBNKNOS1
165500     MOVE 'E' TO WS-SE-RECORD-TYPE.                               ZBNKNOS1
165600     MOVE WS-ISO-NTRY-VALUE-DATE TO WS-SE-VALUE-DATE.             ZBNKNOS1
165700     IF WS-ISO-NTRY-MARK IS EQUAL TO 'DBIT'                       ZBNKNOS1
165800        MOVE 'D' TO WS-SE-MARK                                    ZBNKNOS1
165900     ELSE                                                         ZBNKNOS1
166000        IF WS-ISO-NTRY-MARK IS EQUAL TO 'CRDT'                    ZBNKNOS1
166100           MOVE 'C' TO WS-SE-MARK                                 ZBNKNOS1
166200        END-IF                                                    ZBNKNOS1
166300     END-IF.                                                      ZBNKNOS1
166400     MOVE WS-ISO-NTRY-AMOUNT TO WS-SE-AMOUNT.                     ZBNKNOS1
166500     IF WS-ISO-NTRY-E2E-REF IS NOT EQUAL TO SPACES                ZBNKNOS1
166600        MOVE WS-ISO-NTRY-E2E-REF TO WS-SE-REF                     ZBNKNOS1
166700     ELSE                                                         ZBNKNOS1
166800        MOVE WS-ISO-NTRY-INSTR-REF TO WS-SE-REF                   ZBNKNOS1
166900     END-IF.                                                      ZBNKNOS1
167000     MOVE WS-ISO-NTRY-SVCR-REF TO WS-SE-SVCR-REF.                 ZBNKNOS1
167100     MOVE WS-ISO-NTRY-TEXT TO WS-SE-TEXT.                         ZBNKNOS1
167200     PERFORM WRITE-STMTWRK.                                       ZBNKNOS1
167300     ADD 1 TO WS-STMT-ENTRIES.                                    ZBNKNOS1
167400                                                                  ZBNKNOS1
167500 WRITE-STMTWRK.                                                   ZBNKNOS1
167600     WRITE STMTWRK-REC FROM WS-STMT-HEADER.                       ZBNKNOS1
167700     IF WS-STMTWRK-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
167800        MOVE 'STMTWRK error writing file...'                      ZBNKNOS1
167900          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
168000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
168100        MOVE WS-STMTWRK-STATUS TO WS-IO-STATUS                    ZBNKNOS1
168200        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
168300        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
168400     END-IF.                                                      ZBNKNOS1
168500                                                                  ZBNKNOS1
168600***************************************************************** ZBNKNOS1
168700* An ISO amount - digits with an optional decimal point - into  * ZBNKNOS1
168800* WS-ISO-AMOUNT                                                 * ZBNKNOS1
168900***************************************************************** ZBNKNOS1
169000 PARSE-ISO-AMOUNT.                                                ZBNKNOS1
169100     MOVE ZERO TO WS-ISO-AMOUNT.                                  ZBNKNOS1
169200     MOVE ZERO TO WS-ISO-DECIMALS.                                ZBNKNOS1
169300     MOVE 'N' TO WS-ISO-POINT-SEEN.                               ZBNKNOS1
169400     PERFORM PARSE-ISO-AMOUNT-CHAR                                ZBNKNOS1
169500       VARYING WS-ISO-SUB FROM 1 BY 1                             ZBNKNOS1
169600         UNTIL WS-ISO-SUB IS GREATER THAN 20.                     ZBNKNOS1
169700                                                                  ZBNKNOS1
169800 PARSE-ISO-AMOUNT-CHAR.                                           ZBNKNOS1
169900     MOVE ISO-XML-VALUE (WS-ISO-SUB:1) TO WS-ISO-CHAR.            ZBNKNOS1
170000     IF WS-ISO-CHAR IS EQUAL TO '.'                               ZBNKNOS1
170100        MOVE 'Y' TO WS-ISO-POINT-SEEN                             ZBNKNOS1
170200     ELSE                                                         ZBNKNOS1
170300        IF WS-ISO-CHAR IS NUMERIC                                 ZBNKNOS1
170400           IF WS-ISO-AFTER-POINT                                  ZBNKNOS1
170500              ADD 1 TO WS-ISO-DECIMALS                            ZBNKNOS1
170600              IF WS-ISO-DECIMALS IS EQUAL TO 1                    ZBNKNOS1
170700                 COMPUTE WS-ISO-AMOUNT =                          ZBNKNOS1
170800                   WS-ISO-AMOUNT + WS-ISO-DIGIT / 10              ZBNKNOS1
170900              END-IF                                              ZBNKNOS1
171000              IF WS-ISO-DECIMALS IS EQUAL TO 2                    ZBNKNOS1
171100                 COMPUTE WS-ISO-AMOUNT =                          ZBNKNOS1
171200                   WS-ISO-AMOUNT + WS-ISO-DIGIT / 100             ZBNKNOS1
171300              END-IF                                              ZBNKNOS1
171400           ELSE                                                   ZBNKNOS1
171500              COMPUTE WS-ISO-AMOUNT =                             ZBNKNOS1
171600                WS-ISO-AMOUNT * 10 + WS-ISO-DIGIT                 ZBNKNOS1
171700           END-IF                                                 ZBNKNOS1
171800        END-IF                                                    ZBNKNOS1
171900     END-IF.                                                      ZBNKNOS1
172000                                                                  ZBNKNOS1
172100***************************************************************** ZBNKNOS1
172200* Print the report title                                        * ZBNKNOS1
172300***************************************************************** ZBNKNOS1
172400 PRINT-REPORT-HEADER.                                             ZBNKNOS1
172500     MOVE WS-STMT-DATE TO WS-LINE1-STMT-DATE.                     ZBNKNOS1
172600     MOVE WS-TODAY-ISO TO WS-LINE1-RUN-DATE.                      ZBNKNOS1
172700     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKNOS1
172800     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
172900     MOVE WS-STMT-ACCOUNT TO WS-LINE2-ACCOUNT.                    ZBNKNOS1
173000     MOVE WS-STMT-NUMBER TO WS-LINE2-NUMBER.                      ZBNKNOS1
173100     IF WS-READ-ISO                                               ZBNKNOS1
173200        MOVE '(camt.053)' TO WS-LINE2-FORMAT                      ZBNKNOS1
173300     ELSE                                                         ZBNKNOS1
173400        MOVE '(MT940)' TO WS-LINE2-FORMAT                         ZBNKNOS1
173500     END-IF.                                                      ZBNKNOS1
173600     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKNOS1
173700     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
173800     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKNOS1
173900     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
174000                                                                  ZBNKNOS1
174100***************************************************************** ZBNKNOS1
174200* Print the statement proof and the run totals                  * ZBNKNOS1
174300***************************************************************** ZBNKNOS1
174400 PRINT-REPORT-TOTALS.                                             ZBNKNOS1
174500     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKNOS1
174600     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
174700     MOVE 'Statement opening balance' TO WS-LINE6-DESC.           ZBNKNOS1
174800     MOVE ZERO TO WS-LINE6-COUNT.                                 ZBNKNOS1
174900     MOVE WS-STMT-OPENING TO WS-LINE6-AMOUNT.                     ZBNKNOS1
175000     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
175100     MOVE 'Statement credits' TO WS-LINE6-DESC.                   ZBNKNOS1
175200     MOVE ZERO TO WS-LINE6-COUNT.                                 ZBNKNOS1
175300     MOVE WS-STMT-CREDITS TO WS-LINE6-AMOUNT.                     ZBNKNOS1
175400     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
175500     MOVE 'Statement debits' TO WS-LINE6-DESC.                    ZBNKNOS1
175600     MOVE ZERO TO WS-LINE6-COUNT.                                 ZBNKNOS1
175700     MOVE WS-STMT-DEBITS TO WS-LINE6-AMOUNT.                      ZBNKNOS1
175800     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
175900     MOVE 'Statement closing balance' TO WS-LINE6-DESC.           ZBNKNOS1
176000     MOVE WS-STMT-ENTRIES TO WS-LINE6-COUNT.                      ZBNKNOS1
176100     MOVE WS-STMT-CLOSING TO WS-LINE6-AMOUNT.                     ZBNKNOS1
176200     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
176300     MOVE 'Statement entries applied' TO WS-LINE6-DESC.           ZBNKNOS1
176400     MOVE WS-STMT-APPLIED TO WS-LINE6-COUNT.                      ZBNKNOS1
176500     MOVE ZERO TO WS-LINE6-AMOUNT.                                ZBNKNOS1
176600     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
176700     MOVE 'Statement entries already loaded' TO WS-LINE6-DESC.    ZBNKNOS1
176800     MOVE WS-STMT-ALREADY TO WS-LINE6-COUNT.                      ZBNKNOS1
176900     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
177000     MOVE 'Book items loaded' TO WS-LINE6-DESC.                   ZBNKNOS1
177100     MOVE WS-BOOK-LOADED TO WS-LINE6-COUNT.                       ZBNKNOS1
177200     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
177300     MOVE 'Items matched' TO WS-LINE6-DESC.                       ZBNKNOS1
177400     MOVE WS-ROWS-MATCHED TO WS-LINE6-COUNT.                      ZBNKNOS1
177500     MOVE WS-AMOUNT-MATCHED TO WS-LINE6-AMOUNT.                   ZBNKNOS1
177600     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
177700     MOVE ZERO TO WS-LINE6-AMOUNT.                                ZBNKNOS1
177800     MOVE 'Open - on statement, not on books' TO WS-LINE6-DESC.   ZBNKNOS1
177900     MOVE WS-BREAKS-NOT-BOOKED TO WS-LINE6-COUNT.                 ZBNKNOS1
178000     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
178100     MOVE 'Open - on books, not on statement' TO WS-LINE6-DESC.   ZBNKNOS1
178200     MOVE WS-BREAKS-NOT-ON-STMT TO WS-LINE6-COUNT.                ZBNKNOS1
178300     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
178400     MOVE 'Open - amounts differ' TO WS-LINE6-DESC.               ZBNKNOS1
178500     MOVE WS-BREAKS-AMOUNT TO WS-LINE6-COUNT.                     ZBNKNOS1
178600     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
178700     MOVE 'Breaks posted to suspense' TO WS-LINE6-DESC.           ZBNKNOS1
178800     MOVE WS-BREAKS-POSTED TO WS-LINE6-COUNT.                     ZBNKNOS1
178900     MOVE WS-AMOUNT-POSTED TO WS-LINE6-AMOUNT.                    ZBNKNOS1
179000     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
179100     MOVE ZERO TO WS-LINE6-AMOUNT.                                ZBNKNOS1
179200     MOVE 'Suspense items now matched' TO WS-LINE6-DESC.          ZBNKNOS1
179300     MOVE WS-SUSP-TO-CLEAR TO WS-LINE6-COUNT.                     ZBNKNOS1
179400     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
179500     MOVE 'Matched rows purged' TO WS-LINE6-DESC.                 ZBNKNOS1
179600     MOVE WS-ROWS-PURGED TO WS-LINE6-COUNT.                       ZBNKNOS1
179700     PERFORM PRINT-TOTAL-LINE.                                    ZBNKNOS1
179800                                                                  ZBNKNOS1
179900 PRINT-TOTAL-LINE.                                                ZBNKNOS1
180000     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKNOS1
180100     PERFORM PRINTOUT-PUT.                                        ZBNKNOS1
180200                                                                  ZBNKNOS1
180300***************************************************************** ZBNKNOS1
180400* Write a record to the sequential print file                   * ZBNKNOS1
180500***************************************************************** ZBNKNOS1
180600 PRINTOUT-PUT.                                                    ZBNKNOS1
180700     WRITE PRINTOUT-REC.                                          ZBNKNOS1
180800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKNOS1
180900       MOVE 'PRINTOUT error writing file...'                      ZBNKNOS1
181000         TO WS-CONSOLE-MESSAGE                                    ZBNKNOS1
181100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKNOS1
181200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKNOS1
181300       PERFORM DISPLAY-IO-STATUS                                  ZBNKNOS1
181400       PERFORM ABORT-PROGRAM                                      ZBNKNOS1
181500     END-IF.                                                      ZBNKNOS1
181600                                                                  ZBNKNOS1
181700***************************************************************** ZBNKNOS1
181800* Open the files                                                * ZBNKNOS1
181900***************************************************************** ZBNKNOS1
182000 OPEN-FILES.                                                      ZBNKNOS1
182100     OPEN I-O BNKNOSR-FILE.                                       ZBNKNOS1
182200     IF WS-BNKNOSR-STATUS IS NOT EQUAL TO '00' AND                ZBNKNOS1
182300        WS-BNKNOSR-STATUS IS NOT EQUAL TO '05'                    ZBNKNOS1
182400        MOVE 'BNKNOSR file open failure...'                       ZBNKNOS1
182500          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
182600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
182700        MOVE WS-BNKNOSR-STATUS TO WS-IO-STATUS                    ZBNKNOS1
182800        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
182900        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
183000     END-IF.                                                      ZBNKNOS1
183100     OPEN INPUT BNKWIRE-FILE.                                     ZBNKNOS1
183200     IF WS-BNKWIRE-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
183300        MOVE 'BNKWIRE file open failure...'                       ZBNKNOS1
183400          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
183500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
183600        MOVE WS-BNKWIRE-STATUS TO WS-IO-STATUS                    ZBNKNOS1
183700        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
183800        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
183900     END-IF.                                                      ZBNKNOS1
184000     OPEN INPUT BNKPAYQ-FILE.                                     ZBNKNOS1
184100     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKNOS1
184200        MOVE 'BNKPAYQ file open failure...'                       ZBNKNOS1
184300          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
184400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
184500        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKNOS1
184600        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
184700        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
184800     END-IF.                                                      ZBNKNOS1
184900     OPEN I-O BNKTXN-FILE.                                        ZBNKNOS1
185000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKNOS1
185100        MOVE 'BNKTXN file open failure...'                        ZBNKNOS1
185200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
185300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
185400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKNOS1
185500        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
185600        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
185700     END-IF.                                                      ZBNKNOS1
185800     OPEN I-O BNKSUSP-FILE.                                       ZBNKNOS1
185900     IF WS-BNKSUSP-STATUS IS NOT EQUAL TO '00' AND                ZBNKNOS1
186000        WS-BNKSUSP-STATUS IS NOT EQUAL TO '05'                    ZBNKNOS1
186100        MOVE 'BNKSUSP file open failure...'                       ZBNKNOS1
186200          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
186300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
186400        MOVE WS-BNKSUSP-STATUS TO WS-IO-STATUS                    ZBNKNOS1
186500        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
186600        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
186700     END-IF.                                                      ZBNKNOS1
186800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKNOS1
186900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKNOS1
187000        MOVE 'PRINTOUT file open failure...'                      ZBNKNOS1
187100          TO WS-CONSOLE-MESSAGE                                   ZBNKNOS1
187200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
187300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKNOS1
187400        PERFORM DISPLAY-IO-STATUS                                 ZBNKNOS1
187500        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
187600     END-IF.                                                      ZBNKNOS1
187700                                                                  ZBNKNOS1
187800***************************************************************** ZBNKNOS1
187900* Close the files                                               * ZBNKNOS1
188000***************************************************************** ZBNKNOS1
188100 CLOSE-FILES.                                                     ZBNKNOS1
188200     CLOSE BNKNOSR-FILE.                                          ZBNKNOS1
188300     CLOSE BNKWIRE-FILE.                                          ZBNKNOS1
188400     CLOSE BNKPAYQ-FILE.                                          ZBNKNOS1
188500     CLOSE BNKTXN-FILE.                                           ZBNKNOS1
188600     CLOSE BNKSUSP-FILE.                                          ZBNKNOS1
188700     CLOSE PRINTOUT-FILE.                                         ZBNKNOS1
188800                                                                  ZBNKNOS1
188900***************************************************************** ZBNKNOS1
189000* Journal the BNKTXN record just added, changed or deleted so   * ZBNKNOS1
189100* it can be rolled forward onto a reload                        * ZBNKNOS1
189200***************************************************************** ZBNKNOS1
189300 JOURNAL-BNKTXN.                                                  ZBNKNOS1
189400     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKNOS1
189500     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKNOS1
189600     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKNOS1
189700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKNOS1
189800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKNOS1
189900     IF JRN-CTL-ERROR                                             ZBNKNOS1
190000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKNOS1
190100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
190200        PERFORM ABORT-PROGRAM                                     ZBNKNOS1
190300     END-IF.                                                      ZBNKNOS1
190400                                                                  ZBNKNOS1
190500***************************************************************** ZBNKNOS1
190600* Display the file status bytes. This routine will display as   * ZBNKNOS1
190700* two digits if the full two byte file status is numeric. If    * ZBNKNOS1
190800* second byte is non-numeric then it will be treated as a       * ZBNKNOS1
190900* binary number.                                                * ZBNKNOS1
191000***************************************************************** ZBNKNOS1
191100 DISPLAY-IO-STATUS.                                               ZBNKNOS1
191200     IF WS-IO-STATUS NUMERIC                                      ZBNKNOS1
191300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKNOS1
191400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKNOS1
191500               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKNOS1
191600          INTO WS-CONSOLE-MESSAGE                                 ZBNKNOS1
191700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
191800     ELSE                                                         ZBNKNOS1
191900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKNOS1
192000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKNOS1
192100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKNOS1
192200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKNOS1
192300               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKNOS1
192400               '/' DELIMITED BY SIZE                              ZBNKNOS1
192500               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKNOS1
192600          INTO WS-CONSOLE-MESSAGE                                 ZBNKNOS1
192700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
192800     END-IF.                                                      ZBNKNOS1
192900                                                                  ZBNKNOS1
193000***************************************************************** ZBNKNOS1
193100* 'ABORT' the program.                                          * ZBNKNOS1
193200* Post a message to the console and issue a STOP RUN            * ZBNKNOS1
193300***************************************************************** ZBNKNOS1
193400 ABORT-PROGRAM.                                                   ZBNKNOS1
193500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKNOS1
193600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKNOS1
193700     END-IF.                                                      ZBNKNOS1
193800     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKNOS1
193900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKNOS1
194000     MOVE 16 TO RETURN-CODE.                                      ZBNKNOS1
194100     STOP RUN.                                                    ZBNKNOS1
194200                                                                  ZBNKNOS1
194300***************************************************************** ZBNKNOS1
194400* Display CONSOLE messages...                                   * ZBNKNOS1
194500***************************************************************** ZBNKNOS1
194600 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKNOS1
194700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKNOS1
194800       UPON CONSOLE.                                              ZBNKNOS1
194900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKNOS1
195000                                                                  ZBNKNOS1
195100 COPY CTIMERP.                                                    ZBNKNOS1
195200                                                                  ZBNKNOS1
195300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKNOS1
