000100***************************************************************** ZBNKMSK1
000200*                                                               * ZBNKMSK1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMSK1
000400*   This demonstration program is provided for use by users     * ZBNKMSK1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMSK1
000600*   distributed as part of your application provided that       * ZBNKMSK1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMSK1
000800*   in this material.                                           * ZBNKMSK1
000900*                                                               * ZBNKMSK1
001000***************************************************************** ZBNKMSK1
001100***************************************************************** ZBNKMSK1
001200* Program:     ZBNKMSK1.CBL                                     * ZBNKMSK1
001300* Function:    Test-data masking of a ZBNKUNL1 unload.  Reads   * ZBNKMSK1
001400*              the UNLCUST, UNLACC, UNLTXN, UNLLOAN, UNLCARD,   * ZBNKMSK1
001500*              UNLPAYQ and UNLALRT files with their MANIFEST    * ZBNKMSK1
001600*              and writes a masked copy of each (MSKCUST,       * ZBNKMSK1
001700*              MSKACC, MSKTXN, MSKLOAN, MSKCARD, MSKPAYQ and    * ZBNKMSK1
001800*              MSKALRT) with a fresh manifest (MSKMANI), ready  * ZBNKMSK1
001900*              for ZBNKREL1 to load into a test region with     * ZBNKMSK1
002000*              the MSK files on its UNL DD statements.          * ZBNKMSK1
002100*              Names, SINs, addresses, post codes, telephone    * ZBNKMSK1
002200*              numbers, e-mail addresses and PINs are replaced  * ZBNKMSK1
002300*              with fakes worked out from the customer PID, so  * ZBNKMSK1
002400*              a PID masks the same way in every file.  Payee   * ZBNKMSK1
002500*              names and external account numbers on BNKPAYQ    * ZBNKMSK1
002600*              are masked the same way.  Account and card       * ZBNKMSK1
002700*              numbers are scrambled one-for-one under the      * ZBNKMSK1
002800*              masking key and given a fresh check digit, so    * ZBNKMSK1
002900*              they still pass UACCCHK (accounts) and the Luhn  * ZBNKMSK1
003000*              test (cards) and still join across the files.    * ZBNKMSK1
003100*              PIDs, balances and amounts are left alone, and   * ZBNKMSK1
003200*              every file's count and amount total is proved    * ZBNKMSK1
003300*              against the input manifest before the masked     * ZBNKMSK1
003400*              manifest row is written.                         * ZBNKMSK1
003500*              The masking key (eight or more characters) is    * ZBNKMSK1
003600*              the PARM; a different key gives a different      * ZBNKMSK1
003700*              masked set from the same unload.                 * ZBNKMSK1
003800***************************************************************** ZBNKMSK1
003900                                                                  ZBNKMSK1
004000 IDENTIFICATION DIVISION.                                         ZBNKMSK1
004100 PROGRAM-ID.                                                      ZBNKMSK1
004200     ZBNKMSK1.                                                    ZBNKMSK1
004300 DATE-WRITTEN.                                                    ZBNKMSK1
004400     October 2026.                                                ZBNKMSK1
004500 DATE-COMPILED.                                                   ZBNKMSK1
004600     Today.                                                       ZBNKMSK1
004700                                                                  ZBNKMSK1
004800 ENVIRONMENT DIVISION.                                            ZBNKMSK1
004900 INPUT-OUTPUT   SECTION.                                          ZBNKMSK1
005000   FILE-CONTROL.                                                  ZBNKMSK1
005100     SELECT UNLCUST-FILE                                          ZBNKMSK1
005200            ASSIGN       TO UNLCUST                               ZBNKMSK1
005300            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
005400            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
005500            FILE STATUS  IS WS-UNLCUST-STATUS.                    ZBNKMSK1
005600     SELECT MSKCUST-FILE                                          ZBNKMSK1
005700            ASSIGN       TO MSKCUST                               ZBNKMSK1
005800            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
005900            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
006000            FILE STATUS  IS WS-MSKCUST-STATUS.                    ZBNKMSK1
006100     SELECT UNLACC-FILE                                           ZBNKMSK1
006200            ASSIGN       TO UNLACC                                ZBNKMSK1
006300            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
006400            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
006500            FILE STATUS  IS WS-UNLACC-STATUS.                     ZBNKMSK1
006600     SELECT MSKACC-FILE                                           ZBNKMSK1
006700            ASSIGN       TO MSKACC                                ZBNKMSK1
006800            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
006900            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
007000            FILE STATUS  IS WS-MSKACC-STATUS.                     ZBNKMSK1
007100     SELECT SRTACC-FILE                                           ZBNKMSK1
007200            ASSIGN       TO SRTACC.                               ZBNKMSK1
007300     SELECT UNLTXN-FILE                                           ZBNKMSK1
007400            ASSIGN       TO UNLTXN                                ZBNKMSK1
007500            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
007600            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
007700            FILE STATUS  IS WS-UNLTXN-STATUS.                     ZBNKMSK1
007800     SELECT MSKTXN-FILE                                           ZBNKMSK1
007900            ASSIGN       TO MSKTXN                                ZBNKMSK1
008000            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
008100            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
008200            FILE STATUS  IS WS-MSKTXN-STATUS.                     ZBNKMSK1
008300     SELECT UNLLOAN-FILE                                          ZBNKMSK1
008400            ASSIGN       TO UNLLOAN                               ZBNKMSK1
008500            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
008600            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
008700            FILE STATUS  IS WS-UNLLOAN-STATUS.                    ZBNKMSK1
008800     SELECT MSKLOAN-FILE                                          ZBNKMSK1
008900            ASSIGN       TO MSKLOAN                               ZBNKMSK1
009000            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
009100            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
009200            FILE STATUS  IS WS-MSKLOAN-STATUS.                    ZBNKMSK1
009300     SELECT UNLCARD-FILE                                          ZBNKMSK1
009400            ASSIGN       TO UNLCARD                               ZBNKMSK1
009500            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
009600            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
009700            FILE STATUS  IS WS-UNLCARD-STATUS.                    ZBNKMSK1
009800     SELECT MSKCARD-FILE                                          ZBNKMSK1
009900            ASSIGN       TO MSKCARD                               ZBNKMSK1
010000            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
010100            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
010200            FILE STATUS  IS WS-MSKCARD-STATUS.                    ZBNKMSK1
010300     SELECT SRTCARD-FILE                                          ZBNKMSK1
010400            ASSIGN       TO SRTCARD.                              ZBNKMSK1
010500     SELECT UNLPAYQ-FILE                                          ZBNKMSK1
010600            ASSIGN       TO UNLPAYQ                               ZBNKMSK1
010700            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
010800            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
010900            FILE STATUS  IS WS-UNLPAYQ-STATUS.                    ZBNKMSK1
011000     SELECT MSKPAYQ-FILE                                          ZBNKMSK1
011100            ASSIGN       TO MSKPAYQ                               ZBNKMSK1
011200            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
011300            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
011400            FILE STATUS  IS WS-MSKPAYQ-STATUS.                    ZBNKMSK1
011500     SELECT UNLALRT-FILE                                          ZBNKMSK1
011600            ASSIGN       TO UNLALRT                               ZBNKMSK1
011700            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
011800            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
011900            FILE STATUS  IS WS-UNLALRT-STATUS.                    ZBNKMSK1
012000     SELECT MSKALRT-FILE                                          ZBNKMSK1
012100            ASSIGN       TO MSKALRT                               ZBNKMSK1
012200            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
012300            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
012400            FILE STATUS  IS WS-MSKALRT-STATUS.                    ZBNKMSK1
012500     SELECT MANIFEST-FILE                                         ZBNKMSK1
012600            ASSIGN       TO MANIFEST                              ZBNKMSK1
012700            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
012800            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
012900            FILE STATUS  IS WS-MANIFEST-STATUS.                   ZBNKMSK1
013000     SELECT MSKMANI-FILE                                          ZBNKMSK1
013100            ASSIGN       TO MSKMANI                               ZBNKMSK1
013200            ORGANIZATION IS SEQUENTIAL                            ZBNKMSK1
013300            ACCESS MODE  IS SEQUENTIAL                            ZBNKMSK1
013400            FILE STATUS  IS WS-MSKMANI-STATUS.                    ZBNKMSK1
013500                                                                  ZBNKMSK1
013600 DATA DIVISION.                                                   ZBNKMSK1
013700 FILE SECTION.                                                    ZBNKMSK1
013800                                                                  ZBNKMSK1
013900 FD  UNLCUST-FILE.                                                ZBNKMSK1
014000 01  UNLCUST-REC.                                                 ZBNKMSK1
014100 COPY CBANKVCS.                                                   ZBNKMSK1
014200                                                                  ZBNKMSK1
014300 FD  MSKCUST-FILE.                                                ZBNKMSK1
014400 01  MSKCUST-REC                        PIC X(250).               ZBNKMSK1
014500                                                                  ZBNKMSK1
014600 FD  UNLACC-FILE.                                                 ZBNKMSK1
014700 01  UNLACC-REC.                                                  ZBNKMSK1
014800 COPY CBANKVAC.                                                   ZBNKMSK1
014900                                                                  ZBNKMSK1
015000 FD  MSKACC-FILE.                                                 ZBNKMSK1
015100 01  MSKACC-REC                         PIC X(200).               ZBNKMSK1
015200                                                                  ZBNKMSK1
015300 SD  SRTACC-FILE.                                                 ZBNKMSK1
015400 01  SRTACC-REC.                                                  ZBNKMSK1
015500   05  SRTACC-PID                            PIC X(5).            ZBNKMSK1
015600   05  SRTACC-ACCNO                          PIC X(9).            ZBNKMSK1
015700   05  FILLER                                PIC X(186).          ZBNKMSK1
015800                                                                  ZBNKMSK1
015900 FD  UNLTXN-FILE.                                                 ZBNKMSK1
016000 01  UNLTXN-REC.                                                  ZBNKMSK1
016100 COPY CBANKVTX.                                                   ZBNKMSK1
016200                                                                  ZBNKMSK1
016300 FD  MSKTXN-FILE.                                                 ZBNKMSK1
016400 01  MSKTXN-REC                         PIC X(440).               ZBNKMSK1
016500                                                                  ZBNKMSK1
016600 FD  UNLLOAN-FILE.                                                ZBNKMSK1
016700 01  UNLLOAN-REC.                                                 ZBNKMSK1
016800 COPY CBANKVLN.                                                   ZBNKMSK1
016900                                                                  ZBNKMSK1
017000 FD  MSKLOAN-FILE.                                                ZBNKMSK1
017100 01  MSKLOAN-REC                        PIC X(80).                ZBNKMSK1
017200                                                                  ZBNKMSK1
017300 FD  UNLCARD-FILE.                                                ZBNKMSK1
017400 01  UNLCARD-REC.                                                 ZBNKMSK1
017500 COPY CBANKVCD.                                                   ZBNKMSK1
017600                                                                  ZBNKMSK1
017700 FD  MSKCARD-FILE.                                                ZBNKMSK1
017800 01  MSKCARD-REC                        PIC X(80).                ZBNKMSK1
017900                                                                  ZBNKMSK1
018000 SD  SRTCARD-FILE.                                                ZBNKMSK1
018100 01  SRTCARD-REC.                                                 ZBNKMSK1
018200   05  SRTCARD-NUMBER                        PIC X(16).           ZBNKMSK1
018300   05  FILLER                                PIC X(64).           ZBNKMSK1
018400                                                                  ZBNKMSK1
018500 FD  UNLPAYQ-FILE.                                                ZBNKMSK1
018600 01  UNLPAYQ-REC.                                                 ZBNKMSK1
018700 COPY CBANKVPQ.                                                   ZBNKMSK1
018800                                                                  ZBNKMSK1
018900 FD  MSKPAYQ-FILE.                                                ZBNKMSK1
019000 01  MSKPAYQ-REC                        PIC X(200).               ZBNKMSK1
019100                                                                  ZBNKMSK1
019200 FD  UNLALRT-FILE.                                                ZBNKMSK1
019300 01  UNLALRT-REC.                                                 ZBNKMSK1
019400 COPY CBANKVAQ.                                                   ZBNKMSK1
019500                                                                  ZBNKMSK1
019600 FD  MSKALRT-FILE.                                                ZBNKMSK1
019700 01  MSKALRT-REC                        PIC X(120).               ZBNKMSK1
019800                                                                  ZBNKMSK1
019900 FD  MANIFEST-FILE.                                               ZBNKMSK1
020000 01  MANIFEST-REC                       PIC X(80).                ZBNKMSK1
020100                                                                  ZBNKMSK1
020200 FD  MSKMANI-FILE.                                                ZBNKMSK1
020300 01  MSKMANI-REC                        PIC X(80).                ZBNKMSK1
020400                                                                  ZBNKMSK1
020500 WORKING-STORAGE SECTION.                                         ZBNKMSK1
020600 COPY CTIMERD.                                                    ZBNKMSK1
020700                                                                  ZBNKMSK1
020800 COPY CTSTAMPD.                                                   ZBNKMSK1
020900                                                                  ZBNKMSK1
021000 COPY CBANKTXD.                                                   ZBNKMSK1
021100                                                                  ZBNKMSK1
021200***************************************************************** ZBNKMSK1
021300* The manifest rows, read and written in the layout ZBNKUNL1    * ZBNKMSK1
021400* cuts and ZBNKREL1 reads                                       * ZBNKMSK1
021500***************************************************************** ZBNKMSK1
021600 01  WS-MANIFEST-ROW.                                             ZBNKMSK1
021700   05  WS-MR-TYPE                            PIC X(1).            ZBNKMSK1
021800   05  WS-MR-FILE                            PIC X(8).            ZBNKMSK1
021900   05  WS-MR-COUNT                           PIC 9(9).            ZBNKMSK1
022000   05  WS-MR-AMOUNT                          PIC S9(13)V99.       ZBNKMSK1
022100   05  FILLER                                PIC X(47).           ZBNKMSK1
022200 01  WS-MANIFEST-ROW-H REDEFINES WS-MANIFEST-ROW.                 ZBNKMSK1
022300   05  FILLER                                PIC X(1).            ZBNKMSK1
022400   05  WS-MR-TIMESTAMP                       PIC X(26).           ZBNKMSK1
022500   05  FILLER                                PIC X(53).           ZBNKMSK1
022600 01  WS-MANIFEST-HEADER.                                          ZBNKMSK1
022700   05  WS-MH-TYPE                            PIC X(1)             ZBNKMSK1
022800       VALUE 'H'.                                                 ZBNKMSK1
022900   05  WS-MH-TIMESTAMP                       PIC X(26).           ZBNKMSK1
023000   05  FILLER                                PIC X(53)            ZBNKMSK1
023100       VALUE SPACES.                                              ZBNKMSK1
023200 01  WS-MANIFEST-DETAIL.                                          ZBNKMSK1
023300   05  WS-MD-TYPE                            PIC X(1)             ZBNKMSK1
023400       VALUE 'F'.                                                 ZBNKMSK1
023500   05  WS-MD-FILE                            PIC X(8).            ZBNKMSK1
023600   05  WS-MD-COUNT                           PIC 9(9).            ZBNKMSK1
023700   05  WS-MD-AMOUNT                          PIC S9(13)V99.       ZBNKMSK1
023800   05  FILLER                                PIC X(47)            ZBNKMSK1
023900       VALUE SPACES.                                              ZBNKMSK1
024000 01  WS-MANIFEST-TRAILER.                                         ZBNKMSK1
024100   05  WS-MT-TYPE                            PIC X(1)             ZBNKMSK1
024200       VALUE 'T'.                                                 ZBNKMSK1
024300   05  WS-MT-FILES                           PIC 9(2).            ZBNKMSK1
024400   05  FILLER                                PIC X(77)            ZBNKMSK1
024500       VALUE SPACES.                                              ZBNKMSK1
024600                                                                  ZBNKMSK1
024700***************************************************************** ZBNKMSK1
024800* The input manifest as loaded - one slot per unloaded file     * ZBNKMSK1
024900***************************************************************** ZBNKMSK1
025000 01  WS-MANIFEST-TABLE.                                           ZBNKMSK1
025100   05  WS-MF-ENTRY                           OCCURS 10 TIMES.     ZBNKMSK1
025200     10  WS-MF-FILE                          PIC X(8).            ZBNKMSK1
025300     10  WS-MF-COUNT                         PIC S9(9) COMP-3.    ZBNKMSK1
025400     10  WS-MF-AMOUNT                        PIC S9(13)V99        ZBNKMSK1
025500         COMP-3.                                                  ZBNKMSK1
025600   05  WS-MF-COUNT-USED                      PIC S9(3) COMP.      ZBNKMSK1
025700                                                                  ZBNKMSK1
025800 01  WS-MISC-STORAGE.                                             ZBNKMSK1
025900   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMSK1
026000       VALUE 'ZBNKMSK1'.                                          ZBNKMSK1
026100   05  WS-UNLCUST-STATUS.                                         ZBNKMSK1
026200     10  WS-UNLCUST-STAT1                    PIC X(1).            ZBNKMSK1
026300     10  WS-UNLCUST-STAT2                    PIC X(1).            ZBNKMSK1
026400   05  WS-MSKCUST-STATUS.                                         ZBNKMSK1
026500     10  WS-MSKCUST-STAT1                    PIC X(1).            ZBNKMSK1
026600     10  WS-MSKCUST-STAT2                    PIC X(1).            ZBNKMSK1
026700   05  WS-UNLACC-STATUS.                                          ZBNKMSK1
026800     10  WS-UNLACC-STAT1                     PIC X(1).            ZBNKMSK1
026900     10  WS-UNLACC-STAT2                     PIC X(1).            ZBNKMSK1
027000   05  WS-MSKACC-STATUS.                                          ZBNKMSK1
027100     10  WS-MSKACC-STAT1                     PIC X(1).            ZBNKMSK1
027200     10  WS-MSKACC-STAT2                     PIC X(1).            ZBNKMSK1
027300   05  WS-UNLTXN-STATUS.                                          ZBNKMSK1
027400     10  WS-UNLTXN-STAT1                     PIC X(1).            ZBNKMSK1
027500     10  WS-UNLTXN-STAT2                     PIC X(1).            ZBNKMSK1
027600   05  WS-MSKTXN-STATUS.                                          ZBNKMSK1
027700     10  WS-MSKTXN-STAT1                     PIC X(1).            ZBNKMSK1
027800     10  WS-MSKTXN-STAT2                     PIC X(1).            ZBNKMSK1
027900   05  WS-UNLLOAN-STATUS.                                         ZBNKMSK1
028000     10  WS-UNLLOAN-STAT1                    PIC X(1).            ZBNKMSK1
028100     10  WS-UNLLOAN-STAT2                    PIC X(1).            ZBNKMSK1
028200   05  WS-MSKLOAN-STATUS.                                         ZBNKMSK1
028300     10  WS-MSKLOAN-STAT1                    PIC X(1).            ZBNKMSK1
028400     10  WS-MSKLOAN-STAT2                    PIC X(1).            ZBNKMSK1
028500   05  WS-UNLCARD-STATUS.                                         ZBNKMSK1
028600     10  WS-UNLCARD-STAT1                    PIC X(1).            ZBNKMSK1
028700     10  WS-UNLCARD-STAT2                    PIC X(1).            ZBNKMSK1
028800   05  WS-MSKCARD-STATUS.                                         ZBNKMSK1
028900     10  WS-MSKCARD-STAT1                    PIC X(1).            ZBNKMSK1
029000     10  WS-MSKCARD-STAT2                    PIC X(1).            ZBNKMSK1
029100   05  WS-UNLPAYQ-STATUS.                                         ZBNKMSK1
029200     10  WS-UNLPAYQ-STAT1                    PIC X(1).            ZBNKMSK1
029300     10  WS-UNLPAYQ-STAT2                    PIC X(1).            ZBNKMSK1
029400   05  WS-MSKPAYQ-STATUS.                                         ZBNKMSK1
029500     10  WS-MSKPAYQ-STAT1                    PIC X(1).            ZBNKMSK1
029600     10  WS-MSKPAYQ-STAT2                    PIC X(1).            ZBNKMSK1
029700   05  WS-UNLALRT-STATUS.                                         ZBNKMSK1
029800     10  WS-UNLALRT-STAT1                    PIC X(1).            ZBNKMSK1
029900     10  WS-UNLALRT-STAT2                    PIC X(1).            ZBNKMSK1
030000   05  WS-MSKALRT-STATUS.                                         ZBNKMSK1
030100     10  WS-MSKALRT-STAT1                    PIC X(1).            ZBNKMSK1
030200     10  WS-MSKALRT-STAT2                    PIC X(1).            ZBNKMSK1
030300   05  WS-MANIFEST-STATUS.                                        ZBNKMSK1
030400     10  WS-MANIFEST-STAT1                   PIC X(1).            ZBNKMSK1
030500     10  WS-MANIFEST-STAT2                   PIC X(1).            ZBNKMSK1
030600   05  WS-MSKMANI-STATUS.                                         ZBNKMSK1
030700     10  WS-MSKMANI-STAT1                    PIC X(1).            ZBNKMSK1
030800     10  WS-MSKMANI-STAT2                    PIC X(1).            ZBNKMSK1
030900   05  WS-IO-STATUS.                                              ZBNKMSK1
031000     10  WS-IO-STAT1                         PIC X(1).            ZBNKMSK1
031100     10  WS-IO-STAT2                         PIC X(1).            ZBNKMSK1
031200   05  WS-TWO-BYTES.                                              ZBNKMSK1
031300     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMSK1
031400     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMSK1
031500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMSK1
031600                                             PIC 9(1) COMP.       ZBNKMSK1
031700   05  WS-FILE-COUNT                         PIC S9(9) COMP-3.    ZBNKMSK1
031800   05  WS-FILE-AMOUNT                        PIC S9(13)V99        ZBNKMSK1
031900       COMP-3.                                                    ZBNKMSK1
032000   05  WS-FILES-DONE                         PIC 9(2)             ZBNKMSK1
032100       VALUE ZERO.                                                ZBNKMSK1
032200   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKMSK1
032300   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKMSK1
032400   05  WS-SUB3                               PIC S9(4) COMP.      ZBNKMSK1
032500   05  WS-LOOKUP-FILE                        PIC X(8).            ZBNKMSK1
032600   05  WS-LOOKUP-OK                          PIC X(1).            ZBNKMSK1
032700   05  WS-LOOKUP-COUNT                       PIC S9(9) COMP-3.    ZBNKMSK1
032800   05  WS-LOOKUP-AMOUNT                      PIC S9(13)V99        ZBNKMSK1
032900       COMP-3.                                                    ZBNKMSK1
033000   05  WS-CONSISTENCY-TS                     PIC X(26)            ZBNKMSK1
033100       VALUE SPACES.                                              ZBNKMSK1
033200                                                                  ZBNKMSK1
033300***************************************************************** ZBNKMSK1
033400* The masking key and the pseudo-random stream it seeds.  The   * ZBNKMSK1
033500* stream is restarted from the key, the PID and a field number  * ZBNKMSK1
033600* for every field masked, so a PID always masks the same way.   * ZBNKMSK1
033700***************************************************************** ZBNKMSK1
033800   05  WS-KEY                                PIC X(12).           ZBNKMSK1
033900   05  WS-KEY-LEN                            PIC S9(4) COMP.      ZBNKMSK1
034000   05  WS-KEY-DIGITS.                                             ZBNKMSK1
034100     10  WS-KEY-DIGIT OCCURS 8 TIMES         PIC 9(1).            ZBNKMSK1
034200   05  WS-KEY-SEED                           PIC 9(9) COMP.       ZBNKMSK1
034300   05  WS-SEED-PID                           PIC X(5).            ZBNKMSK1
034400   05  WS-SEED-SALT                          PIC 9(3).            ZBNKMSK1
034500   05  WS-SEED-SALT-X REDEFINES WS-SEED-SALT PIC X(3).            ZBNKMSK1
034600   05  WS-RAND-SEED                          PIC 9(9) COMP.       ZBNKMSK1
034700   05  WS-RAND-QUOT                          PIC 9(9) COMP.       ZBNKMSK1
034800   05  WS-RAND-DIGIT                         PIC 9(1).            ZBNKMSK1
034900   05  WS-RAND-PICK                          PIC 9(2).            ZBNKMSK1
035000   05  WS-RAND-LETTER                        PIC 9(2).            ZBNKMSK1
035100   05  WS-CHAR                               PIC X(1).            ZBNKMSK1
035200   05  WS-CHAR-VALUE                         PIC 9(2).            ZBNKMSK1
035300   05  WS-DIGIT                              PIC 9(1).            ZBNKMSK1
035400   05  WS-DOUBLED                            PIC 9(2).            ZBNKMSK1
035500   05  WS-RUNNING                            PIC 9(3).            ZBNKMSK1
035600   05  WS-MAP-SUM                            PIC 9(3).            ZBNKMSK1
035700   05  WS-LUHN-FIELD                         PIC X(16).           ZBNKMSK1
035800   05  WS-LUHN-LEN                           PIC S9(4) COMP.      ZBNKMSK1
035900   05  WS-LUHN-GAP                           PIC S9(4) COMP.      ZBNKMSK1
036000   05  WS-LUHN-SUM                           PIC 9(3).            ZBNKMSK1
036100   05  WS-LUHN-QUOT                          PIC 9(3).            ZBNKMSK1
036200   05  WS-LUHN-REM                           PIC 9(1).            ZBNKMSK1
036300   05  WS-HOUSE-NO                           PIC 9(3).            ZBNKMSK1
036400   05  WS-ACC-FUNCTION                       PIC X(1).            ZBNKMSK1
036500   05  WS-ACC-NUMBER                         PIC X(9).            ZBNKMSK1
036600   05  WS-ACC-RESULT                         PIC X(1).            ZBNKMSK1
036700   05  WS-MAP-ACCNO                          PIC X(9).            ZBNKMSK1
036800   05  WS-MAP-CARD                           PIC X(16).           ZBNKMSK1
036900   05  WS-FMT-FIELD                          PIC X(30).           ZBNKMSK1
037000   05  WS-FMT-LEN                            PIC S9(4) COMP.      ZBNKMSK1
037100   05  WS-PAYEE-PID                          PIC X(5).            ZBNKMSK1
037200                                                                  ZBNKMSK1
037300 01  WS-TWOS-COMP.                                                ZBNKMSK1
037400   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKMSK1
037500   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKMSK1
037600   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKMSK1
037700   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKMSK1
037800                                                                  ZBNKMSK1
037900 01  WS-ALPHABETS.                                                ZBNKMSK1
038000   05  WS-KEY-CHARS.                                              ZBNKMSK1
038100     10  FILLER                              PIC X(26)            ZBNKMSK1
038200         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      ZBNKMSK1
038300     10  FILLER                              PIC X(10)            ZBNKMSK1
038400         VALUE '0123456789'.                                      ZBNKMSK1
038500     10  FILLER                              PIC X(26)            ZBNKMSK1
038600         VALUE 'abcdefghijklmnopqrstuvwxyz'.                      ZBNKMSK1
038700   05  WS-UPPER                              PIC X(26)            ZBNKMSK1
038800       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                        ZBNKMSK1
038900   05  WS-LOWER                              PIC X(26)            ZBNKMSK1
039000       VALUE 'abcdefghijklmnopqrstuvwxyz'.                        ZBNKMSK1
039100                                                                  ZBNKMSK1
039200***************************************************************** ZBNKMSK1
039300* One PID's fake identity                                       * ZBNKMSK1
039400***************************************************************** ZBNKMSK1
039500 01  WS-FAKE-PROFILE.                                             ZBNKMSK1
039600   05  WS-FAKE-NAME                          PIC X(25).           ZBNKMSK1
039700   05  WS-FAKE-SIN                           PIC X(9).            ZBNKMSK1
039800   05  WS-FAKE-ADDR1                         PIC X(25).           ZBNKMSK1
039900   05  WS-FAKE-ADDR2                         PIC X(25).           ZBNKMSK1
040000   05  WS-FAKE-EMAIL                         PIC X(30).           ZBNKMSK1
040100   05  WS-FAKE-PIN                           PIC X(4).            ZBNKMSK1
040200                                                                  ZBNKMSK1
040300***************************************************************** ZBNKMSK1
040400* First Names for the fakes                                     * ZBNKMSK1
040500***************************************************************** ZBNKMSK1
040600 01  WS-FIRST-NAMES-VALUES.                                       ZBNKMSK1
040700   05  FILLER                                PIC X(10)            ZBNKMSK1
040800       VALUE 'Alice'.                                             ZBNKMSK1
040900   05  FILLER                                PIC X(10)            ZBNKMSK1
041000       VALUE 'Brian'.                                             ZBNKMSK1
041100   05  FILLER                                PIC X(10)            ZBNKMSK1
041200       VALUE 'Carol'.                                             ZBNKMSK1
041300   05  FILLER                                PIC X(10)            ZBNKMSK1
041400       VALUE 'David'.                                             ZBNKMSK1
041500   05  FILLER                                PIC X(10)            ZBNKMSK1
041600       VALUE 'Emma'.                                              ZBNKMSK1
041700   05  FILLER                                PIC X(10)            ZBNKMSK1
041800       VALUE 'Frank'.                                             ZBNKMSK1
041900   05  FILLER                                PIC X(10)            ZBNKMSK1
042000       VALUE 'Grace'.                                             ZBNKMSK1
042100   05  FILLER                                PIC X(10)            ZBNKMSK1
042200       VALUE 'Henry'.                                             ZBNKMSK1
042300   05  FILLER                                PIC X(10)            ZBNKMSK1
042400       VALUE 'Irene'.                                             ZBNKMSK1
042500   05  FILLER                                PIC X(10)            ZBNKMSK1
042600       VALUE 'James'.                                             ZBNKMSK1
042700   05  FILLER                                PIC X(10)            ZBNKMSK1
042800       VALUE 'Karen'.                                             ZBNKMSK1
042900   05  FILLER                                PIC X(10)            ZBNKMSK1
043000       VALUE 'Louis'.                                             ZBNKMSK1
043100   05  FILLER                                PIC X(10)            ZBNKMSK1
043200       VALUE 'Maria'.                                             ZBNKMSK1
043300   05  FILLER                                PIC X(10)            ZBNKMSK1
043400       VALUE 'Nigel'.                                             ZBNKMSK1
043500   05  FILLER                                PIC X(10)            ZBNKMSK1
043600       VALUE 'Olive'.                                             ZBNKMSK1
043700   05  FILLER                                PIC X(10)            ZBNKMSK1
043800       VALUE 'Peter'.                                             ZBNKMSK1
043900   05  FILLER                                PIC X(10)            ZBNKMSK1
044000       VALUE 'Rosa'.                                              ZBNKMSK1
044100   05  FILLER                                PIC X(10)            ZBNKMSK1
044200       VALUE 'Simon'.                                             ZBNKMSK1
044300   05  FILLER                                PIC X(10)            ZBNKMSK1
044400       VALUE 'Tessa'.                                             ZBNKMSK1
044500   05  FILLER                                PIC X(10)            ZBNKMSK1
044600       VALUE 'Victor'.                                            ZBNKMSK1
044700 01  WS-FIRST-NAMES-TABLE REDEFINES WS-FIRST-NAMES-VALUES.        ZBNKMSK1
044800   05  WS-FIRST-NAMES OCCURS 20 TIMES        PIC X(10).           ZBNKMSK1
044900                                                                  ZBNKMSK1
045000***************************************************************** ZBNKMSK1
045100* Surnames for the fakes                                        * ZBNKMSK1
045200***************************************************************** ZBNKMSK1
045300 01  WS-SURNAMES-VALUES.                                          ZBNKMSK1
045400   05  FILLER                                PIC X(12)            ZBNKMSK1
045500       VALUE 'Archer'.                                            ZBNKMSK1
045600   05  FILLER                                PIC X(12)            ZBNKMSK1
045700       VALUE 'Baxter'.                                            ZBNKMSK1
045800   05  FILLER                                PIC X(12)            ZBNKMSK1
045900       VALUE 'Carter'.                                            ZBNKMSK1
046000   05  FILLER                                PIC X(12)            ZBNKMSK1
046100       VALUE 'Dalton'.                                            ZBNKMSK1
046200   05  FILLER                                PIC X(12)            ZBNKMSK1
046300       VALUE 'Ellison'.                                           ZBNKMSK1
046400   05  FILLER                                PIC X(12)            ZBNKMSK1
046500       VALUE 'Fletcher'.                                          ZBNKMSK1
046600   05  FILLER                                PIC X(12)            ZBNKMSK1
046700       VALUE 'Garner'.                                            ZBNKMSK1
046800   05  FILLER                                PIC X(12)            ZBNKMSK1
046900       VALUE 'Harper'.                                            ZBNKMSK1
047000   05  FILLER                                PIC X(12)            ZBNKMSK1
047100       VALUE 'Ingram'.                                            ZBNKMSK1
047200   05  FILLER                                PIC X(12)            ZBNKMSK1
047300       VALUE 'Jarvis'.                                            ZBNKMSK1
047400   05  FILLER                                PIC X(12)            ZBNKMSK1
047500       VALUE 'Keller'.                                            ZBNKMSK1
047600   05  FILLER                                PIC X(12)            ZBNKMSK1
047700       VALUE 'Lawson'.                                            ZBNKMSK1
047800   05  FILLER                                PIC X(12)            ZBNKMSK1
047900       VALUE 'Mercer'.                                            ZBNKMSK1
048000   05  FILLER                                PIC X(12)            ZBNKMSK1
048100       VALUE 'Norris'.                                            ZBNKMSK1
048200   05  FILLER                                PIC X(12)            ZBNKMSK1
048300       VALUE 'Osborne'.                                           ZBNKMSK1
048400   05  FILLER                                PIC X(12)            ZBNKMSK1
048500       VALUE 'Palmer'.                                            ZBNKMSK1
048600   05  FILLER                                PIC X(12)            ZBNKMSK1
048700       VALUE 'Quinn'.                                             ZBNKMSK1
048800   05  FILLER                                PIC X(12)            ZBNKMSK1
048900       VALUE 'Rowe'.                                              ZBNKMSK1
049000   05  FILLER                                PIC X(12)            ZBNKMSK1
049100       VALUE 'Sutton'.                                            ZBNKMSK1
049200   05  FILLER                                PIC X(12)            ZBNKMSK1
049300       VALUE 'Turner'.                                            ZBNKMSK1
049400 01  WS-SURNAMES-TABLE REDEFINES WS-SURNAMES-VALUES.              ZBNKMSK1
049500   05  WS-SURNAMES OCCURS 20 TIMES           PIC X(12).           ZBNKMSK1
049600                                                                  ZBNKMSK1
049700***************************************************************** ZBNKMSK1
049800* Streets for the fakes                                         * ZBNKMSK1
049900***************************************************************** ZBNKMSK1
050000 01  WS-STREETS-VALUES.                                           ZBNKMSK1
050100   05  FILLER                                PIC X(16)            ZBNKMSK1
050200       VALUE 'Maple Street'.                                      ZBNKMSK1
050300   05  FILLER                                PIC X(16)            ZBNKMSK1
050400       VALUE 'Oak Avenue'.                                        ZBNKMSK1
050500   05  FILLER                                PIC X(16)            ZBNKMSK1
050600       VALUE 'Cedar Road'.                                        ZBNKMSK1
050700   05  FILLER                                PIC X(16)            ZBNKMSK1
050800       VALUE 'Elm Drive'.                                         ZBNKMSK1
050900   05  FILLER                                PIC X(16)            ZBNKMSK1
051000       VALUE 'Birch Lane'.                                        ZBNKMSK1
051100   05  FILLER                                PIC X(16)            ZBNKMSK1
051200       VALUE 'Willow Way'.                                        ZBNKMSK1
051300   05  FILLER                                PIC X(16)            ZBNKMSK1
051400       VALUE 'Pine Crescent'.                                     ZBNKMSK1
051500   05  FILLER                                PIC X(16)            ZBNKMSK1
051600       VALUE 'Ash Grove'.                                         ZBNKMSK1
051700   05  FILLER                                PIC X(16)            ZBNKMSK1
051800       VALUE 'Beech Road'.                                        ZBNKMSK1
051900   05  FILLER                                PIC X(16)            ZBNKMSK1
052000       VALUE 'Hazel Close'.                                       ZBNKMSK1
052100   05  FILLER                                PIC X(16)            ZBNKMSK1
052200       VALUE 'Poplar Street'.                                     ZBNKMSK1
052300   05  FILLER                                PIC X(16)            ZBNKMSK1
052400       VALUE 'Spruce Avenue'.                                     ZBNKMSK1
052500   05  FILLER                                PIC X(16)            ZBNKMSK1
052600       VALUE 'Linden Lane'.                                       ZBNKMSK1
052700   05  FILLER                                PIC X(16)            ZBNKMSK1
052800       VALUE 'Rowan Drive'.                                       ZBNKMSK1
052900   05  FILLER                                PIC X(16)            ZBNKMSK1
053000       VALUE 'Alder Way'.                                         ZBNKMSK1
053100   05  FILLER                                PIC X(16)            ZBNKMSK1
053200       VALUE 'Holly Road'.                                        ZBNKMSK1
053300   05  FILLER                                PIC X(16)            ZBNKMSK1
053400       VALUE 'Larch Street'.                                      ZBNKMSK1
053500   05  FILLER                                PIC X(16)            ZBNKMSK1
053600       VALUE 'Juniper Court'.                                     ZBNKMSK1
053700   05  FILLER                                PIC X(16)            ZBNKMSK1
053800       VALUE 'Laurel Avenue'.                                     ZBNKMSK1
053900   05  FILLER                                PIC X(16)            ZBNKMSK1
054000       VALUE 'Aspen Place'.                                       ZBNKMSK1
054100 01  WS-STREETS-TABLE REDEFINES WS-STREETS-VALUES.                ZBNKMSK1
054200   05  WS-STREETS OCCURS 20 TIMES            PIC X(16).           ZBNKMSK1
054300                                                                  ZBNKMSK1
054400***************************************************************** ZBNKMSK1
054500* Towns for the fakes                                           * ZBNKMSK1
054600***************************************************************** ZBNKMSK1
054700 01  WS-TOWNS-VALUES.                                             ZBNKMSK1
054800   05  FILLER                                PIC X(16)            ZBNKMSK1
054900       VALUE 'Northfield'.                                        ZBNKMSK1
055000   05  FILLER                                PIC X(16)            ZBNKMSK1
055100       VALUE 'Southbrook'.                                        ZBNKMSK1
055200   05  FILLER                                PIC X(16)            ZBNKMSK1
055300       VALUE 'Eastwood'.                                          ZBNKMSK1
055400   05  FILLER                                PIC X(16)            ZBNKMSK1
055500       VALUE 'Westmere'.                                          ZBNKMSK1
055600   05  FILLER                                PIC X(16)            ZBNKMSK1
055700       VALUE 'Ashford'.                                           ZBNKMSK1
055800   05  FILLER                                PIC X(16)            ZBNKMSK1
055900       VALUE 'Brookside'.                                         ZBNKMSK1
056000   05  FILLER                                PIC X(16)            ZBNKMSK1
056100       VALUE 'Clearwater'.                                        ZBNKMSK1
056200   05  FILLER                                PIC X(16)            ZBNKMSK1
056300       VALUE 'Dunmore'.                                           ZBNKMSK1
056400   05  FILLER                                PIC X(16)            ZBNKMSK1
056500       VALUE 'Fairview'.                                          ZBNKMSK1
056600   05  FILLER                                PIC X(16)            ZBNKMSK1
056700       VALUE 'Glenholm'.                                          ZBNKMSK1
056800   05  FILLER                                PIC X(16)            ZBNKMSK1
056900       VALUE 'Hillcrest'.                                         ZBNKMSK1
057000   05  FILLER                                PIC X(16)            ZBNKMSK1
057100       VALUE 'Lakeside'.                                          ZBNKMSK1
057200   05  FILLER                                PIC X(16)            ZBNKMSK1
057300       VALUE 'Millbrook'.                                         ZBNKMSK1
057400   05  FILLER                                PIC X(16)            ZBNKMSK1
057500       VALUE 'Newbury'.                                           ZBNKMSK1
057600   05  FILLER                                PIC X(16)            ZBNKMSK1
057700       VALUE 'Oakridge'.                                          ZBNKMSK1
057800   05  FILLER                                PIC X(16)            ZBNKMSK1
057900       VALUE 'Riverton'.                                          ZBNKMSK1
058000   05  FILLER                                PIC X(16)            ZBNKMSK1
058100       VALUE 'Stonebridge'.                                       ZBNKMSK1
058200   05  FILLER                                PIC X(16)            ZBNKMSK1
058300       VALUE 'Thornbury'.                                         ZBNKMSK1
058400   05  FILLER                                PIC X(16)            ZBNKMSK1
058500       VALUE 'Valleyview'.                                        ZBNKMSK1
058600   05  FILLER                                PIC X(16)            ZBNKMSK1
058700       VALUE 'Woodland'.                                          ZBNKMSK1
058800 01  WS-TOWNS-TABLE REDEFINES WS-TOWNS-VALUES.                    ZBNKMSK1
058900   05  WS-TOWNS OCCURS 20 TIMES              PIC X(16).           ZBNKMSK1
059000                                                                  ZBNKMSK1
059100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKMSK1
059200                                                                  ZBNKMSK1
059300 LINKAGE SECTION.                                                 ZBNKMSK1
059400 01  LK-EXEC-PARM.                                                ZBNKMSK1
059500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKMSK1
059600   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKMSK1
059700                                                                  ZBNKMSK1
059800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKMSK1
059900                                                                  ZBNKMSK1
060000     PERFORM RUN-TIME.                                            ZBNKMSK1
060100                                                                  ZBNKMSK1
060200     MOVE 'Unload masking starting' TO WS-CONSOLE-MESSAGE.        ZBNKMSK1
060300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMSK1
060400                                                                  ZBNKMSK1
060500     PERFORM SET-MASK-KEY THRU SET-MASK-KEY-EXIT.                 ZBNKMSK1
060600     PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.               ZBNKMSK1
060700                                                                  ZBNKMSK1
060800***************************************************************** ZBNKMSK1
060900* The masked set is a new unload in its own right - it gets     * ZBNKMSK1
061000* its own consistency timestamp so no journal cut against the   * ZBNKMSK1
061100* real unload can ever be rolled forward onto it                * ZBNKMSK1
061200***************************************************************** ZBNKMSK1
061300 COPY CTSTAMPP.                                                   ZBNKMSK1
061400                                                                  ZBNKMSK1
061500     OPEN OUTPUT MSKMANI-FILE.                                    ZBNKMSK1
061600     IF WS-MSKMANI-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
061700        MOVE 'MSKMANI file open failure...'                       ZBNKMSK1
061800          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
061900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
062000        MOVE WS-MSKMANI-STATUS TO WS-IO-STATUS                    ZBNKMSK1
062100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
062200        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
062300     END-IF.                                                      ZBNKMSK1
062400     MOVE WS-TIMESTAMP TO WS-MH-TIMESTAMP.                        ZBNKMSK1
062500     MOVE WS-MANIFEST-HEADER TO MSKMANI-REC.                      ZBNKMSK1
062600     PERFORM MSKMANI-PUT.                                         ZBNKMSK1
062700                                                                  ZBNKMSK1
062800     PERFORM MASK-BNKCUST THRU MASK-BNKCUST-EXIT.                 ZBNKMSK1
062900     SORT SRTACC-FILE                                             ZBNKMSK1
063000          ON ASCENDING KEY SRTACC-ACCNO                           ZBNKMSK1
063100          INPUT PROCEDURE IS MASK-BNKACC THRU MASK-BNKACC-EXIT    ZBNKMSK1
063200          GIVING MSKACC-FILE.                                     ZBNKMSK1
063300     IF SORT-RETURN IS NOT EQUAL TO ZERO                          ZBNKMSK1
063400        MOVE 'Sort of masked BNKACC failed'                       ZBNKMSK1
063500          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
063600        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
063700     END-IF.                                                      ZBNKMSK1
063800     PERFORM MASK-BNKTXN THRU MASK-BNKTXN-EXIT.                   ZBNKMSK1
063900     PERFORM MASK-BNKLOAN THRU MASK-BNKLOAN-EXIT.                 ZBNKMSK1
064000     SORT SRTCARD-FILE                                            ZBNKMSK1
064100          ON ASCENDING KEY SRTCARD-NUMBER                         ZBNKMSK1
064200          INPUT PROCEDURE IS MASK-BNKCARD THRU MASK-BNKCARD-EXIT  ZBNKMSK1
064300          GIVING MSKCARD-FILE.                                    ZBNKMSK1
064400     IF SORT-RETURN IS NOT EQUAL TO ZERO                          ZBNKMSK1
064500        MOVE 'Sort of masked BNKCARD failed'                      ZBNKMSK1
064600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
064700        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
064800     END-IF.                                                      ZBNKMSK1
064900     PERFORM MASK-BNKPAYQ THRU MASK-BNKPAYQ-EXIT.                 ZBNKMSK1
065000     PERFORM MASK-BNKALRTQ THRU MASK-BNKALRTQ-EXIT.               ZBNKMSK1
065100                                                                  ZBNKMSK1
065200     MOVE WS-FILES-DONE TO WS-MT-FILES.                           ZBNKMSK1
065300     MOVE WS-MANIFEST-TRAILER TO MSKMANI-REC.                     ZBNKMSK1
065400     PERFORM MSKMANI-PUT.                                         ZBNKMSK1
065500     CLOSE MSKMANI-FILE.                                          ZBNKMSK1
065600                                                                  ZBNKMSK1
065700     MOVE 'Masking complete - masked manifest written'            ZBNKMSK1
065800       TO WS-CONSOLE-MESSAGE.                                     ZBNKMSK1
065900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMSK1
066000     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMSK1
066100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMSK1
066200                                                                  ZBNKMSK1
066300     PERFORM RUN-TIME.                                            ZBNKMSK1
066400                                                                  ZBNKMSK1
066500     MOVE 0 TO RETURN-CODE.                                       ZBNKMSK1
066600                                                                  ZBNKMSK1
066700     GOBACK.                                                      ZBNKMSK1
066800                                                                  ZBNKMSK1
066900***************************************************************** ZBNKMSK1
067000* Take the masking key from the PARM.  Its first eight          * ZBNKMSK1
067100* characters give the digits that scramble account and card     * ZBNKMSK1
067200* numbers; all of it seeds the fakes.                           * ZBNKMSK1
067300***************************************************************** ZBNKMSK1
067400 SET-MASK-KEY.                                                    ZBNKMSK1
067500     IF LK-EXEC-PARM-LL IS LESS THAN 8                            ZBNKMSK1
067600        MOVE 'Masking key of 8 or more characters needed in PARM' ZBNKMSK1
067700          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
067800        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
067900     END-IF.                                                      ZBNKMSK1
068000     MOVE SPACES TO WS-KEY.                                       ZBNKMSK1
068100     MOVE LK-EXEC-PARM-LL TO WS-KEY-LEN.                          ZBNKMSK1
068200     IF WS-KEY-LEN IS GREATER THAN 12                             ZBNKMSK1
068300        MOVE 12 TO WS-KEY-LEN                                     ZBNKMSK1
068400     END-IF.                                                      ZBNKMSK1
068500     MOVE LK-EXEC-PARM-DATA (1:WS-KEY-LEN) TO WS-KEY.             ZBNKMSK1
068600     MOVE 7 TO WS-KEY-SEED.                                       ZBNKMSK1
068700     MOVE 1 TO WS-SUB1.                                           ZBNKMSK1
068800 SET-MASK-KEY-LOOP.                                               ZBNKMSK1
068900     IF WS-SUB1 IS GREATER THAN WS-KEY-LEN                        ZBNKMSK1
069000        GO TO SET-MASK-KEY-EXIT                                   ZBNKMSK1
069100     END-IF.                                                      ZBNKMSK1
069200     MOVE WS-KEY (WS-SUB1:1) TO WS-CHAR.                          ZBNKMSK1
069300     PERFORM GET-CHAR-VALUE THRU GET-CHAR-VALUE-EXIT.             ZBNKMSK1
069400     IF WS-SUB1 IS NOT GREATER THAN 8                             ZBNKMSK1
069500        DIVIDE WS-CHAR-VALUE BY 10 GIVING WS-RAND-QUOT            ZBNKMSK1
069600          REMAINDER WS-KEY-DIGIT (WS-SUB1)                        ZBNKMSK1
069700     END-IF.                                                      ZBNKMSK1
069800     COMPUTE WS-KEY-SEED = WS-KEY-SEED * 31 + WS-CHAR-VALUE.      ZBNKMSK1
069900     DIVIDE WS-KEY-SEED BY 139968 GIVING WS-RAND-QUOT             ZBNKMSK1
070000       REMAINDER WS-KEY-SEED.                                     ZBNKMSK1
070100     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
070200     GO TO SET-MASK-KEY-LOOP.                                     ZBNKMSK1
070300 SET-MASK-KEY-EXIT.                                               ZBNKMSK1
070400     EXIT.                                                        ZBNKMSK1
070500                                                                  ZBNKMSK1
070600***************************************************************** ZBNKMSK1
070700* Load the input manifest                                       * ZBNKMSK1
070800***************************************************************** ZBNKMSK1
070900 LOAD-MANIFEST.                                                   ZBNKMSK1
071000     OPEN INPUT MANIFEST-FILE.                                    ZBNKMSK1
071100     IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'                   ZBNKMSK1
071200        MOVE 'MANIFEST file open failure...'                      ZBNKMSK1
071300          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
071400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
071500        MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS                   ZBNKMSK1
071600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
071700        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
071800     END-IF.                                                      ZBNKMSK1
071900     MOVE 0 TO WS-MF-COUNT-USED.                                  ZBNKMSK1
072000 LOAD-MANIFEST-LOOP.                                              ZBNKMSK1
072100     READ MANIFEST-FILE INTO WS-MANIFEST-ROW.                     ZBNKMSK1
072200     IF WS-MANIFEST-STATUS IS EQUAL TO '10'                       ZBNKMSK1
072300        GO TO LOAD-MANIFEST-DONE                                  ZBNKMSK1
072400     END-IF.                                                      ZBNKMSK1
072500     IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'                   ZBNKMSK1
072600        MOVE 'MANIFEST read error...' TO WS-CONSOLE-MESSAGE       ZBNKMSK1
072700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
072800        MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS                   ZBNKMSK1
072900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
073000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
073100     END-IF.                                                      ZBNKMSK1
073200     EVALUATE TRUE                                                ZBNKMSK1
073300       WHEN WS-MR-TYPE IS EQUAL TO 'H'                            ZBNKMSK1
073400         MOVE WS-MR-TIMESTAMP TO WS-CONSISTENCY-TS                ZBNKMSK1
073500         MOVE SPACES TO WS-CONSOLE-MESSAGE                        ZBNKMSK1
073600         STRING 'Masking unload cut at ' DELIMITED BY SIZE        ZBNKMSK1
073700                WS-MR-TIMESTAMP DELIMITED BY SIZE                 ZBNKMSK1
073800           INTO WS-CONSOLE-MESSAGE                                ZBNKMSK1
073900         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKMSK1
074000       WHEN WS-MR-TYPE IS EQUAL TO 'F'                            ZBNKMSK1
074100         IF WS-MF-COUNT-USED IS LESS THAN 10                      ZBNKMSK1
074200            ADD 1 TO WS-MF-COUNT-USED                             ZBNKMSK1
074300            MOVE WS-MF-COUNT-USED TO WS-SUB1                      ZBNKMSK1
074400            MOVE WS-MR-FILE TO WS-MF-FILE (WS-SUB1)               ZBNKMSK1
074500            MOVE WS-MR-COUNT TO WS-MF-COUNT (WS-SUB1)             ZBNKMSK1
074600            MOVE WS-MR-AMOUNT TO WS-MF-AMOUNT (WS-SUB1)           ZBNKMSK1
074700         END-IF                                                   ZBNKMSK1
074800       WHEN WS-MR-TYPE IS EQUAL TO 'T'                            ZBNKMSK1
074900         CONTINUE                                                 ZBNKMSK1
075000       WHEN OTHER                                                 ZBNKMSK1
075100         MOVE 'Bad manifest row - masking abandoned'              ZBNKMSK1
075200           TO WS-CONSOLE-MESSAGE                                  ZBNKMSK1
075300         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKMSK1
075400         PERFORM ABORT-PROGRAM                                    ZBNKMSK1
075500     END-EVALUATE.                                                ZBNKMSK1
075600     GO TO LOAD-MANIFEST-LOOP.                                    ZBNKMSK1
075700 LOAD-MANIFEST-DONE.                                              ZBNKMSK1
075800     CLOSE MANIFEST-FILE.                                         ZBNKMSK1
075900     IF WS-CONSISTENCY-TS IS EQUAL TO SPACES OR                   ZBNKMSK1
076000        WS-CONSISTENCY-TS IS EQUAL TO LOW-VALUES                  ZBNKMSK1
076100        MOVE 'Manifest has no consistency timestamp'              ZBNKMSK1
076200          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
076400        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
076500     END-IF.                                                      ZBNKMSK1
076600 LOAD-MANIFEST-EXIT.                                              ZBNKMSK1
076700     EXIT.                                                        ZBNKMSK1
076800                                                                  ZBNKMSK1
076900***************************************************************** ZBNKMSK1
077000* Find a file's manifest row                                    * ZBNKMSK1
077100***************************************************************** ZBNKMSK1
077200 LOOKUP-MANIFEST.                                                 ZBNKMSK1
077300     MOVE 'N' TO WS-LOOKUP-OK.                                    ZBNKMSK1
077400     MOVE 1 TO WS-SUB1.                                           ZBNKMSK1
077500 LOOKUP-MANIFEST-LOOP.                                            ZBNKMSK1
077600     IF WS-SUB1 IS GREATER THAN WS-MF-COUNT-USED                  ZBNKMSK1
077700        GO TO LOOKUP-MANIFEST-EXIT                                ZBNKMSK1
077800     END-IF.                                                      ZBNKMSK1
077900     IF WS-MF-FILE (WS-SUB1) IS EQUAL TO WS-LOOKUP-FILE           ZBNKMSK1
078000        MOVE 'Y' TO WS-LOOKUP-OK                                  ZBNKMSK1
078100        MOVE WS-MF-COUNT (WS-SUB1) TO WS-LOOKUP-COUNT             ZBNKMSK1
078200        MOVE WS-MF-AMOUNT (WS-SUB1) TO WS-LOOKUP-AMOUNT           ZBNKMSK1
078300        GO TO LOOKUP-MANIFEST-EXIT                                ZBNKMSK1
078400     END-IF.                                                      ZBNKMSK1
078500     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
078600     GO TO LOOKUP-MANIFEST-LOOP.                                  ZBNKMSK1
078700 LOOKUP-MANIFEST-EXIT.                                            ZBNKMSK1
078800     EXIT.                                                        ZBNKMSK1
078900                                                                  ZBNKMSK1
079000***************************************************************** ZBNKMSK1
079100* A file is masked - prove its count and amount total against   * ZBNKMSK1
079200* the input manifest and write its masked manifest row          * ZBNKMSK1
079300***************************************************************** ZBNKMSK1
079400 FINISH-FILE.                                                     ZBNKMSK1
079500     PERFORM LOOKUP-MANIFEST THRU LOOKUP-MANIFEST-EXIT.           ZBNKMSK1
079600     IF WS-LOOKUP-OK IS NOT EQUAL TO 'Y'                          ZBNKMSK1
079700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKMSK1
079800        STRING WS-LOOKUP-FILE DELIMITED BY SPACE                  ZBNKMSK1
079900               ' is not on the input manifest' DELIMITED BY SIZE  ZBNKMSK1
080000          INTO WS-CONSOLE-MESSAGE                                 ZBNKMSK1
080100        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
080200     END-IF.                                                      ZBNKMSK1
080300     IF WS-FILE-COUNT IS NOT EQUAL TO WS-LOOKUP-COUNT OR          ZBNKMSK1
080400        WS-FILE-AMOUNT IS NOT EQUAL TO WS-LOOKUP-AMOUNT           ZBNKMSK1
080500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKMSK1
080600        STRING WS-LOOKUP-FILE DELIMITED BY SPACE                  ZBNKMSK1
080700               ' count or total differs from manifest'            ZBNKMSK1
080800                 DELIMITED BY SIZE                                ZBNKMSK1
080900          INTO WS-CONSOLE-MESSAGE                                 ZBNKMSK1
081000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
081100     END-IF.                                                      ZBNKMSK1
081200     MOVE WS-LOOKUP-FILE TO WS-MD-FILE.                           ZBNKMSK1
081300     MOVE WS-FILE-COUNT TO WS-MD-COUNT.                           ZBNKMSK1
081400     MOVE WS-FILE-AMOUNT TO WS-MD-AMOUNT.                         ZBNKMSK1
081500     MOVE WS-MANIFEST-DETAIL TO MSKMANI-REC.                      ZBNKMSK1
081600     PERFORM MSKMANI-PUT.                                         ZBNKMSK1
081700     ADD 1 TO WS-FILES-DONE.                                      ZBNKMSK1
081800                                                                  ZBNKMSK1
081900***************************************************************** ZBNKMSK1
082000* Mask the customer file - every personal field is replaced     * ZBNKMSK1
082100* from the PID's fake identity                                  * ZBNKMSK1
082200***************************************************************** ZBNKMSK1
082300 MASK-BNKCUST.                                                    ZBNKMSK1
082400     OPEN INPUT UNLCUST-FILE.                                     ZBNKMSK1
082500     IF WS-UNLCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
082600        MOVE 'UNLCUST file open failure...'                       ZBNKMSK1
082700          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
082800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
082900        MOVE WS-UNLCUST-STATUS TO WS-IO-STATUS                    ZBNKMSK1
083000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
083100        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
083200     END-IF.                                                      ZBNKMSK1
083300     OPEN OUTPUT MSKCUST-FILE.                                    ZBNKMSK1
083400     IF WS-MSKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
083500        MOVE 'MSKCUST file open failure...'                       ZBNKMSK1
083600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
083700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
083800        MOVE WS-MSKCUST-STATUS TO WS-IO-STATUS                    ZBNKMSK1
083900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
084000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
084100     END-IF.                                                      ZBNKMSK1
084200     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
084300     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
084400 MASK-BNKCUST-LOOP.                                               ZBNKMSK1
084500     READ UNLCUST-FILE.                                           ZBNKMSK1
084600     IF WS-UNLCUST-STATUS IS EQUAL TO '10'                        ZBNKMSK1
084700        GO TO MASK-BNKCUST-DONE                                   ZBNKMSK1
084800     END-IF.                                                      ZBNKMSK1
084900     IF WS-UNLCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
085000        MOVE 'UNLCUST read error during masking'                  ZBNKMSK1
085100          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
085300        MOVE WS-UNLCUST-STATUS TO WS-IO-STATUS                    ZBNKMSK1
085400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
085500        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
085600     END-IF.                                                      ZBNKMSK1
085700     MOVE BCS-REC-PID TO WS-SEED-PID.                             ZBNKMSK1
085800     PERFORM BUILD-FAKE-PROFILE THRU BUILD-FAKE-PROFILE-EXIT.     ZBNKMSK1
085900     MOVE WS-FAKE-NAME TO BCS-REC-NAME.                           ZBNKMSK1
086000     MOVE WS-FAKE-NAME TO WS-TWOS-COMP-INPUT.                     ZBNKMSK1
086100     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKMSK1
086200     MOVE LENGTH OF BCS-REC-NAME TO WS-TWOS-COMP-LEN.             ZBNKMSK1
086300     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKMSK1
086400                           WS-TWOS-COMP-INPUT                     ZBNKMSK1
086500                           WS-TWOS-COMP-OUTPUT                    ZBNKMSK1
086600                           WS-TWOS-COMP-FORMAT.                   ZBNKMSK1
086700     MOVE WS-TWOS-COMP-OUTPUT (1:LENGTH OF BCS-REC-NAME-FF)       ZBNKMSK1
086800       TO BCS-REC-NAME-FF.                                        ZBNKMSK1
086900     IF BCS-REC-SIN IS NOT EQUAL TO SPACES                        ZBNKMSK1
087000        MOVE WS-FAKE-SIN TO BCS-REC-SIN                           ZBNKMSK1
087100     END-IF.                                                      ZBNKMSK1
087200     MOVE WS-FAKE-ADDR1 TO BCS-REC-ADDR1.                         ZBNKMSK1
087300     MOVE WS-FAKE-ADDR2 TO BCS-REC-ADDR2.                         ZBNKMSK1
087400     MOVE BCS-REC-POST-CODE TO WS-FMT-FIELD.                      ZBNKMSK1
087500     MOVE LENGTH OF BCS-REC-POST-CODE TO WS-FMT-LEN.              ZBNKMSK1
087600     MOVE 2 TO WS-SEED-SALT.                                      ZBNKMSK1
087700     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
087800     MOVE WS-FMT-FIELD TO BCS-REC-POST-CODE.                      ZBNKMSK1
087900     MOVE BCS-REC-TEL TO WS-FMT-FIELD.                            ZBNKMSK1
088000     MOVE LENGTH OF BCS-REC-TEL TO WS-FMT-LEN.                    ZBNKMSK1
088100     MOVE 3 TO WS-SEED-SALT.                                      ZBNKMSK1
088200     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
088300     MOVE WS-FMT-FIELD TO BCS-REC-TEL.                            ZBNKMSK1
088400     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES                      ZBNKMSK1
088500        MOVE WS-FAKE-EMAIL TO BCS-REC-EMAIL                       ZBNKMSK1
088600     END-IF.                                                      ZBNKMSK1
088700     IF BCS-REC-ATM-PIN IS NOT EQUAL TO SPACES                    ZBNKMSK1
088800        MOVE WS-FAKE-PIN TO BCS-REC-ATM-PIN                       ZBNKMSK1
088900     END-IF.                                                      ZBNKMSK1
089000     WRITE MSKCUST-REC FROM BCS-RECORD.                           ZBNKMSK1
089100     IF WS-MSKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
089200        MOVE 'MSKCUST write error during masking'                 ZBNKMSK1
089300          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
089400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
089500        MOVE WS-MSKCUST-STATUS TO WS-IO-STATUS                    ZBNKMSK1
089600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
089700        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
089800     END-IF.                                                      ZBNKMSK1
089900     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
090000     GO TO MASK-BNKCUST-LOOP.                                     ZBNKMSK1
090100 MASK-BNKCUST-DONE.                                               ZBNKMSK1
090200     CLOSE UNLCUST-FILE.                                          ZBNKMSK1
090300     CLOSE MSKCUST-FILE.                                          ZBNKMSK1
090400     MOVE 'BNKCUST' TO WS-LOOKUP-FILE.                            ZBNKMSK1
090500     PERFORM FINISH-FILE.                                         ZBNKMSK1
090600 MASK-BNKCUST-EXIT.                                               ZBNKMSK1
090700     EXIT.                                                        ZBNKMSK1
090800                                                                  ZBNKMSK1
090900***************************************************************** ZBNKMSK1
091000* Mask the account file - the account numbers, including the    * ZBNKMSK1
091100* standing-order and linked-account targets, are scrambled;     * ZBNKMSK1
091200* the balances are left alone.  The rows are released to the    * ZBNKMSK1
091300* sort because the scrambled numbers are no longer in key order.* ZBNKMSK1
091400***************************************************************** ZBNKMSK1
091500 MASK-BNKACC.                                                     ZBNKMSK1
091600     OPEN INPUT UNLACC-FILE.                                      ZBNKMSK1
091700     IF WS-UNLACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
091800        MOVE 'UNLACC file open failure...'                        ZBNKMSK1
091900          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
092000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
092100        MOVE WS-UNLACC-STATUS TO WS-IO-STATUS                     ZBNKMSK1
092200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
092300        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
092400     END-IF.                                                      ZBNKMSK1
092500     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
092600     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
092700 MASK-BNKACC-LOOP.                                                ZBNKMSK1
092800     READ UNLACC-FILE.                                            ZBNKMSK1
092900     IF WS-UNLACC-STATUS IS EQUAL TO '10'                         ZBNKMSK1
093000        GO TO MASK-BNKACC-DONE                                    ZBNKMSK1
093100     END-IF.                                                      ZBNKMSK1
093200     IF WS-UNLACC-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
093300        MOVE 'UNLACC read error during masking'                   ZBNKMSK1
093400          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
093500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
093600        MOVE WS-UNLACC-STATUS TO WS-IO-STATUS                     ZBNKMSK1
093700        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
093800        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
093900     END-IF.                                                      ZBNKMSK1
094000     MOVE BAC-REC-ACCNO TO WS-MAP-ACCNO.                          ZBNKMSK1
094100     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
094200     MOVE WS-MAP-ACCNO TO BAC-REC-ACCNO.                          ZBNKMSK1
094300     MOVE BAC-REC-RP1-ACCNO TO WS-MAP-ACCNO.                      ZBNKMSK1
094400     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
094500     MOVE WS-MAP-ACCNO TO BAC-REC-RP1-ACCNO.                      ZBNKMSK1
094600     MOVE BAC-REC-RP2-ACCNO TO WS-MAP-ACCNO.                      ZBNKMSK1
094700     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
094800     MOVE WS-MAP-ACCNO TO BAC-REC-RP2-ACCNO.                      ZBNKMSK1
094900     MOVE BAC-REC-RP3-ACCNO TO WS-MAP-ACCNO.                      ZBNKMSK1
095000     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
095100     MOVE WS-MAP-ACCNO TO BAC-REC-RP3-ACCNO.                      ZBNKMSK1
095200     MOVE BAC-REC-LINK-ACCNO TO WS-MAP-ACCNO.                     ZBNKMSK1
095300     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
095400     MOVE WS-MAP-ACCNO TO BAC-REC-LINK-ACCNO.                     ZBNKMSK1
095500     RELEASE SRTACC-REC FROM BAC-RECORD.                          ZBNKMSK1
095600     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
095700     ADD BAC-REC-BALANCE TO WS-FILE-AMOUNT.                       ZBNKMSK1
095800     GO TO MASK-BNKACC-LOOP.                                      ZBNKMSK1
095900 MASK-BNKACC-DONE.                                                ZBNKMSK1
096000     CLOSE UNLACC-FILE.                                           ZBNKMSK1
096100     MOVE 'BNKACC' TO WS-LOOKUP-FILE.                             ZBNKMSK1
096200     PERFORM FINISH-FILE.                                         ZBNKMSK1
096300 MASK-BNKACC-EXIT.                                                ZBNKMSK1
096400     EXIT.                                                        ZBNKMSK1
096500                                                                  ZBNKMSK1
096600***************************************************************** ZBNKMSK1
096700* Mask the transaction history - account numbers are            * ZBNKMSK1
096800* scrambled and the before and after images of a contact-       * ZBNKMSK1
096900* detail change get the PID's fake details                      * ZBNKMSK1
097000***************************************************************** ZBNKMSK1
097100 MASK-BNKTXN.                                                     ZBNKMSK1
097200     OPEN INPUT UNLTXN-FILE.                                      ZBNKMSK1
097300     IF WS-UNLTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
097400        MOVE 'UNLTXN file open failure...'                        ZBNKMSK1
097500          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
097600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
097700        MOVE WS-UNLTXN-STATUS TO WS-IO-STATUS                     ZBNKMSK1
097800        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
097900        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
098000     END-IF.                                                      ZBNKMSK1
098100     OPEN OUTPUT MSKTXN-FILE.                                     ZBNKMSK1
098200     IF WS-MSKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
098300        MOVE 'MSKTXN file open failure...'                        ZBNKMSK1
098400          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
098500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
098600        MOVE WS-MSKTXN-STATUS TO WS-IO-STATUS                     ZBNKMSK1
098700        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
098800        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
098900     END-IF.                                                      ZBNKMSK1
099000     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
099100     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
099200 MASK-BNKTXN-LOOP.                                                ZBNKMSK1
099300     READ UNLTXN-FILE.                                            ZBNKMSK1
099400     IF WS-UNLTXN-STATUS IS EQUAL TO '10'                         ZBNKMSK1
099500        GO TO MASK-BNKTXN-DONE                                    ZBNKMSK1
099600     END-IF.                                                      ZBNKMSK1
099700     IF WS-UNLTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
099800        MOVE 'UNLTXN read error during masking'                   ZBNKMSK1
099900          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
100000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
100100        MOVE WS-UNLTXN-STATUS TO WS-IO-STATUS                     ZBNKMSK1
100200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
100300        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
100400     END-IF.                                                      ZBNKMSK1
100500     MOVE BTX-REC-ACCNO TO WS-MAP-ACCNO.                          ZBNKMSK1
100600     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
100700     MOVE WS-MAP-ACCNO TO BTX-REC-ACCNO.                          ZBNKMSK1
100800     MOVE BTX-REC-PD-ACCNO TO WS-MAP-ACCNO.                       ZBNKMSK1
100900     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
101000     MOVE WS-MAP-ACCNO TO BTX-REC-PD-ACCNO.                       ZBNKMSK1
101100     IF BTX-REC-TYPE IS EQUAL TO '2'                              ZBNKMSK1
101200        PERFORM MASK-CONTACT-CHANGE THRU MASK-CONTACT-CHANGE-EXIT ZBNKMSK1
101300     END-IF.                                                      ZBNKMSK1
101400     WRITE MSKTXN-REC FROM BTX-RECORD.                            ZBNKMSK1
101500     IF WS-MSKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKMSK1
101600        MOVE 'MSKTXN write error during masking'                  ZBNKMSK1
101700          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
101800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
101900        MOVE WS-MSKTXN-STATUS TO WS-IO-STATUS                     ZBNKMSK1
102000        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
102100        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
102200     END-IF.                                                      ZBNKMSK1
102300     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
102400     ADD BTX-REC-AMOUNT TO WS-FILE-AMOUNT.                        ZBNKMSK1
102500     GO TO MASK-BNKTXN-LOOP.                                      ZBNKMSK1
102600 MASK-BNKTXN-DONE.                                                ZBNKMSK1
102700     CLOSE UNLTXN-FILE.                                           ZBNKMSK1
102800     CLOSE MSKTXN-FILE.                                           ZBNKMSK1
102900     MOVE 'BNKTXN' TO WS-LOOKUP-FILE.                             ZBNKMSK1
103000     PERFORM FINISH-FILE.                                         ZBNKMSK1
103100 MASK-BNKTXN-EXIT.                                                ZBNKMSK1
103200     EXIT.                                                        ZBNKMSK1
103300                                                                  ZBNKMSK1
103400***************************************************************** ZBNKMSK1
103500* Copy the loan file - it carries no personal fields beyond     * ZBNKMSK1
103600* the PID                                                       * ZBNKMSK1
103700***************************************************************** ZBNKMSK1
103800 MASK-BNKLOAN.                                                    ZBNKMSK1
103900     OPEN INPUT UNLLOAN-FILE.                                     ZBNKMSK1
104000     IF WS-UNLLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
104100        MOVE 'UNLLOAN file open failure...'                       ZBNKMSK1
104200          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
104300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
104400        MOVE WS-UNLLOAN-STATUS TO WS-IO-STATUS                    ZBNKMSK1
104500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
104600        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
104700     END-IF.                                                      ZBNKMSK1
104800     OPEN OUTPUT MSKLOAN-FILE.                                    ZBNKMSK1
104900     IF WS-MSKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
105000        MOVE 'MSKLOAN file open failure...'                       ZBNKMSK1
105100          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
105200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
105300        MOVE WS-MSKLOAN-STATUS TO WS-IO-STATUS                    ZBNKMSK1
105400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
105500        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
105600     END-IF.                                                      ZBNKMSK1
105700     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
105800     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
105900 MASK-BNKLOAN-LOOP.                                               ZBNKMSK1
106000     READ UNLLOAN-FILE.                                           ZBNKMSK1
106100     IF WS-UNLLOAN-STATUS IS EQUAL TO '10'                        ZBNKMSK1
106200        GO TO MASK-BNKLOAN-DONE                                   ZBNKMSK1
106300     END-IF.                                                      ZBNKMSK1
106400     IF WS-UNLLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
106500        MOVE 'UNLLOAN read error during masking'                  ZBNKMSK1
106600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
106700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
106800        MOVE WS-UNLLOAN-STATUS TO WS-IO-STATUS                    ZBNKMSK1
106900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
107000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
107100     END-IF.                                                      ZBNKMSK1
107200     WRITE MSKLOAN-REC FROM LNM-RECORD.                           ZBNKMSK1
107300     IF WS-MSKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
107400        MOVE 'MSKLOAN write error during masking'                 ZBNKMSK1
107500          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
107600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
107700        MOVE WS-MSKLOAN-STATUS TO WS-IO-STATUS                    ZBNKMSK1
107800        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
107900        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
108000     END-IF.                                                      ZBNKMSK1
108100     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
108200     ADD LNM-REC-PRINCIPAL TO WS-FILE-AMOUNT.                     ZBNKMSK1
108300     GO TO MASK-BNKLOAN-LOOP.                                     ZBNKMSK1
108400 MASK-BNKLOAN-DONE.                                               ZBNKMSK1
108500     CLOSE UNLLOAN-FILE.                                          ZBNKMSK1
108600     CLOSE MSKLOAN-FILE.                                          ZBNKMSK1
108700     MOVE 'BNKLOAN' TO WS-LOOKUP-FILE.                            ZBNKMSK1
108800     PERFORM FINISH-FILE.                                         ZBNKMSK1
108900 MASK-BNKLOAN-EXIT.                                               ZBNKMSK1
109000     EXIT.                                                        ZBNKMSK1
109100                                                                  ZBNKMSK1
109200***************************************************************** ZBNKMSK1
109300* Mask the card file - card numbers and the linked account are  * ZBNKMSK1
109400* scrambled, and the rows are released to the sort to bring     * ZBNKMSK1
109500* them back into card-number order                              * ZBNKMSK1
109600***************************************************************** ZBNKMSK1
109700 MASK-BNKCARD.                                                    ZBNKMSK1
109800     OPEN INPUT UNLCARD-FILE.                                     ZBNKMSK1
109900     IF WS-UNLCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
110000        MOVE 'UNLCARD file open failure...'                       ZBNKMSK1
110100          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
110200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
110300        MOVE WS-UNLCARD-STATUS TO WS-IO-STATUS                    ZBNKMSK1
110400        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
110500        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
110600     END-IF.                                                      ZBNKMSK1
110700     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
110800     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
110900 MASK-BNKCARD-LOOP.                                               ZBNKMSK1
111000     READ UNLCARD-FILE.                                           ZBNKMSK1
111100     IF WS-UNLCARD-STATUS IS EQUAL TO '10'                        ZBNKMSK1
111200        GO TO MASK-BNKCARD-DONE                                   ZBNKMSK1
111300     END-IF.                                                      ZBNKMSK1
111400     IF WS-UNLCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
111500        MOVE 'UNLCARD read error during masking'                  ZBNKMSK1
111600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
111700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
111800        MOVE WS-UNLCARD-STATUS TO WS-IO-STATUS                    ZBNKMSK1
111900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
112000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
112100     END-IF.                                                      ZBNKMSK1
112200     MOVE CRD-REC-CARD-NUMBER TO WS-MAP-CARD.                     ZBNKMSK1
112300     PERFORM MAP-CARD THRU MAP-CARD-EXIT.                         ZBNKMSK1
112400     MOVE WS-MAP-CARD TO CRD-REC-CARD-NUMBER.                     ZBNKMSK1
112500     MOVE CRD-REC-REPLACED-BY TO WS-MAP-CARD.                     ZBNKMSK1
112600     PERFORM MAP-CARD THRU MAP-CARD-EXIT.                         ZBNKMSK1
112700     MOVE WS-MAP-CARD TO CRD-REC-REPLACED-BY.                     ZBNKMSK1
112800     MOVE CRD-REC-LINK-ACCNO TO WS-MAP-ACCNO.                     ZBNKMSK1
112900     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
113000     MOVE WS-MAP-ACCNO TO CRD-REC-LINK-ACCNO.                     ZBNKMSK1
113100     RELEASE SRTCARD-REC FROM CRD-RECORD.                         ZBNKMSK1
113200     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
113300     GO TO MASK-BNKCARD-LOOP.                                     ZBNKMSK1
113400 MASK-BNKCARD-DONE.                                               ZBNKMSK1
113500     CLOSE UNLCARD-FILE.                                          ZBNKMSK1
113600     MOVE 'BNKCARD' TO WS-LOOKUP-FILE.                            ZBNKMSK1
113700     PERFORM FINISH-FILE.                                         ZBNKMSK1
113800 MASK-BNKCARD-EXIT.                                               ZBNKMSK1
113900     EXIT.                                                        ZBNKMSK1
114000                                                                  ZBNKMSK1
114100***************************************************************** ZBNKMSK1
114200* Mask the payment queue - the funding account is scrambled     * ZBNKMSK1
114300* and the payee name and external account are replaced          * ZBNKMSK1
114400***************************************************************** ZBNKMSK1
114500 MASK-BNKPAYQ.                                                    ZBNKMSK1
114600     OPEN INPUT UNLPAYQ-FILE.                                     ZBNKMSK1
114700     IF WS-UNLPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
114800        MOVE 'UNLPAYQ file open failure...'                       ZBNKMSK1
114900          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
115000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
115100        MOVE WS-UNLPAYQ-STATUS TO WS-IO-STATUS                    ZBNKMSK1
115200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
115300        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
115400     END-IF.                                                      ZBNKMSK1
115500     OPEN OUTPUT MSKPAYQ-FILE.                                    ZBNKMSK1
115600     IF WS-MSKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
115700        MOVE 'MSKPAYQ file open failure...'                       ZBNKMSK1
115800          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
115900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
116000        MOVE WS-MSKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKMSK1
116100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
116200        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
116300     END-IF.                                                      ZBNKMSK1
116400     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
116500     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
116600 MASK-BNKPAYQ-LOOP.                                               ZBNKMSK1
116700     READ UNLPAYQ-FILE.                                           ZBNKMSK1
116800     IF WS-UNLPAYQ-STATUS IS EQUAL TO '10'                        ZBNKMSK1
116900        GO TO MASK-BNKPAYQ-DONE                                   ZBNKMSK1
117000     END-IF.                                                      ZBNKMSK1
117100     IF WS-UNLPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
117200        MOVE 'UNLPAYQ read error during masking'                  ZBNKMSK1
117300          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
117400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
117500        MOVE WS-UNLPAYQ-STATUS TO WS-IO-STATUS                    ZBNKMSK1
117600        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
117700        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
117800     END-IF.                                                      ZBNKMSK1
117900     MOVE PQ-REC-FUND-ACCNO TO WS-MAP-ACCNO.                      ZBNKMSK1
118000     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
118100     MOVE WS-MAP-ACCNO TO PQ-REC-FUND-ACCNO.                      ZBNKMSK1
118200     PERFORM MASK-PAYEE THRU MASK-PAYEE-EXIT.                     ZBNKMSK1
118300     WRITE MSKPAYQ-REC FROM PQ-RECORD.                            ZBNKMSK1
118400     IF WS-MSKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
118500        MOVE 'MSKPAYQ write error during masking'                 ZBNKMSK1
118600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
118700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
118800        MOVE WS-MSKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKMSK1
118900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
119000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
119100     END-IF.                                                      ZBNKMSK1
119200     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
119300     ADD PQ-REC-AMOUNT TO WS-FILE-AMOUNT.                         ZBNKMSK1
119400     GO TO MASK-BNKPAYQ-LOOP.                                     ZBNKMSK1
119500 MASK-BNKPAYQ-DONE.                                               ZBNKMSK1
119600     CLOSE UNLPAYQ-FILE.                                          ZBNKMSK1
119700     CLOSE MSKPAYQ-FILE.                                          ZBNKMSK1
119800     MOVE 'BNKPAYQ' TO WS-LOOKUP-FILE.                            ZBNKMSK1
119900     PERFORM FINISH-FILE.                                         ZBNKMSK1
120000 MASK-BNKPAYQ-EXIT.                                               ZBNKMSK1
120100     EXIT.                                                        ZBNKMSK1
120200                                                                  ZBNKMSK1
120300***************************************************************** ZBNKMSK1
120400* Mask the alert queue - the account number is scrambled        * ZBNKMSK1
120500***************************************************************** ZBNKMSK1
120600 MASK-BNKALRTQ.                                                   ZBNKMSK1
120700     OPEN INPUT UNLALRT-FILE.                                     ZBNKMSK1
120800     IF WS-UNLALRT-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
120900        MOVE 'UNLALRT file open failure...'                       ZBNKMSK1
121000          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
121100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
121200        MOVE WS-UNLALRT-STATUS TO WS-IO-STATUS                    ZBNKMSK1
121300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
121400        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
121500     END-IF.                                                      ZBNKMSK1
121600     OPEN OUTPUT MSKALRT-FILE.                                    ZBNKMSK1
121700     IF WS-MSKALRT-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
121800        MOVE 'MSKALRT file open failure...'                       ZBNKMSK1
121900          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
122000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
122100        MOVE WS-MSKALRT-STATUS TO WS-IO-STATUS                    ZBNKMSK1
122200        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
122300        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
122400     END-IF.                                                      ZBNKMSK1
122500     MOVE ZERO TO WS-FILE-COUNT.                                  ZBNKMSK1
122600     MOVE ZERO TO WS-FILE-AMOUNT.                                 ZBNKMSK1
122700 MASK-BNKALRTQ-LOOP.                                              ZBNKMSK1
122800     READ UNLALRT-FILE.                                           ZBNKMSK1
122900     IF WS-UNLALRT-STATUS IS EQUAL TO '10'                        ZBNKMSK1
123000        GO TO MASK-BNKALRTQ-DONE                                  ZBNKMSK1
123100     END-IF.                                                      ZBNKMSK1
123200     IF WS-UNLALRT-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
123300        MOVE 'UNLALRT read error during masking'                  ZBNKMSK1
123400          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
123500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
123600        MOVE WS-UNLALRT-STATUS TO WS-IO-STATUS                    ZBNKMSK1
123700        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
123800        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
123900     END-IF.                                                      ZBNKMSK1
124000     MOVE AQ-REC-ACCNO TO WS-MAP-ACCNO.                           ZBNKMSK1
124100     PERFORM MAP-ACCNO THRU MAP-ACCNO-EXIT.                       ZBNKMSK1
124200     MOVE WS-MAP-ACCNO TO AQ-REC-ACCNO.                           ZBNKMSK1
124300     WRITE MSKALRT-REC FROM AQ-RECORD.                            ZBNKMSK1
124400     IF WS-MSKALRT-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
124500        MOVE 'MSKALRT write error during masking'                 ZBNKMSK1
124600          TO WS-CONSOLE-MESSAGE                                   ZBNKMSK1
124700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
124800        MOVE WS-MSKALRT-STATUS TO WS-IO-STATUS                    ZBNKMSK1
124900        PERFORM DISPLAY-IO-STATUS                                 ZBNKMSK1
125000        PERFORM ABORT-PROGRAM                                     ZBNKMSK1
125100     END-IF.                                                      ZBNKMSK1
125200     ADD 1 TO WS-FILE-COUNT.                                      ZBNKMSK1
125300     ADD AQ-REC-AMOUNT TO WS-FILE-AMOUNT.                         ZBNKMSK1
125400     GO TO MASK-BNKALRTQ-LOOP.                                    ZBNKMSK1
125500 MASK-BNKALRTQ-DONE.                                              ZBNKMSK1
125600     CLOSE UNLALRT-FILE.                                          ZBNKMSK1
125700     CLOSE MSKALRT-FILE.                                          ZBNKMSK1
125800     MOVE 'BNKALRTQ' TO WS-LOOKUP-FILE.                           ZBNKMSK1
125900     PERFORM FINISH-FILE.                                         ZBNKMSK1
126000 MASK-BNKALRTQ-EXIT.                                              ZBNKMSK1
126100     EXIT.                                                        ZBNKMSK1
126200                                                                  ZBNKMSK1
126300***************************************************************** ZBNKMSK1
126400* The before and after images of a contact-detail change carry  * ZBNKMSK1
126500* the customer's address, post code, telephone and e-mail -     * ZBNKMSK1
126600* they get the same fakes the customer row does                 * ZBNKMSK1
126700***************************************************************** ZBNKMSK1
126800 MASK-CONTACT-CHANGE.                                             ZBNKMSK1
126900     MOVE BTX-REC-PID TO WS-SEED-PID.                             ZBNKMSK1
127000     PERFORM BUILD-FAKE-PROFILE THRU BUILD-FAKE-PROFILE-EXIT.     ZBNKMSK1
127100     MOVE BTX-REC-DATA-OLD TO TXN-DATA-OLD.                       ZBNKMSK1
127200     MOVE BTX-REC-DATA-NEW TO TXN-DATA-NEW.                       ZBNKMSK1
127300     IF TXN-T2-OLD-ADDR1 IS NOT EQUAL TO SPACES                   ZBNKMSK1
127400        MOVE WS-FAKE-ADDR1 TO TXN-T2-OLD-ADDR1                    ZBNKMSK1
127500     END-IF.                                                      ZBNKMSK1
127600     IF TXN-T2-OLD-ADDR2 IS NOT EQUAL TO SPACES                   ZBNKMSK1
127700        MOVE WS-FAKE-ADDR2 TO TXN-T2-OLD-ADDR2                    ZBNKMSK1
127800     END-IF.                                                      ZBNKMSK1
127900     IF TXN-T2-OLD-EMAIL IS NOT EQUAL TO SPACES                   ZBNKMSK1
128000        MOVE WS-FAKE-EMAIL TO TXN-T2-OLD-EMAIL                    ZBNKMSK1
128100     END-IF.                                                      ZBNKMSK1
128200     MOVE TXN-T2-OLD-PSTCDE TO WS-FMT-FIELD.                      ZBNKMSK1
128300     MOVE LENGTH OF TXN-T2-OLD-PSTCDE TO WS-FMT-LEN.              ZBNKMSK1
128400     MOVE 2 TO WS-SEED-SALT.                                      ZBNKMSK1
128500     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
128600     MOVE WS-FMT-FIELD TO TXN-T2-OLD-PSTCDE.                      ZBNKMSK1
128700     MOVE TXN-T2-OLD-TELNO TO WS-FMT-FIELD.                       ZBNKMSK1
128800     MOVE LENGTH OF TXN-T2-OLD-TELNO TO WS-FMT-LEN.               ZBNKMSK1
128900     MOVE 3 TO WS-SEED-SALT.                                      ZBNKMSK1
129000     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
129100     MOVE WS-FMT-FIELD TO TXN-T2-OLD-TELNO.                       ZBNKMSK1
129200     IF TXN-T2-NEW-ADDR1 IS NOT EQUAL TO SPACES                   ZBNKMSK1
129300        MOVE WS-FAKE-ADDR1 TO TXN-T2-NEW-ADDR1                    ZBNKMSK1
129400     END-IF.                                                      ZBNKMSK1
129500     IF TXN-T2-NEW-ADDR2 IS NOT EQUAL TO SPACES                   ZBNKMSK1
129600        MOVE WS-FAKE-ADDR2 TO TXN-T2-NEW-ADDR2                    ZBNKMSK1
129700     END-IF.                                                      ZBNKMSK1
129800     IF TXN-T2-NEW-EMAIL IS NOT EQUAL TO SPACES                   ZBNKMSK1
129900        MOVE WS-FAKE-EMAIL TO TXN-T2-NEW-EMAIL                    ZBNKMSK1
130000     END-IF.                                                      ZBNKMSK1
130100     MOVE TXN-T2-NEW-PSTCDE TO WS-FMT-FIELD.                      ZBNKMSK1
130200     MOVE LENGTH OF TXN-T2-NEW-PSTCDE TO WS-FMT-LEN.              ZBNKMSK1
130300     MOVE 2 TO WS-SEED-SALT.                                      ZBNKMSK1
130400     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
130500     MOVE WS-FMT-FIELD TO TXN-T2-NEW-PSTCDE.                      ZBNKMSK1
130600     MOVE TXN-T2-NEW-TELNO TO WS-FMT-FIELD.                       ZBNKMSK1
130700     MOVE LENGTH OF TXN-T2-NEW-TELNO TO WS-FMT-LEN.               ZBNKMSK1
130800     MOVE 3 TO WS-SEED-SALT.                                      ZBNKMSK1
130900     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
131000     MOVE WS-FMT-FIELD TO TXN-T2-NEW-TELNO.                       ZBNKMSK1
131100     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKMSK1
131200     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKMSK1
131300 MASK-CONTACT-CHANGE-EXIT.                                        ZBNKMSK1
131400     EXIT.                                                        ZBNKMSK1
131500                                                                  ZBNKMSK1
131600***************************************************************** ZBNKMSK1
131700* A payee is faked from the customer's PID and the payee        * ZBNKMSK1
131800* number, so every queued payment to the same payee gets the    * ZBNKMSK1
131900* same name and external account                                * ZBNKMSK1
132000***************************************************************** ZBNKMSK1
132100 MASK-PAYEE.                                                      ZBNKMSK1
132200     MOVE PQ-REC-PID TO WS-SEED-PID.                              ZBNKMSK1
132300     IF PQ-REC-PAYEE-SEQ IS NUMERIC                               ZBNKMSK1
132400        COMPUTE WS-SEED-SALT = 100 + PQ-REC-PAYEE-SEQ             ZBNKMSK1
132500     ELSE                                                         ZBNKMSK1
132600        MOVE 100 TO WS-SEED-SALT                                  ZBNKMSK1
132700     END-IF.                                                      ZBNKMSK1
132800     IF PQ-REC-PAYEE-NAME IS NOT EQUAL TO SPACES                  ZBNKMSK1
132900        PERFORM START-STREAM THRU START-STREAM-EXIT               ZBNKMSK1
133000        PERFORM NEXT-RANDOM                                       ZBNKMSK1
133100        MOVE WS-RAND-PICK TO WS-SUB1                              ZBNKMSK1
133200        PERFORM NEXT-RANDOM                                       ZBNKMSK1
133300        MOVE SPACES TO PQ-REC-PAYEE-NAME                          ZBNKMSK1
133400        STRING WS-FIRST-NAMES (WS-SUB1) DELIMITED BY SPACE        ZBNKMSK1
133500               ' ' DELIMITED BY SIZE                              ZBNKMSK1
133600               WS-SURNAMES (WS-RAND-PICK) DELIMITED BY SPACE      ZBNKMSK1
133700          INTO PQ-REC-PAYEE-NAME                                  ZBNKMSK1
133800     END-IF.                                                      ZBNKMSK1
133900     MOVE PQ-REC-EXT-ACCNO TO WS-FMT-FIELD.                       ZBNKMSK1
134000     MOVE LENGTH OF PQ-REC-EXT-ACCNO TO WS-FMT-LEN.               ZBNKMSK1
134100     ADD 100 TO WS-SEED-SALT.                                     ZBNKMSK1
134200     PERFORM MASK-FORMAT THRU MASK-FORMAT-EXIT.                   ZBNKMSK1
134300     MOVE WS-FMT-FIELD TO PQ-REC-EXT-ACCNO.                       ZBNKMSK1
134400 MASK-PAYEE-EXIT.                                                 ZBNKMSK1
134500     EXIT.                                                        ZBNKMSK1
134600                                                                  ZBNKMSK1
134700***************************************************************** ZBNKMSK1
134800* Work out the fake identity for the PID in WS-SEED-PID - a     * ZBNKMSK1
134900* name, a street address and town, a SIN, an e-mail address     * ZBNKMSK1
135000* and a PIN.  The SIN starts with 0, a series never issued, and * ZBNKMSK1
135100* carries a proper check digit.                                 * ZBNKMSK1
135200***************************************************************** ZBNKMSK1
135300 BUILD-FAKE-PROFILE.                                              ZBNKMSK1
135400     MOVE 1 TO WS-SEED-SALT.                                      ZBNKMSK1
135500     PERFORM START-STREAM THRU START-STREAM-EXIT.                 ZBNKMSK1
135600     MOVE SPACES TO WS-FAKE-PROFILE.                              ZBNKMSK1
135700     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
135800     MOVE WS-RAND-PICK TO WS-SUB1.                                ZBNKMSK1
135900     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
136000     STRING WS-FIRST-NAMES (WS-SUB1) DELIMITED BY SPACE           ZBNKMSK1
136100            ' ' DELIMITED BY SIZE                                 ZBNKMSK1
136200            WS-SURNAMES (WS-RAND-PICK) DELIMITED BY SPACE         ZBNKMSK1
136300       INTO WS-FAKE-NAME.                                         ZBNKMSK1
136400     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
136500     COMPUTE WS-HOUSE-NO = 100 + WS-RAND-PICK * 40.               ZBNKMSK1
136600     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
136700     ADD WS-RAND-PICK TO WS-HOUSE-NO.                             ZBNKMSK1
136800     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
136900     STRING WS-HOUSE-NO DELIMITED BY SIZE                         ZBNKMSK1
137000            ' ' DELIMITED BY SIZE                                 ZBNKMSK1
137100            WS-STREETS (WS-RAND-PICK) DELIMITED BY '  '           ZBNKMSK1
137200       INTO WS-FAKE-ADDR1.                                        ZBNKMSK1
137300     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
137400     MOVE WS-TOWNS (WS-RAND-PICK) TO WS-FAKE-ADDR2.               ZBNKMSK1
137500     MOVE '0' TO WS-FAKE-SIN (1:1).                               ZBNKMSK1
137600     MOVE 2 TO WS-SUB1.                                           ZBNKMSK1
137700 BUILD-FAKE-PROFILE-SIN.                                          ZBNKMSK1
137800     IF WS-SUB1 IS GREATER THAN 8                                 ZBNKMSK1
137900        GO TO BUILD-FAKE-PROFILE-SIN-DONE                         ZBNKMSK1
138000     END-IF.                                                      ZBNKMSK1
138100     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
138200     MOVE WS-RAND-DIGIT TO WS-FAKE-SIN (WS-SUB1:1).               ZBNKMSK1
138300     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
138400     GO TO BUILD-FAKE-PROFILE-SIN.                                ZBNKMSK1
138500 BUILD-FAKE-PROFILE-SIN-DONE.                                     ZBNKMSK1
138600     MOVE WS-FAKE-SIN TO WS-LUHN-FIELD.                           ZBNKMSK1
138700     MOVE 8 TO WS-LUHN-LEN.                                       ZBNKMSK1
138800     PERFORM SET-LUHN-DIGIT THRU SET-LUHN-DIGIT-EXIT.             ZBNKMSK1
138900     MOVE WS-LUHN-FIELD (1:9) TO WS-FAKE-SIN.                     ZBNKMSK1
139000     STRING 'test.' DELIMITED BY SIZE                             ZBNKMSK1
139100            WS-SEED-PID DELIMITED BY SPACE                        ZBNKMSK1
139200            '@example.com' DELIMITED BY SIZE                      ZBNKMSK1
139300       INTO WS-FAKE-EMAIL.                                        ZBNKMSK1
139400     MOVE 1 TO WS-SUB1.                                           ZBNKMSK1
139500 BUILD-FAKE-PROFILE-PIN.                                          ZBNKMSK1
139600     IF WS-SUB1 IS GREATER THAN 4                                 ZBNKMSK1
139700        GO TO BUILD-FAKE-PROFILE-EXIT                             ZBNKMSK1
139800     END-IF.                                                      ZBNKMSK1
139900     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
140000     MOVE WS-RAND-DIGIT TO WS-FAKE-PIN (WS-SUB1:1).               ZBNKMSK1
140100     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
140200     GO TO BUILD-FAKE-PROFILE-PIN.                                ZBNKMSK1
140300 BUILD-FAKE-PROFILE-EXIT.                                         ZBNKMSK1
140400     EXIT.                                                        ZBNKMSK1
140500                                                                  ZBNKMSK1
140600***************************************************************** ZBNKMSK1
140700* Mask WS-FMT-FIELD for WS-FMT-LEN characters keeping its       * ZBNKMSK1
140800* format - digits stay digits, letters stay letters of the same * ZBNKMSK1
140900* case, and spaces and punctuation are left where they are      * ZBNKMSK1
141000***************************************************************** ZBNKMSK1
141100 MASK-FORMAT.                                                     ZBNKMSK1
141200     PERFORM START-STREAM THRU START-STREAM-EXIT.                 ZBNKMSK1
141300     MOVE 1 TO WS-SUB1.                                           ZBNKMSK1
141400 MASK-FORMAT-LOOP.                                                ZBNKMSK1
141500     IF WS-SUB1 IS GREATER THAN WS-FMT-LEN                        ZBNKMSK1
141600        GO TO MASK-FORMAT-EXIT                                    ZBNKMSK1
141700     END-IF.                                                      ZBNKMSK1
141800     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
141900     IF WS-FMT-FIELD (WS-SUB1:1) IS NUMERIC                       ZBNKMSK1
142000        MOVE WS-RAND-DIGIT TO WS-FMT-FIELD (WS-SUB1:1)            ZBNKMSK1
142100     ELSE                                                         ZBNKMSK1
142200        IF WS-FMT-FIELD (WS-SUB1:1) IS NOT EQUAL TO SPACE         ZBNKMSK1
142300           IF WS-FMT-FIELD (WS-SUB1:1) IS ALPHABETIC-UPPER        ZBNKMSK1
142400              MOVE WS-UPPER (WS-RAND-LETTER:1)                    ZBNKMSK1
142500                TO WS-FMT-FIELD (WS-SUB1:1)                       ZBNKMSK1
142600           END-IF                                                 ZBNKMSK1
142700           IF WS-FMT-FIELD (WS-SUB1:1) IS ALPHABETIC-LOWER        ZBNKMSK1
142800              MOVE WS-LOWER (WS-RAND-LETTER:1)                    ZBNKMSK1
142900                TO WS-FMT-FIELD (WS-SUB1:1)                       ZBNKMSK1
143000           END-IF                                                 ZBNKMSK1
143100        END-IF                                                    ZBNKMSK1
143200     END-IF.                                                      ZBNKMSK1
143300     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
143400     GO TO MASK-FORMAT-LOOP.                                      ZBNKMSK1
143500 MASK-FORMAT-EXIT.                                                ZBNKMSK1
143600     EXIT.                                                        ZBNKMSK1
143700                                                                  ZBNKMSK1
143800***************************************************************** ZBNKMSK1
143900* Scramble the eight serial digits of WS-MAP-ACCNO one-for-one  * ZBNKMSK1
144000* under the key and let UACCCHK supply the check digit.  Each   * ZBNKMSK1
144100* digit moves by its key digit plus the sum of the digits       * ZBNKMSK1
144200* before it, once left to right and once right to left, so      * ZBNKMSK1
144300* every digit depends on all the others and no two accounts     * ZBNKMSK1
144400* can land on the same number.  Blank or non-numeric numbers    * ZBNKMSK1
144500* are left as they are.                                         * ZBNKMSK1
144600***************************************************************** ZBNKMSK1
144700 MAP-ACCNO.                                                       ZBNKMSK1
144800     IF WS-MAP-ACCNO (1:8) IS NOT NUMERIC                         ZBNKMSK1
144900        GO TO MAP-ACCNO-EXIT                                      ZBNKMSK1
145000     END-IF.                                                      ZBNKMSK1
145100     MOVE ZERO TO WS-RUNNING.                                     ZBNKMSK1
145200     MOVE 1 TO WS-SUB1.                                           ZBNKMSK1
145300 MAP-ACCNO-LOOP.                                                  ZBNKMSK1
145400     IF WS-SUB1 IS GREATER THAN 8                                 ZBNKMSK1
145500        MOVE ZERO TO WS-RUNNING                                   ZBNKMSK1
145600        MOVE 8 TO WS-SUB1                                         ZBNKMSK1
145700        GO TO MAP-ACCNO-BACK                                      ZBNKMSK1
145800     END-IF.                                                      ZBNKMSK1
145900     MOVE WS-MAP-ACCNO (WS-SUB1:1) TO WS-DIGIT.                   ZBNKMSK1
146000     COMPUTE WS-MAP-SUM =                                         ZBNKMSK1
146100             WS-DIGIT + WS-KEY-DIGIT (WS-SUB1) + WS-RUNNING.      ZBNKMSK1
146200     ADD WS-DIGIT TO WS-RUNNING.                                  ZBNKMSK1
146300     DIVIDE WS-MAP-SUM BY 10 GIVING WS-RAND-QUOT                  ZBNKMSK1
146400       REMAINDER WS-DIGIT.                                        ZBNKMSK1
146500     MOVE WS-DIGIT TO WS-MAP-ACCNO (WS-SUB1:1).                   ZBNKMSK1
146600     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
146700     GO TO MAP-ACCNO-LOOP.                                        ZBNKMSK1
146800 MAP-ACCNO-BACK.                                                  ZBNKMSK1
146900     IF WS-SUB1 IS LESS THAN 1                                    ZBNKMSK1
147000        GO TO MAP-ACCNO-CHECK                                     ZBNKMSK1
147100     END-IF.                                                      ZBNKMSK1
147200     COMPUTE WS-SUB2 = 9 - WS-SUB1.                               ZBNKMSK1
147300     MOVE WS-MAP-ACCNO (WS-SUB1:1) TO WS-DIGIT.                   ZBNKMSK1
147400     COMPUTE WS-MAP-SUM =                                         ZBNKMSK1
147500             WS-DIGIT + WS-KEY-DIGIT (WS-SUB2) + WS-RUNNING.      ZBNKMSK1
147600     ADD WS-DIGIT TO WS-RUNNING.                                  ZBNKMSK1
147700     DIVIDE WS-MAP-SUM BY 10 GIVING WS-RAND-QUOT                  ZBNKMSK1
147800       REMAINDER WS-DIGIT.                                        ZBNKMSK1
147900     MOVE WS-DIGIT TO WS-MAP-ACCNO (WS-SUB1:1).                   ZBNKMSK1
148000     SUBTRACT 1 FROM WS-SUB1.                                     ZBNKMSK1
148100     GO TO MAP-ACCNO-BACK.                                        ZBNKMSK1
148200 MAP-ACCNO-CHECK.                                                 ZBNKMSK1
148300     MOVE 'G' TO WS-ACC-FUNCTION.                                 ZBNKMSK1
148400     MOVE WS-MAP-ACCNO TO WS-ACC-NUMBER.                          ZBNKMSK1
148500     CALL 'UACCCHK' USING WS-ACC-FUNCTION                         ZBNKMSK1
148600                          WS-ACC-NUMBER                           ZBNKMSK1
148700                          WS-ACC-RESULT.                          ZBNKMSK1
148800     MOVE WS-ACC-NUMBER TO WS-MAP-ACCNO.                          ZBNKMSK1
148900 MAP-ACCNO-EXIT.                                                  ZBNKMSK1
149000     EXIT.                                                        ZBNKMSK1
149100                                                                  ZBNKMSK1
149200***************************************************************** ZBNKMSK1
149300* Scramble a card number the same way - the six-digit issuer    * ZBNKMSK1
149400* prefix is kept, digits 7 to 15 are scrambled in both          * ZBNKMSK1
149500* directions under the key, and the last digit is set by the    * ZBNKMSK1
149600* Luhn rule.  Blank or non-numeric numbers are left as they     * ZBNKMSK1
149700* are.                                                          * ZBNKMSK1
149800***************************************************************** ZBNKMSK1
149900 MAP-CARD.                                                        ZBNKMSK1
150000     IF WS-MAP-CARD IS NOT NUMERIC                                ZBNKMSK1
150100        GO TO MAP-CARD-EXIT                                       ZBNKMSK1
150200     END-IF.                                                      ZBNKMSK1
150300     MOVE ZERO TO WS-RUNNING.                                     ZBNKMSK1
150400     MOVE 7 TO WS-SUB1.                                           ZBNKMSK1
150500 MAP-CARD-LOOP.                                                   ZBNKMSK1
150600     IF WS-SUB1 IS GREATER THAN 15                                ZBNKMSK1
150700        MOVE ZERO TO WS-RUNNING                                   ZBNKMSK1
150800        MOVE 15 TO WS-SUB1                                        ZBNKMSK1
150900        GO TO MAP-CARD-BACK                                       ZBNKMSK1
151000     END-IF.                                                      ZBNKMSK1
151100     COMPUTE WS-SUB2 = WS-SUB1 - 6.                               ZBNKMSK1
151200     IF WS-SUB2 IS GREATER THAN 8                                 ZBNKMSK1
151300        SUBTRACT 8 FROM WS-SUB2                                   ZBNKMSK1
151400     END-IF.                                                      ZBNKMSK1
151500     MOVE WS-MAP-CARD (WS-SUB1:1) TO WS-DIGIT.                    ZBNKMSK1
151600     COMPUTE WS-MAP-SUM =                                         ZBNKMSK1
151700             WS-DIGIT + WS-KEY-DIGIT (WS-SUB2) + WS-RUNNING.      ZBNKMSK1
151800     ADD WS-DIGIT TO WS-RUNNING.                                  ZBNKMSK1
151900     DIVIDE WS-MAP-SUM BY 10 GIVING WS-RAND-QUOT                  ZBNKMSK1
152000       REMAINDER WS-DIGIT.                                        ZBNKMSK1
152100     MOVE WS-DIGIT TO WS-MAP-CARD (WS-SUB1:1).                    ZBNKMSK1
152200     ADD 1 TO WS-SUB1.                                            ZBNKMSK1
152300     GO TO MAP-CARD-LOOP.                                         ZBNKMSK1
152400 MAP-CARD-BACK.                                                   ZBNKMSK1
152500     IF WS-SUB1 IS LESS THAN 7                                    ZBNKMSK1
152600        GO TO MAP-CARD-CHECK                                      ZBNKMSK1
152700     END-IF.                                                      ZBNKMSK1
152800     COMPUTE WS-SUB2 = 16 - WS-SUB1.                              ZBNKMSK1
152900     IF WS-SUB2 IS GREATER THAN 8                                 ZBNKMSK1
153000        SUBTRACT 8 FROM WS-SUB2                                   ZBNKMSK1
153100     END-IF.                                                      ZBNKMSK1
153200     MOVE WS-MAP-CARD (WS-SUB1:1) TO WS-DIGIT.                    ZBNKMSK1
153300     COMPUTE WS-MAP-SUM =                                         ZBNKMSK1
153400             WS-DIGIT + WS-KEY-DIGIT (WS-SUB2) + WS-RUNNING.      ZBNKMSK1
153500     ADD WS-DIGIT TO WS-RUNNING.                                  ZBNKMSK1
153600     DIVIDE WS-MAP-SUM BY 10 GIVING WS-RAND-QUOT                  ZBNKMSK1
153700       REMAINDER WS-DIGIT.                                        ZBNKMSK1
153800     MOVE WS-DIGIT TO WS-MAP-CARD (WS-SUB1:1).                    ZBNKMSK1
153900     SUBTRACT 1 FROM WS-SUB1.                                     ZBNKMSK1
154000     GO TO MAP-CARD-BACK.                                         ZBNKMSK1
154100 MAP-CARD-CHECK.                                                  ZBNKMSK1
154200     MOVE WS-MAP-CARD TO WS-LUHN-FIELD.                           ZBNKMSK1
154300     MOVE 15 TO WS-LUHN-LEN.                                      ZBNKMSK1
154400     PERFORM SET-LUHN-DIGIT THRU SET-LUHN-DIGIT-EXIT.             ZBNKMSK1
154500     MOVE WS-LUHN-FIELD TO WS-MAP-CARD.                           ZBNKMSK1
154600 MAP-CARD-EXIT.                                                   ZBNKMSK1
154700     EXIT.                                                        ZBNKMSK1
154800                                                                  ZBNKMSK1
154900***************************************************************** ZBNKMSK1
155000* Put the Luhn check digit after the first WS-LUHN-LEN digits   * ZBNKMSK1
155100* of WS-LUHN-FIELD - every second digit from the right of       * ZBNKMSK1
155200* those is doubled, and the digits of a doubled value are added * ZBNKMSK1
155300* separately                                                    * ZBNKMSK1
155400***************************************************************** ZBNKMSK1
155500 SET-LUHN-DIGIT.                                                  ZBNKMSK1
155600     MOVE ZERO TO WS-LUHN-SUM.                                    ZBNKMSK1
155700     MOVE 1 TO WS-SUB3.                                           ZBNKMSK1
155800 SET-LUHN-DIGIT-LOOP.                                             ZBNKMSK1
155900     IF WS-SUB3 IS GREATER THAN WS-LUHN-LEN                       ZBNKMSK1
156000        GO TO SET-LUHN-DIGIT-DONE                                 ZBNKMSK1
156100     END-IF.                                                      ZBNKMSK1
156200     MOVE WS-LUHN-FIELD (WS-SUB3:1) TO WS-DIGIT.                  ZBNKMSK1
156300     COMPUTE WS-LUHN-GAP = WS-LUHN-LEN - WS-SUB3.                 ZBNKMSK1
156400     DIVIDE WS-LUHN-GAP BY 2 GIVING WS-LUHN-QUOT                  ZBNKMSK1
156500       REMAINDER WS-LUHN-REM.                                     ZBNKMSK1
156600     IF WS-LUHN-REM IS EQUAL TO ZERO                              ZBNKMSK1
156700        COMPUTE WS-DOUBLED = WS-DIGIT * 2                         ZBNKMSK1
156800        IF WS-DOUBLED IS GREATER THAN 9                           ZBNKMSK1
156900           SUBTRACT 9 FROM WS-DOUBLED                             ZBNKMSK1
157000        END-IF                                                    ZBNKMSK1
157100        ADD WS-DOUBLED TO WS-LUHN-SUM                             ZBNKMSK1
157200     ELSE                                                         ZBNKMSK1
157300        ADD WS-DIGIT TO WS-LUHN-SUM                               ZBNKMSK1
157400     END-IF.                                                      ZBNKMSK1
157500     ADD 1 TO WS-SUB3.                                            ZBNKMSK1
157600     GO TO SET-LUHN-DIGIT-LOOP.                                   ZBNKMSK1
157700 SET-LUHN-DIGIT-DONE.                                             ZBNKMSK1
157800     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT                 ZBNKMSK1
157900       REMAINDER WS-LUHN-REM.                                     ZBNKMSK1
158000     IF WS-LUHN-REM IS EQUAL TO ZERO                              ZBNKMSK1
158100        MOVE ZERO TO WS-DIGIT                                     ZBNKMSK1
158200     ELSE                                                         ZBNKMSK1
158300        COMPUTE WS-DIGIT = 10 - WS-LUHN-REM                       ZBNKMSK1
158400     END-IF.                                                      ZBNKMSK1
158500     COMPUTE WS-SUB3 = WS-LUHN-LEN + 1.                           ZBNKMSK1
158600     MOVE WS-DIGIT TO WS-LUHN-FIELD (WS-SUB3:1).                  ZBNKMSK1
158700 SET-LUHN-DIGIT-EXIT.                                             ZBNKMSK1
158800     EXIT.                                                        ZBNKMSK1
158900                                                                  ZBNKMSK1
159000***************************************************************** ZBNKMSK1
159100* Restart the pseudo-random stream from the key, WS-SEED-PID    * ZBNKMSK1
159200* and WS-SEED-SALT                                              * ZBNKMSK1
159300***************************************************************** ZBNKMSK1
159400 START-STREAM.                                                    ZBNKMSK1
159500     MOVE WS-KEY-SEED TO WS-RAND-SEED.                            ZBNKMSK1
159600     MOVE 1 TO WS-SUB2.                                           ZBNKMSK1
159700 START-STREAM-PID.                                                ZBNKMSK1
159800     IF WS-SUB2 IS GREATER THAN 5                                 ZBNKMSK1
159900        GO TO START-STREAM-SALT                                   ZBNKMSK1
160000     END-IF.                                                      ZBNKMSK1
160100     MOVE WS-SEED-PID (WS-SUB2:1) TO WS-CHAR.                     ZBNKMSK1
160200     PERFORM GET-CHAR-VALUE THRU GET-CHAR-VALUE-EXIT.             ZBNKMSK1
160300     COMPUTE WS-RAND-SEED = WS-RAND-SEED * 31 + WS-CHAR-VALUE.    ZBNKMSK1
160400     DIVIDE WS-RAND-SEED BY 139968 GIVING WS-RAND-QUOT            ZBNKMSK1
160500       REMAINDER WS-RAND-SEED.                                    ZBNKMSK1
160600     ADD 1 TO WS-SUB2.                                            ZBNKMSK1
160700     GO TO START-STREAM-PID.                                      ZBNKMSK1
160800 START-STREAM-SALT.                                               ZBNKMSK1
160900     COMPUTE WS-RAND-SEED = WS-RAND-SEED * 31 + WS-SEED-SALT.     ZBNKMSK1
161000     DIVIDE WS-RAND-SEED BY 139968 GIVING WS-RAND-QUOT            ZBNKMSK1
161100       REMAINDER WS-RAND-SEED.                                    ZBNKMSK1
161200     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
161300     PERFORM NEXT-RANDOM.                                         ZBNKMSK1
161400 START-STREAM-EXIT.                                               ZBNKMSK1
161500     EXIT.                                                        ZBNKMSK1
161600                                                                  ZBNKMSK1
161700***************************************************************** ZBNKMSK1
161800* Step the stream and take a digit (0-9), a pick from one of    * ZBNKMSK1
161900* the twenty-entry tables (1-20) and a letter (1-26) from it    * ZBNKMSK1
162000***************************************************************** ZBNKMSK1
162100 NEXT-RANDOM.                                                     ZBNKMSK1
162200     COMPUTE WS-RAND-SEED = WS-RAND-SEED * 3877 + 29573.          ZBNKMSK1
162300     DIVIDE WS-RAND-SEED BY 139968 GIVING WS-RAND-QUOT            ZBNKMSK1
162400       REMAINDER WS-RAND-SEED.                                    ZBNKMSK1
162500     COMPUTE WS-RAND-DIGIT = WS-RAND-SEED * 10 / 139968.          ZBNKMSK1
162600     COMPUTE WS-RAND-PICK = WS-RAND-SEED * 20 / 139968 + 1.       ZBNKMSK1
162700     COMPUTE WS-RAND-LETTER = WS-RAND-SEED * 26 / 139968 + 1.     ZBNKMSK1
162800                                                                  ZBNKMSK1
162900***************************************************************** ZBNKMSK1
163000* The place of WS-CHAR among the key characters - 0 for any     * ZBNKMSK1
163100* other character                                               * ZBNKMSK1
163200***************************************************************** ZBNKMSK1
163300 GET-CHAR-VALUE.                                                  ZBNKMSK1
163400     MOVE ZERO TO WS-CHAR-VALUE.                                  ZBNKMSK1
163500     MOVE 1 TO WS-SUB3.                                           ZBNKMSK1
163600 GET-CHAR-VALUE-LOOP.                                             ZBNKMSK1
163700     IF WS-SUB3 IS GREATER THAN 62                                ZBNKMSK1
163800        GO TO GET-CHAR-VALUE-EXIT                                 ZBNKMSK1
163900     END-IF.                                                      ZBNKMSK1
164000     IF WS-KEY-CHARS (WS-SUB3:1) IS EQUAL TO WS-CHAR              ZBNKMSK1
164100        MOVE WS-SUB3 TO WS-CHAR-VALUE                             ZBNKMSK1
164200        GO TO GET-CHAR-VALUE-EXIT                                 ZBNKMSK1
164300     END-IF.                                                      ZBNKMSK1
164400     ADD 1 TO WS-SUB3.                                            ZBNKMSK1
164500     GO TO GET-CHAR-VALUE-LOOP.                                   ZBNKMSK1
164600 GET-CHAR-VALUE-EXIT.                                             ZBNKMSK1
164700     EXIT.                                                        ZBNKMSK1
164800                                                                  ZBNKMSK1
164900***************************************************************** ZBNKMSK1
165000* Write a row to the masked manifest                            * ZBNKMSK1
165100***************************************************************** ZBNKMSK1
165200 MSKMANI-PUT.                                                     ZBNKMSK1
165300     WRITE MSKMANI-REC.                                           ZBNKMSK1
165400     IF WS-MSKMANI-STATUS IS NOT EQUAL TO '00'                    ZBNKMSK1
165500       MOVE 'MSKMANI error writing file...'                       ZBNKMSK1
165600         TO WS-CONSOLE-MESSAGE                                    ZBNKMSK1
165700       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKMSK1
165800       MOVE WS-MSKMANI-STATUS TO WS-IO-STATUS                     ZBNKMSK1
165900       PERFORM DISPLAY-IO-STATUS                                  ZBNKMSK1
166000       PERFORM ABORT-PROGRAM                                      ZBNKMSK1
166100     END-IF.                                                      ZBNKMSK1
166200                                                                  ZBNKMSK1
166300***************************************************************** ZBNKMSK1
166400* Display the file status bytes. This routine will display as   * ZBNKMSK1
166500* two digits if the full two byte file status is numeric. If    * ZBNKMSK1
166600* second byte is non-numeric then it will be treated as a       * ZBNKMSK1
166700* binary number.                                                * ZBNKMSK1
166800***************************************************************** ZBNKMSK1
166900 DISPLAY-IO-STATUS.                                               ZBNKMSK1
167000     IF WS-IO-STATUS NUMERIC                                      ZBNKMSK1
167100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMSK1
167200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMSK1
167300               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMSK1
167400          INTO WS-CONSOLE-MESSAGE                                 ZBNKMSK1
167500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
167600     ELSE                                                         ZBNKMSK1
167700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMSK1
167800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMSK1
167900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMSK1
168000        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMSK1
168100               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMSK1
168200               '/' DELIMITED BY SIZE                              ZBNKMSK1
168300               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMSK1
168400          INTO WS-CONSOLE-MESSAGE                                 ZBNKMSK1
168500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
168600     END-IF.                                                      ZBNKMSK1
168700                                                                  ZBNKMSK1
168800***************************************************************** ZBNKMSK1
168900* 'ABORT' the program.                                          * ZBNKMSK1
169000* Post a message to the console and issue a STOP RUN            * ZBNKMSK1
169100***************************************************************** ZBNKMSK1
169200 ABORT-PROGRAM.                                                   ZBNKMSK1
169300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMSK1
169400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMSK1
169500     END-IF.                                                      ZBNKMSK1
169600     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMSK1
169700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMSK1
169800     MOVE 16 TO RETURN-CODE.                                      ZBNKMSK1
169900     STOP RUN.                                                    ZBNKMSK1
170000                                                                  ZBNKMSK1
170100***************************************************************** ZBNKMSK1
170200* Display CONSOLE messages...                                   * ZBNKMSK1
170300***************************************************************** ZBNKMSK1
170400 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMSK1
170500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMSK1
170600       UPON CONSOLE.                                              ZBNKMSK1
170700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMSK1
170800                                                                  ZBNKMSK1
170900 COPY CTIMERP.                                                    ZBNKMSK1
171000                                                                  ZBNKMSK1
171100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMSK1
