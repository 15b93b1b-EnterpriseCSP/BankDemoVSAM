000100***************************************************************** ZBNKANL1
000200*                                                               * ZBNKANL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKANL1
000400*   This demonstration program is provided for use by users     * ZBNKANL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKANL1
000600*   distributed as part of your application provided that       * ZBNKANL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKANL1
000800*   in this material.                                           * ZBNKANL1
000900*                                                               * ZBNKANL1
001000***************************************************************** ZBNKANL1
001100                                                                  ZBNKANL1
001200***************************************************************** ZBNKANL1
001300* Program:     ZBNKANL1.CBL                                     * ZBNKANL1
001400* Function:    Month-end corporate account analysis run.  Each  * ZBNKANL1
001500*              active BNKSWPG sweep group, and each business    * ZBNKANL1
001600*              customer whose BNKBUSP profile nominates an      * ZBNKANL1
001700*              analysis account, is analysed as one unit - the  * ZBNKANL1
001800*              month's billable activities on its accounts      * ZBNKANL1
001900*              (bulk transfers, direct-debit collections,       * ZBNKANL1
002000*              wires, cheques, plus a maintenance charge per    * ZBNKANL1
002100*              account) are counted off BNKTXN and priced from  * ZBNKANL1
002200*              the BNKAAPR table, and an earnings credit is     * ZBNKANL1
002300*              allowed on the average collected balance - the   * ZBNKANL1
002400*              month's BNKBALH snapshots less the deposit holds * ZBNKANL1
002500*              still on BNKAVLH - at the table's EC rate.  A    * ZBNKANL1
002600*              net charge is debited to the nominated account   * ZBNKANL1
002700*              (the concentration account for a sweep group)    * ZBNKANL1
002800*              under the fee type the ledger feed maps to fee   * ZBNKANL1
002900*              income; a credit in excess of the charges is not * ZBNKANL1
003000*              paid out or carried forward.  An account in an   * ZBNKANL1
003100*              active sweep group is analysed with the group    * ZBNKANL1
003200*              only.  The analysis statement per unit goes to   * ZBNKANL1
003300*              ANLSTMT for the corporate treasurer, and the run * ZBNKANL1
003400*              summary prints on PRINTOUT.  The same accounts   * ZBNKANL1
003500*              are skipped by the ZBNKFEE1 retail service       * ZBNKANL1
003528*              charge.  A customer with an active bankruptcy    * ZBNKANL1
003556*              case on BNKBKRP is not charged - the fee is      * ZBNKANL1
003584*              listed and totalled as held.  A statement whose  * ZBNKANL1
003612*              holder's address has been returned undeliverable * ZBNKANL1
003640*              goes to ANLSTMTE for e-mail if they take e-mail; * ZBNKANL1
003668*              otherwise it is held and listed.                 * ZBNKANL1
003700*              Every master-file update is journaled through    * ZBNKANL1
003800*              UJOURNL for forward recovery.                    * ZBNKANL1
003900***************************************************************** ZBNKANL1
004000                                                                  ZBNKANL1
004100 IDENTIFICATION DIVISION.                                         ZBNKANL1
004200 PROGRAM-ID.                                                      ZBNKANL1
004300     ZBNKANL1.                                                    ZBNKANL1
004400 DATE-WRITTEN.                                                    ZBNKANL1
004500     October 2026.                                                ZBNKANL1
004600 DATE-COMPILED.                                                   ZBNKANL1
004700     Today.                                                       ZBNKANL1
004800                                                                  ZBNKANL1
004900 ENVIRONMENT DIVISION.                                            ZBNKANL1
005000 INPUT-OUTPUT   SECTION.                                          ZBNKANL1
005100   FILE-CONTROL.                                                  ZBNKANL1
005200     SELECT BNKSWPG-FILE                                          ZBNKANL1
005300            ASSIGN       TO BNKSWPG                               ZBNKANL1
005400            ORGANIZATION IS INDEXED                               ZBNKANL1
005500            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
005600            RECORD KEY   IS SWP-KEY                               ZBNKANL1
005700            FILE STATUS  IS WS-BNKSWPG-STATUS.                    ZBNKANL1
005800     SELECT BNKBUSP-FILE                                          ZBNKANL1
005900            ASSIGN       TO BNKBUSP                               ZBNKANL1
006000            ORGANIZATION IS INDEXED                               ZBNKANL1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
006200            RECORD KEY   IS BBP-KEY                               ZBNKANL1
006300            FILE STATUS  IS WS-BNKBUSP-STATUS.                    ZBNKANL1
006400     SELECT BNKACC-FILE                                           ZBNKANL1
006500            ASSIGN       TO BNKACC                                ZBNKANL1
006600            ORGANIZATION IS INDEXED                               ZBNKANL1
006700            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
006800            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKANL1
006900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKANL1
007000            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKANL1
007100     SELECT BNKTXN-FILE                                           ZBNKANL1
007200            ASSIGN       TO BNKTXN                                ZBNKANL1
007300            ORGANIZATION IS INDEXED                               ZBNKANL1
007400            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
007500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKANL1
007600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKANL1
007700            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKANL1
007800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKANL1
007900     SELECT BNKBALH-FILE                                          ZBNKANL1
008000            ASSIGN       TO BNKBALH                               ZBNKANL1
008100            ORGANIZATION IS INDEXED                               ZBNKANL1
008200            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
008300            RECORD KEY   IS BH-KEY                                ZBNKANL1
008400            FILE STATUS  IS WS-BNKBALH-STATUS.                    ZBNKANL1
008500     SELECT BNKAVLH-FILE                                          ZBNKANL1
008600            ASSIGN       TO BNKAVLH                               ZBNKANL1
008700            ORGANIZATION IS INDEXED                               ZBNKANL1
008800            ACCESS MODE  IS DYNAMIC                               ZBNKANL1
008900            RECORD KEY   IS AVH-KEY                               ZBNKANL1
009000            FILE STATUS  IS WS-BNKAVLH-STATUS.                    ZBNKANL1
009100     SELECT BNKAAPR-FILE                                          ZBNKANL1
009200            ASSIGN       TO BNKAAPR                               ZBNKANL1
009300            ORGANIZATION IS INDEXED                               ZBNKANL1
009400            ACCESS MODE  IS RANDOM                                ZBNKANL1
009500            RECORD KEY   IS AAP-KEY                               ZBNKANL1
009600            FILE STATUS  IS WS-BNKAAPR-STATUS.                    ZBNKANL1
009607     SELECT BNKCUST-FILE                                          ZBNKANL1
009614            ASSIGN       TO BNKCUST                               ZBNKANL1
009621            ORGANIZATION IS INDEXED                               ZBNKANL1
009628            ACCESS MODE  IS RANDOM                                ZBNKANL1
009635            RECORD KEY   IS BCS-REC-PID                           ZBNKANL1
009642            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKANL1
009649     SELECT BNKBKRP-FILE                                          ZBNKANL1
009656            ASSIGN       TO BNKBKRP                               ZBNKANL1
009663            ORGANIZATION IS INDEXED                               ZBNKANL1
009670            ACCESS MODE  IS RANDOM                                ZBNKANL1
009677            RECORD KEY   IS BKR-KEY                               ZBNKANL1
009684            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKANL1
009700     SELECT ANLSTMT-FILE                                          ZBNKANL1
009800            ASSIGN       TO ANLSTMT                               ZBNKANL1
009900            ORGANIZATION IS SEQUENTIAL                            ZBNKANL1
010000            ACCESS MODE  IS SEQUENTIAL                            ZBNKANL1
010100            FILE STATUS  IS WS-ANLSTMT-STATUS.                    ZBNKANL1
010116     SELECT ANLSTMTE-FILE                                         ZBNKANL1
010132            ASSIGN       TO ANLSTMTE                              ZBNKANL1
010148            ORGANIZATION IS SEQUENTIAL                            ZBNKANL1
010164            ACCESS MODE  IS SEQUENTIAL                            ZBNKANL1
010180            FILE STATUS  IS WS-ANLSTMTE-STATUS.                   ZBNKANL1
010200     SELECT PRINTOUT-FILE                                         ZBNKANL1
010300            ASSIGN       TO PRINTOUT                              ZBNKANL1
010400            ORGANIZATION IS SEQUENTIAL                            ZBNKANL1
010500            ACCESS MODE  IS SEQUENTIAL                            ZBNKANL1
010600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKANL1
010700                                                                  ZBNKANL1
010800 DATA DIVISION.                                                   ZBNKANL1
010900 FILE SECTION.                                                    ZBNKANL1
011000                                                                  ZBNKANL1
011100 FD  BNKSWPG-FILE.                                                ZBNKANL1
011200 01  BNKSWPG-REC.                                                 ZBNKANL1
011300 COPY CBANKVCC.                                                   ZBNKANL1
011400                                                                  ZBNKANL1
011500 FD  BNKBUSP-FILE.                                                ZBNKANL1
011600 01  BNKBUSP-REC.                                                 ZBNKANL1
011700 COPY CBANKVBP.                                                   ZBNKANL1
011800                                                                  ZBNKANL1
011900 FD  BNKACC-FILE.                                                 ZBNKANL1
012000 01  BNKACC-REC.                                                  ZBNKANL1
012100 COPY CBANKVAC.                                                   ZBNKANL1
012200                                                                  ZBNKANL1
012300 FD  BNKTXN-FILE.                                                 ZBNKANL1
012400 01  BNKTXN-REC.                                                  ZBNKANL1
012500 COPY CBANKVTX.                                                   ZBNKANL1
012600                                                                  ZBNKANL1
012700 FD  BNKBALH-FILE.                                                ZBNKANL1
012800 01  BNKBALH-REC.                                                 ZBNKANL1
012900 COPY CBANKVBH.                                                   ZBNKANL1
013000                                                                  ZBNKANL1
013100 FD  BNKAVLH-FILE.                                                ZBNKANL1
013200 01  BNKAVLH-REC.                                                 ZBNKANL1
013300 COPY CBANKVAH.                                                   ZBNKANL1
013400                                                                  ZBNKANL1
013500 FD  BNKAAPR-FILE.                                                ZBNKANL1
013600 01  BNKAAPR-REC.                                                 ZBNKANL1
013700 COPY CBANKVAN.                                                   ZBNKANL1
013711                                                                  ZBNKANL1
013722 FD  BNKCUST-FILE.                                                ZBNKANL1
013733 01  BNKCUST-REC.                                                 ZBNKANL1
013744 COPY CBANKVCS.                                                   ZBNKANL1
013755                                                                  ZBNKANL1
013766 FD  BNKBKRP-FILE.                                                ZBNKANL1
013777 01  BNKBKRP-REC.                                                 ZBNKANL1
013788 COPY CBANKVBK.                                                   ZBNKANL1
013800                                                                  ZBNKANL1
013900 FD  ANLSTMT-FILE.                                                ZBNKANL1
014000 01  ANLSTMT-REC                             PIC X(121).          ZBNKANL1
014025                                                                  ZBNKANL1
014050 FD  ANLSTMTE-FILE.                                               ZBNKANL1
014075 01  ANLSTMTE-REC                            PIC X(121).          ZBNKANL1
014100                                                                  ZBNKANL1
014200 FD  PRINTOUT-FILE.                                               ZBNKANL1
014300 01  PRINTOUT-REC                            PIC X(121).          ZBNKANL1
014400                                                                  ZBNKANL1
014500 WORKING-STORAGE SECTION.                                         ZBNKANL1
014600 COPY CJOURNLD.                                                   ZBNKANL1
014700                                                                  ZBNKANL1
014800 COPY CRUNCTLD.                                                   ZBNKANL1
014900                                                                  ZBNKANL1
015000 COPY CTIMERD.                                                    ZBNKANL1
015100                                                                  ZBNKANL1
015200 COPY CTSTAMPD.                                                   ZBNKANL1
015300                                                                  ZBNKANL1
015400 COPY CBANKTXD.                                                   ZBNKANL1
015500                                                                  ZBNKANL1
015600 01  WS-TWOS-COMP.                                                ZBNKANL1
015700   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKANL1
015800   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKANL1
015900   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKANL1
016000   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKANL1
016100                                                                  ZBNKANL1
016200 01  WS-MISC-STORAGE.                                             ZBNKANL1
016300   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKANL1
016400       VALUE 'ZBNKANL1'.                                          ZBNKANL1
016500   05  WS-BNKSWPG-STATUS.                                         ZBNKANL1
016600     10  WS-BNKSWPG-STAT1                    PIC X(1).            ZBNKANL1
016700     10  WS-BNKSWPG-STAT2                    PIC X(1).            ZBNKANL1
016800   05  WS-BNKBUSP-STATUS.                                         ZBNKANL1
016900     10  WS-BNKBUSP-STAT1                    PIC X(1).            ZBNKANL1
017000     10  WS-BNKBUSP-STAT2                    PIC X(1).            ZBNKANL1
017100   05  WS-BNKACC-STATUS.                                          ZBNKANL1
017200     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKANL1
017300     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKANL1
017400   05  WS-BNKTXN-STATUS.                                          ZBNKANL1
017500     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKANL1
017600     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKANL1
017700   05  WS-BNKBALH-STATUS.                                         ZBNKANL1
017800     10  WS-BNKBALH-STAT1                    PIC X(1).            ZBNKANL1
017900     10  WS-BNKBALH-STAT2                    PIC X(1).            ZBNKANL1
018000   05  WS-BNKAVLH-STATUS.                                         ZBNKANL1
018100     10  WS-BNKAVLH-STAT1                    PIC X(1).            ZBNKANL1
018200     10  WS-BNKAVLH-STAT2                    PIC X(1).            ZBNKANL1
018300   05  WS-BNKAAPR-STATUS.                                         ZBNKANL1
018400     10  WS-BNKAAPR-STAT1                    PIC X(1).            ZBNKANL1
018500     10  WS-BNKAAPR-STAT2                    PIC X(1).            ZBNKANL1
018514   05  WS-BNKCUST-STATUS.                                         ZBNKANL1
018528     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKANL1
018542     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKANL1
018556   05  WS-BNKBKRP-STATUS.                                         ZBNKANL1
018570     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKANL1
018584     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKANL1
018600   05  WS-ANLSTMT-STATUS.                                         ZBNKANL1
018700     10  WS-ANLSTMT-STAT1                    PIC X(1).            ZBNKANL1
018800     10  WS-ANLSTMT-STAT2                    PIC X(1).            ZBNKANL1
018825   05  WS-ANLSTMTE-STATUS.                                        ZBNKANL1
018850     10  WS-ANLSTMTE-STAT1                   PIC X(1).            ZBNKANL1
018875     10  WS-ANLSTMTE-STAT2                   PIC X(1).            ZBNKANL1
018900   05  WS-PRINTOUT-STATUS.                                        ZBNKANL1
019000     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKANL1
019100     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKANL1
019200   05  WS-IO-STATUS.                                              ZBNKANL1
019300     10  WS-IO-STAT1                         PIC X(1).            ZBNKANL1
019400     10  WS-IO-STAT2                         PIC X(1).            ZBNKANL1
019500   05  WS-TWO-BYTES.                                              ZBNKANL1
019600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKANL1
019700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKANL1
019800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKANL1
019900                                             PIC 9(1) COMP.       ZBNKANL1
020000   05  WS-END-OF-FILE                        PIC X(3)             ZBNKANL1
020100       VALUE 'NO '.                                               ZBNKANL1
020200   05  WS-ACC-SCAN-END                       PIC X(3).            ZBNKANL1
020300   05  WS-TXN-SCAN-END                       PIC X(3).            ZBNKANL1
020400   05  WS-AVLH-OPEN                          PIC X(1)             ZBNKANL1
020500       VALUE 'N'.                                                 ZBNKANL1
020520   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKANL1
020540       VALUE 'N'.                                                 ZBNKANL1
020560   05  WS-FEE-HELD                           PIC X(1).            ZBNKANL1
020580   05  WS-STMT-CHANNEL                       PIC X(1).            ZBNKANL1
020600   05  WS-MONTH-PREFIX                       PIC X(7).            ZBNKANL1
020700   05  WS-MONTH-START                        PIC X(10).           ZBNKANL1
020800   05  WS-PERIOD-DAYS                        PIC 9(2).            ZBNKANL1
020900   05  WS-EC-RATE                            PIC 9(3)V99 COMP-3   ZBNKANL1
021000       VALUE ZERO.                                                ZBNKANL1
021100   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKANL1
021200       VALUE ZERO.                                                ZBNKANL1
021300   05  WS-SUB1                               PIC S9(4) COMP.      ZBNKANL1
021400   05  WS-SAVE-ACCNO                         PIC X(9).            ZBNKANL1
021500   05  WS-GROUP-ACTIVE                       PIC X(1)             ZBNKANL1
021600       VALUE 'N'.                                                 ZBNKANL1
021700   05  WS-CURR-GROUP                         PIC X(8).            ZBNKANL1
021800   05  WS-SWEPT-FOUND                        PIC X(1).            ZBNKANL1
021900   05  WS-SWEPT-COUNT                        PIC S9(4) COMP       ZBNKANL1
022000       VALUE ZERO.                                                ZBNKANL1
022100   05  WS-SWEPT-MAX                          PIC S9(4) COMP       ZBNKANL1
022200       VALUE 500.                                                 ZBNKANL1
022300   05  WS-ADB-SUM                            PIC S9(11)V99        ZBNKANL1
022400       COMP-3.                                                    ZBNKANL1
022500   05  WS-ADB-DAYS                           PIC S9(3) COMP-3.    ZBNKANL1
022600   05  WS-HOLD-TOTAL                         PIC S9(9)V99         ZBNKANL1
022700       COMP-3.                                                    ZBNKANL1
022800   05  WS-ACCT-COLLECTED                     PIC S9(9)V99         ZBNKANL1
022900       COMP-3.                                                    ZBNKANL1
023000   05  WS-ACCT-ITEMS                         PIC S9(5) COMP-3.    ZBNKANL1
023100   05  WS-UNITS-ANALYSED                     PIC 9(5)             ZBNKANL1
023200       VALUE ZERO.                                                ZBNKANL1
023300   05  WS-UNITS-CHARGED                      PIC 9(5)             ZBNKANL1
023400       VALUE ZERO.                                                ZBNKANL1
023500   05  WS-UNITS-COVERED                      PIC 9(5)             ZBNKANL1
023600       VALUE ZERO.                                                ZBNKANL1
023700   05  WS-UNITS-NOT-POSTED                   PIC 9(5)             ZBNKANL1
023800       VALUE ZERO.                                                ZBNKANL1
023814   05  WS-UNITS-BKR-HELD                     PIC 9(5)             ZBNKANL1
023828       VALUE ZERO.                                                ZBNKANL1
023842   05  WS-STMTS-EMAILED                      PIC 9(5)             ZBNKANL1
023856       VALUE ZERO.                                                ZBNKANL1
023870   05  WS-STMTS-HELD                         PIC 9(5)             ZBNKANL1
023884       VALUE ZERO.                                                ZBNKANL1
023900   05  WS-ACCOUNTS-ANALYSED                  PIC 9(7)             ZBNKANL1
024000       VALUE ZERO.                                                ZBNKANL1
024100   05  WS-FEES-TOTAL                         PIC S9(11)V99        ZBNKANL1
024200       COMP-3 VALUE ZERO.                                         ZBNKANL1
024300   05  WS-CREDIT-TOTAL                       PIC S9(11)V99        ZBNKANL1
024400       COMP-3 VALUE ZERO.                                         ZBNKANL1
024433   05  WS-BKR-HELD-TOTAL                     PIC S9(11)V99        ZBNKANL1
024466       COMP-3 VALUE ZERO.                                         ZBNKANL1
024500   05  WS-TOTAL-CHARGE                       PIC S9(9)V99 COMP-3. ZBNKANL1
024600                                                                  ZBNKANL1
024700***************************************************************** ZBNKANL1
024800* The unit being analysed - a sweep group or a business - with  * ZBNKANL1
024900* the month's volume and charge for each priced activity in the * ZBNKANL1
025000* order BK bulk transfer, DC direct-debit collection, WR wire,  * ZBNKANL1
025100* CQ cheque and AC account maintenance                          * ZBNKANL1
025200***************************************************************** ZBNKANL1
025300 01  WS-UNIT-DATA.                                                ZBNKANL1
025400   05  WS-UNIT-KIND                          PIC X(1).            ZBNKANL1
025500     88  WS-UNIT-GROUP                       VALUE 'G'.           ZBNKANL1
025600     88  WS-UNIT-BUSINESS                    VALUE 'B'.           ZBNKANL1
025700   05  WS-UNIT-ID                            PIC X(8).            ZBNKANL1
025800   05  WS-UNIT-NAME                          PIC X(40).           ZBNKANL1
025900   05  WS-UNIT-ACCNO                         PIC X(9).            ZBNKANL1
026000   05  WS-UNIT-HEAD-DONE                     PIC X(1).            ZBNKANL1
026100   05  WS-UNIT-ACCOUNTS                      PIC S9(5) COMP-3.    ZBNKANL1
026200   05  WS-UNIT-COLLECTED                     PIC S9(11)V99        ZBNKANL1
026300       COMP-3.                                                    ZBNKANL1
026400   05  WS-UNIT-CHARGES                       PIC S9(9)V99         ZBNKANL1
026500       COMP-3.                                                    ZBNKANL1
026600   05  WS-UNIT-CREDIT                        PIC S9(9)V99         ZBNKANL1
026700       COMP-3.                                                    ZBNKANL1
026800   05  WS-UNIT-NET                           PIC S9(9)V99         ZBNKANL1
026900       COMP-3.                                                    ZBNKANL1
027000   05  WS-ACT-CODES                          PIC X(10)            ZBNKANL1
027100       VALUE 'BKDCWRCQAC'.                                        ZBNKANL1
027200   05  FILLER REDEFINES WS-ACT-CODES.                             ZBNKANL1
027300     10  WS-ACT-CODE                         PIC X(2)             ZBNKANL1
027400         OCCURS 5 TIMES.                                          ZBNKANL1
027500   05  WS-ACT-TABLE.                                              ZBNKANL1
027600     10  WS-ACT-ENTRY                        OCCURS 5 TIMES.      ZBNKANL1
027700       15  WS-ACT-DESC                       PIC X(20).           ZBNKANL1
027800       15  WS-ACT-PRICE                      PIC 9(3)V99 COMP-3.  ZBNKANL1
027900       15  WS-ACT-VOLUME                     PIC S9(7) COMP-3.    ZBNKANL1
028000       15  WS-ACT-AMOUNT                     PIC S9(9)V99 COMP-3. ZBNKANL1
028100                                                                  ZBNKANL1
028200***************************************************************** ZBNKANL1
028300* Every account in an active sweep group, gathered while the    * ZBNKANL1
028400* groups are analysed so a business's own pass leaves them to   * ZBNKANL1
028500* the group                                                     * ZBNKANL1
028600***************************************************************** ZBNKANL1
028700 01  WS-SWEPT-TABLE.                                              ZBNKANL1
028800   05  WS-SWEPT-ACCNO                        PIC X(9)             ZBNKANL1
028900       OCCURS 500 TIMES.                                          ZBNKANL1
029000                                                                  ZBNKANL1
029100 01  WS-STMT-LINES.                                               ZBNKANL1
029200   05  WS-STMT-HEAD.                                              ZBNKANL1
029300     10  WS-STMT-HEAD-CC                     PIC X(1)             ZBNKANL1
029400         VALUE '1'.                                               ZBNKANL1
029500     10  FILLER                              PIC X(18)            ZBNKANL1
029600         VALUE 'Account analysis  '.                              ZBNKANL1
029700     10  WS-STMT-HEAD-KIND                   PIC X(9).            ZBNKANL1
029800     10  WS-STMT-HEAD-ID                     PIC X(10).           ZBNKANL1
029900     10  WS-STMT-HEAD-NAME                   PIC X(42).           ZBNKANL1
030000     10  FILLER                              PIC X(7)             ZBNKANL1
030100         VALUE 'Period '.                                         ZBNKANL1
030200     10  WS-STMT-HEAD-MONTH                  PIC X(7).            ZBNKANL1
030300   05  WS-STMT-CHARGED-TO.                                        ZBNKANL1
030400     10  WS-STMT-CHG-CC                      PIC X(1)             ZBNKANL1
030500         VALUE ' '.                                               ZBNKANL1
030600     10  FILLER                              PIC X(27)            ZBNKANL1
030700         VALUE 'Charges debited to account '.                     ZBNKANL1
030800     10  WS-STMT-CHG-ACCNO                   PIC X(9).            ZBNKANL1
030900   05  WS-STMT-ACCOUNT.                                           ZBNKANL1
031000     10  WS-STMT-ACC-CC                      PIC X(1)             ZBNKANL1
031100         VALUE ' '.                                               ZBNKANL1
031200     10  FILLER                              PIC X(8)             ZBNKANL1
031300         VALUE 'Account '.                                        ZBNKANL1
031400     10  WS-STMT-ACC-ACCNO                   PIC X(11).           ZBNKANL1
031500     10  FILLER                              PIC X(26)            ZBNKANL1
031600         VALUE 'Average collected balance '.                      ZBNKANL1
031700     10  WS-STMT-ACC-COLLECTED               PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
031800     10  FILLER                              PIC X(9)             ZBNKANL1
031900         VALUE '   Items '.                                       ZBNKANL1
032000     10  WS-STMT-ACC-ITEMS                   PIC ZZZZ9.           ZBNKANL1
032100   05  WS-STMT-COLUMNS.                                           ZBNKANL1
032200     10  WS-STMT-COL-CC                      PIC X(1)             ZBNKANL1
032300         VALUE ' '.                                               ZBNKANL1
032400     10  FILLER                              PIC X(24)            ZBNKANL1
032500         VALUE 'Activity'.                                        ZBNKANL1
032600     10  FILLER                              PIC X(12)            ZBNKANL1
032700         VALUE '    Volume'.                                      ZBNKANL1
032800     10  FILLER                              PIC X(13)            ZBNKANL1
032900         VALUE '  Unit price'.                                    ZBNKANL1
033000     10  FILLER                              PIC X(15)            ZBNKANL1
033100         VALUE '         Charge'.                                 ZBNKANL1
033200   05  WS-STMT-ACTIVITY.                                          ZBNKANL1
033300     10  WS-STMT-ACT-CC                      PIC X(1)             ZBNKANL1
033400         VALUE ' '.                                               ZBNKANL1
033500     10  WS-STMT-ACT-DESC                    PIC X(24).           ZBNKANL1
033600     10  WS-STMT-ACT-VOLUME                  PIC ZZZ,ZZZ,ZZ9.     ZBNKANL1
033700     10  FILLER                              PIC X(6)             ZBNKANL1
033800         VALUE SPACES.                                            ZBNKANL1
033900     10  WS-STMT-ACT-PRICE                   PIC ZZ9.99.          ZBNKANL1
034000     10  FILLER                              PIC X(1)             ZBNKANL1
034100         VALUE SPACES.                                            ZBNKANL1
034200     10  WS-STMT-ACT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
034300   05  WS-STMT-TOTAL.                                             ZBNKANL1
034400     10  WS-STMT-TOT-CC                      PIC X(1)             ZBNKANL1
034500         VALUE ' '.                                               ZBNKANL1
034600     10  WS-STMT-TOT-DESC                    PIC X(48).           ZBNKANL1
034700     10  WS-STMT-TOT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
034800                                                                  ZBNKANL1
034900 01  WS-REPORT-LINES.                                             ZBNKANL1
035000   05  WS-LINE1.                                                  ZBNKANL1
035100     10  WS-LINE1-CC                         PIC X(1)             ZBNKANL1
035200         VALUE '1'.                                               ZBNKANL1
035300     10  FILLER                              PIC X(20)            ZBNKANL1
035400         VALUE SPACES.                                            ZBNKANL1
035500     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKANL1
035600         VALUE 'Monthly Corporate Account Analysis'.              ZBNKANL1
035700   05  WS-LINE3.                                                  ZBNKANL1
035800     10  WS-LINE3-CC                         PIC X(1)             ZBNKANL1
035900         VALUE ' '.                                               ZBNKANL1
036000     10  FILLER                              PIC X(10)            ZBNKANL1
036100         VALUE 'Unit'.                                            ZBNKANL1
036200     10  FILLER                              PIC X(6)             ZBNKANL1
036300         VALUE 'Kind'.                                            ZBNKANL1
036400     10  FILLER                              PIC X(11)            ZBNKANL1
036500         VALUE 'Account'.                                         ZBNKANL1
036600     10  FILLER                              PIC X(16)            ZBNKANL1
036700         VALUE '     Charges'.                                    ZBNKANL1
036800     10  FILLER                              PIC X(16)            ZBNKANL1
036900         VALUE '      Credit'.                                    ZBNKANL1
037000     10  FILLER                              PIC X(16)            ZBNKANL1
037100         VALUE '     Net fee'.                                    ZBNKANL1
037200     10  FILLER                              PIC X(10)            ZBNKANL1
037300         VALUE 'Result'.                                          ZBNKANL1
037400   05  WS-LINE4.                                                  ZBNKANL1
037500     10  WS-LINE4-CC                         PIC X(1)             ZBNKANL1
037600         VALUE ' '.                                               ZBNKANL1
037700     10  WS-LINE4-ID                         PIC X(10).           ZBNKANL1
037800     10  WS-LINE4-KIND                       PIC X(6).            ZBNKANL1
037900     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKANL1
038000     10  WS-LINE4-CHARGES                    PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
038100     10  FILLER                              PIC X(1)             ZBNKANL1
038200         VALUE SPACES.                                            ZBNKANL1
038300     10  WS-LINE4-CREDIT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
038400     10  FILLER                              PIC X(1)             ZBNKANL1
038500         VALUE SPACES.                                            ZBNKANL1
038600     10  WS-LINE4-NET                        PIC ZZZ,ZZZ,ZZ9.99-. ZBNKANL1
038700     10  FILLER                              PIC X(1)             ZBNKANL1
038800         VALUE SPACES.                                            ZBNKANL1
038900     10  WS-LINE4-RESULT                     PIC X(20).           ZBNKANL1
039000   05  WS-LINE5.                                                  ZBNKANL1
039100     10  WS-LINE5-CC                         PIC X(1)             ZBNKANL1
039200         VALUE ' '.                                               ZBNKANL1
039300     10  WS-LINE5-DESC                       PIC X(30).           ZBNKANL1
039400     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKANL1
039500     10  FILLER                              PIC X(3)             ZBNKANL1
039600         VALUE SPACES.                                            ZBNKANL1
039700     10  WS-LINE5-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.  ZBNKANL1
039800                                                                  ZBNKANL1
039900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKANL1
040000                                                                  ZBNKANL1
040100 PROCEDURE DIVISION.                                              ZBNKANL1
040200                                                                  ZBNKANL1
040300     PERFORM RUN-TIME.                                            ZBNKANL1
040400                                                                  ZBNKANL1
040500     MOVE 'Monthly account analysis run starting'                 ZBNKANL1
040600       TO WS-CONSOLE-MESSAGE.                                     ZBNKANL1
040700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKANL1
040800                                                                  ZBNKANL1
040900***************************************************************** ZBNKANL1
041000* Run-control - refuse a second posting run for the same day    * ZBNKANL1
041100* unless the operator asked for a restart in the EXEC PARM      * ZBNKANL1
041200***************************************************************** ZBNKANL1
041300     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKANL1
041400     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKANL1
041500     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKANL1
041600     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKANL1
041700     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKANL1
041800     IF NOT RUN-CTL-OK                                            ZBNKANL1
041900        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKANL1
042000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
042100        MOVE 'Run-control problem - job not run'                  ZBNKANL1
042200          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
042300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
042400        MOVE 8 TO RETURN-CODE                                     ZBNKANL1
042500        GOBACK                                                    ZBNKANL1
042600     END-IF.                                                      ZBNKANL1
042700                                                                  ZBNKANL1
042800 COPY CTSTAMPP.                                                   ZBNKANL1
042900     MOVE WS-TS-DATE (1:7) TO WS-MONTH-PREFIX.                    ZBNKANL1
043000     MOVE WS-TS-DATE TO WS-MONTH-START.                           ZBNKANL1
043100     MOVE '01' TO WS-MONTH-START (9:2).                           ZBNKANL1
043200     MOVE WS-TS-DATE-DD TO WS-PERIOD-DAYS.                        ZBNKANL1
043300                                                                  ZBNKANL1
043400     PERFORM OPEN-FILES.                                          ZBNKANL1
043500     PERFORM LOAD-PRICE-TABLE THRU                                ZBNKANL1
043600             LOAD-PRICE-TABLE-EXIT.                               ZBNKANL1
043700     PERFORM PRINT-REPORT-HEADER.                                 ZBNKANL1
043800                                                                  ZBNKANL1
043900***************************************************************** ZBNKANL1
044000* First the sweep groups - each active group is one unit, its   * ZBNKANL1
044100* concentration account and members analysed together           * ZBNKANL1
044200***************************************************************** ZBNKANL1
044300     MOVE LOW-VALUES TO SWP-KEY.                                  ZBNKANL1
044400     START BNKSWPG-FILE KEY GREATER THAN SWP-KEY.                 ZBNKANL1
044500     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
044600        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKANL1
044700     END-IF.                                                      ZBNKANL1
044800                                                                  ZBNKANL1
044900     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKANL1
045000        READ BNKSWPG-FILE NEXT RECORD                             ZBNKANL1
045100        IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                 ZBNKANL1
045200           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKANL1
045300        ELSE                                                      ZBNKANL1
045400           IF SWP-HEADER-ROW                                      ZBNKANL1
045500              PERFORM START-GROUP-UNIT THRU                       ZBNKANL1
045600                      START-GROUP-UNIT-EXIT                       ZBNKANL1
045700           ELSE                                                   ZBNKANL1
045800              IF WS-GROUP-ACTIVE IS EQUAL TO 'Y' AND              ZBNKANL1
045900                 SWP-REC-GROUP-ID IS EQUAL TO WS-CURR-GROUP       ZBNKANL1
046000                 MOVE SWP-REC-ACCNO TO WS-SAVE-ACCNO              ZBNKANL1
046100                 PERFORM ANALYSE-GROUP-ACCOUNT THRU               ZBNKANL1
046200                         ANALYSE-GROUP-ACCOUNT-EXIT               ZBNKANL1
046300              END-IF                                              ZBNKANL1
046400           END-IF                                                 ZBNKANL1
046500        END-IF                                                    ZBNKANL1
046600     END-PERFORM.                                                 ZBNKANL1
046700     IF WS-GROUP-ACTIVE IS EQUAL TO 'Y'                           ZBNKANL1
046800        PERFORM FINISH-UNIT THRU                                  ZBNKANL1
046900                FINISH-UNIT-EXIT                                  ZBNKANL1
047000     END-IF.                                                      ZBNKANL1
047100                                                                  ZBNKANL1
047200***************************************************************** ZBNKANL1
047300* Then the businesses that nominate an analysis account - their * ZBNKANL1
047400* open accounts not already analysed with a sweep group         * ZBNKANL1
047500***************************************************************** ZBNKANL1
047600     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKANL1
047700     MOVE LOW-VALUES TO BBP-KEY.                                  ZBNKANL1
047800     START BNKBUSP-FILE KEY GREATER THAN BBP-KEY.                 ZBNKANL1
047900     IF WS-BNKBUSP-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
048000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKANL1
048100     END-IF.                                                      ZBNKANL1
048200                                                                  ZBNKANL1
048300     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKANL1
048400        READ BNKBUSP-FILE NEXT RECORD                             ZBNKANL1
048500        IF WS-BNKBUSP-STATUS IS NOT EQUAL TO '00'                 ZBNKANL1
048600           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKANL1
048700        ELSE                                                      ZBNKANL1
048800           IF BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO SPACES AND   ZBNKANL1
048900              BBP-REC-ANALYSIS-ACCNO IS NOT EQUAL TO LOW-VALUES   ZBNKANL1
049000              PERFORM ANALYSE-BUSINESS THRU                       ZBNKANL1
049100                      ANALYSE-BUSINESS-EXIT                       ZBNKANL1
049200           END-IF                                                 ZBNKANL1
049300        END-IF                                                    ZBNKANL1
049400     END-PERFORM.                                                 ZBNKANL1
049500                                                                  ZBNKANL1
049600     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKANL1
049700     PERFORM CLOSE-FILES.                                         ZBNKANL1
049800                                                                  ZBNKANL1
049900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKANL1
050000     STRING WS-UNITS-ANALYSED DELIMITED BY SIZE                   ZBNKANL1
050100            ' units analysed, ' DELIMITED BY SIZE                 ZBNKANL1
050200            WS-UNITS-CHARGED DELIMITED BY SIZE                    ZBNKANL1
050300            ' charged' DELIMITED BY SIZE                          ZBNKANL1
050400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKANL1
050500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKANL1
050600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKANL1
050700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKANL1
050800                                                                  ZBNKANL1
050900     PERFORM RUN-TIME.                                            ZBNKANL1
051000                                                                  ZBNKANL1
051100     MOVE 0 TO RETURN-CODE.                                       ZBNKANL1
051200                                                                  ZBNKANL1
051300     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKANL1
051400     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKANL1
051500                                                                  ZBNKANL1
051600     GOBACK.                                                      ZBNKANL1
051700                                                                  ZBNKANL1
051800***************************************************************** ZBNKANL1
051900* Load the unit prices and the earnings credit rate.  A row     * ZBNKANL1
052000* missing from the table prices its activity at nothing; the    * ZBNKANL1
052100* run says so on the console rather than guessing a price.      * ZBNKANL1
052200***************************************************************** ZBNKANL1
052300 LOAD-PRICE-TABLE.                                                ZBNKANL1
052400     MOVE 1 TO WS-SUB1.                                           ZBNKANL1
052500 LOAD-PRICE-LOOP.                                                 ZBNKANL1
052600     MOVE WS-ACT-CODE (WS-SUB1) TO AAP-REC-CODE.                  ZBNKANL1
052700     MOVE SPACES TO WS-ACT-DESC (WS-SUB1).                        ZBNKANL1
052800     MOVE ZERO TO WS-ACT-PRICE (WS-SUB1).                         ZBNKANL1
052900     READ BNKAAPR-FILE.                                           ZBNKANL1
053000     IF WS-BNKAAPR-STATUS IS EQUAL TO '00'                        ZBNKANL1
053100        MOVE AAP-REC-DESC TO WS-ACT-DESC (WS-SUB1)                ZBNKANL1
053200        IF AAP-REC-PRICE IS NUMERIC                               ZBNKANL1
053300           MOVE AAP-REC-PRICE TO WS-ACT-PRICE (WS-SUB1)           ZBNKANL1
053400        END-IF                                                    ZBNKANL1
053500     ELSE                                                         ZBNKANL1
053600        MOVE WS-ACT-CODE (WS-SUB1) TO WS-ACT-DESC (WS-SUB1)       ZBNKANL1
053700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKANL1
053720        STRING 'No analysis price for activity '                  ZBNKANL1
053740               DELIMITED BY SIZE                                  ZBNKANL1
053800               WS-ACT-CODE (WS-SUB1) DELIMITED BY SIZE            ZBNKANL1
053900          INTO WS-CONSOLE-MESSAGE                                 ZBNKANL1
054000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
054100     END-IF.                                                      ZBNKANL1
054200     IF WS-SUB1 IS LESS THAN 5                                    ZBNKANL1
054300        ADD 1 TO WS-SUB1                                          ZBNKANL1
054400        GO TO LOAD-PRICE-LOOP                                     ZBNKANL1
054500     END-IF.                                                      ZBNKANL1
054600     MOVE 'EC' TO AAP-REC-CODE.                                   ZBNKANL1
054700     READ BNKAAPR-FILE.                                           ZBNKANL1
054800     IF WS-BNKAAPR-STATUS IS EQUAL TO '00' AND                    ZBNKANL1
054900        AAP-REC-PRICE IS NUMERIC                                  ZBNKANL1
055000        MOVE AAP-REC-PRICE TO WS-EC-RATE                          ZBNKANL1
055100     ELSE                                                         ZBNKANL1
055200        MOVE 'No earnings credit rate - no credit allowed'        ZBNKANL1
055300          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
055400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
055500     END-IF.                                                      ZBNKANL1
055600 LOAD-PRICE-TABLE-EXIT.                                           ZBNKANL1
055700     EXIT.                                                        ZBNKANL1
055800                                                                  ZBNKANL1
055900***************************************************************** ZBNKANL1
056000* Header row - settle the group in progress, then open this     * ZBNKANL1
056100* one as a unit if it is active.  The concentration account is  * ZBNKANL1
056200* the nominated account and is analysed with its members.       * ZBNKANL1
056300***************************************************************** ZBNKANL1
056400 START-GROUP-UNIT.                                                ZBNKANL1
056500     IF WS-GROUP-ACTIVE IS EQUAL TO 'Y'                           ZBNKANL1
056600        PERFORM FINISH-UNIT THRU                                  ZBNKANL1
056700                FINISH-UNIT-EXIT                                  ZBNKANL1
056800     END-IF.                                                      ZBNKANL1
056900     MOVE SWP-REC-GROUP-ID TO WS-CURR-GROUP.                      ZBNKANL1
057000     IF NOT SWP-STATUS-ACTIVE                                     ZBNKANL1
057100        MOVE 'N' TO WS-GROUP-ACTIVE                               ZBNKANL1
057200        GO TO START-GROUP-UNIT-EXIT                               ZBNKANL1
057300     END-IF.                                                      ZBNKANL1
057400     MOVE 'Y' TO WS-GROUP-ACTIVE.                                 ZBNKANL1
057500     PERFORM CLEAR-UNIT THRU                                      ZBNKANL1
057600             CLEAR-UNIT-EXIT.                                     ZBNKANL1
057700     SET WS-UNIT-GROUP TO TRUE.                                   ZBNKANL1
057800     MOVE SWP-REC-GROUP-ID TO WS-UNIT-ID.                         ZBNKANL1
057900     MOVE SWP-REC-GROUP-NAME TO WS-UNIT-NAME.                     ZBNKANL1
058000     MOVE SWP-REC-ACCNO TO WS-UNIT-ACCNO.                         ZBNKANL1
058100     MOVE SWP-REC-ACCNO TO WS-SAVE-ACCNO.                         ZBNKANL1
058200     PERFORM ANALYSE-GROUP-ACCOUNT THRU                           ZBNKANL1
058300             ANALYSE-GROUP-ACCOUNT-EXIT.                          ZBNKANL1
058400 START-GROUP-UNIT-EXIT.                                           ZBNKANL1
058500     EXIT.                                                        ZBNKANL1
058600                                                                  ZBNKANL1
058700***************************************************************** ZBNKANL1
058800* One account of a sweep group - note it as swept so the        * ZBNKANL1
058900* business pass leaves it alone, then analyse it if it is open  * ZBNKANL1
059000***************************************************************** ZBNKANL1
059100 ANALYSE-GROUP-ACCOUNT.                                           ZBNKANL1
059200     IF WS-SWEPT-COUNT IS LESS THAN WS-SWEPT-MAX                  ZBNKANL1
059300        ADD 1 TO WS-SWEPT-COUNT                                   ZBNKANL1
059400        MOVE WS-SAVE-ACCNO TO WS-SWEPT-ACCNO (WS-SWEPT-COUNT)     ZBNKANL1
059500     ELSE                                                         ZBNKANL1
059600        MOVE 'Swept account table full'                           ZBNKANL1
059700          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
059800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
059900     END-IF.                                                      ZBNKANL1
060000     MOVE WS-SAVE-ACCNO TO BAC-REC-ACCNO.                         ZBNKANL1
060100     READ BNKACC-FILE.                                            ZBNKANL1
060200     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  ZBNKANL1
060300        NOT BAC-STATUS-OPEN                                       ZBNKANL1
060400        GO TO ANALYSE-GROUP-ACCOUNT-EXIT                          ZBNKANL1
060500     END-IF.                                                      ZBNKANL1
060600     PERFORM ANALYSE-ACCOUNT THRU                                 ZBNKANL1
060700             ANALYSE-ACCOUNT-EXIT.                                ZBNKANL1
060800 ANALYSE-GROUP-ACCOUNT-EXIT.                                      ZBNKANL1
060900     EXIT.                                                        ZBNKANL1
061000                                                                  ZBNKANL1
061100***************************************************************** ZBNKANL1
061200* A business on analysis - browse its accounts through the PID  * ZBNKANL1
061300* alternate key, analyse the open ones no sweep group has       * ZBNKANL1
061400* taken, and settle the unit                                    * ZBNKANL1
061500***************************************************************** ZBNKANL1
061600 ANALYSE-BUSINESS.                                                ZBNKANL1
061700     PERFORM CLEAR-UNIT THRU                                      ZBNKANL1
061800             CLEAR-UNIT-EXIT.                                     ZBNKANL1
061900     SET WS-UNIT-BUSINESS TO TRUE.                                ZBNKANL1
062000     MOVE BBP-REC-PID TO WS-UNIT-ID.                              ZBNKANL1
062100     MOVE BBP-REC-REG-NAME TO WS-UNIT-NAME.                       ZBNKANL1
062200     MOVE BBP-REC-ANALYSIS-ACCNO TO WS-UNIT-ACCNO.                ZBNKANL1
062300     MOVE BBP-REC-PID TO BAC-REC-PID.                             ZBNKANL1
062400     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKANL1
062500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKANL1
062600        WS-BNKACC-STATUS IS NOT EQUAL TO '02'                     ZBNKANL1
062700        GO TO ANALYSE-BUSINESS-SETTLE                             ZBNKANL1
062800     END-IF.                                                      ZBNKANL1
062900     MOVE 'NO ' TO WS-ACC-SCAN-END.                               ZBNKANL1
063000 ANALYSE-BUSINESS-LOOP.                                           ZBNKANL1
063100     READ BNKACC-FILE NEXT RECORD.                                ZBNKANL1
063200     IF WS-BNKACC-STAT1 IS NOT EQUAL TO '0'                       ZBNKANL1
063300        GO TO ANALYSE-BUSINESS-SETTLE                             ZBNKANL1
063400     END-IF.                                                      ZBNKANL1
063500     IF BAC-REC-PID IS NOT EQUAL TO BBP-REC-PID                   ZBNKANL1
063600        GO TO ANALYSE-BUSINESS-SETTLE                             ZBNKANL1
063700     END-IF.                                                      ZBNKANL1
063800     IF NOT BAC-STATUS-OPEN                                       ZBNKANL1
063900        GO TO ANALYSE-BUSINESS-LOOP                               ZBNKANL1
064000     END-IF.                                                      ZBNKANL1
064100     MOVE BAC-REC-ACCNO TO WS-SAVE-ACCNO.                         ZBNKANL1
064200     PERFORM CHECK-SWEPT THRU                                     ZBNKANL1
064300             CHECK-SWEPT-EXIT.                                    ZBNKANL1
064400     IF WS-SWEPT-FOUND IS EQUAL TO 'Y'                            ZBNKANL1
064500        GO TO ANALYSE-BUSINESS-LOOP                               ZBNKANL1
064600     END-IF.                                                      ZBNKANL1
064700     PERFORM ANALYSE-ACCOUNT THRU                                 ZBNKANL1
064800             ANALYSE-ACCOUNT-EXIT.                                ZBNKANL1
064900     GO TO ANALYSE-BUSINESS-LOOP.                                 ZBNKANL1
065000 ANALYSE-BUSINESS-SETTLE.                                         ZBNKANL1
065100     PERFORM FINISH-UNIT THRU                                     ZBNKANL1
065200             FINISH-UNIT-EXIT.                                    ZBNKANL1
065300 ANALYSE-BUSINESS-EXIT.                                           ZBNKANL1
065400     EXIT.                                                        ZBNKANL1
065500                                                                  ZBNKANL1
065600***************************************************************** ZBNKANL1
065700* Is the account in WS-SAVE-ACCNO one a sweep group has taken   * ZBNKANL1
065800***************************************************************** ZBNKANL1
065900 CHECK-SWEPT.                                                     ZBNKANL1
066000     MOVE 'N' TO WS-SWEPT-FOUND.                                  ZBNKANL1
066100     MOVE 1 TO WS-SUB1.                                           ZBNKANL1
066200 CHECK-SWEPT-LOOP.                                                ZBNKANL1
066300     IF WS-SUB1 IS GREATER THAN WS-SWEPT-COUNT                    ZBNKANL1
066400        GO TO CHECK-SWEPT-EXIT                                    ZBNKANL1
066500     END-IF.                                                      ZBNKANL1
066600     IF WS-SWEPT-ACCNO (WS-SUB1) IS EQUAL TO WS-SAVE-ACCNO        ZBNKANL1
066700        MOVE 'Y' TO WS-SWEPT-FOUND                                ZBNKANL1
066800        GO TO CHECK-SWEPT-EXIT                                    ZBNKANL1
066900     END-IF.                                                      ZBNKANL1
067000     ADD 1 TO WS-SUB1.                                            ZBNKANL1
067100     GO TO CHECK-SWEPT-LOOP.                                      ZBNKANL1
067200 CHECK-SWEPT-EXIT.                                                ZBNKANL1
067300     EXIT.                                                        ZBNKANL1
067400                                                                  ZBNKANL1
067500***************************************************************** ZBNKANL1
067600* Start a fresh unit                                            * ZBNKANL1
067700***************************************************************** ZBNKANL1
067800 CLEAR-UNIT.                                                      ZBNKANL1
067900     MOVE SPACES TO WS-UNIT-ID.                                   ZBNKANL1
068000     MOVE SPACES TO WS-UNIT-NAME.                                 ZBNKANL1
068100     MOVE SPACES TO WS-UNIT-ACCNO.                                ZBNKANL1
068200     MOVE 'N' TO WS-UNIT-HEAD-DONE.                               ZBNKANL1
068250     MOVE 'M' TO WS-STMT-CHANNEL.                                 ZBNKANL1
068300     MOVE ZERO TO WS-UNIT-ACCOUNTS.                               ZBNKANL1
068400     MOVE ZERO TO WS-UNIT-COLLECTED.                              ZBNKANL1
068500     MOVE ZERO TO WS-UNIT-CHARGES.                                ZBNKANL1
068600     MOVE ZERO TO WS-UNIT-CREDIT.                                 ZBNKANL1
068700     MOVE ZERO TO WS-UNIT-NET.                                    ZBNKANL1
068800     MOVE 1 TO WS-SUB1.                                           ZBNKANL1
068900 CLEAR-UNIT-LOOP.                                                 ZBNKANL1
069000     MOVE ZERO TO WS-ACT-VOLUME (WS-SUB1).                        ZBNKANL1
069100     MOVE ZERO TO WS-ACT-AMOUNT (WS-SUB1).                        ZBNKANL1
069200     IF WS-SUB1 IS LESS THAN 5                                    ZBNKANL1
069300        ADD 1 TO WS-SUB1                                          ZBNKANL1
069400        GO TO CLEAR-UNIT-LOOP                                     ZBNKANL1
069500     END-IF.                                                      ZBNKANL1
069600 CLEAR-UNIT-EXIT.                                                 ZBNKANL1
069700     EXIT.                                                        ZBNKANL1
069800                                                                  ZBNKANL1
069900***************************************************************** ZBNKANL1
070000* Analyse the open account in the BNKACC record area - count    * ZBNKANL1
070100* its month's activities, work out its average collected        * ZBNKANL1
070200* balance and add both to the unit.  The unit's statement       * ZBNKANL1
070300* header goes out with its first account.                       * ZBNKANL1
070400***************************************************************** ZBNKANL1
070500 ANALYSE-ACCOUNT.                                                 ZBNKANL1
070600     IF WS-UNIT-HEAD-DONE IS NOT EQUAL TO 'Y'                     ZBNKANL1
070700        PERFORM WRITE-STMT-HEADER THRU                            ZBNKANL1
070800                WRITE-STMT-HEADER-EXIT                            ZBNKANL1
070900     END-IF.                                                      ZBNKANL1
071000     ADD 1 TO WS-UNIT-ACCOUNTS.                                   ZBNKANL1
071100     ADD 1 TO WS-ACCOUNTS-ANALYSED.                               ZBNKANL1
071200     ADD 1 TO WS-ACT-VOLUME (5).                                  ZBNKANL1
071300     PERFORM COUNT-ACTIVITIES THRU                                ZBNKANL1
071400             COUNT-ACTIVITIES-EXIT.                               ZBNKANL1
071500     PERFORM AVERAGE-COLLECTED THRU                               ZBNKANL1
071600             AVERAGE-COLLECTED-EXIT.                              ZBNKANL1
071700     ADD WS-ACCT-COLLECTED TO WS-UNIT-COLLECTED.                  ZBNKANL1
071800     MOVE BAC-REC-ACCNO TO WS-STMT-ACC-ACCNO.                     ZBNKANL1
071900     MOVE WS-ACCT-COLLECTED TO WS-STMT-ACC-COLLECTED.             ZBNKANL1
072000     MOVE WS-ACCT-ITEMS TO WS-STMT-ACC-ITEMS.                     ZBNKANL1
072100     MOVE WS-STMT-ACCOUNT TO ANLSTMT-REC.                         ZBNKANL1
072200     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
072300 ANALYSE-ACCOUNT-EXIT.                                            ZBNKANL1
072400     EXIT.                                                        ZBNKANL1
072500                                                                  ZBNKANL1
072600***************************************************************** ZBNKANL1
072700* Count the account's billable postings in the current month    * ZBNKANL1
072800* through the account/timestamp alternate key.  Bulk transfer   * ZBNKANL1
072900* and direct-debit items are known by the payment reference     * ZBNKANL1
073000* their runs stamp (BK from ZBNKBLK1, DC from ZBNKCOR1); wires  * ZBNKANL1
073100* and cheques by transaction type.  Fee postings never count.   * ZBNKANL1
073200***************************************************************** ZBNKANL1
073300 COUNT-ACTIVITIES.                                                ZBNKANL1
073400     MOVE ZERO TO WS-ACCT-ITEMS.                                  ZBNKANL1
073500     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKANL1
073600     MOVE SPACES TO BTX-REC-TIMESTAMP OF BNKTXN-REC.              ZBNKANL1
073700     MOVE WS-MONTH-PREFIX                                         ZBNKANL1
073800       TO BTX-REC-TIMESTAMP OF BNKTXN-REC (1:7).                  ZBNKANL1
073900     START BNKTXN-FILE KEY IS NOT LESS THAN BTX-REC-ALTKEY1.      ZBNKANL1
074000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKANL1
074100        GO TO COUNT-ACTIVITIES-EXIT                               ZBNKANL1
074200     END-IF.                                                      ZBNKANL1
074300 COUNT-ACTIVITIES-LOOP.                                           ZBNKANL1
074400     READ BNKTXN-FILE NEXT RECORD.                                ZBNKANL1
074500     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND                 ZBNKANL1
074600        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'                     ZBNKANL1
074700        GO TO COUNT-ACTIVITIES-EXIT                               ZBNKANL1
074800     END-IF.                                                      ZBNKANL1
074900     IF BTX-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               ZBNKANL1
075000        GO TO COUNT-ACTIVITIES-EXIT                               ZBNKANL1
075100     END-IF.                                                      ZBNKANL1
075200     IF BTX-REC-TIMESTAMP OF BNKTXN-REC (1:7) IS NOT              ZBNKANL1
075300        EQUAL TO WS-MONTH-PREFIX                                  ZBNKANL1
075400        GO TO COUNT-ACTIVITIES-EXIT                               ZBNKANL1
075500     END-IF.                                                      ZBNKANL1
075600     IF BTX-REC-TYPE IS EQUAL TO 'F'                              ZBNKANL1
075700        GO TO COUNT-ACTIVITIES-LOOP                               ZBNKANL1
075800     END-IF.                                                      ZBNKANL1
075900     MOVE ZERO TO WS-SUB1.                                        ZBNKANL1
076000     EVALUATE TRUE                                                ZBNKANL1
076100       WHEN BTX-REC-PAYMENT-REF (1:2) IS EQUAL TO 'BK'            ZBNKANL1
076200         MOVE 1 TO WS-SUB1                                        ZBNKANL1
076300       WHEN BTX-REC-PAYMENT-REF (1:2) IS EQUAL TO 'DC'            ZBNKANL1
076400         MOVE 2 TO WS-SUB1                                        ZBNKANL1
076500       WHEN BTX-REC-TYPE IS EQUAL TO 'W'                          ZBNKANL1
076600         MOVE 3 TO WS-SUB1                                        ZBNKANL1
076700       WHEN BTX-REC-TYPE IS EQUAL TO 'C' OR                       ZBNKANL1
076800            BTX-REC-TYPE IS EQUAL TO 'K'                          ZBNKANL1
076900         MOVE 4 TO WS-SUB1                                        ZBNKANL1
077000     END-EVALUATE.                                                ZBNKANL1
077100     IF WS-SUB1 IS GREATER THAN ZERO                              ZBNKANL1
077200        ADD 1 TO WS-ACT-VOLUME (WS-SUB1)                          ZBNKANL1
077300        ADD 1 TO WS-ACCT-ITEMS                                    ZBNKANL1
077400     END-IF.                                                      ZBNKANL1
077500     GO TO COUNT-ACTIVITIES-LOOP.                                 ZBNKANL1
077600 COUNT-ACTIVITIES-EXIT.                                           ZBNKANL1
077700     EXIT.                                                        ZBNKANL1
077800                                                                  ZBNKANL1
077900***************************************************************** ZBNKANL1
078000* Average collected balance - the month's BNKBALH snapshots     * ZBNKANL1
078100* averaged as ZBNKACR1 does, an overdrawn day counting as       * ZBNKANL1
078200* nothing, less the deposit holds still uncollected on BNKAVLH. * ZBNKANL1
078300* An account with no snapshots on file falls back to its        * ZBNKANL1
078400* current balance.                                              * ZBNKANL1
078500***************************************************************** ZBNKANL1
078600 AVERAGE-COLLECTED.                                               ZBNKANL1
078700     MOVE ZERO TO WS-ADB-SUM.                                     ZBNKANL1
078800     MOVE ZERO TO WS-ADB-DAYS.                                    ZBNKANL1
078900     MOVE ZERO TO WS-ACCT-COLLECTED.                              ZBNKANL1
079000     MOVE BAC-REC-ACCNO TO BH-REC-ACCNO.                          ZBNKANL1
079100     MOVE WS-MONTH-START TO BH-REC-DATE.                          ZBNKANL1
079200     START BNKBALH-FILE KEY NOT LESS THAN BH-KEY.                 ZBNKANL1
079300     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
079400        GO TO AVERAGE-SUM-DONE                                    ZBNKANL1
079500     END-IF.                                                      ZBNKANL1
079600 AVERAGE-SNAPSHOT-LOOP.                                           ZBNKANL1
079700     READ BNKBALH-FILE NEXT RECORD.                               ZBNKANL1
079800     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
079900        GO TO AVERAGE-SUM-DONE                                    ZBNKANL1
080000     END-IF.                                                      ZBNKANL1
080100     IF BH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR             ZBNKANL1
080200        BH-REC-DATE IS GREATER THAN WS-TS-DATE                    ZBNKANL1
080300        GO TO AVERAGE-SUM-DONE                                    ZBNKANL1
080400     END-IF.                                                      ZBNKANL1
080500     IF BH-REC-BALANCE IS NUMERIC                                 ZBNKANL1
080600        IF BH-REC-BALANCE IS GREATER THAN ZERO                    ZBNKANL1
080700           ADD BH-REC-BALANCE TO WS-ADB-SUM                       ZBNKANL1
080800        END-IF                                                    ZBNKANL1
080900        ADD 1 TO WS-ADB-DAYS                                      ZBNKANL1
081000     END-IF.                                                      ZBNKANL1
081100     GO TO AVERAGE-SNAPSHOT-LOOP.                                 ZBNKANL1
081200 AVERAGE-SUM-DONE.                                                ZBNKANL1
081300     IF WS-ADB-DAYS IS GREATER THAN ZERO                          ZBNKANL1
081400        COMPUTE WS-ACCT-COLLECTED ROUNDED =                       ZBNKANL1
081500                WS-ADB-SUM / WS-ADB-DAYS                          ZBNKANL1
081600     ELSE                                                         ZBNKANL1
081700        IF BAC-REC-BALANCE IS GREATER THAN ZERO                   ZBNKANL1
081800           MOVE BAC-REC-BALANCE TO WS-ACCT-COLLECTED              ZBNKANL1
081900        END-IF                                                    ZBNKANL1
082000     END-IF.                                                      ZBNKANL1
082100     PERFORM SUM-DEPOSIT-HOLDS THRU                               ZBNKANL1
082200             SUM-DEPOSIT-HOLDS-EXIT.                              ZBNKANL1
082300     SUBTRACT WS-HOLD-TOTAL FROM WS-ACCT-COLLECTED.               ZBNKANL1
082400     IF WS-ACCT-COLLECTED IS LESS THAN ZERO                       ZBNKANL1
082500        MOVE ZERO TO WS-ACCT-COLLECTED                            ZBNKANL1
082600     END-IF.                                                      ZBNKANL1
082700 AVERAGE-COLLECTED-EXIT.                                          ZBNKANL1
082800     EXIT.                                                        ZBNKANL1
082900                                                                  ZBNKANL1
083000***************************************************************** ZBNKANL1
083100* Total the account's active deposit holds - funds on the       * ZBNKANL1
083200* balance that have not been collected yet                      * ZBNKANL1
083300***************************************************************** ZBNKANL1
083400 SUM-DEPOSIT-HOLDS.                                               ZBNKANL1
083500     MOVE ZERO TO WS-HOLD-TOTAL.                                  ZBNKANL1
083600     IF WS-AVLH-OPEN IS NOT EQUAL TO 'Y'                          ZBNKANL1
083700        GO TO SUM-DEPOSIT-HOLDS-EXIT                              ZBNKANL1
083800     END-IF.                                                      ZBNKANL1
083900     MOVE BAC-REC-ACCNO TO AVH-REC-ACCNO.                         ZBNKANL1
084000     MOVE ZERO TO AVH-REC-SEQ.                                    ZBNKANL1
084100     START BNKAVLH-FILE KEY NOT LESS THAN AVH-KEY.                ZBNKANL1
084200     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
084300        GO TO SUM-DEPOSIT-HOLDS-EXIT                              ZBNKANL1
084400     END-IF.                                                      ZBNKANL1
084500 SUM-DEPOSIT-HOLDS-LOOP.                                          ZBNKANL1
084600     READ BNKAVLH-FILE NEXT RECORD.                               ZBNKANL1
084700     IF WS-BNKAVLH-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
084800        GO TO SUM-DEPOSIT-HOLDS-EXIT                              ZBNKANL1
084900     END-IF.                                                      ZBNKANL1
085000     IF AVH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO               ZBNKANL1
085100        GO TO SUM-DEPOSIT-HOLDS-EXIT                              ZBNKANL1
085200     END-IF.                                                      ZBNKANL1
085300     IF AVH-STATUS-ACTIVE AND                                     ZBNKANL1
085400        AVH-TYPE-DEPOSIT AND                                      ZBNKANL1
085500        AVH-REC-AMOUNT IS NUMERIC                                 ZBNKANL1
085600        ADD AVH-REC-AMOUNT TO WS-HOLD-TOTAL                       ZBNKANL1
085700     END-IF.                                                      ZBNKANL1
085800     GO TO SUM-DEPOSIT-HOLDS-LOOP.                                ZBNKANL1
085900 SUM-DEPOSIT-HOLDS-EXIT.                                          ZBNKANL1
086000     EXIT.                                                        ZBNKANL1
086100                                                                  ZBNKANL1
086200***************************************************************** ZBNKANL1
086300* Settle the unit - price the volumes, allow the earnings       * ZBNKANL1
086400* credit for the days of the month so far, and debit any net    * ZBNKANL1
086500* charge to the nominated account.  The statement shows the     * ZBNKANL1
086600* workings whether or not a fee results.                        * ZBNKANL1
086700***************************************************************** ZBNKANL1
086800 FINISH-UNIT.                                                     ZBNKANL1
086900     MOVE 'N' TO WS-GROUP-ACTIVE.                                 ZBNKANL1
087000     IF WS-UNIT-ACCOUNTS IS NOT GREATER THAN ZERO                 ZBNKANL1
087100        GO TO FINISH-UNIT-EXIT                                    ZBNKANL1
087200     END-IF.                                                      ZBNKANL1
087300     ADD 1 TO WS-UNITS-ANALYSED.                                  ZBNKANL1
087400     MOVE SPACES TO ANLSTMT-REC.                                  ZBNKANL1
087500     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
087600     MOVE WS-STMT-COLUMNS TO ANLSTMT-REC.                         ZBNKANL1
087700     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
087800     MOVE 1 TO WS-SUB1.                                           ZBNKANL1
087900 FINISH-UNIT-PRICE-LOOP.                                          ZBNKANL1
088000     COMPUTE WS-ACT-AMOUNT (WS-SUB1) =                            ZBNKANL1
088100             WS-ACT-VOLUME (WS-SUB1) * WS-ACT-PRICE (WS-SUB1).    ZBNKANL1
088200     ADD WS-ACT-AMOUNT (WS-SUB1) TO WS-UNIT-CHARGES.              ZBNKANL1
088300     MOVE WS-ACT-DESC (WS-SUB1) TO WS-STMT-ACT-DESC.              ZBNKANL1
088400     MOVE WS-ACT-VOLUME (WS-SUB1) TO WS-STMT-ACT-VOLUME.          ZBNKANL1
088500     MOVE WS-ACT-PRICE (WS-SUB1) TO WS-STMT-ACT-PRICE.            ZBNKANL1
088600     MOVE WS-ACT-AMOUNT (WS-SUB1) TO WS-STMT-ACT-AMOUNT.          ZBNKANL1
088700     MOVE WS-STMT-ACTIVITY TO ANLSTMT-REC.                        ZBNKANL1
088800     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
088900     IF WS-SUB1 IS LESS THAN 5                                    ZBNKANL1
089000        ADD 1 TO WS-SUB1                                          ZBNKANL1
089100        GO TO FINISH-UNIT-PRICE-LOOP                              ZBNKANL1
089200     END-IF.                                                      ZBNKANL1
089300                                                                  ZBNKANL1
089400     COMPUTE WS-UNIT-CREDIT ROUNDED =                             ZBNKANL1
089500             WS-UNIT-COLLECTED * WS-EC-RATE / 100                 ZBNKANL1
089600             * WS-PERIOD-DAYS / 365.                              ZBNKANL1
089700     COMPUTE WS-UNIT-NET = WS-UNIT-CHARGES - WS-UNIT-CREDIT.      ZBNKANL1
089800                                                                  ZBNKANL1
089900     MOVE SPACES TO ANLSTMT-REC.                                  ZBNKANL1
090000     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
090100     MOVE 'Total activity charges' TO WS-STMT-TOT-DESC.           ZBNKANL1
090200     MOVE WS-UNIT-CHARGES TO WS-STMT-TOT-AMOUNT.                  ZBNKANL1
090300     MOVE WS-STMT-TOTAL TO ANLSTMT-REC.                           ZBNKANL1
090400     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
090500     MOVE 'Average collected balance' TO WS-STMT-TOT-DESC.        ZBNKANL1
090600     MOVE WS-UNIT-COLLECTED TO WS-STMT-TOT-AMOUNT.                ZBNKANL1
090700     MOVE WS-STMT-TOTAL TO ANLSTMT-REC.                           ZBNKANL1
090800     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
090900     MOVE 'Earnings credit rate (annual percent)'                 ZBNKANL1
091000       TO WS-STMT-TOT-DESC.                                       ZBNKANL1
091100     MOVE WS-EC-RATE TO WS-STMT-TOT-AMOUNT.                       ZBNKANL1
091200     MOVE WS-STMT-TOTAL TO ANLSTMT-REC.                           ZBNKANL1
091300     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
091400     MOVE 'Earnings credit' TO WS-STMT-TOT-DESC.                  ZBNKANL1
091500     MOVE WS-UNIT-CREDIT TO WS-STMT-TOT-AMOUNT.                   ZBNKANL1
091600     MOVE WS-STMT-TOTAL TO ANLSTMT-REC.                           ZBNKANL1
091700     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
091800     ADD WS-UNIT-CREDIT TO WS-CREDIT-TOTAL.                       ZBNKANL1
091900                                                                  ZBNKANL1
092000     MOVE SPACES TO WS-LINE4.                                     ZBNKANL1
092100     MOVE WS-UNIT-ID TO WS-LINE4-ID.                              ZBNKANL1
092200     IF WS-UNIT-GROUP                                             ZBNKANL1
092300        MOVE 'Group' TO WS-LINE4-KIND                             ZBNKANL1
092400     ELSE                                                         ZBNKANL1
092500        MOVE 'Bus' TO WS-LINE4-KIND                               ZBNKANL1
092600     END-IF.                                                      ZBNKANL1
092700     MOVE WS-UNIT-ACCNO TO WS-LINE4-ACCNO.                        ZBNKANL1
092800     MOVE WS-UNIT-CHARGES TO WS-LINE4-CHARGES.                    ZBNKANL1
092900     MOVE WS-UNIT-CREDIT TO WS-LINE4-CREDIT.                      ZBNKANL1
093000                                                                  ZBNKANL1
093100     IF WS-UNIT-NET IS NOT GREATER THAN ZERO                      ZBNKANL1
093200        ADD 1 TO WS-UNITS-COVERED                                 ZBNKANL1
093300        MOVE ZERO TO WS-LINE4-NET                                 ZBNKANL1
093400        MOVE 'Credit covers fees' TO WS-LINE4-RESULT              ZBNKANL1
093500        MOVE 'Net analysis fee - covered by earnings credit'      ZBNKANL1
093600          TO WS-STMT-TOT-DESC                                     ZBNKANL1
093700        MOVE ZERO TO WS-STMT-TOT-AMOUNT                           ZBNKANL1
093800        MOVE WS-STMT-TOTAL TO ANLSTMT-REC                         ZBNKANL1
093900        PERFORM ANLSTMT-PUT                                       ZBNKANL1
094000        GO TO FINISH-UNIT-REPORT                                  ZBNKANL1
094100     END-IF.                                                      ZBNKANL1
094200                                                                  ZBNKANL1
094300     PERFORM POST-ANALYSIS-FEE THRU                               ZBNKANL1
094400             POST-ANALYSIS-FEE-EXIT.                              ZBNKANL1
094500     MOVE WS-UNIT-NET TO WS-LINE4-NET.                            ZBNKANL1
094600     MOVE WS-UNIT-NET TO WS-STMT-TOT-AMOUNT.                      ZBNKANL1
094663     EVALUATE TRUE                                                ZBNKANL1
094726       WHEN WS-TOTAL-CHARGE IS GREATER THAN ZERO                  ZBNKANL1
094789         ADD 1 TO WS-UNITS-CHARGED                                ZBNKANL1
094852         ADD WS-UNIT-NET TO WS-FEES-TOTAL                         ZBNKANL1
094915         MOVE 'Fee posted' TO WS-LINE4-RESULT                     ZBNKANL1
094978         MOVE 'Net analysis fee debited' TO WS-STMT-TOT-DESC      ZBNKANL1
095041       WHEN WS-FEE-HELD IS EQUAL TO 'Y'                           ZBNKANL1
095104         ADD 1 TO WS-UNITS-BKR-HELD                               ZBNKANL1
095167         ADD WS-UNIT-NET TO WS-BKR-HELD-TOTAL                     ZBNKANL1
095230         MOVE 'Held - bankruptcy' TO WS-LINE4-RESULT              ZBNKANL1
095293         MOVE 'Net analysis fee - not charged'                    ZBNKANL1
095356           TO WS-STMT-TOT-DESC                                    ZBNKANL1
095419       WHEN OTHER                                                 ZBNKANL1
095482         ADD 1 TO WS-UNITS-NOT-POSTED                             ZBNKANL1
095545         MOVE 'Account not open' TO WS-LINE4-RESULT               ZBNKANL1
095608         MOVE 'Net analysis fee - not posted, account not open'   ZBNKANL1
095671           TO WS-STMT-TOT-DESC                                    ZBNKANL1
095734     END-EVALUATE.                                                ZBNKANL1
095800     MOVE WS-STMT-TOTAL TO ANLSTMT-REC.                           ZBNKANL1
095900     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
096000 FINISH-UNIT-REPORT.                                              ZBNKANL1
096100     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKANL1
096200     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
096207     IF WS-STMT-CHANNEL IS EQUAL TO 'H'                           ZBNKANL1
096214        ADD 1 TO WS-STMTS-HELD                                    ZBNKANL1
096221        MOVE SPACES TO WS-LINE4                                   ZBNKANL1
096228        MOVE WS-UNIT-ID TO WS-LINE4-ID                            ZBNKANL1
096235        MOVE WS-UNIT-ACCNO TO WS-LINE4-ACCNO                      ZBNKANL1
096242        MOVE 'Statement held' TO WS-LINE4-RESULT                  ZBNKANL1
096249        MOVE WS-LINE4 TO PRINTOUT-REC                             ZBNKANL1
096256        PERFORM PRINTOUT-PUT                                      ZBNKANL1
096263     END-IF.                                                      ZBNKANL1
096270     IF WS-STMT-CHANNEL IS EQUAL TO 'E'                           ZBNKANL1
096277        ADD 1 TO WS-STMTS-EMAILED                                 ZBNKANL1
096284     END-IF.                                                      ZBNKANL1
096300 FINISH-UNIT-EXIT.                                                ZBNKANL1
096400     EXIT.                                                        ZBNKANL1
096500                                                                  ZBNKANL1
096600***************************************************************** ZBNKANL1
096700* Debit the net fee to the unit's nominated account.  A         * ZBNKANL1
096800* nominated account that is missing or not open is left alone   * ZBNKANL1
096875* and the unit is listed for follow-up, and nothing is charged  * ZBNKANL1
096950* to a customer in bankruptcy; WS-TOTAL-CHARGE says whether the * ZBNKANL1
097025* fee went on and WS-FEE-HELD whether it was held.              * ZBNKANL1
097100***************************************************************** ZBNKANL1
097200 POST-ANALYSIS-FEE.                                               ZBNKANL1
097266     MOVE ZERO TO WS-TOTAL-CHARGE.                                ZBNKANL1
097332     MOVE 'N' TO WS-FEE-HELD.                                     ZBNKANL1
097400     MOVE WS-UNIT-ACCNO TO BAC-REC-ACCNO.                         ZBNKANL1
097500     READ BNKACC-FILE.                                            ZBNKANL1
097600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' OR                  ZBNKANL1
097700        NOT BAC-STATUS-OPEN                                       ZBNKANL1
097800        GO TO POST-ANALYSIS-FEE-EXIT                              ZBNKANL1
097900     END-IF.                                                      ZBNKANL1
097910     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKANL1
097920        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKANL1
097930        READ BNKBKRP-FILE                                         ZBNKANL1
097940        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKANL1
097950           BKR-CASE-ACTIVE                                        ZBNKANL1
097960           MOVE 'Y' TO WS-FEE-HELD                                ZBNKANL1
097970           GO TO POST-ANALYSIS-FEE-EXIT                           ZBNKANL1
097980        END-IF                                                    ZBNKANL1
097990     END-IF.                                                      ZBNKANL1
098000     SUBTRACT WS-UNIT-NET FROM BAC-REC-BALANCE.                   ZBNKANL1
098100     REWRITE BAC-RECORD                                           ZBNKANL1
098200     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKANL1
098300     PERFORM JOURNAL-BNKACC.                                      ZBNKANL1
098400     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKANL1
098500        MOVE 'Unable to post analysis fee'                        ZBNKANL1
098600          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
098700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
098800        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKANL1
098900        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
099000        PERFORM ABORT-PROGRAM                                     ZBNKANL1
099100     END-IF.                                                      ZBNKANL1
099200     MOVE WS-UNIT-NET TO WS-TOTAL-CHARGE.                         ZBNKANL1
099300     MOVE '7' TO BTX-REC-SUB-TYPE.                                ZBNKANL1
099400     MOVE SPACES TO TXN-DATA.                                     ZBNKANL1
099500     STRING 'Account analysis fee ' DELIMITED BY SIZE             ZBNKANL1
099600            WS-MONTH-PREFIX DELIMITED BY SIZE                     ZBNKANL1
099700       INTO TXN-T1-OLD-DESC.                                      ZBNKANL1
099800     PERFORM WRITE-FEE-AUDIT.                                     ZBNKANL1
099900 POST-ANALYSIS-FEE-EXIT.                                          ZBNKANL1
100000     EXIT.                                                        ZBNKANL1
100100                                                                  ZBNKANL1
100200***************************************************************** ZBNKANL1
100300* Write one fee posting under the fee type the ledger feed      * ZBNKANL1
100400* maps to fee income, following ZBNKFEE1.  The sub-type and     * ZBNKANL1
100500* description were set by the caller; the amount is in          * ZBNKANL1
100600* WS-TOTAL-CHARGE.                                              * ZBNKANL1
100700***************************************************************** ZBNKANL1
100800 WRITE-FEE-AUDIT.                                                 ZBNKANL1
100900 COPY CTSTAMPP.                                                   ZBNKANL1
101000     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKANL1
101100     ADD 1 TO WS-TXN-SEQ.                                         ZBNKANL1
101200     MOVE '0' TO WS-TIMESTAMP (26:1).                             ZBNKANL1
101300     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKANL1
101400     MOVE 'F' TO BTX-REC-TYPE.                                    ZBNKANL1
101500     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         ZBNKANL1
101600     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP OF BNKTXN-REC.        ZBNKANL1
101700     MULTIPLY WS-TOTAL-CHARGE BY -1 GIVING BTX-REC-AMOUNT.        ZBNKANL1
101800     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKANL1
101900     MOVE SPACES TO BTX-REC-DATA-NEW.                             ZBNKANL1
102000     MOVE SPACES TO BTX-REC-FILLER.                               ZBNKANL1
102100     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKANL1
102200     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKANL1
102300     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKANL1
102400     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKANL1
102500                           WS-TWOS-COMP-INPUT                     ZBNKANL1
102600                           WS-TWOS-COMP-OUTPUT                    ZBNKANL1
102700                           WS-TWOS-COMP-FORMAT.                   ZBNKANL1
102800     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKANL1
102900 COPY CBANKTXP.                                                   ZBNKANL1
103000     WRITE BTX-RECORD                                             ZBNKANL1
103100     SET JRN-CTL-ADD TO TRUE                                      ZBNKANL1
103200     PERFORM JOURNAL-BNKTXN.                                      ZBNKANL1
103300     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKANL1
103400        MOVE 'Unable to write fee record'                         ZBNKANL1
103500          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
103600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
103700        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKANL1
103800        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
103900        PERFORM ABORT-PROGRAM                                     ZBNKANL1
104000     END-IF.                                                      ZBNKANL1
104100                                                                  ZBNKANL1
104200***************************************************************** ZBNKANL1
104266* Open the unit's statement and settle where it goes from the   * ZBNKANL1
104332* holder of the first account analysed                          * ZBNKANL1
104400***************************************************************** ZBNKANL1
104500 WRITE-STMT-HEADER.                                               ZBNKANL1
104600     MOVE 'Y' TO WS-UNIT-HEAD-DONE.                               ZBNKANL1
104633     PERFORM SET-DELIVERY THRU                                    ZBNKANL1
104666             SET-DELIVERY-EXIT.                                   ZBNKANL1
104700     IF WS-UNIT-GROUP                                             ZBNKANL1
104800        MOVE 'Group' TO WS-STMT-HEAD-KIND                         ZBNKANL1
104900     ELSE                                                         ZBNKANL1
105000        MOVE 'Customer' TO WS-STMT-HEAD-KIND                      ZBNKANL1
105100     END-IF.                                                      ZBNKANL1
105200     MOVE WS-UNIT-ID TO WS-STMT-HEAD-ID.                          ZBNKANL1
105300     MOVE WS-UNIT-NAME TO WS-STMT-HEAD-NAME.                      ZBNKANL1
105400     MOVE WS-MONTH-PREFIX TO WS-STMT-HEAD-MONTH.                  ZBNKANL1
105500     MOVE WS-STMT-HEAD TO ANLSTMT-REC.                            ZBNKANL1
105600     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
105700     MOVE WS-UNIT-ACCNO TO WS-STMT-CHG-ACCNO.                     ZBNKANL1
105800     MOVE WS-STMT-CHARGED-TO TO ANLSTMT-REC.                      ZBNKANL1
105900     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
106000     MOVE SPACES TO ANLSTMT-REC.                                  ZBNKANL1
106100     PERFORM ANLSTMT-PUT.                                         ZBNKANL1
106200 WRITE-STMT-HEADER-EXIT.                                          ZBNKANL1
106300     EXIT.                                                        ZBNKANL1
106304                                                                  ZBNKANL1
106308***************************************************************** ZBNKANL1
106312* No paper goes to an address returned undeliverable - the      * ZBNKANL1
106316* statement goes out by e-mail if the customer takes it,        * ZBNKANL1
106320* otherwise it is held.  A customer no longer on file is        * ZBNKANL1
106324* printed as before                                             * ZBNKANL1
106328***************************************************************** ZBNKANL1
106332 SET-DELIVERY.                                                    ZBNKANL1
106336     MOVE 'M' TO WS-STMT-CHANNEL.                                 ZBNKANL1
106340     MOVE BAC-REC-PID TO BCS-REC-PID.                             ZBNKANL1
106344     READ BNKCUST-FILE.                                           ZBNKANL1
106348     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
106352        GO TO SET-DELIVERY-EXIT                                   ZBNKANL1
106356     END-IF.                                                      ZBNKANL1
106360     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKANL1
106364        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKANL1
106368           MOVE 'E' TO WS-STMT-CHANNEL                            ZBNKANL1
106372        ELSE                                                      ZBNKANL1
106376           MOVE 'H' TO WS-STMT-CHANNEL                            ZBNKANL1
106380        END-IF                                                    ZBNKANL1
106384     END-IF.                                                      ZBNKANL1
106388 SET-DELIVERY-EXIT.                                               ZBNKANL1
106392     EXIT.                                                        ZBNKANL1
106400                                                                  ZBNKANL1
106500***************************************************************** ZBNKANL1
106566* Write a statement line to the print stream or the e-mail      * ZBNKANL1
106632* stream - nothing is written for a held statement              * ZBNKANL1
106700***************************************************************** ZBNKANL1
106800 ANLSTMT-PUT.                                                     ZBNKANL1
106840     EVALUATE WS-STMT-CHANNEL                                     ZBNKANL1
106880       WHEN 'H'                                                   ZBNKANL1
106920         CONTINUE                                                 ZBNKANL1
106960       WHEN 'E'                                                   ZBNKANL1
107000         WRITE ANLSTMTE-REC FROM ANLSTMT-REC                      ZBNKANL1
107040         IF WS-ANLSTMTE-STATUS IS NOT EQUAL TO '00'               ZBNKANL1
107080           MOVE 'ANLSTMTE error writing file...'                  ZBNKANL1
107120             TO WS-CONSOLE-MESSAGE                                ZBNKANL1
107160           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKANL1
107200           MOVE WS-ANLSTMTE-STATUS TO WS-IO-STATUS                ZBNKANL1
107240           PERFORM DISPLAY-IO-STATUS                              ZBNKANL1
107280           PERFORM ABORT-PROGRAM                                  ZBNKANL1
107320         END-IF                                                   ZBNKANL1
107360       WHEN OTHER                                                 ZBNKANL1
107400         WRITE ANLSTMT-REC                                        ZBNKANL1
107440         IF WS-ANLSTMT-STATUS IS NOT EQUAL TO '00'                ZBNKANL1
107480           MOVE 'ANLSTMT error writing file...'                   ZBNKANL1
107520             TO WS-CONSOLE-MESSAGE                                ZBNKANL1
107560           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKANL1
107600           MOVE WS-ANLSTMT-STATUS TO WS-IO-STATUS                 ZBNKANL1
107640           PERFORM DISPLAY-IO-STATUS                              ZBNKANL1
107680           PERFORM ABORT-PROGRAM                                  ZBNKANL1
107720         END-IF                                                   ZBNKANL1
107760     END-EVALUATE.                                                ZBNKANL1
107800                                                                  ZBNKANL1
107900***************************************************************** ZBNKANL1
108000* Print the report title and column headings                    * ZBNKANL1
108100***************************************************************** ZBNKANL1
108200 PRINT-REPORT-HEADER.                                             ZBNKANL1
108300     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKANL1
108400     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
108500     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKANL1
108600     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
108700                                                                  ZBNKANL1
108800***************************************************************** ZBNKANL1
108900* Print the run totals                                          * ZBNKANL1
109000***************************************************************** ZBNKANL1
109100 PRINT-REPORT-TOTALS.                                             ZBNKANL1
109200     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKANL1
109300     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
109400     MOVE 'Units analysed' TO WS-LINE5-DESC.                      ZBNKANL1
109500     MOVE WS-UNITS-ANALYSED TO WS-LINE5-COUNT.                    ZBNKANL1
109600     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKANL1
109700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
109800     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
109900     MOVE 'Accounts analysed' TO WS-LINE5-DESC.                   ZBNKANL1
110000     MOVE WS-ACCOUNTS-ANALYSED TO WS-LINE5-COUNT.                 ZBNKANL1
110100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
110200     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
110300     MOVE 'Units charged' TO WS-LINE5-DESC.                       ZBNKANL1
110400     MOVE WS-UNITS-CHARGED TO WS-LINE5-COUNT.                     ZBNKANL1
110500     MOVE WS-FEES-TOTAL TO WS-LINE5-AMOUNT.                       ZBNKANL1
110600     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
110700     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
110800     MOVE 'Units covered by credit' TO WS-LINE5-DESC.             ZBNKANL1
110900     MOVE WS-UNITS-COVERED TO WS-LINE5-COUNT.                     ZBNKANL1
111000     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKANL1
111100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
111200     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
111300     MOVE 'Units not posted - follow up' TO WS-LINE5-DESC.        ZBNKANL1
111400     MOVE WS-UNITS-NOT-POSTED TO WS-LINE5-COUNT.                  ZBNKANL1
111500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
111600     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
111606     MOVE 'Fees held - bankruptcy' TO WS-LINE5-DESC.              ZBNKANL1
111612     MOVE WS-UNITS-BKR-HELD TO WS-LINE5-COUNT.                    ZBNKANL1
111618     MOVE WS-BKR-HELD-TOTAL TO WS-LINE5-AMOUNT.                   ZBNKANL1
111624     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
111630     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
111636     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKANL1
111642     MOVE 'Statements by e-mail' TO WS-LINE5-DESC.                ZBNKANL1
111648     MOVE WS-STMTS-EMAILED TO WS-LINE5-COUNT.                     ZBNKANL1
111654     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
111660     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
111666     MOVE 'Held - address undeliverable' TO WS-LINE5-DESC.        ZBNKANL1
111672     MOVE WS-STMTS-HELD TO WS-LINE5-COUNT.                        ZBNKANL1
111678     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
111684     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
111700     MOVE 'Earnings credit allowed' TO WS-LINE5-DESC.             ZBNKANL1
111800     MOVE ZERO TO WS-LINE5-COUNT.                                 ZBNKANL1
111900     MOVE WS-CREDIT-TOTAL TO WS-LINE5-AMOUNT.                     ZBNKANL1
112000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKANL1
112100     PERFORM PRINTOUT-PUT.                                        ZBNKANL1
112200                                                                  ZBNKANL1
112300***************************************************************** ZBNKANL1
112400* Write a record to the sequential print file                   * ZBNKANL1
112500***************************************************************** ZBNKANL1
112600 PRINTOUT-PUT.                                                    ZBNKANL1
112700     WRITE PRINTOUT-REC.                                          ZBNKANL1
112800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKANL1
112900       MOVE 'PRINTOUT error writing file...'                      ZBNKANL1
113000         TO WS-CONSOLE-MESSAGE                                    ZBNKANL1
113100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKANL1
113200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKANL1
113300       PERFORM DISPLAY-IO-STATUS                                  ZBNKANL1
113400       PERFORM ABORT-PROGRAM                                      ZBNKANL1
113500     END-IF.                                                      ZBNKANL1
113600                                                                  ZBNKANL1
113700***************************************************************** ZBNKANL1
113800* Open all the files                                            * ZBNKANL1
113900***************************************************************** ZBNKANL1
114000 OPEN-FILES.                                                      ZBNKANL1
114100* The hold file is optional kit - when it is not there the        ZBNKANL1
114200* collected balance is the ledger balance                         ZBNKANL1
114300     OPEN INPUT BNKAVLH-FILE.                                     ZBNKANL1
114400     IF WS-BNKAVLH-STATUS IS EQUAL TO '00'                        ZBNKANL1
114500        MOVE 'Y' TO WS-AVLH-OPEN                                  ZBNKANL1
114600     END-IF.                                                      ZBNKANL1
114606* The bankruptcy case file is optional - no cases, nothing held   ZBNKANL1
114612     OPEN INPUT BNKBKRP-FILE.                                     ZBNKANL1
114618     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKANL1
114624        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKANL1
114630     END-IF.                                                      ZBNKANL1
114636     OPEN INPUT BNKCUST-FILE.                                     ZBNKANL1
114642     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
114648        MOVE 'BNKCUST file open failure...'                       ZBNKANL1
114654          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
114660        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
114666        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKANL1
114672        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
114678        PERFORM ABORT-PROGRAM                                     ZBNKANL1
114684     END-IF.                                                      ZBNKANL1
114700     OPEN INPUT BNKAAPR-FILE.                                     ZBNKANL1
114800     IF WS-BNKAAPR-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
114900        MOVE 'BNKAAPR file open failure...'                       ZBNKANL1
115000          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
115100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
115200        MOVE WS-BNKAAPR-STATUS TO WS-IO-STATUS                    ZBNKANL1
115300        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
115400        PERFORM ABORT-PROGRAM                                     ZBNKANL1
115500     END-IF.                                                      ZBNKANL1
115600     OPEN INPUT BNKSWPG-FILE.                                     ZBNKANL1
115700     IF WS-BNKSWPG-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
115800        MOVE 'BNKSWPG file open failure...'                       ZBNKANL1
115900          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
116000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
116100        MOVE WS-BNKSWPG-STATUS TO WS-IO-STATUS                    ZBNKANL1
116200        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
116300        PERFORM ABORT-PROGRAM                                     ZBNKANL1
116400     END-IF.                                                      ZBNKANL1
116500     OPEN INPUT BNKBUSP-FILE.                                     ZBNKANL1
116600     IF WS-BNKBUSP-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
116700        MOVE 'BNKBUSP file open failure...'                       ZBNKANL1
116800          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
116900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
117000        MOVE WS-BNKBUSP-STATUS TO WS-IO-STATUS                    ZBNKANL1
117100        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
117200        PERFORM ABORT-PROGRAM                                     ZBNKANL1
117300     END-IF.                                                      ZBNKANL1
117400     OPEN I-O BNKACC-FILE.                                        ZBNKANL1
117500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKANL1
117600        MOVE 'BNKACC file open failure...'                        ZBNKANL1
117700          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
117900        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKANL1
118000        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
118100        PERFORM ABORT-PROGRAM                                     ZBNKANL1
118200     END-IF.                                                      ZBNKANL1
118300     OPEN I-O BNKTXN-FILE.                                        ZBNKANL1
118400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKANL1
118500        MOVE 'BNKTXN file open failure...'                        ZBNKANL1
118600          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
118700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
118800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKANL1
118900        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
119000        PERFORM ABORT-PROGRAM                                     ZBNKANL1
119100     END-IF.                                                      ZBNKANL1
119200     OPEN INPUT BNKBALH-FILE.                                     ZBNKANL1
119300     IF WS-BNKBALH-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
119400        MOVE 'BNKBALH file open failure...'                       ZBNKANL1
119500          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
119600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
119700        MOVE WS-BNKBALH-STATUS TO WS-IO-STATUS                    ZBNKANL1
119800        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
119900        PERFORM ABORT-PROGRAM                                     ZBNKANL1
120000     END-IF.                                                      ZBNKANL1
120100     OPEN OUTPUT ANLSTMT-FILE.                                    ZBNKANL1
120200     IF WS-ANLSTMT-STATUS IS NOT EQUAL TO '00'                    ZBNKANL1
120300        MOVE 'ANLSTMT file open failure...'                       ZBNKANL1
120400          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
120500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
120600        MOVE WS-ANLSTMT-STATUS TO WS-IO-STATUS                    ZBNKANL1
120700        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
120800        PERFORM ABORT-PROGRAM                                     ZBNKANL1
120900     END-IF.                                                      ZBNKANL1
120910     OPEN OUTPUT ANLSTMTE-FILE.                                   ZBNKANL1
120920     IF WS-ANLSTMTE-STATUS IS NOT EQUAL TO '00'                   ZBNKANL1
120930        MOVE 'ANLSTMTE file open failure...'                      ZBNKANL1
120940          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
120950        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
120960        MOVE WS-ANLSTMTE-STATUS TO WS-IO-STATUS                   ZBNKANL1
120970        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
120980        PERFORM ABORT-PROGRAM                                     ZBNKANL1
120990     END-IF.                                                      ZBNKANL1
121000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKANL1
121100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKANL1
121200        MOVE 'PRINTOUT file open failure...'                      ZBNKANL1
121300          TO WS-CONSOLE-MESSAGE                                   ZBNKANL1
121400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
121500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKANL1
121600        PERFORM DISPLAY-IO-STATUS                                 ZBNKANL1
121700        PERFORM ABORT-PROGRAM                                     ZBNKANL1
121800     END-IF.                                                      ZBNKANL1
121900                                                                  ZBNKANL1
122000***************************************************************** ZBNKANL1
122100* Close all the files                                           * ZBNKANL1
122200***************************************************************** ZBNKANL1
122300 CLOSE-FILES.                                                     ZBNKANL1
122400     IF WS-AVLH-OPEN IS EQUAL TO 'Y'                              ZBNKANL1
122500        CLOSE BNKAVLH-FILE                                        ZBNKANL1
122600     END-IF.                                                      ZBNKANL1
122620     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKANL1
122640        CLOSE BNKBKRP-FILE                                        ZBNKANL1
122660     END-IF.                                                      ZBNKANL1
122680     CLOSE BNKCUST-FILE.                                          ZBNKANL1
122700     CLOSE BNKAAPR-FILE.                                          ZBNKANL1
122800     CLOSE BNKSWPG-FILE.                                          ZBNKANL1
122900     CLOSE BNKBUSP-FILE.                                          ZBNKANL1
123000     CLOSE BNKACC-FILE.                                           ZBNKANL1
123100     CLOSE BNKTXN-FILE.                                           ZBNKANL1
123200     CLOSE BNKBALH-FILE.                                          ZBNKANL1
123300     CLOSE ANLSTMT-FILE.                                          ZBNKANL1
123350     CLOSE ANLSTMTE-FILE.                                         ZBNKANL1
123400     CLOSE PRINTOUT-FILE.                                         ZBNKANL1
123500                                                                  ZBNKANL1
123600***************************************************************** ZBNKANL1
123700* Journal the BNKACC record just added, changed or deleted so   * ZBNKANL1
123800* it can be rolled forward onto a reload                        * ZBNKANL1
123900***************************************************************** ZBNKANL1
124000 JOURNAL-BNKACC.                                                  ZBNKANL1
124100     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKANL1
124200     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKANL1
124300     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKANL1
124400     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKANL1
124500     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKANL1
124600     IF JRN-CTL-ERROR                                             ZBNKANL1
124700        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKANL1
124800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
124900        PERFORM ABORT-PROGRAM                                     ZBNKANL1
125000     END-IF.                                                      ZBNKANL1
125100                                                                  ZBNKANL1
125200***************************************************************** ZBNKANL1
125300* Journal the BNKTXN record just added, changed or deleted so   * ZBNKANL1
125400* it can be rolled forward onto a reload                        * ZBNKANL1
125500***************************************************************** ZBNKANL1
125600 JOURNAL-BNKTXN.                                                  ZBNKANL1
125700     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKANL1
125800     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKANL1
125900     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKANL1
126000     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKANL1
126100     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKANL1
126200     IF JRN-CTL-ERROR                                             ZBNKANL1
126300        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKANL1
126400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
126500        PERFORM ABORT-PROGRAM                                     ZBNKANL1
126600     END-IF.                                                      ZBNKANL1
126700***************************************************************** ZBNKANL1
126800* Display the file status bytes. This routine will display as   * ZBNKANL1
126900* two digits if the full two byte file status is numeric. If    * ZBNKANL1
127000* second byte is non-numeric then it will be treated as a       * ZBNKANL1
127100* binary number.                                                * ZBNKANL1
127200***************************************************************** ZBNKANL1
127300 DISPLAY-IO-STATUS.                                               ZBNKANL1
127400     IF WS-IO-STATUS NUMERIC                                      ZBNKANL1
127500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKANL1
127600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKANL1
127700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKANL1
127800          INTO WS-CONSOLE-MESSAGE                                 ZBNKANL1
127900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
128000     ELSE                                                         ZBNKANL1
128100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKANL1
128200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKANL1
128300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKANL1
128400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKANL1
128500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKANL1
128600               '/' DELIMITED BY SIZE                              ZBNKANL1
128700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKANL1
128800          INTO WS-CONSOLE-MESSAGE                                 ZBNKANL1
128900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
129000     END-IF.                                                      ZBNKANL1
129100                                                                  ZBNKANL1
129200***************************************************************** ZBNKANL1
129300* 'ABORT' the program.                                          * ZBNKANL1
129400* Post a message to the console and issue a STOP RUN            * ZBNKANL1
129500***************************************************************** ZBNKANL1
129600 ABORT-PROGRAM.                                                   ZBNKANL1
129700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKANL1
129800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKANL1
129900     END-IF.                                                      ZBNKANL1
130000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKANL1
130100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKANL1
130200     MOVE 16 TO RETURN-CODE.                                      ZBNKANL1
130300     STOP RUN.                                                    ZBNKANL1
130400                                                                  ZBNKANL1
130500***************************************************************** ZBNKANL1
130600* Display CONSOLE messages...                                   * ZBNKANL1
130700***************************************************************** ZBNKANL1
130800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKANL1
130900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKANL1
131000       UPON CONSOLE.                                              ZBNKANL1
131100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKANL1
131200                                                                  ZBNKANL1
131300 COPY CTIMERP.                                                    ZBNKANL1
131400                                                                  ZBNKANL1
131500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKANL1
