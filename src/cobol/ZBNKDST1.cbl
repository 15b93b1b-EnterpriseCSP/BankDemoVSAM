000100***************************************************************** ZBNKDST1
000200*                                                               * ZBNKDST1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKDST1
000400*   This demonstration program is provided for use by users     * ZBNKDST1
000500*   of Micro Focus products and may be used, modified and       * ZBNKDST1
000600*   distributed as part of your application provided that       * ZBNKDST1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKDST1
000800*   in this material.                                           * ZBNKDST1
000900*                                                               * ZBNKDST1
001000***************************************************************** ZBNKDST1
001100                                                                  ZBNKDST1
001200***************************************************************** ZBNKDST1
001300* Program:     ZBNKDST1.CBL                                     * ZBNKDST1
001400* Function:    Nightly duplicate statement run.  Walks the      * ZBNKDST1
001500*              statement archive BNKSTMA for statements a       * ZBNKDST1
001600*              customer or member of staff asked to have sent   * ZBNKDST1
001700*              again from the SSTMH01P screen (header marked R) * ZBNKDST1
001800*              and reprints each one, exactly as it was first   * ZBNKDST1
001900*              made out, to the print stream STMTOUT headed     * ZBNKDST1
002000*              "Duplicate".  The duplicate-statement fee from   * ZBNKDST1
002100*              the account's product on BNKATYP (none when the  * ZBNKDST1
002200*              fee is zero or the account is no longer on file) * ZBNKDST1
002300*              is taken from the balance and stamped on BNKTXN  * ZBNKDST1
002400*              under the fee type the ledger feed maps to fee   * ZBNKDST1
002500*              income, and the archive header is marked P with  * ZBNKDST1
002600*              the date printed and its duplicate count raised. * ZBNKDST1
002622*              A customer with an active bankruptcy case on     * ZBNKDST1
002644*              BNKBKRP is not charged - the fee is listed and   * ZBNKDST1
002666*              totalled as held.  A customer whose address has  * ZBNKDST1
002688*              been returned undeliverable gets the duplicate   * ZBNKDST1
002710*              on STMTOUTE for e-mail if they take e-mail;      * ZBNKDST1
002732*              otherwise it is held, the request left           * ZBNKDST1
002754*              outstanding.  Every duplicate asked for is       * ZBNKDST1
002776*              listed on the report.                            * ZBNKDST1
002800*              Every master-file update is journaled through    * ZBNKDST1
002900*              UJOURNL for forward recovery.                    * ZBNKDST1
003000***************************************************************** ZBNKDST1
003100                                                                  ZBNKDST1
003200 IDENTIFICATION DIVISION.                                         ZBNKDST1
003300 PROGRAM-ID.                                                      ZBNKDST1
003400     ZBNKDST1.                                                    ZBNKDST1
003500 DATE-WRITTEN.                                                    ZBNKDST1
003600     October 2026.                                                ZBNKDST1
003700 DATE-COMPILED.                                                   ZBNKDST1
003800     Today.                                                       ZBNKDST1
003900                                                                  ZBNKDST1
004000 ENVIRONMENT DIVISION.                                            ZBNKDST1
004100 INPUT-OUTPUT   SECTION.                                          ZBNKDST1
004200   FILE-CONTROL.                                                  ZBNKDST1
004300     SELECT BNKSTMA-FILE                                          ZBNKDST1
004400            ASSIGN       TO BNKSTMA                               ZBNKDST1
004500            ORGANIZATION IS INDEXED                               ZBNKDST1
004600            ACCESS MODE  IS DYNAMIC                               ZBNKDST1
004700            RECORD KEY   IS SMA-KEY                               ZBNKDST1
004800            FILE STATUS  IS WS-BNKSTMA-STATUS.                    ZBNKDST1
004900     SELECT BNKACC-FILE                                           ZBNKDST1
005000            ASSIGN       TO BNKACC                                ZBNKDST1
005100            ORGANIZATION IS INDEXED                               ZBNKDST1
005200            ACCESS MODE  IS RANDOM                                ZBNKDST1
005300            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKDST1
005400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKDST1
005500            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKDST1
005600     SELECT BNKATYP-FILE                                          ZBNKDST1
005700            ASSIGN       TO BNKATYP                               ZBNKDST1
005800            ORGANIZATION IS INDEXED                               ZBNKDST1
005900            ACCESS MODE  IS RANDOM                                ZBNKDST1
006000            RECORD KEY   IS BAT-REC-TYPE                          ZBNKDST1
006100            FILE STATUS  IS WS-BNKATYP-STATUS.                    ZBNKDST1
006200     SELECT BNKTXN-FILE                                           ZBNKDST1
006300            ASSIGN       TO BNKTXN                                ZBNKDST1
006400            ORGANIZATION IS INDEXED                               ZBNKDST1
006500            ACCESS MODE  IS RANDOM                                ZBNKDST1
006600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKDST1
006700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKDST1
006800            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKDST1
006900            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKDST1
006907     SELECT BNKCUST-FILE                                          ZBNKDST1
006914            ASSIGN       TO BNKCUST                               ZBNKDST1
006921            ORGANIZATION IS INDEXED                               ZBNKDST1
006928            ACCESS MODE  IS RANDOM                                ZBNKDST1
006935            RECORD KEY   IS BCS-REC-PID                           ZBNKDST1
006942            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKDST1
006949     SELECT BNKBKRP-FILE                                          ZBNKDST1
006956            ASSIGN       TO BNKBKRP                               ZBNKDST1
006963            ORGANIZATION IS INDEXED                               ZBNKDST1
006970            ACCESS MODE  IS RANDOM                                ZBNKDST1
006977            RECORD KEY   IS BKR-KEY                               ZBNKDST1
006984            FILE STATUS  IS WS-BNKBKRP-STATUS.                    ZBNKDST1
007000     SELECT STMTOUT-FILE                                          ZBNKDST1
007100            ASSIGN       TO STMTOUT                               ZBNKDST1
007200            ORGANIZATION IS SEQUENTIAL                            ZBNKDST1
007300            ACCESS MODE  IS SEQUENTIAL                            ZBNKDST1
007400            FILE STATUS  IS WS-STMTOUT-STATUS.                    ZBNKDST1
007416     SELECT STMTOUTE-FILE                                         ZBNKDST1
007432            ASSIGN       TO STMTOUTE                              ZBNKDST1
007448            ORGANIZATION IS SEQUENTIAL                            ZBNKDST1
007464            ACCESS MODE  IS SEQUENTIAL                            ZBNKDST1
007480            FILE STATUS  IS WS-STMTOUTE-STATUS.                   ZBNKDST1
007500     SELECT PRINTOUT-FILE                                         ZBNKDST1
007600            ASSIGN       TO PRINTOUT                              ZBNKDST1
007700            ORGANIZATION IS SEQUENTIAL                            ZBNKDST1
007800            ACCESS MODE  IS SEQUENTIAL                            ZBNKDST1
007900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKDST1
008000                                                                  ZBNKDST1
008100 DATA DIVISION.                                                   ZBNKDST1
008200 FILE SECTION.                                                    ZBNKDST1
008300                                                                  ZBNKDST1
008400 FD  BNKSTMA-FILE.                                                ZBNKDST1
008500 01  BNKSTMA-REC.                                                 ZBNKDST1
008600 COPY CBANKVSA.                                                   ZBNKDST1
008700                                                                  ZBNKDST1
008800 FD  BNKACC-FILE.                                                 ZBNKDST1
008900 01  BNKACC-REC.                                                  ZBNKDST1
009000 COPY CBANKVAC.                                                   ZBNKDST1
009100                                                                  ZBNKDST1
009200 FD  BNKATYP-FILE.                                                ZBNKDST1
009300 01  BNKATYP-REC.                                                 ZBNKDST1
009400 COPY CBANKVAT.                                                   ZBNKDST1
009500                                                                  ZBNKDST1
009600 FD  BNKTXN-FILE.                                                 ZBNKDST1
009700 01  BNKTXN-REC.                                                  ZBNKDST1
009800 COPY CBANKVTX.                                                   ZBNKDST1
009811                                                                  ZBNKDST1
009822 FD  BNKCUST-FILE.                                                ZBNKDST1
009833 01  BNKCUST-REC.                                                 ZBNKDST1
009844 COPY CBANKVCS.                                                   ZBNKDST1
009855                                                                  ZBNKDST1
009866 FD  BNKBKRP-FILE.                                                ZBNKDST1
009877 01  BNKBKRP-REC.                                                 ZBNKDST1
009888 COPY CBANKVBK.                                                   ZBNKDST1
009900                                                                  ZBNKDST1
010000 FD  STMTOUT-FILE.                                                ZBNKDST1
010100 01  STMTOUT-REC                             PIC X(121).          ZBNKDST1
010125                                                                  ZBNKDST1
010150 FD  STMTOUTE-FILE.                                               ZBNKDST1
010175 01  STMTOUTE-REC                            PIC X(121).          ZBNKDST1
010200                                                                  ZBNKDST1
010300 FD  PRINTOUT-FILE.                                               ZBNKDST1
010400 01  PRINTOUT-REC                            PIC X(121).          ZBNKDST1
010500                                                                  ZBNKDST1
010600 WORKING-STORAGE SECTION.                                         ZBNKDST1
010700 COPY CJOURNLD.                                                   ZBNKDST1
010800                                                                  ZBNKDST1
010900 COPY CRUNCTLD.                                                   ZBNKDST1
011000                                                                  ZBNKDST1
011100 COPY CTIMERD.                                                    ZBNKDST1
011200                                                                  ZBNKDST1
011300 COPY CTSTAMPD.                                                   ZBNKDST1
011400                                                                  ZBNKDST1
011500 COPY CBANKTXD.                                                   ZBNKDST1
011600                                                                  ZBNKDST1
011700 01  WS-TWOS-COMP.                                                ZBNKDST1
011800   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      ZBNKDST1
011900   05  WS-TWOS-COMP-INPUT                    PIC X(256).          ZBNKDST1
012000   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          ZBNKDST1
012100   05  WS-TWOS-COMP-FORMAT                   PIC X(1) VALUE 'B'.  ZBNKDST1
012200                                                                  ZBNKDST1
012300 01  WS-MISC-STORAGE.                                             ZBNKDST1
012400   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKDST1
012500       VALUE 'ZBNKDST1'.                                          ZBNKDST1
012600   05  WS-BNKSTMA-STATUS.                                         ZBNKDST1
012700     10  WS-BNKSTMA-STAT1                    PIC X(1).            ZBNKDST1
012800     10  WS-BNKSTMA-STAT2                    PIC X(1).            ZBNKDST1
012900   05  WS-BNKACC-STATUS.                                          ZBNKDST1
013000     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKDST1
013100     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKDST1
013200   05  WS-BNKATYP-STATUS.                                         ZBNKDST1
013300     10  WS-BNKATYP-STAT1                    PIC X(1).            ZBNKDST1
013400     10  WS-BNKATYP-STAT2                    PIC X(1).            ZBNKDST1
013500   05  WS-BNKTXN-STATUS.                                          ZBNKDST1
013600     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKDST1
013700     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKDST1
013711   05  WS-BNKCUST-STATUS.                                         ZBNKDST1
013722     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKDST1
013733     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKDST1
013744   05  WS-BNKBKRP-STATUS.                                         ZBNKDST1
013755     10  WS-BNKBKRP-STAT1                    PIC X(1).            ZBNKDST1
013766     10  WS-BNKBKRP-STAT2                    PIC X(1).            ZBNKDST1
013777   05  WS-BKRP-OPEN                          PIC X(1)             ZBNKDST1
013788       VALUE 'N'.                                                 ZBNKDST1
013800   05  WS-STMTOUT-STATUS.                                         ZBNKDST1
013900     10  WS-STMTOUT-STAT1                    PIC X(1).            ZBNKDST1
014000     10  WS-STMTOUT-STAT2                    PIC X(1).            ZBNKDST1
014025   05  WS-STMTOUTE-STATUS.                                        ZBNKDST1
014050     10  WS-STMTOUTE-STAT1                   PIC X(1).            ZBNKDST1
014075     10  WS-STMTOUTE-STAT2                   PIC X(1).            ZBNKDST1
014100   05  WS-PRINTOUT-STATUS.                                        ZBNKDST1
014200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKDST1
014300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKDST1
014400   05  WS-IO-STATUS.                                              ZBNKDST1
014500     10  WS-IO-STAT1                         PIC X(1).            ZBNKDST1
014600     10  WS-IO-STAT2                         PIC X(1).            ZBNKDST1
014700   05  WS-TWO-BYTES.                                              ZBNKDST1
014800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKDST1
014900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKDST1
015000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKDST1
015100                                             PIC 9(1) COMP.       ZBNKDST1
015200   05  WS-END-OF-FILE                        PIC X(3)             ZBNKDST1
015300       VALUE 'NO '.                                               ZBNKDST1
015400   05  WS-END-OF-STMT                        PIC X(3)             ZBNKDST1
015500       VALUE 'NO '.                                               ZBNKDST1
015600   05  WS-STMTS-SCANNED                      PIC 9(7)             ZBNKDST1
015700       VALUE ZERO.                                                ZBNKDST1
015800   05  WS-DUPS-PRINTED                       PIC 9(7)             ZBNKDST1
015900       VALUE ZERO.                                                ZBNKDST1
016000   05  WS-FEES-CHARGED                       PIC 9(7)             ZBNKDST1
016100       VALUE ZERO.                                                ZBNKDST1
016200   05  WS-AMOUNT-FEES                        PIC S9(11)V99 COMP-3 ZBNKDST1
016300       VALUE ZERO.                                                ZBNKDST1
016310   05  WS-FEES-BKR-HELD                      PIC 9(7)             ZBNKDST1
016320       VALUE ZERO.                                                ZBNKDST1
016330   05  WS-BKR-HELD-TOTAL                     PIC S9(11)V99 COMP-3 ZBNKDST1
016340       VALUE ZERO.                                                ZBNKDST1
016350   05  WS-DUPS-EMAILED                       PIC 9(7)             ZBNKDST1
016360       VALUE ZERO.                                                ZBNKDST1
016370   05  WS-DUPS-HELD                          PIC 9(7)             ZBNKDST1
016380       VALUE ZERO.                                                ZBNKDST1
016390   05  WS-STMT-CHANNEL                       PIC X(1).            ZBNKDST1
016400   05  WS-TXN-SEQ                            PIC 9(4)             ZBNKDST1
016500       VALUE ZERO.                                                ZBNKDST1
016600   05  WS-TODAY-ISO                          PIC X(10).           ZBNKDST1
016700   05  WS-FEE-AMOUNT                         PIC S9(3)V99 COMP-3. ZBNKDST1
016800   05  WS-OUTCOME                            PIC X(30).           ZBNKDST1
016900   05  WS-STMT-KEY.                                               ZBNKDST1
017000     10  WS-STMT-ACCNO                       PIC X(9).            ZBNKDST1
017100     10  WS-STMT-DTE                         PIC X(10).           ZBNKDST1
017200     10  WS-STMT-LINE                        PIC 9(4).            ZBNKDST1
017300   05  WS-STMT-HEADER                        PIC X(171).          ZBNKDST1
017400                                                                  ZBNKDST1
017500 01  WS-STMT-LINES.                                               ZBNKDST1
017600   05  WS-SLINE1.                                                 ZBNKDST1
017700     10  WS-SLINE1-CC                        PIC X(1)             ZBNKDST1
017800         VALUE '1'.                                               ZBNKDST1
017900     10  FILLER                              PIC X(40)            ZBNKDST1
018000         VALUE SPACES.                                            ZBNKDST1
018100     10  WS-SLINE1-HEAD                      PIC X(21)            ZBNKDST1
018200         VALUE 'Micro Focus Demo Bank'.                           ZBNKDST1
018300   05  WS-SLINE2.                                                 ZBNKDST1
018400     10  WS-SLINE2-CC                        PIC X(1)             ZBNKDST1
018500         VALUE ' '.                                               ZBNKDST1
018600     10  FILLER                              PIC X(36)            ZBNKDST1
018700         VALUE SPACES.                                            ZBNKDST1
018800     10  WS-SLINE2-HEAD                      PIC X(30)            ZBNKDST1
018900         VALUE 'Duplicate Statement of Account'.                  ZBNKDST1
019000   05  WS-SLINE3.                                                 ZBNKDST1
019100     10  WS-SLINE3-CC                        PIC X(1)             ZBNKDST1
019200         VALUE ' '.                                               ZBNKDST1
019300     10  WS-SLINE3-NAME-ADDR                 PIC X(25).           ZBNKDST1
019400     10  FILLER                              PIC X(53)            ZBNKDST1
019500         VALUE SPACES.                                            ZBNKDST1
019600     10  WS-SLINE3-TEXT                      PIC X(42).           ZBNKDST1
019700   05  WS-SLINE4.                                                 ZBNKDST1
019800     10  WS-SLINE4-CC                        PIC X(1)             ZBNKDST1
019900         VALUE '0'.                                               ZBNKDST1
020000     10  FILLER                              PIC X(14)            ZBNKDST1
020100         VALUE 'Account No.'.                                     ZBNKDST1
020200     10  FILLER                              PIC X(38)            ZBNKDST1
020300         VALUE 'Description '.                                    ZBNKDST1
020400     10  FILLER                              PIC X(15)            ZBNKDST1
020500         VALUE '    Date  '.                                      ZBNKDST1
020600     10  FILLER                              PIC X(18)            ZBNKDST1
020700         VALUE '      Amount '.                                   ZBNKDST1
020800   05  WS-SLINE5.                                                 ZBNKDST1
020900     10  WS-SLINE5-CC                        PIC X(1).            ZBNKDST1
021000     10  WS-SLINE5-ACC-NO                    PIC X(9).            ZBNKDST1
021100     10  FILLER                              PIC X(5).            ZBNKDST1
021200     10  WS-SLINE5-DESC                      PIC X(33).           ZBNKDST1
021300     10  FILLER                              PIC X(5).            ZBNKDST1
021400     10  WS-SLINE5-DATE                      PIC X(11).           ZBNKDST1
021500     10  FILLER                              PIC X(4).            ZBNKDST1
021600     10  WS-SLINE5-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.   ZBNKDST1
021700                                                                  ZBNKDST1
021800 01  WS-REPORT-LINES.                                             ZBNKDST1
021900   05  WS-LINE1.                                                  ZBNKDST1
022000     10  WS-LINE1-CC                         PIC X(1)             ZBNKDST1
022100         VALUE '1'.                                               ZBNKDST1
022200     10  FILLER                              PIC X(20)            ZBNKDST1
022300         VALUE SPACES.                                            ZBNKDST1
022400     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKDST1
022500         VALUE 'Duplicate Statements Printed'.                    ZBNKDST1
022600   05  WS-LINE3.                                                  ZBNKDST1
022700     10  WS-LINE3-CC                         PIC X(1)             ZBNKDST1
022800         VALUE ' '.                                               ZBNKDST1
022900     10  FILLER                              PIC X(11)            ZBNKDST1
023000         VALUE 'Account'.                                         ZBNKDST1
023100     10  FILLER                              PIC X(12)            ZBNKDST1
023200         VALUE 'Statement'.                                       ZBNKDST1
023300     10  FILLER                              PIC X(10)            ZBNKDST1
023400         VALUE 'Asked by'.                                        ZBNKDST1
023500     10  FILLER                              PIC X(12)            ZBNKDST1
023600         VALUE 'Asked on'.                                        ZBNKDST1
023700     10  FILLER                              PIC X(9)             ZBNKDST1
023800         VALUE 'Fee'.                                             ZBNKDST1
023900     10  FILLER                              PIC X(30)            ZBNKDST1
024000         VALUE 'Outcome'.                                         ZBNKDST1
024100   05  WS-LINE4.                                                  ZBNKDST1
024200     10  WS-LINE4-CC                         PIC X(1)             ZBNKDST1
024300         VALUE ' '.                                               ZBNKDST1
024400     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKDST1
024500     10  WS-LINE4-STMT-DTE                   PIC X(12).           ZBNKDST1
024600     10  WS-LINE4-USERID                     PIC X(10).           ZBNKDST1
024700     10  WS-LINE4-DUP-DTE                    PIC X(12).           ZBNKDST1
024800     10  WS-LINE4-FEE                        PIC ZZZ9.99.         ZBNKDST1
024900     10  FILLER                              PIC X(2)             ZBNKDST1
025000         VALUE SPACES.                                            ZBNKDST1
025100     10  WS-LINE4-OUTCOME                    PIC X(30).           ZBNKDST1
025200   05  WS-LINE5.                                                  ZBNKDST1
025300     10  WS-LINE5-CC                         PIC X(1)             ZBNKDST1
025400         VALUE ' '.                                               ZBNKDST1
025500     10  WS-LINE5-DESC                       PIC X(30).           ZBNKDST1
025600     10  WS-LINE5-COUNT                      PIC ZZZZZZZZ9.       ZBNKDST1
025700     10  FILLER                              PIC X(3)             ZBNKDST1
025800         VALUE SPACES.                                            ZBNKDST1
025900     10  WS-LINE5-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.     ZBNKDST1
026000                                                                  ZBNKDST1
026100 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKDST1
026200                                                                  ZBNKDST1
026300 LINKAGE SECTION.                                                 ZBNKDST1
026400 01  LK-EXEC-PARM.                                                ZBNKDST1
026500   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKDST1
026600   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKDST1
026700                                                                  ZBNKDST1
026800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKDST1
026900                                                                  ZBNKDST1
027000     PERFORM RUN-TIME.                                            ZBNKDST1
027100                                                                  ZBNKDST1
027200     MOVE 'Duplicate statement run starting'                      ZBNKDST1
027300       TO WS-CONSOLE-MESSAGE.                                     ZBNKDST1
027400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDST1
027500                                                                  ZBNKDST1
027600***************************************************************** ZBNKDST1
027700* Run-control - the run is refused a second time for the same   * ZBNKDST1
027800* day unless the operator asked for a restart in the EXEC PARM. * ZBNKDST1
027900* A duplicate is only marked printed once its fee is taken, so  * ZBNKDST1
028000* a restart picks up where the failed run stopped.              * ZBNKDST1
028100***************************************************************** ZBNKDST1
028200     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKDST1
028300     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKDST1
028400     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKDST1
028500     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKDST1
028600     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKDST1
028700        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKDST1
028800        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKDST1
028900     END-IF.                                                      ZBNKDST1
029000     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKDST1
029100     IF NOT RUN-CTL-OK                                            ZBNKDST1
029200        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDST1
029300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
029400        MOVE 'Run-control problem - job not run'                  ZBNKDST1
029500          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
029600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
029700        MOVE 8 TO RETURN-CODE                                     ZBNKDST1
029800        GOBACK                                                    ZBNKDST1
029900     END-IF.                                                      ZBNKDST1
030000                                                                  ZBNKDST1
030100 COPY CTSTAMPP.                                                   ZBNKDST1
030200     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKDST1
030300                                                                  ZBNKDST1
030400     PERFORM OPEN-ALL-FILES.                                      ZBNKDST1
030500     PERFORM PRINT-REPORT-HEADER.                                 ZBNKDST1
030600                                                                  ZBNKDST1
030700     MOVE LOW-VALUES TO SMA-KEY.                                  ZBNKDST1
030800     START BNKSTMA-FILE KEY NOT LESS THAN SMA-KEY.                ZBNKDST1
030900     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
031000        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKDST1
031100     END-IF.                                                      ZBNKDST1
031200     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKDST1
031300        READ BNKSTMA-FILE NEXT RECORD                             ZBNKDST1
031400        IF WS-BNKSTMA-STATUS IS EQUAL TO '10'                     ZBNKDST1
031500           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKDST1
031600        ELSE                                                      ZBNKDST1
031700           IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'              ZBNKDST1
031800              MOVE 'BNKSTMA read error during scan'               ZBNKDST1
031900                TO WS-CONSOLE-MESSAGE                             ZBNKDST1
032000              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKDST1
032100              MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS              ZBNKDST1
032200              PERFORM DISPLAY-IO-STATUS                           ZBNKDST1
032300              PERFORM ABORT-PROGRAM                               ZBNKDST1
032400           ELSE                                                   ZBNKDST1
032500              PERFORM PRINT-ONE-DUPLICATE THRU                    ZBNKDST1
032600                      PRINT-ONE-DUPLICATE-EXIT                    ZBNKDST1
032700           END-IF                                                 ZBNKDST1
032800        END-IF                                                    ZBNKDST1
032900     END-PERFORM.                                                 ZBNKDST1
033000                                                                  ZBNKDST1
033100     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKDST1
033200     PERFORM CLOSE-ALL-FILES.                                     ZBNKDST1
033300                                                                  ZBNKDST1
033400     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKDST1
033500     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKDST1
033600                                                                  ZBNKDST1
033700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKDST1
033800     STRING WS-DUPS-PRINTED DELIMITED BY SIZE                     ZBNKDST1
033900            ' duplicates printed, ' DELIMITED BY SIZE             ZBNKDST1
034000            WS-FEES-CHARGED DELIMITED BY SIZE                     ZBNKDST1
034100            ' fees charged' DELIMITED BY SIZE                     ZBNKDST1
034200       INTO WS-CONSOLE-MESSAGE.                                   ZBNKDST1
034300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDST1
034400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKDST1
034500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDST1
034600                                                                  ZBNKDST1
034700     PERFORM RUN-TIME.                                            ZBNKDST1
034800                                                                  ZBNKDST1
034900     MOVE 0 TO RETURN-CODE.                                       ZBNKDST1
035000                                                                  ZBNKDST1
035100     GOBACK.                                                      ZBNKDST1
035200                                                                  ZBNKDST1
035300***************************************************************** ZBNKDST1
035400* Print one duplicate asked for.  Only statement headers marked * ZBNKDST1
035500* R are of interest; the statement is reprinted from its        * ZBNKDST1
035600* archived lines, the fee taken and the header marked printed,  * ZBNKDST1
035700* then the scan carries on after the statement's last line.     * ZBNKDST1
035800***************************************************************** ZBNKDST1
035900 PRINT-ONE-DUPLICATE.                                             ZBNKDST1
036000     IF NOT SMA-LINE-HEADER                                       ZBNKDST1
036100        GO TO PRINT-ONE-DUPLICATE-EXIT                            ZBNKDST1
036200     END-IF.                                                      ZBNKDST1
036300     ADD 1 TO WS-STMTS-SCANNED.                                   ZBNKDST1
036400     IF NOT SMA-DUP-REQUESTED                                     ZBNKDST1
036500        GO TO PRINT-ONE-DUPLICATE-EXIT                            ZBNKDST1
036600     END-IF.                                                      ZBNKDST1
036700     MOVE SMA-KEY TO WS-STMT-KEY.                                 ZBNKDST1
036800     MOVE SMA-REC-DATA TO WS-STMT-HEADER.                         ZBNKDST1
036900     MOVE ZERO TO WS-FEE-AMOUNT.                                  ZBNKDST1
037000     MOVE SPACES TO WS-OUTCOME.                                   ZBNKDST1
037010     PERFORM SET-DELIVERY THRU                                    ZBNKDST1
037020             SET-DELIVERY-EXIT.                                   ZBNKDST1
037030     IF WS-STMT-CHANNEL IS EQUAL TO 'H'                           ZBNKDST1
037040        ADD 1 TO WS-DUPS-HELD                                     ZBNKDST1
037050        MOVE SMA-HDR-DUP-DTE TO WS-LINE4-DUP-DTE                  ZBNKDST1
037060        MOVE 'Held - address undeliverable' TO WS-OUTCOME         ZBNKDST1
037070        PERFORM PRINT-DUP-LINE                                    ZBNKDST1
037080        GO TO PRINT-ONE-DUPLICATE-NEXT                            ZBNKDST1
037090     END-IF.                                                      ZBNKDST1
037100                                                                  ZBNKDST1
037200     PERFORM PRINT-STMT-HEADING.                                  ZBNKDST1
037300     MOVE 'NO ' TO WS-END-OF-STMT.                                ZBNKDST1
037400     PERFORM PRINT-STMT-LINE THRU                                 ZBNKDST1
037500             PRINT-STMT-LINE-EXIT                                 ZBNKDST1
037600       UNTIL WS-END-OF-STMT IS EQUAL TO 'YES'.                    ZBNKDST1
037700                                                                  ZBNKDST1
037800     MOVE WS-STMT-KEY TO SMA-KEY.                                 ZBNKDST1
037900     READ BNKSTMA-FILE.                                           ZBNKDST1
038000     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
038100        MOVE 'Unable to re-read statement header'                 ZBNKDST1
038200          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
038300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
038400        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKDST1
038500        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
038600        PERFORM ABORT-PROGRAM                                     ZBNKDST1
038700     END-IF.                                                      ZBNKDST1
038800     PERFORM PRINT-STMT-TOTALS.                                   ZBNKDST1
038900                                                                  ZBNKDST1
039000     PERFORM CHARGE-DUP-FEE THRU                                  ZBNKDST1
039100             CHARGE-DUP-FEE-EXIT.                                 ZBNKDST1
039200                                                                  ZBNKDST1
039300     MOVE SMA-HDR-DUP-DTE TO WS-LINE4-DUP-DTE.                    ZBNKDST1
039400     SET SMA-DUP-PRINTED TO TRUE.                                 ZBNKDST1
039500     MOVE WS-TODAY-ISO TO SMA-HDR-DUP-DTE.                        ZBNKDST1
039600     IF SMA-HDR-DUP-COUNT IS NOT NUMERIC                          ZBNKDST1
039700        MOVE ZERO TO SMA-HDR-DUP-COUNT                            ZBNKDST1
039800     END-IF.                                                      ZBNKDST1
039900     IF SMA-HDR-DUP-COUNT IS LESS THAN 999                        ZBNKDST1
040000        ADD 1 TO SMA-HDR-DUP-COUNT                                ZBNKDST1
040100     END-IF.                                                      ZBNKDST1
040200     REWRITE BNKSTMA-REC.                                         ZBNKDST1
040300     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
040400        MOVE 'Unable to mark duplicate printed'                   ZBNKDST1
040500          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
040600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
040700        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKDST1
040800        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
040900        PERFORM ABORT-PROGRAM                                     ZBNKDST1
041000     END-IF.                                                      ZBNKDST1
041100     ADD 1 TO WS-DUPS-PRINTED.                                    ZBNKDST1
041125     IF WS-STMT-CHANNEL IS EQUAL TO 'E'                           ZBNKDST1
041150        ADD 1 TO WS-DUPS-EMAILED                                  ZBNKDST1
041175     END-IF.                                                      ZBNKDST1
041200     IF WS-OUTCOME IS EQUAL TO SPACES                             ZBNKDST1
041300        MOVE 'Printed' TO WS-OUTCOME                              ZBNKDST1
041400     END-IF.                                                      ZBNKDST1
041500     PERFORM PRINT-DUP-LINE.                                      ZBNKDST1
041550 PRINT-ONE-DUPLICATE-NEXT.                                        ZBNKDST1
041600                                                                  ZBNKDST1
041700     MOVE WS-STMT-KEY TO SMA-KEY.                                 ZBNKDST1
041800     MOVE 9999 TO SMA-REC-LINE.                                   ZBNKDST1
041900     START BNKSTMA-FILE KEY GREATER THAN SMA-KEY.                 ZBNKDST1
042000     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
042100        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKDST1
042200     END-IF.                                                      ZBNKDST1
042300 PRINT-ONE-DUPLICATE-EXIT.                                        ZBNKDST1
042400     EXIT.                                                        ZBNKDST1
042500                                                                  ZBNKDST1
042503***************************************************************** ZBNKDST1
042506* No paper goes to an address returned undeliverable - the      * ZBNKDST1
042509* duplicate goes out by e-mail if the customer takes it,        * ZBNKDST1
042512* otherwise it is held.  An account or customer no longer on    * ZBNKDST1
042515* file is printed as before                                     * ZBNKDST1
042518***************************************************************** ZBNKDST1
042521 SET-DELIVERY.                                                    ZBNKDST1
042524     MOVE 'M' TO WS-STMT-CHANNEL.                                 ZBNKDST1
042527     MOVE WS-STMT-ACCNO TO BAC-REC-ACCNO.                         ZBNKDST1
042530     READ BNKACC-FILE.                                            ZBNKDST1
042533     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
042536        GO TO SET-DELIVERY-EXIT                                   ZBNKDST1
042539     END-IF.                                                      ZBNKDST1
042542     MOVE BAC-REC-PID TO BCS-REC-PID.                             ZBNKDST1
042545     READ BNKCUST-FILE.                                           ZBNKDST1
042548     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
042551        GO TO SET-DELIVERY-EXIT                                   ZBNKDST1
042554     END-IF.                                                      ZBNKDST1
042557     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKDST1
042560        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKDST1
042563           MOVE 'E' TO WS-STMT-CHANNEL                            ZBNKDST1
042566        ELSE                                                      ZBNKDST1
042569           MOVE 'H' TO WS-STMT-CHANNEL                            ZBNKDST1
042572        END-IF                                                    ZBNKDST1
042575     END-IF.                                                      ZBNKDST1
042578 SET-DELIVERY-EXIT.                                               ZBNKDST1
042581     EXIT.                                                        ZBNKDST1
042584                                                                  ZBNKDST1
042600***************************************************************** ZBNKDST1
042700* Print the statement heading - the name and address the        * ZBNKDST1
042800* statement was first made out to, and its dates                * ZBNKDST1
042900***************************************************************** ZBNKDST1
043000 PRINT-STMT-HEADING.                                              ZBNKDST1
043100     MOVE WS-SLINE1 TO STMTOUT-REC.                               ZBNKDST1
043200     PERFORM STMTOUT-PUT.                                         ZBNKDST1
043300     MOVE WS-SLINE2 TO STMTOUT-REC.                               ZBNKDST1
043400     PERFORM STMTOUT-PUT.                                         ZBNKDST1
043500     MOVE SPACES TO WS-SLINE3-TEXT.                               ZBNKDST1
043600     MOVE SMA-HDR-NAME TO WS-SLINE3-NAME-ADDR.                    ZBNKDST1
043700     STRING 'Statement date ' DELIMITED BY SIZE                   ZBNKDST1
043800            WS-STMT-DTE DELIMITED BY SIZE                         ZBNKDST1
043900       INTO WS-SLINE3-TEXT.                                       ZBNKDST1
044000     MOVE '0' TO WS-SLINE3-CC.                                    ZBNKDST1
044100     MOVE WS-SLINE3 TO STMTOUT-REC.                               ZBNKDST1
044200     PERFORM STMTOUT-PUT.                                         ZBNKDST1
044300     MOVE SPACES TO WS-SLINE3-TEXT.                               ZBNKDST1
044400     MOVE SMA-HDR-ADDR1 TO WS-SLINE3-NAME-ADDR.                   ZBNKDST1
044500     IF SMA-HDR-PREV-STMT-DTE IS NOT EQUAL TO SPACES              ZBNKDST1
044600        STRING 'Previous statement ' DELIMITED BY SIZE            ZBNKDST1
044700               SMA-HDR-PREV-STMT-DTE DELIMITED BY SIZE            ZBNKDST1
044800          INTO WS-SLINE3-TEXT                                     ZBNKDST1
044900     END-IF.                                                      ZBNKDST1
045000     MOVE ' ' TO WS-SLINE3-CC.                                    ZBNKDST1
045100     MOVE WS-SLINE3 TO STMTOUT-REC.                               ZBNKDST1
045200     PERFORM STMTOUT-PUT.                                         ZBNKDST1
045300     MOVE SPACES TO WS-SLINE3-TEXT.                               ZBNKDST1
045400     MOVE SMA-HDR-ADDR2 TO WS-SLINE3-NAME-ADDR.                   ZBNKDST1
045500     MOVE WS-SLINE3 TO STMTOUT-REC.                               ZBNKDST1
045600     PERFORM STMTOUT-PUT.                                         ZBNKDST1
045700     MOVE SPACES TO WS-SLINE3-NAME-ADDR.                          ZBNKDST1
045800     STRING SMA-HDR-STATE DELIMITED BY SIZE                       ZBNKDST1
045900            ' ' DELIMITED BY SIZE                                 ZBNKDST1
046000            SMA-HDR-CNTRY DELIMITED BY SIZE                       ZBNKDST1
046100            ' ' DELIMITED BY SIZE                                 ZBNKDST1
046200            SMA-HDR-PST-CDE DELIMITED BY SIZE                     ZBNKDST1
046300       INTO WS-SLINE3-NAME-ADDR.                                  ZBNKDST1
046400     MOVE WS-SLINE3 TO STMTOUT-REC.                               ZBNKDST1
046500     PERFORM STMTOUT-PUT.                                         ZBNKDST1
046600     MOVE WS-SLINE4 TO STMTOUT-REC.                               ZBNKDST1
046700     PERFORM STMTOUT-PUT.                                         ZBNKDST1
046800     MOVE SPACES TO WS-SLINE5.                                    ZBNKDST1
046900     MOVE '0' TO WS-SLINE5-CC.                                    ZBNKDST1
047000     MOVE WS-STMT-ACCNO TO WS-SLINE5-ACC-NO.                      ZBNKDST1
047100     MOVE SMA-HDR-ACC-DESC TO WS-SLINE5-DESC.                     ZBNKDST1
047200     MOVE WS-SLINE5 TO STMTOUT-REC.                               ZBNKDST1
047300     PERFORM STMTOUT-PUT.                                         ZBNKDST1
047400                                                                  ZBNKDST1
047500***************************************************************** ZBNKDST1
047600* Print the next archived transaction of the statement - the    * ZBNKDST1
047700* statement ends at the first line of another statement         * ZBNKDST1
047800***************************************************************** ZBNKDST1
047900 PRINT-STMT-LINE.                                                 ZBNKDST1
048000     READ BNKSTMA-FILE NEXT RECORD.                               ZBNKDST1
048100     IF WS-BNKSTMA-STATUS IS EQUAL TO '10'                        ZBNKDST1
048200        MOVE 'YES' TO WS-END-OF-STMT                              ZBNKDST1
048300        GO TO PRINT-STMT-LINE-EXIT                                ZBNKDST1
048400     END-IF.                                                      ZBNKDST1
048500     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
048600        MOVE 'BNKSTMA read error during reprint'                  ZBNKDST1
048700          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
048800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
048900        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKDST1
049000        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
049100        PERFORM ABORT-PROGRAM                                     ZBNKDST1
049200     END-IF.                                                      ZBNKDST1
049300     IF SMA-REC-ACCNO IS NOT EQUAL TO WS-STMT-ACCNO OR            ZBNKDST1
049400        SMA-REC-STMT-DTE IS NOT EQUAL TO WS-STMT-DTE              ZBNKDST1
049500        MOVE 'YES' TO WS-END-OF-STMT                              ZBNKDST1
049600        GO TO PRINT-STMT-LINE-EXIT                                ZBNKDST1
049700     END-IF.                                                      ZBNKDST1
049800     IF NOT SMA-LINE-TXN                                          ZBNKDST1
049900        GO TO PRINT-STMT-LINE-EXIT                                ZBNKDST1
050000     END-IF.                                                      ZBNKDST1
050100     MOVE SPACES TO WS-SLINE5.                                    ZBNKDST1
050200     MOVE ' ' TO WS-SLINE5-CC.                                    ZBNKDST1
050300     MOVE SMA-TXN-DESC TO WS-SLINE5-DESC.                         ZBNKDST1
050400     MOVE SMA-TXN-TIMESTAMP (1:10) TO WS-SLINE5-DATE.             ZBNKDST1
050500     MOVE SMA-TXN-AMOUNT TO WS-SLINE5-AMOUNT.                     ZBNKDST1
050600     MOVE WS-SLINE5 TO STMTOUT-REC.                               ZBNKDST1
050700     PERFORM STMTOUT-PUT.                                         ZBNKDST1
050800 PRINT-STMT-LINE-EXIT.                                            ZBNKDST1
050900     EXIT.                                                        ZBNKDST1
051000                                                                  ZBNKDST1
051100***************************************************************** ZBNKDST1
051200* Print the statement's transaction total and closing balance   * ZBNKDST1
051300* from the archived header                                      * ZBNKDST1
051400***************************************************************** ZBNKDST1
051500 PRINT-STMT-TOTALS.                                               ZBNKDST1
051600     MOVE SPACES TO WS-SLINE5.                                    ZBNKDST1
051700     MOVE '0' TO WS-SLINE5-CC.                                    ZBNKDST1
051800     MOVE 'Total transactions' TO WS-SLINE5-DESC.                 ZBNKDST1
051900     MOVE SMA-HDR-TXN-TOTAL TO WS-SLINE5-AMOUNT.                  ZBNKDST1
052000     MOVE WS-SLINE5 TO STMTOUT-REC.                               ZBNKDST1
052100     PERFORM STMTOUT-PUT.                                         ZBNKDST1
052200     MOVE SPACES TO WS-SLINE5.                                    ZBNKDST1
052300     MOVE ' ' TO WS-SLINE5-CC.                                    ZBNKDST1
052400     MOVE 'Balance' TO WS-SLINE5-DESC.                            ZBNKDST1
052500     MOVE WS-STMT-DTE TO WS-SLINE5-DATE.                          ZBNKDST1
052600     MOVE SMA-HDR-CURR-BAL TO WS-SLINE5-AMOUNT.                   ZBNKDST1
052700     MOVE WS-SLINE5 TO STMTOUT-REC.                               ZBNKDST1
052800     PERFORM STMTOUT-PUT.                                         ZBNKDST1
052900                                                                  ZBNKDST1
053000***************************************************************** ZBNKDST1
053100* Charge the duplicate-statement fee from the account's product * ZBNKDST1
053200* - a product with no fee, or an account no longer on file,     * ZBNKDST1
053300* gets its duplicate free                                       * ZBNKDST1
053400***************************************************************** ZBNKDST1
053500 CHARGE-DUP-FEE.                                                  ZBNKDST1
053600     MOVE WS-STMT-ACCNO TO BAC-REC-ACCNO.                         ZBNKDST1
053700     READ BNKACC-FILE.                                            ZBNKDST1
053800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
053900        MOVE 'Printed - account not on file' TO WS-OUTCOME        ZBNKDST1
054000        GO TO CHARGE-DUP-FEE-EXIT                                 ZBNKDST1
054100     END-IF.                                                      ZBNKDST1
054200     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           ZBNKDST1
054300     READ BNKATYP-FILE.                                           ZBNKDST1
054400     IF WS-BNKATYP-STATUS IS EQUAL TO '00' AND                    ZBNKDST1
054500        BAT-REC-DUPSTMT-FEE IS NUMERIC                            ZBNKDST1
054600        IF BAT-REC-DUPSTMT-FEE IS GREATER THAN ZERO               ZBNKDST1
054700           MOVE BAT-REC-DUPSTMT-FEE TO WS-FEE-AMOUNT              ZBNKDST1
054800        END-IF                                                    ZBNKDST1
054900     END-IF.                                                      ZBNKDST1
055000     IF WS-FEE-AMOUNT IS NOT GREATER THAN ZERO                    ZBNKDST1
055100        MOVE 'Printed - no fee' TO WS-OUTCOME                     ZBNKDST1
055200        GO TO CHARGE-DUP-FEE-EXIT                                 ZBNKDST1
055300     END-IF.                                                      ZBNKDST1
055305                                                                  ZBNKDST1
055310***************************************************************** ZBNKDST1
055315* Nothing is charged to a customer in bankruptcy - the fee is   * ZBNKDST1
055320* listed and totalled as held                                   * ZBNKDST1
055325***************************************************************** ZBNKDST1
055330     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKDST1
055335        MOVE BAC-REC-PID TO BKR-REC-PID                           ZBNKDST1
055340        READ BNKBKRP-FILE                                         ZBNKDST1
055345        IF WS-BNKBKRP-STATUS IS EQUAL TO '00' AND                 ZBNKDST1
055350           BKR-CASE-ACTIVE                                        ZBNKDST1
055355           ADD 1 TO WS-FEES-BKR-HELD                              ZBNKDST1
055360           ADD WS-FEE-AMOUNT TO WS-BKR-HELD-TOTAL                 ZBNKDST1
055365           MOVE 'Printed - fee held, bankruptcy' TO WS-OUTCOME    ZBNKDST1
055370           GO TO CHARGE-DUP-FEE-EXIT                              ZBNKDST1
055375        END-IF                                                    ZBNKDST1
055380     END-IF.                                                      ZBNKDST1
055385                                                                  ZBNKDST1
055400     SUBTRACT WS-FEE-AMOUNT FROM BAC-REC-BALANCE.                 ZBNKDST1
055500     REWRITE BAC-RECORD                                           ZBNKDST1
055600     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKDST1
055700     PERFORM JOURNAL-BNKACC.                                      ZBNKDST1
055800     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
055900        MOVE 'Unable to charge duplicate statement fee'           ZBNKDST1
056000          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
056100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
056200        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKDST1
056300        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
056400        PERFORM ABORT-PROGRAM                                     ZBNKDST1
056500     END-IF.                                                      ZBNKDST1
056600     PERFORM WRITE-FEE-AUDIT.                                     ZBNKDST1
056700     ADD 1 TO WS-FEES-CHARGED.                                    ZBNKDST1
056800     ADD WS-FEE-AMOUNT TO WS-AMOUNT-FEES.                         ZBNKDST1
056900     MOVE 'Printed - fee charged' TO WS-OUTCOME.                  ZBNKDST1
057000 CHARGE-DUP-FEE-EXIT.                                             ZBNKDST1
057100     EXIT.                                                        ZBNKDST1
057200                                                                  ZBNKDST1
057300***************************************************************** ZBNKDST1
057400* Write the BNKTXN entry for the fee under the fee type the     * ZBNKDST1
057500* ledger feed maps to fee income                                * ZBNKDST1
057600***************************************************************** ZBNKDST1
057700 WRITE-FEE-AUDIT.                                                 ZBNKDST1
057800 COPY CTSTAMPP.                                                   ZBNKDST1
057900     MOVE WS-TXN-SEQ TO WS-TS-TIME-DDDDDD (3:4).                  ZBNKDST1
058000     ADD 1 TO WS-TXN-SEQ.                                         ZBNKDST1
058100     MOVE '5' TO WS-TIMESTAMP (26:1).                             ZBNKDST1
058200                                                                  ZBNKDST1
058300     MOVE SPACES TO BTX-RECORD.                                   ZBNKDST1
058400     MOVE BAC-REC-PID TO BTX-REC-PID.                             ZBNKDST1
058500     MOVE 'F' TO BTX-REC-TYPE.                                    ZBNKDST1
058600     MOVE '6' TO BTX-REC-SUB-TYPE.                                ZBNKDST1
058700     MOVE WS-STMT-ACCNO TO BTX-REC-ACCNO.                         ZBNKDST1
058800     MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.                      ZBNKDST1
058900     COMPUTE BTX-REC-AMOUNT = WS-FEE-AMOUNT * -1.                 ZBNKDST1
059000     MOVE SPACES TO TXN-DATA.                                     ZBNKDST1
059100     STRING 'Duplicate statement ' DELIMITED BY SIZE              ZBNKDST1
059200            WS-STMT-DTE DELIMITED BY SIZE                         ZBNKDST1
059300       INTO TXN-T1-OLD-DESC.                                      ZBNKDST1
059400     MOVE TXN-DATA-OLD TO BTX-REC-DATA-OLD.                       ZBNKDST1
059500     MOVE TXN-DATA-NEW TO BTX-REC-DATA-NEW.                       ZBNKDST1
059600     MOVE SPACES TO BTX-REC-FILLER (1:16).                        ZBNKDST1
059700     MOVE 'DST' TO BTX-REC-FILLER (1:3).                          ZBNKDST1
059800     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     ZBNKDST1
059900     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      ZBNKDST1
060000     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             ZBNKDST1
060100     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       ZBNKDST1
060200                           WS-TWOS-COMP-INPUT                     ZBNKDST1
060300                           WS-TWOS-COMP-OUTPUT                    ZBNKDST1
060400                           WS-TWOS-COMP-FORMAT.                   ZBNKDST1
060500     MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.            ZBNKDST1
060600 COPY CBANKTXP.                                                   ZBNKDST1
060700     WRITE BTX-RECORD                                             ZBNKDST1
060800     SET JRN-CTL-ADD TO TRUE                                      ZBNKDST1
060900     PERFORM JOURNAL-BNKTXN.                                      ZBNKDST1
061000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
061100        MOVE 'Unable to write duplicate statement fee'            ZBNKDST1
061200          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
061300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
061400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKDST1
061500        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
061600        PERFORM ABORT-PROGRAM                                     ZBNKDST1
061700     END-IF.                                                      ZBNKDST1
061800                                                                  ZBNKDST1
061900***************************************************************** ZBNKDST1
062000* List one duplicate printed with its outcome                   * ZBNKDST1
062100***************************************************************** ZBNKDST1
062200 PRINT-DUP-LINE.                                                  ZBNKDST1
062300     MOVE WS-STMT-ACCNO TO WS-LINE4-ACCNO.                        ZBNKDST1
062400     MOVE WS-STMT-DTE TO WS-LINE4-STMT-DTE.                       ZBNKDST1
062500     MOVE SMA-HDR-DUP-USERID TO WS-LINE4-USERID.                  ZBNKDST1
062600     MOVE WS-FEE-AMOUNT TO WS-LINE4-FEE.                          ZBNKDST1
062700     MOVE WS-OUTCOME TO WS-LINE4-OUTCOME.                         ZBNKDST1
062800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKDST1
062900     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
063000                                                                  ZBNKDST1
063100***************************************************************** ZBNKDST1
063200* Print the report title and column headings                    * ZBNKDST1
063300***************************************************************** ZBNKDST1
063400 PRINT-REPORT-HEADER.                                             ZBNKDST1
063500     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKDST1
063600     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
063700     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKDST1
063800     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
063900                                                                  ZBNKDST1
064000***************************************************************** ZBNKDST1
064100* Print the control totals                                      * ZBNKDST1
064200***************************************************************** ZBNKDST1
064300 PRINT-REPORT-TOTALS.                                             ZBNKDST1
064400     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKDST1
064500     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
064600     MOVE SPACES TO WS-LINE5.                                     ZBNKDST1
064700     MOVE 'Statements examined' TO WS-LINE5-DESC.                 ZBNKDST1
064800     MOVE WS-STMTS-SCANNED TO WS-LINE5-COUNT.                     ZBNKDST1
064900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065000     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
065100     MOVE 'Duplicates printed' TO WS-LINE5-DESC.                  ZBNKDST1
065200     MOVE WS-DUPS-PRINTED TO WS-LINE5-COUNT.                      ZBNKDST1
065300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065400     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
065500     MOVE 'Fees charged' TO WS-LINE5-DESC.                        ZBNKDST1
065600     MOVE WS-FEES-CHARGED TO WS-LINE5-COUNT.                      ZBNKDST1
065700     MOVE WS-AMOUNT-FEES TO WS-LINE5-AMOUNT.                      ZBNKDST1
065800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065900     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
065906     MOVE 'Fees held - bankruptcy' TO WS-LINE5-DESC.              ZBNKDST1
065912     MOVE WS-FEES-BKR-HELD TO WS-LINE5-COUNT.                     ZBNKDST1
065918     MOVE WS-BKR-HELD-TOTAL TO WS-LINE5-AMOUNT.                   ZBNKDST1
065924     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065930     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
065936     MOVE ZERO TO WS-LINE5-AMOUNT.                                ZBNKDST1
065942     MOVE 'Duplicates by e-mail' TO WS-LINE5-DESC.                ZBNKDST1
065948     MOVE WS-DUPS-EMAILED TO WS-LINE5-COUNT.                      ZBNKDST1
065954     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065960     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
065966     MOVE 'Held - address undeliverable' TO WS-LINE5-DESC.        ZBNKDST1
065972     MOVE WS-DUPS-HELD TO WS-LINE5-COUNT.                         ZBNKDST1
065978     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKDST1
065984     PERFORM PRINTOUT-PUT.                                        ZBNKDST1
066000                                                                  ZBNKDST1
066100***************************************************************** ZBNKDST1
066166* Write a record to the duplicate statement print stream, or to * ZBNKDST1
066232* the e-mail stream                                             * ZBNKDST1
066300***************************************************************** ZBNKDST1
066400 STMTOUT-PUT.                                                     ZBNKDST1
066445     IF WS-STMT-CHANNEL IS EQUAL TO 'E'                           ZBNKDST1
066490        WRITE STMTOUTE-REC FROM STMTOUT-REC                       ZBNKDST1
066535        IF WS-STMTOUTE-STATUS IS NOT EQUAL TO '00'                ZBNKDST1
066580          MOVE 'STMTOUTE error writing file...'                   ZBNKDST1
066625            TO WS-CONSOLE-MESSAGE                                 ZBNKDST1
066670          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKDST1
066715          MOVE WS-STMTOUTE-STATUS TO WS-IO-STATUS                 ZBNKDST1
066760          PERFORM DISPLAY-IO-STATUS                               ZBNKDST1
066805          PERFORM ABORT-PROGRAM                                   ZBNKDST1
066850        END-IF                                                    ZBNKDST1
066895     ELSE                                                         ZBNKDST1
066940        WRITE STMTOUT-REC                                         ZBNKDST1
066985        IF WS-STMTOUT-STATUS IS NOT EQUAL TO '00'                 ZBNKDST1
067030          MOVE 'STMTOUT error writing file...'                    ZBNKDST1
067075            TO WS-CONSOLE-MESSAGE                                 ZBNKDST1
067120          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKDST1
067165          MOVE WS-STMTOUT-STATUS TO WS-IO-STATUS                  ZBNKDST1
067210          PERFORM DISPLAY-IO-STATUS                               ZBNKDST1
067255          PERFORM ABORT-PROGRAM                                   ZBNKDST1
067300        END-IF                                                    ZBNKDST1
067345     END-IF.                                                      ZBNKDST1
067400                                                                  ZBNKDST1
067500***************************************************************** ZBNKDST1
067600* Write a record to the sequential print file                   * ZBNKDST1
067700***************************************************************** ZBNKDST1
067800 PRINTOUT-PUT.                                                    ZBNKDST1
067900     WRITE PRINTOUT-REC.                                          ZBNKDST1
068000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDST1
068100       MOVE 'PRINTOUT error writing file...'                      ZBNKDST1
068200         TO WS-CONSOLE-MESSAGE                                    ZBNKDST1
068300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKDST1
068400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKDST1
068500       PERFORM DISPLAY-IO-STATUS                                  ZBNKDST1
068600       PERFORM ABORT-PROGRAM                                      ZBNKDST1
068700     END-IF.                                                      ZBNKDST1
068800                                                                  ZBNKDST1
068900***************************************************************** ZBNKDST1
069000* Open the files                                                * ZBNKDST1
069100***************************************************************** ZBNKDST1
069200 OPEN-ALL-FILES.                                                  ZBNKDST1
069300     OPEN I-O BNKSTMA-FILE.                                       ZBNKDST1
069400     IF WS-BNKSTMA-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
069500        MOVE 'BNKSTMA file open failure...'                       ZBNKDST1
069600          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
069700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
069800        MOVE WS-BNKSTMA-STATUS TO WS-IO-STATUS                    ZBNKDST1
069900        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
070000        PERFORM ABORT-PROGRAM                                     ZBNKDST1
070100     END-IF.                                                      ZBNKDST1
070200     OPEN I-O BNKACC-FILE.                                        ZBNKDST1
070300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
070400        MOVE 'BNKACC file open failure...'                        ZBNKDST1
070500          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
070700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKDST1
070800        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
070900        PERFORM ABORT-PROGRAM                                     ZBNKDST1
071000     END-IF.                                                      ZBNKDST1
071100     OPEN INPUT BNKATYP-FILE.                                     ZBNKDST1
071200     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
071300        MOVE 'BNKATYP file open failure...'                       ZBNKDST1
071400          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
071500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
071600        MOVE WS-BNKATYP-STATUS TO WS-IO-STATUS                    ZBNKDST1
071700        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
071800        PERFORM ABORT-PROGRAM                                     ZBNKDST1
071900     END-IF.                                                      ZBNKDST1
072000     OPEN I-O BNKTXN-FILE.                                        ZBNKDST1
072100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKDST1
072200        MOVE 'BNKTXN file open failure...'                        ZBNKDST1
072300          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
072400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
072500        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKDST1
072600        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
072700        PERFORM ABORT-PROGRAM                                     ZBNKDST1
072800     END-IF.                                                      ZBNKDST1
072806     OPEN INPUT BNKCUST-FILE.                                     ZBNKDST1
072812     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
072818        MOVE 'BNKCUST file open failure...'                       ZBNKDST1
072824          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
072830        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
072836        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKDST1
072842        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
072848        PERFORM ABORT-PROGRAM                                     ZBNKDST1
072854     END-IF.                                                      ZBNKDST1
072860* The bankruptcy case file is optional - no cases, nothing held   ZBNKDST1
072866     OPEN INPUT BNKBKRP-FILE.                                     ZBNKDST1
072872     IF WS-BNKBKRP-STATUS IS EQUAL TO '00'                        ZBNKDST1
072878        MOVE 'Y' TO WS-BKRP-OPEN                                  ZBNKDST1
072884     END-IF.                                                      ZBNKDST1
072900     OPEN OUTPUT STMTOUT-FILE.                                    ZBNKDST1
073000     IF WS-STMTOUT-STATUS IS NOT EQUAL TO '00'                    ZBNKDST1
073100        MOVE 'STMTOUT file open failure...'                       ZBNKDST1
073200          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
073300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
073400        MOVE WS-STMTOUT-STATUS TO WS-IO-STATUS                    ZBNKDST1
073500        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
073600        PERFORM ABORT-PROGRAM                                     ZBNKDST1
073700     END-IF.                                                      ZBNKDST1
073710     OPEN OUTPUT STMTOUTE-FILE.                                   ZBNKDST1
073720     IF WS-STMTOUTE-STATUS IS NOT EQUAL TO '00'                   ZBNKDST1
073730        MOVE 'STMTOUTE file open failure...'                      ZBNKDST1
073740          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
073750        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
073760        MOVE WS-STMTOUTE-STATUS TO WS-IO-STATUS                   ZBNKDST1
073770        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
073780        PERFORM ABORT-PROGRAM                                     ZBNKDST1
073790     END-IF.                                                      ZBNKDST1
073800     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKDST1
073900     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKDST1
074000        MOVE 'PRINTOUT file open failure...'                      ZBNKDST1
074100          TO WS-CONSOLE-MESSAGE                                   ZBNKDST1
074200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
074300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKDST1
074400        PERFORM DISPLAY-IO-STATUS                                 ZBNKDST1
074500        PERFORM ABORT-PROGRAM                                     ZBNKDST1
074600     END-IF.                                                      ZBNKDST1
074700                                                                  ZBNKDST1
074800***************************************************************** ZBNKDST1
074900* Close the files                                               * ZBNKDST1
075000***************************************************************** ZBNKDST1
075100 CLOSE-ALL-FILES.                                                 ZBNKDST1
075200     CLOSE BNKSTMA-FILE.                                          ZBNKDST1
075300     CLOSE BNKACC-FILE.                                           ZBNKDST1
075400     CLOSE BNKATYP-FILE.                                          ZBNKDST1
075500     CLOSE BNKTXN-FILE.                                           ZBNKDST1
075520     CLOSE BNKCUST-FILE.                                          ZBNKDST1
075540     IF WS-BKRP-OPEN IS EQUAL TO 'Y'                              ZBNKDST1
075560        CLOSE BNKBKRP-FILE                                        ZBNKDST1
075580     END-IF.                                                      ZBNKDST1
075600     CLOSE STMTOUT-FILE.                                          ZBNKDST1
075650     CLOSE STMTOUTE-FILE.                                         ZBNKDST1
075700     CLOSE PRINTOUT-FILE.                                         ZBNKDST1
075800                                                                  ZBNKDST1
075900***************************************************************** ZBNKDST1
076000* Journal the BNKACC record just added, changed or deleted so   * ZBNKDST1
076100* it can be rolled forward onto a reload                        * ZBNKDST1
076200***************************************************************** ZBNKDST1
076300 JOURNAL-BNKACC.                                                  ZBNKDST1
076400     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKDST1
076500     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDST1
076600     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKDST1
076700     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDST1
076800     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDST1
076900     IF JRN-CTL-ERROR                                             ZBNKDST1
077000        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDST1
077100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
077200        PERFORM ABORT-PROGRAM                                     ZBNKDST1
077300     END-IF.                                                      ZBNKDST1
077400                                                                  ZBNKDST1
077500***************************************************************** ZBNKDST1
077600* Journal the BNKTXN record just added, changed or deleted so   * ZBNKDST1
077700* it can be rolled forward onto a reload                        * ZBNKDST1
077800***************************************************************** ZBNKDST1
077900 JOURNAL-BNKTXN.                                                  ZBNKDST1
078000     MOVE 'BNKTXN' TO JRN-CTL-FILE.                               ZBNKDST1
078100     MOVE WS-BNKTXN-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKDST1
078200     MOVE BNKTXN-REC TO JRN-CTL-IMAGE.                            ZBNKDST1
078300     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKDST1
078400     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKDST1
078500     IF JRN-CTL-ERROR                                             ZBNKDST1
078600        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKDST1
078700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
078800        PERFORM ABORT-PROGRAM                                     ZBNKDST1
078900     END-IF.                                                      ZBNKDST1
079000                                                                  ZBNKDST1
079100                                                                  ZBNKDST1
079200***************************************************************** ZBNKDST1
079300* Display the file status bytes. This routine will display as   * ZBNKDST1
079400* two digits if the full two byte file status is numeric. If    * ZBNKDST1
079500* second byte is non-numeric then it will be treated as a       * ZBNKDST1
079600* binary number.                                                * ZBNKDST1
079700***************************************************************** ZBNKDST1
079800 DISPLAY-IO-STATUS.                                               ZBNKDST1
079900     IF WS-IO-STATUS NUMERIC                                      ZBNKDST1
080000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDST1
080100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDST1
080200               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKDST1
080300          INTO WS-CONSOLE-MESSAGE                                 ZBNKDST1
080400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
080500     ELSE                                                         ZBNKDST1
080600        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKDST1
080700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKDST1
080800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKDST1
080900        STRING 'File status -' DELIMITED BY SIZE                  ZBNKDST1
081000               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKDST1
081100               '/' DELIMITED BY SIZE                              ZBNKDST1
081200               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKDST1
081300          INTO WS-CONSOLE-MESSAGE                                 ZBNKDST1
081400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
081500     END-IF.                                                      ZBNKDST1
081600                                                                  ZBNKDST1
081700***************************************************************** ZBNKDST1
081800* 'ABORT' the program.                                          * ZBNKDST1
081900* Post a message to the console and issue a STOP RUN            * ZBNKDST1
082000***************************************************************** ZBNKDST1
082100 ABORT-PROGRAM.                                                   ZBNKDST1
082200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKDST1
082300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKDST1
082400     END-IF.                                                      ZBNKDST1
082500     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKDST1
082600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKDST1
082700     MOVE 16 TO RETURN-CODE.                                      ZBNKDST1
082800     STOP RUN.                                                    ZBNKDST1
082900                                                                  ZBNKDST1
083000***************************************************************** ZBNKDST1
083100* Display CONSOLE messages...                                   * ZBNKDST1
083200***************************************************************** ZBNKDST1
083300 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKDST1
083400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKDST1
083500       UPON CONSOLE.                                              ZBNKDST1
083600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKDST1
083700                                                                  ZBNKDST1
083800 COPY CTIMERP.                                                    ZBNKDST1
083900                                                                  ZBNKDST1
084000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKDST1
