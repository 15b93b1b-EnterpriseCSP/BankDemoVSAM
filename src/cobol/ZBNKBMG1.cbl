000100***************************************************************** ZBNKBMG1
000200*                                                               * ZBNKBMG1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKBMG1
000400*   This demonstration program is provided for use by users     * ZBNKBMG1
000500*   of Micro Focus products and may be used, modified and       * ZBNKBMG1
000600*   distributed as part of your application provided that       * ZBNKBMG1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKBMG1
000800*   in this material.                                           * ZBNKBMG1
000900*                                                               * ZBNKBMG1
001000***************************************************************** ZBNKBMG1
001100                                                                  ZBNKBMG1
001200***************************************************************** ZBNKBMG1
001300* Program:     ZBNKBMG1.CBL                                     * ZBNKBMG1
001400* Function:    Branch closure and migration.  Driven by the     * ZBNKBMG1
001500*              BMGTAB mapping table, which staff maintain - one * ZBNKBMG1
001600*              row per branch being closed or merged, giving    * ZBNKBMG1
001700*              the branch it moves to and the effective date.   * ZBNKBMG1
001800*              Before a row's effective date (or for every row  * ZBNKBMG1
001900*              with PREVIEW in the EXEC PARM) the run only      * ZBNKBMG1
002000*              prints the impact by file - what would move and  * ZBNKBMG1
002100*              what stands in the way.  From the effective date * ZBNKBMG1
002200*              it moves the branch's business:                  * ZBNKBMG1
002300*              - every account on BNKACC carrying the branch    * ZBNKBMG1
002400*                code is re-pointed to the new branch, and each * ZBNKBMG1
002500*                customer with an account that is not closed is * ZBNKBMG1
002600*                sent one notice of their new branch by their   * ZBNKBMG1
002700*                chosen channel;                                * ZBNKBMG1
002800*              - teller drawers on BNKDRWR still open, or dated * ZBNKBMG1
002900*                from the effective date, move with the teller; * ZBNKBMG1
003000*                drawers already closed and proved stay on the  * ZBNKBMG1
003100*                old branch as its history;                     * ZBNKBMG1
003200*              - the branch's ATM terminals on BNKATMM;         * ZBNKBMG1
003300*              - its safe deposit boxes on BNKSDBX, re-keyed    * ZBNKBMG1
003400*                under the new branch with the same box number; * ZBNKBMG1
003500*                a box number already used at the new branch is * ZBNKBMG1
003600*                reported and the box left where it is;         * ZBNKBMG1
003700*              - official cheques still outstanding on BNKOFCQ  * ZBNKBMG1
003800*                (cleared and escheated items are history).     * ZBNKBMG1
003900*              Once nothing is left behind the old branch is    * ZBNKBMG1
004000*              closed on BNKBRCH, with the change written to    * ZBNKBMG1
004100*              the BNKRAUD change audit as the branch screen    * ZBNKBMG1
004200*              writes it; a branch left open is moved the rest  * ZBNKBMG1
004300*              of the way by the next run once the box numbers  * ZBNKBMG1
004400*              are sorted out.  Active staff still on the old   * ZBNKBMG1
004500*              branch are counted for reassignment through the  * ZBNKBMG1
004600*              staff screens.  The branch-level reports and the * ZBNKBMG1
004700*              KYC work queue take the branch from these files, * ZBNKBMG1
004800*              so they show the move from the next day.         * ZBNKBMG1
004900*              A row is rejected with the reason when either    * ZBNKBMG1
005000*              branch is not on BNKBRCH, the new branch is      * ZBNKBMG1
005100*              closed or is itself being migrated, or the old   * ZBNKBMG1
005200*              branch is on the table twice.  A branch already  * ZBNKBMG1
005300*              closed is reported as migrated.                  * ZBNKBMG1
005400*              Every account update is journaled through        * ZBNKBMG1
005500*              UJOURNL for forward recovery, and each notice is * ZBNKBMG1
005600*              added to the correspondence history through      * ZBNKBMG1
005700*              UCORREG.                                         * ZBNKBMG1
005800***************************************************************** ZBNKBMG1
005900                                                                  ZBNKBMG1
006000 IDENTIFICATION DIVISION.                                         ZBNKBMG1
006100 PROGRAM-ID.                                                      ZBNKBMG1
006200     ZBNKBMG1.                                                    ZBNKBMG1
006300 DATE-WRITTEN.                                                    ZBNKBMG1
006400     October 2026.                                                ZBNKBMG1
006500 DATE-COMPILED.                                                   ZBNKBMG1
006600     Today.                                                       ZBNKBMG1
006700                                                                  ZBNKBMG1
006800 ENVIRONMENT DIVISION.                                            ZBNKBMG1
006900 INPUT-OUTPUT   SECTION.                                          ZBNKBMG1
007000   FILE-CONTROL.                                                  ZBNKBMG1
007100     SELECT BMGTAB-FILE                                           ZBNKBMG1
007200            ASSIGN       TO BMGTAB                                ZBNKBMG1
007300            ORGANIZATION IS SEQUENTIAL                            ZBNKBMG1
007400            ACCESS MODE  IS SEQUENTIAL                            ZBNKBMG1
007500            FILE STATUS  IS WS-BMGTAB-STATUS.                     ZBNKBMG1
007600     SELECT BNKBRCH-FILE                                          ZBNKBMG1
007700            ASSIGN       TO BNKBRCH                               ZBNKBMG1
007800            ORGANIZATION IS INDEXED                               ZBNKBMG1
007900            ACCESS MODE  IS RANDOM                                ZBNKBMG1
008000            RECORD KEY   IS BRM-KEY                               ZBNKBMG1
008100            FILE STATUS  IS WS-BNKBRCH-STATUS.                    ZBNKBMG1
008200     SELECT BNKACC-FILE                                           ZBNKBMG1
008300            ASSIGN       TO BNKACC                                ZBNKBMG1
008400            ORGANIZATION IS INDEXED                               ZBNKBMG1
008500            ACCESS MODE  IS DYNAMIC                               ZBNKBMG1
008600            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKBMG1
008700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKBMG1
008800            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKBMG1
008900     SELECT BNKCUST-FILE                                          ZBNKBMG1
009000            ASSIGN       TO BNKCUST                               ZBNKBMG1
009100            ORGANIZATION IS INDEXED                               ZBNKBMG1
009200            ACCESS MODE  IS RANDOM                                ZBNKBMG1
009300            RECORD KEY   IS BCS-REC-PID                           ZBNKBMG1
009400            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKBMG1
009500            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKBMG1
009600            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKBMG1
009700     SELECT BNKDRWR-FILE                                          ZBNKBMG1
009800            ASSIGN       TO BNKDRWR                               ZBNKBMG1
009900            ORGANIZATION IS INDEXED                               ZBNKBMG1
010000            ACCESS MODE  IS DYNAMIC                               ZBNKBMG1
010100            RECORD KEY   IS DRW-KEY                               ZBNKBMG1
010200            FILE STATUS  IS WS-BNKDRWR-STATUS.                    ZBNKBMG1
010300     SELECT BNKATMM-FILE                                          ZBNKBMG1
010400            ASSIGN       TO BNKATMM                               ZBNKBMG1
010500            ORGANIZATION IS INDEXED                               ZBNKBMG1
010600            ACCESS MODE  IS DYNAMIC                               ZBNKBMG1
010700            RECORD KEY   IS ATM-KEY                               ZBNKBMG1
010800            FILE STATUS  IS WS-BNKATMM-STATUS.                    ZBNKBMG1
010900     SELECT BNKSDBX-FILE                                          ZBNKBMG1
011000            ASSIGN       TO BNKSDBX                               ZBNKBMG1
011100            ORGANIZATION IS INDEXED                               ZBNKBMG1
011200            ACCESS MODE  IS DYNAMIC                               ZBNKBMG1
011300            RECORD KEY   IS SDB-KEY                               ZBNKBMG1
011400            FILE STATUS  IS WS-BNKSDBX-STATUS.                    ZBNKBMG1
011500     SELECT BNKOFCQ-FILE                                          ZBNKBMG1
011600            ASSIGN       TO BNKOFCQ                               ZBNKBMG1
011700            ORGANIZATION IS INDEXED                               ZBNKBMG1
011800            ACCESS MODE  IS DYNAMIC                               ZBNKBMG1
011900            RECORD KEY   IS OFC-KEY                               ZBNKBMG1
012000            FILE STATUS  IS WS-BNKOFCQ-STATUS.                    ZBNKBMG1
012100     SELECT BNKSTAF-FILE                                          ZBNKBMG1
012200            ASSIGN       TO BNKSTAF                               ZBNKBMG1
012300            ORGANIZATION IS INDEXED                               ZBNKBMG1
012400            ACCESS MODE  IS SEQUENTIAL                            ZBNKBMG1
012500            RECORD KEY   IS STF-KEY                               ZBNKBMG1
012600            FILE STATUS  IS WS-BNKSTAF-STATUS.                    ZBNKBMG1
012700     SELECT BNKRAUD-FILE                                          ZBNKBMG1
012800            ASSIGN       TO BNKRAUD                               ZBNKBMG1
012900            ORGANIZATION IS INDEXED                               ZBNKBMG1
013000            ACCESS MODE  IS RANDOM                                ZBNKBMG1
013100            RECORD KEY   IS RAU-KEY                               ZBNKBMG1
013200            FILE STATUS  IS WS-BNKRAUD-STATUS.                    ZBNKBMG1
013300     SELECT BMGLTR-FILE                                           ZBNKBMG1
013400            ASSIGN       TO BMGLTR                                ZBNKBMG1
013500            ORGANIZATION IS SEQUENTIAL                            ZBNKBMG1
013600            ACCESS MODE  IS SEQUENTIAL                            ZBNKBMG1
013700            FILE STATUS  IS WS-BMGLTR-STATUS.                     ZBNKBMG1
013800     SELECT PRINTOUT-FILE                                         ZBNKBMG1
013900            ASSIGN       TO PRINTOUT                              ZBNKBMG1
014000            ORGANIZATION IS SEQUENTIAL                            ZBNKBMG1
014100            ACCESS MODE  IS SEQUENTIAL                            ZBNKBMG1
014200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKBMG1
014300                                                                  ZBNKBMG1
014400 DATA DIVISION.                                                   ZBNKBMG1
014500 FILE SECTION.                                                    ZBNKBMG1
014600                                                                  ZBNKBMG1
014700 FD  BMGTAB-FILE.                                                 ZBNKBMG1
014800 01  BMGTAB-REC.                                                  ZBNKBMG1
014900   05  BMT-FROM-BRANCH                       PIC X(3).            ZBNKBMG1
015000   05  FILLER                                PIC X(1).            ZBNKBMG1
015100   05  BMT-TO-BRANCH                         PIC X(3).            ZBNKBMG1
015200   05  FILLER                                PIC X(1).            ZBNKBMG1
015300   05  BMT-EFF-DATE                          PIC X(10).           ZBNKBMG1
015400   05  FILLER                                PIC X(62).           ZBNKBMG1
015500                                                                  ZBNKBMG1
015600 FD  BNKBRCH-FILE.                                                ZBNKBMG1
015700 01  BNKBRCH-REC.                                                 ZBNKBMG1
015800 COPY CBANKVBM.                                                   ZBNKBMG1
015900                                                                  ZBNKBMG1
016000 FD  BNKACC-FILE.                                                 ZBNKBMG1
016100 01  BNKACC-REC.                                                  ZBNKBMG1
016200 COPY CBANKVAC.                                                   ZBNKBMG1
016300                                                                  ZBNKBMG1
016400 FD  BNKCUST-FILE.                                                ZBNKBMG1
016500 01  BNKCUST-REC.                                                 ZBNKBMG1
016600 COPY CBANKVCS.                                                   ZBNKBMG1
016700                                                                  ZBNKBMG1
016800 FD  BNKDRWR-FILE.                                                ZBNKBMG1
016900 01  BNKDRWR-REC.                                                 ZBNKBMG1
017000 COPY CBANKVDR.                                                   ZBNKBMG1
017100                                                                  ZBNKBMG1
017200 FD  BNKATMM-FILE.                                                ZBNKBMG1
017300 01  BNKATMM-REC.                                                 ZBNKBMG1
017400 COPY CBANKVAM.                                                   ZBNKBMG1
017500                                                                  ZBNKBMG1
017600 FD  BNKSDBX-FILE.                                                ZBNKBMG1
017700 01  BNKSDBX-REC.                                                 ZBNKBMG1
017800 COPY CBANKVSB.                                                   ZBNKBMG1
017900                                                                  ZBNKBMG1
018000 FD  BNKOFCQ-FILE.                                                ZBNKBMG1
018100 01  BNKOFCQ-REC.                                                 ZBNKBMG1
018200 COPY CBANKVOC.                                                   ZBNKBMG1
018300                                                                  ZBNKBMG1
018400 FD  BNKSTAF-FILE.                                                ZBNKBMG1
018500 01  BNKSTAF-REC.                                                 ZBNKBMG1
018600 COPY CBANKVSF.                                                   ZBNKBMG1
018700                                                                  ZBNKBMG1
018800 FD  BNKRAUD-FILE.                                                ZBNKBMG1
018900 01  BNKRAUD-REC.                                                 ZBNKBMG1
019000 COPY CBANKVRA.                                                   ZBNKBMG1
019100                                                                  ZBNKBMG1
019200 FD  BMGLTR-FILE.                                                 ZBNKBMG1
019300 01  BMGLTR-REC.                                                  ZBNKBMG1
019400   05  BML-PID                               PIC X(5).            ZBNKBMG1
019500   05  BML-ACCNO                             PIC X(9).            ZBNKBMG1
019600   05  BML-NAME                              PIC X(25).           ZBNKBMG1
019700   05  BML-ADDR1                             PIC X(25).           ZBNKBMG1
019800   05  BML-ADDR2                             PIC X(25).           ZBNKBMG1
019900   05  BML-STATE                             PIC X(2).            ZBNKBMG1
020000   05  BML-CNTRY                             PIC X(6).            ZBNKBMG1
020100   05  BML-POST-CODE                         PIC X(6).            ZBNKBMG1
020200   05  BML-CHANNEL                           PIC X(1).            ZBNKBMG1
020300   05  BML-OLD-BRANCH                        PIC X(3).            ZBNKBMG1
020400   05  BML-OLD-NAME                          PIC X(25).           ZBNKBMG1
020500   05  BML-NEW-BRANCH                        PIC X(3).            ZBNKBMG1
020600   05  BML-NEW-NAME                          PIC X(25).           ZBNKBMG1
020700   05  BML-NEW-ADDR                          PIC X(25).           ZBNKBMG1
020800   05  BML-EFF-DATE                          PIC X(10).           ZBNKBMG1
020900   05  BML-ACCOUNTS                          PIC 9(3).            ZBNKBMG1
021000   05  FILLER                                PIC X(2).            ZBNKBMG1
021100                                                                  ZBNKBMG1
021200 FD  PRINTOUT-FILE.                                               ZBNKBMG1
021300 01  PRINTOUT-REC                            PIC X(121).          ZBNKBMG1
021400                                                                  ZBNKBMG1
021500 WORKING-STORAGE SECTION.                                         ZBNKBMG1
021600 COPY CJOURNLD.                                                   ZBNKBMG1
021700                                                                  ZBNKBMG1
021800 COPY CCORREGD.                                                   ZBNKBMG1
021900                                                                  ZBNKBMG1
022000 COPY CRUNCTLD.                                                   ZBNKBMG1
022100                                                                  ZBNKBMG1
022200 COPY CTIMERD.                                                    ZBNKBMG1
022300                                                                  ZBNKBMG1
022400 COPY CTSTAMPD.                                                   ZBNKBMG1
022500                                                                  ZBNKBMG1
022600***************************************************************** ZBNKBMG1
022700* The BMGTAB rows in table order, with what each one found and  * ZBNKBMG1
022800* moved.  ACTION is R rejected, D already migrated, P preview   * ZBNKBMG1
022900* (not yet effective) or A apply.                               * ZBNKBMG1
023000***************************************************************** ZBNKBMG1
023100 01  WS-MIGRATIONS.                                               ZBNKBMG1
023200   05  WS-MT-ENTRY OCCURS 50 TIMES.                               ZBNKBMG1
023300     10  WS-MT-FROM                          PIC X(3).            ZBNKBMG1
023400     10  WS-MT-TO                            PIC X(3).            ZBNKBMG1
023500     10  WS-MT-EFF-DATE                      PIC X(10).           ZBNKBMG1
023600     10  WS-MT-FROM-NAME                     PIC X(25).           ZBNKBMG1
023700     10  WS-MT-TO-NAME                       PIC X(25).           ZBNKBMG1
023800     10  WS-MT-TO-ADDR                       PIC X(25).           ZBNKBMG1
023900     10  WS-MT-ACTION                        PIC X(1).            ZBNKBMG1
024000       88  WS-MT-REJECTED                    VALUE 'R'.           ZBNKBMG1
024100       88  WS-MT-DONE                        VALUE 'D'.           ZBNKBMG1
024200       88  WS-MT-PREVIEW                     VALUE 'P'.           ZBNKBMG1
024300       88  WS-MT-APPLY                       VALUE 'A'.           ZBNKBMG1
024400     10  WS-MT-REASON                        PIC X(40).           ZBNKBMG1
024500     10  WS-MT-CLOSED                        PIC X(1).            ZBNKBMG1
024600     10  WS-MT-ACCOUNTS                      PIC 9(7).            ZBNKBMG1
024700     10  WS-MT-BALANCE                       PIC S9(11)V99 COMP-3.ZBNKBMG1
024800     10  WS-MT-NOTICES                       PIC 9(7).            ZBNKBMG1
024900     10  WS-MT-HELD                          PIC 9(7).            ZBNKBMG1
025000     10  WS-MT-DRAWERS                       PIC 9(7).            ZBNKBMG1
025100     10  WS-MT-DRAWERS-LEFT                  PIC 9(7).            ZBNKBMG1
025200     10  WS-MT-ATMS                          PIC 9(7).            ZBNKBMG1
025300     10  WS-MT-BOXES                         PIC 9(7).            ZBNKBMG1
025400     10  WS-MT-BOX-CLASH                     PIC 9(7).            ZBNKBMG1
025500     10  WS-MT-CHEQUES                       PIC 9(7).            ZBNKBMG1
025600     10  WS-MT-CHEQUE-AMT                    PIC S9(11)V99 COMP-3.ZBNKBMG1
025700     10  WS-MT-STAFF                         PIC 9(7).            ZBNKBMG1
025800   05  WS-MT-COUNT                           PIC S9(4) COMP.      ZBNKBMG1
025900   05  WS-MT-SUB                             PIC S9(4) COMP.      ZBNKBMG1
026000   05  WS-MT-SUB2                            PIC S9(4) COMP.      ZBNKBMG1
026100                                                                  ZBNKBMG1
026200***************************************************************** ZBNKBMG1
026300* The customer being worked on the BNKACC pass - per table row, * ZBNKBMG1
026400* how many of their accounts not closed it moves and the first  * ZBNKBMG1
026500* of them, for the one notice per customer per branch           * ZBNKBMG1
026600***************************************************************** ZBNKBMG1
026700 01  WS-CUSTOMER-MOVES.                                           ZBNKBMG1
026800   05  WS-CM-ENTRY OCCURS 50 TIMES.                               ZBNKBMG1
026900     10  WS-CM-MOVED                         PIC 9(3).            ZBNKBMG1
027000     10  WS-CM-ACCNO                         PIC X(9).            ZBNKBMG1
027100   05  WS-CM-PID                             PIC X(5).            ZBNKBMG1
027200   05  WS-CM-SUB                             PIC S9(4) COMP.      ZBNKBMG1
027300                                                                  ZBNKBMG1
027400 01  WS-MISC-STORAGE.                                             ZBNKBMG1
027500   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKBMG1
027600       VALUE 'ZBNKBMG1'.                                          ZBNKBMG1
027700   05  WS-BMGTAB-STATUS.                                          ZBNKBMG1
027800     10  WS-BMGTAB-STAT1                     PIC X(1).            ZBNKBMG1
027900     10  WS-BMGTAB-STAT2                     PIC X(1).            ZBNKBMG1
028000   05  WS-BNKBRCH-STATUS.                                         ZBNKBMG1
028100     10  WS-BNKBRCH-STAT1                    PIC X(1).            ZBNKBMG1
028200     10  WS-BNKBRCH-STAT2                    PIC X(1).            ZBNKBMG1
028300   05  WS-BNKACC-STATUS.                                          ZBNKBMG1
028400     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKBMG1
028500     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKBMG1
028600   05  WS-BNKCUST-STATUS.                                         ZBNKBMG1
028700     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKBMG1
028800     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKBMG1
028900   05  WS-BNKDRWR-STATUS.                                         ZBNKBMG1
029000     10  WS-BNKDRWR-STAT1                    PIC X(1).            ZBNKBMG1
029100     10  WS-BNKDRWR-STAT2                    PIC X(1).            ZBNKBMG1
029200   05  WS-BNKATMM-STATUS.                                         ZBNKBMG1
029300     10  WS-BNKATMM-STAT1                    PIC X(1).            ZBNKBMG1
029400     10  WS-BNKATMM-STAT2                    PIC X(1).            ZBNKBMG1
029500   05  WS-BNKSDBX-STATUS.                                         ZBNKBMG1
029600     10  WS-BNKSDBX-STAT1                    PIC X(1).            ZBNKBMG1
029700     10  WS-BNKSDBX-STAT2                    PIC X(1).            ZBNKBMG1
029800   05  WS-BNKOFCQ-STATUS.                                         ZBNKBMG1
029900     10  WS-BNKOFCQ-STAT1                    PIC X(1).            ZBNKBMG1
030000     10  WS-BNKOFCQ-STAT2                    PIC X(1).            ZBNKBMG1
030100   05  WS-BNKSTAF-STATUS.                                         ZBNKBMG1
030200     10  WS-BNKSTAF-STAT1                    PIC X(1).            ZBNKBMG1
030300     10  WS-BNKSTAF-STAT2                    PIC X(1).            ZBNKBMG1
030400   05  WS-BNKRAUD-STATUS.                                         ZBNKBMG1
030500     10  WS-BNKRAUD-STAT1                    PIC X(1).            ZBNKBMG1
030600     10  WS-BNKRAUD-STAT2                    PIC X(1).            ZBNKBMG1
030700   05  WS-BMGLTR-STATUS.                                          ZBNKBMG1
030800     10  WS-BMGLTR-STAT1                     PIC X(1).            ZBNKBMG1
030900     10  WS-BMGLTR-STAT2                     PIC X(1).            ZBNKBMG1
031000   05  WS-PRINTOUT-STATUS.                                        ZBNKBMG1
031100     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKBMG1
031200     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKBMG1
031300   05  WS-IO-STATUS.                                              ZBNKBMG1
031400     10  WS-IO-STAT1                         PIC X(1).            ZBNKBMG1
031500     10  WS-IO-STAT2                         PIC X(1).            ZBNKBMG1
031600   05  WS-TWO-BYTES.                                              ZBNKBMG1
031700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKBMG1
031800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKBMG1
031900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKBMG1
032000                                             PIC 9(1) COMP.       ZBNKBMG1
032100   05  WS-PREVIEW-ONLY                       PIC X(1)             ZBNKBMG1
032200       VALUE 'N'.                                                 ZBNKBMG1
032300   05  WS-RUN-CTL-USED                       PIC X(1)             ZBNKBMG1
032400       VALUE 'N'.                                                 ZBNKBMG1
032500   05  WS-DRWR-OPEN                          PIC X(1)             ZBNKBMG1
032600       VALUE 'N'.                                                 ZBNKBMG1
032700   05  WS-ATMM-OPEN                          PIC X(1)             ZBNKBMG1
032800       VALUE 'N'.                                                 ZBNKBMG1
032900   05  WS-SDBX-OPEN                          PIC X(1)             ZBNKBMG1
033000       VALUE 'N'.                                                 ZBNKBMG1
033100   05  WS-OFCQ-OPEN                          PIC X(1)             ZBNKBMG1
033200       VALUE 'N'.                                                 ZBNKBMG1
033300   05  WS-STAF-OPEN                          PIC X(1)             ZBNKBMG1
033400       VALUE 'N'.                                                 ZBNKBMG1
033500   05  WS-TODAY                              PIC X(10).           ZBNKBMG1
033600   05  WS-LOOK-BRANCH                        PIC X(3).            ZBNKBMG1
033700   05  WS-WORK-COUNT                         PIC 9(7).            ZBNKBMG1
033800   05  WS-BRANCH-BEFORE                      PIC X(80).           ZBNKBMG1
033900   05  WS-SDB-SAVE                           PIC X(80).           ZBNKBMG1
034000   05  WS-SDB-OLD-KEY                        PIC X(7).            ZBNKBMG1
034100   05  WS-ROWS-READ                          PIC 9(7)             ZBNKBMG1
034200       VALUE ZERO.                                                ZBNKBMG1
034300   05  WS-ROWS-REJECTED                      PIC 9(7)             ZBNKBMG1
034400       VALUE ZERO.                                                ZBNKBMG1
034500   05  WS-ROWS-DONE                          PIC 9(7)             ZBNKBMG1
034600       VALUE ZERO.                                                ZBNKBMG1
034700   05  WS-ROWS-PREVIEW                       PIC 9(7)             ZBNKBMG1
034800       VALUE ZERO.                                                ZBNKBMG1
034900   05  WS-ROWS-APPLY                         PIC 9(7)             ZBNKBMG1
035000       VALUE ZERO.                                                ZBNKBMG1
035100   05  WS-BRANCHES-CLOSED                    PIC 9(7)             ZBNKBMG1
035200       VALUE ZERO.                                                ZBNKBMG1
035300   05  WS-ACCOUNTS-MOVED                     PIC 9(7)             ZBNKBMG1
035400       VALUE ZERO.                                                ZBNKBMG1
035500   05  WS-NOTICES                            PIC 9(7)             ZBNKBMG1
035600       VALUE ZERO.                                                ZBNKBMG1
035700   05  WS-NOTICES-HELD                       PIC 9(7)             ZBNKBMG1
035800       VALUE ZERO.                                                ZBNKBMG1
035900                                                                  ZBNKBMG1
036000 01  WS-REPORT-LINES.                                             ZBNKBMG1
036100   05  WS-LINE1.                                                  ZBNKBMG1
036200     10  WS-LINE1-CC                         PIC X(1)             ZBNKBMG1
036300         VALUE '1'.                                               ZBNKBMG1
036400     10  FILLER                              PIC X(20)            ZBNKBMG1
036500         VALUE SPACES.                                            ZBNKBMG1
036600     10  WS-LINE1-HEAD                       PIC X(30)            ZBNKBMG1
036700         VALUE 'Branch Migration'.                                ZBNKBMG1
036800     10  WS-LINE1-DATE                       PIC X(10).           ZBNKBMG1
036900     10  WS-LINE1-MODE                       PIC X(14).           ZBNKBMG1
037000   05  WS-LINE2.                                                  ZBNKBMG1
037100     10  WS-LINE2-CC                         PIC X(1)             ZBNKBMG1
037200         VALUE '0'.                                               ZBNKBMG1
037300     10  FILLER                              PIC X(5)             ZBNKBMG1
037400         VALUE 'From '.                                           ZBNKBMG1
037500     10  WS-LINE2-FROM                       PIC X(4).            ZBNKBMG1
037600     10  WS-LINE2-FROM-NAME                  PIC X(26).           ZBNKBMG1
037700     10  FILLER                              PIC X(3)             ZBNKBMG1
037800         VALUE 'To '.                                             ZBNKBMG1
037900     10  WS-LINE2-TO                         PIC X(4).            ZBNKBMG1
038000     10  WS-LINE2-TO-NAME                    PIC X(26).           ZBNKBMG1
038100     10  FILLER                              PIC X(10)            ZBNKBMG1
038200         VALUE 'Effective '.                                      ZBNKBMG1
038300     10  WS-LINE2-EFF-DATE                   PIC X(11).           ZBNKBMG1
038400     10  WS-LINE2-STATE                      PIC X(31).           ZBNKBMG1
038500   05  WS-LINE3.                                                  ZBNKBMG1
038600     10  WS-LINE3-CC                         PIC X(1)             ZBNKBMG1
038700         VALUE ' '.                                               ZBNKBMG1
038800     10  FILLER                              PIC X(5)             ZBNKBMG1
038900         VALUE SPACES.                                            ZBNKBMG1
039000     10  WS-LINE3-TEXT                       PIC X(60).           ZBNKBMG1
039100   05  WS-LINE4.                                                  ZBNKBMG1
039200     10  WS-LINE4-CC                         PIC X(1)             ZBNKBMG1
039300         VALUE ' '.                                               ZBNKBMG1
039400     10  FILLER                              PIC X(5)             ZBNKBMG1
039500         VALUE SPACES.                                            ZBNKBMG1
039600     10  WS-LINE4-FILE                       PIC X(9).            ZBNKBMG1
039700     10  WS-LINE4-DESC                       PIC X(45).           ZBNKBMG1
039800     10  WS-LINE4-COUNT                      PIC ZZZZZZ9.         ZBNKBMG1
039900     10  FILLER                              PIC X(3)             ZBNKBMG1
040000         VALUE SPACES.                                            ZBNKBMG1
040100     10  WS-LINE4-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-. ZBNKBMG1
040200   05  WS-LINE5.                                                  ZBNKBMG1
040300     10  WS-LINE5-CC                         PIC X(1)             ZBNKBMG1
040400         VALUE ' '.                                               ZBNKBMG1
040500     10  WS-LINE5-TEXT                       PIC X(40).           ZBNKBMG1
040600     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKBMG1
040700                                                                  ZBNKBMG1
040800 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKBMG1
040900                                                                  ZBNKBMG1
041000 LINKAGE SECTION.                                                 ZBNKBMG1
041100 01  LK-EXEC-PARM.                                                ZBNKBMG1
041200   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKBMG1
041300   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKBMG1
041400                                                                  ZBNKBMG1
041500 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKBMG1
041600                                                                  ZBNKBMG1
041700     PERFORM RUN-TIME.                                            ZBNKBMG1
041800                                                                  ZBNKBMG1
041900     MOVE 'Branch migration run starting'                         ZBNKBMG1
042000       TO WS-CONSOLE-MESSAGE.                                     ZBNKBMG1
042100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBMG1
042200                                                                  ZBNKBMG1
042300     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKBMG1
042400        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'PREVIEW'             ZBNKBMG1
042500        MOVE 'Y' TO WS-PREVIEW-ONLY                               ZBNKBMG1
042600        MOVE ' - PREVIEW' TO WS-LINE1-MODE                        ZBNKBMG1
042700     END-IF.                                                      ZBNKBMG1
042800                                                                  ZBNKBMG1
042900*    A preview changes nothing, so only a run that may move a     ZBNKBMG1
043000*    branch is held to the schedule                               ZBNKBMG1
043100     IF WS-PREVIEW-ONLY IS NOT EQUAL TO 'Y'                       ZBNKBMG1
043200        MOVE SPACES TO RUN-CTL-DATA                               ZBNKBMG1
043300        SET RUN-CTL-CHECK-START TO TRUE                           ZBNKBMG1
043400        MOVE WS-PROGRAM-ID TO RUN-CTL-JOB                         ZBNKBMG1
043500        MOVE SPACES TO RUN-CTL-PREDECESSOR                        ZBNKBMG1
043600        IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND               ZBNKBMG1
043700           LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'          ZBNKBMG1
043800           SET RUN-CTL-RESTART-YES TO TRUE                        ZBNKBMG1
043900        END-IF                                                    ZBNKBMG1
044000        CALL 'URUNCTL' USING RUN-CTL-DATA                         ZBNKBMG1
044100        IF NOT RUN-CTL-OK                                         ZBNKBMG1
044200           MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                 ZBNKBMG1
044300           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKBMG1
044400           MOVE 'Schedule order problem - job not run'            ZBNKBMG1
044500             TO WS-CONSOLE-MESSAGE                                ZBNKBMG1
044600           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKBMG1
044700           MOVE 8 TO RETURN-CODE                                  ZBNKBMG1
044800           GOBACK                                                 ZBNKBMG1
044900        END-IF                                                    ZBNKBMG1
045000        MOVE 'Y' TO WS-RUN-CTL-USED                               ZBNKBMG1
045100     END-IF.                                                      ZBNKBMG1
045200                                                                  ZBNKBMG1
045300 COPY CTSTAMPP.                                                   ZBNKBMG1
045400     MOVE WS-TS-DATE TO WS-TODAY.                                 ZBNKBMG1
045500                                                                  ZBNKBMG1
045600     PERFORM OPEN-FILES.                                          ZBNKBMG1
045700     PERFORM PRINT-REPORT-HEADER.                                 ZBNKBMG1
045800                                                                  ZBNKBMG1
045900     PERFORM LOAD-MIGRATIONS THRU                                 ZBNKBMG1
046000             LOAD-MIGRATIONS-EXIT.                                ZBNKBMG1
046100     MOVE 1 TO WS-MT-SUB.                                         ZBNKBMG1
046200     PERFORM UNTIL WS-MT-SUB IS GREATER THAN WS-MT-COUNT          ZBNKBMG1
046300        PERFORM CHECK-MIGRATION THRU                              ZBNKBMG1
046400                CHECK-MIGRATION-EXIT                              ZBNKBMG1
046500        ADD 1 TO WS-MT-SUB                                        ZBNKBMG1
046600     END-PERFORM.                                                 ZBNKBMG1
046700                                                                  ZBNKBMG1
046800     IF WS-ROWS-PREVIEW IS GREATER THAN ZERO OR                   ZBNKBMG1
046900        WS-ROWS-APPLY IS GREATER THAN ZERO                        ZBNKBMG1
047000        PERFORM MOVE-ACCOUNTS THRU                                ZBNKBMG1
047100                MOVE-ACCOUNTS-EXIT                                ZBNKBMG1
047200        PERFORM MOVE-DRAWERS THRU                                 ZBNKBMG1
047300                MOVE-DRAWERS-EXIT                                 ZBNKBMG1
047400        PERFORM MOVE-ATMS THRU                                    ZBNKBMG1
047500                MOVE-ATMS-EXIT                                    ZBNKBMG1
047600        MOVE 1 TO WS-MT-SUB                                       ZBNKBMG1
047700        PERFORM UNTIL WS-MT-SUB IS GREATER THAN WS-MT-COUNT       ZBNKBMG1
047800           PERFORM MOVE-BOXES THRU                                ZBNKBMG1
047900                   MOVE-BOXES-EXIT                                ZBNKBMG1
048000           ADD 1 TO WS-MT-SUB                                     ZBNKBMG1
048100        END-PERFORM                                               ZBNKBMG1
048200        PERFORM MOVE-CHEQUES THRU                                 ZBNKBMG1
048300                MOVE-CHEQUES-EXIT                                 ZBNKBMG1
048400        PERFORM COUNT-STAFF THRU                                  ZBNKBMG1
048500                COUNT-STAFF-EXIT                                  ZBNKBMG1
048600        MOVE 1 TO WS-MT-SUB                                       ZBNKBMG1
048700        PERFORM UNTIL WS-MT-SUB IS GREATER THAN WS-MT-COUNT       ZBNKBMG1
048800           PERFORM CLOSE-OLD-BRANCH THRU                          ZBNKBMG1
048900                   CLOSE-OLD-BRANCH-EXIT                          ZBNKBMG1
049000           ADD 1 TO WS-MT-SUB                                     ZBNKBMG1
049100        END-PERFORM                                               ZBNKBMG1
049200     ELSE                                                         ZBNKBMG1
049300        MOVE 'No branch migration to preview or apply'            ZBNKBMG1
049400          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
049500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
049600     END-IF.                                                      ZBNKBMG1
049700                                                                  ZBNKBMG1
049800     MOVE 1 TO WS-MT-SUB.                                         ZBNKBMG1
049900     PERFORM UNTIL WS-MT-SUB IS GREATER THAN WS-MT-COUNT          ZBNKBMG1
050000        PERFORM PRINT-MIGRATION THRU                              ZBNKBMG1
050100                PRINT-MIGRATION-EXIT                              ZBNKBMG1
050200        ADD 1 TO WS-MT-SUB                                        ZBNKBMG1
050300     END-PERFORM.                                                 ZBNKBMG1
050400     PERFORM PRINT-RUN-TOTALS.                                    ZBNKBMG1
050500     PERFORM CLOSE-FILES.                                         ZBNKBMG1
050600                                                                  ZBNKBMG1
050700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKBMG1
050800     STRING WS-ROWS-READ DELIMITED BY SIZE                        ZBNKBMG1
050900            ' rows, ' DELIMITED BY SIZE                           ZBNKBMG1
051000            WS-ROWS-APPLY DELIMITED BY SIZE                       ZBNKBMG1
051100            ' applied, ' DELIMITED BY SIZE                        ZBNKBMG1
051200            WS-BRANCHES-CLOSED DELIMITED BY SIZE                  ZBNKBMG1
051300            ' branches closed' DELIMITED BY SIZE                  ZBNKBMG1
051400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKBMG1
051500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBMG1
051600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKBMG1
051700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBMG1
051800                                                                  ZBNKBMG1
051900     PERFORM RUN-TIME.                                            ZBNKBMG1
052000                                                                  ZBNKBMG1
052100     IF WS-RUN-CTL-USED IS EQUAL TO 'Y'                           ZBNKBMG1
052200        SET RUN-CTL-MARK-END TO TRUE                              ZBNKBMG1
052300        CALL 'URUNCTL' USING RUN-CTL-DATA                         ZBNKBMG1
052400     END-IF.                                                      ZBNKBMG1
052500                                                                  ZBNKBMG1
052600     MOVE 0 TO RETURN-CODE.                                       ZBNKBMG1
052700                                                                  ZBNKBMG1
052800     GOBACK.                                                      ZBNKBMG1
052900                                                                  ZBNKBMG1
053000***************************************************************** ZBNKBMG1
053100* Load the BMGTAB mapping table.  A blank row or one starting   * ZBNKBMG1
053200* with an asterisk is a comment.                                * ZBNKBMG1
053300***************************************************************** ZBNKBMG1
053400 LOAD-MIGRATIONS.                                                 ZBNKBMG1
053500     MOVE ZERO TO WS-MT-COUNT.                                    ZBNKBMG1
053600     OPEN INPUT BMGTAB-FILE.                                      ZBNKBMG1
053700     IF WS-BMGTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
053800        MOVE 'BMGTAB file open failure...'                        ZBNKBMG1
053900          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
054000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
054100        MOVE WS-BMGTAB-STATUS TO WS-IO-STATUS                     ZBNKBMG1
054200        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
054300        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
054400     END-IF.                                                      ZBNKBMG1
054500 LOAD-MIGRATIONS-LOOP.                                            ZBNKBMG1
054600     READ BMGTAB-FILE.                                            ZBNKBMG1
054700     IF WS-BMGTAB-STATUS IS EQUAL TO '10'                         ZBNKBMG1
054800        GO TO LOAD-MIGRATIONS-DONE                                ZBNKBMG1
054900     END-IF.                                                      ZBNKBMG1
055000     IF WS-BMGTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
055100        MOVE 'BMGTAB read error...' TO WS-CONSOLE-MESSAGE         ZBNKBMG1
055200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
055300        MOVE WS-BMGTAB-STATUS TO WS-IO-STATUS                     ZBNKBMG1
055400        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
055500        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
055600     END-IF.                                                      ZBNKBMG1
055700     IF BMGTAB-REC IS EQUAL TO SPACES OR                          ZBNKBMG1
055800        BMGTAB-REC (1:1) IS EQUAL TO '*'                          ZBNKBMG1
055900        GO TO LOAD-MIGRATIONS-LOOP                                ZBNKBMG1
056000     END-IF.                                                      ZBNKBMG1
056100     IF WS-MT-COUNT IS NOT LESS THAN 50                           ZBNKBMG1
056200        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKBMG1
056300        STRING 'Migration table full - row dropped for '          ZBNKBMG1
056400               DELIMITED BY SIZE                                  ZBNKBMG1
056500               BMT-FROM-BRANCH DELIMITED BY SIZE                  ZBNKBMG1
056600          INTO WS-CONSOLE-MESSAGE                                 ZBNKBMG1
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
056800        GO TO LOAD-MIGRATIONS-LOOP                                ZBNKBMG1
056900     END-IF.                                                      ZBNKBMG1
057000     ADD 1 TO WS-MT-COUNT.                                        ZBNKBMG1
057100     ADD 1 TO WS-ROWS-READ.                                       ZBNKBMG1
057200     MOVE WS-MT-COUNT TO WS-MT-SUB.                               ZBNKBMG1
057300     MOVE BMT-FROM-BRANCH TO WS-MT-FROM (WS-MT-SUB).              ZBNKBMG1
057400     MOVE BMT-TO-BRANCH TO WS-MT-TO (WS-MT-SUB).                  ZBNKBMG1
057500     MOVE BMT-EFF-DATE TO WS-MT-EFF-DATE (WS-MT-SUB).             ZBNKBMG1
057600     MOVE SPACES TO WS-MT-FROM-NAME (WS-MT-SUB).                  ZBNKBMG1
057700     MOVE SPACES TO WS-MT-TO-NAME (WS-MT-SUB).                    ZBNKBMG1
057800     MOVE SPACES TO WS-MT-TO-ADDR (WS-MT-SUB).                    ZBNKBMG1
057900     MOVE SPACES TO WS-MT-ACTION (WS-MT-SUB).                     ZBNKBMG1
058000     MOVE SPACES TO WS-MT-REASON (WS-MT-SUB).                     ZBNKBMG1
058100     MOVE 'N' TO WS-MT-CLOSED (WS-MT-SUB).                        ZBNKBMG1
058200     MOVE ZERO TO WS-MT-ACCOUNTS (WS-MT-SUB).                     ZBNKBMG1
058300     MOVE ZERO TO WS-MT-BALANCE (WS-MT-SUB).                      ZBNKBMG1
058400     MOVE ZERO TO WS-MT-NOTICES (WS-MT-SUB).                      ZBNKBMG1
058500     MOVE ZERO TO WS-MT-HELD (WS-MT-SUB).                         ZBNKBMG1
058600     MOVE ZERO TO WS-MT-DRAWERS (WS-MT-SUB).                      ZBNKBMG1
058700     MOVE ZERO TO WS-MT-DRAWERS-LEFT (WS-MT-SUB).                 ZBNKBMG1
058800     MOVE ZERO TO WS-MT-ATMS (WS-MT-SUB).                         ZBNKBMG1
058900     MOVE ZERO TO WS-MT-BOXES (WS-MT-SUB).                        ZBNKBMG1
059000     MOVE ZERO TO WS-MT-BOX-CLASH (WS-MT-SUB).                    ZBNKBMG1
059100     MOVE ZERO TO WS-MT-CHEQUES (WS-MT-SUB).                      ZBNKBMG1
059200     MOVE ZERO TO WS-MT-CHEQUE-AMT (WS-MT-SUB).                   ZBNKBMG1
059300     MOVE ZERO TO WS-MT-STAFF (WS-MT-SUB).                        ZBNKBMG1
059400     MOVE ZERO TO WS-CM-MOVED (WS-MT-SUB).                        ZBNKBMG1
059500     MOVE SPACES TO WS-CM-ACCNO (WS-MT-SUB).                      ZBNKBMG1
059600     GO TO LOAD-MIGRATIONS-LOOP.                                  ZBNKBMG1
059700 LOAD-MIGRATIONS-DONE.                                            ZBNKBMG1
059800     CLOSE BMGTAB-FILE.                                           ZBNKBMG1
059900     IF WS-MT-COUNT IS EQUAL TO ZERO                              ZBNKBMG1
060000        MOVE 'BMGTAB holds no rows - nothing to migrate'          ZBNKBMG1
060100          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
060200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
060300     END-IF.                                                      ZBNKBMG1
060400 LOAD-MIGRATIONS-EXIT.                                            ZBNKBMG1
060500     EXIT.                                                        ZBNKBMG1
060600                                                                  ZBNKBMG1
060700***************************************************************** ZBNKBMG1
060800* Check one table row and decide what the run does with it -    * ZBNKBMG1
060900* reject it with the reason, report an old branch already       * ZBNKBMG1
061000* closed as migrated, preview it ahead of its effective date or * ZBNKBMG1
061100* apply it                                                      * ZBNKBMG1
061200***************************************************************** ZBNKBMG1
061300 CHECK-MIGRATION.                                                 ZBNKBMG1
061400     IF WS-MT-EFF-DATE (WS-MT-SUB) (1:4) IS NOT NUMERIC OR        ZBNKBMG1
061500        WS-MT-EFF-DATE (WS-MT-SUB) (5:1) IS NOT EQUAL TO '-' OR   ZBNKBMG1
061600        WS-MT-EFF-DATE (WS-MT-SUB) (6:2) IS NOT NUMERIC OR        ZBNKBMG1
061700        WS-MT-EFF-DATE (WS-MT-SUB) (8:1) IS NOT EQUAL TO '-' OR   ZBNKBMG1
061800        WS-MT-EFF-DATE (WS-MT-SUB) (9:2) IS NOT NUMERIC           ZBNKBMG1
061900        MOVE 'Effective date is not CCYY-MM-DD'                   ZBNKBMG1
062000          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
062100        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
062200     END-IF.                                                      ZBNKBMG1
062300     IF WS-MT-FROM (WS-MT-SUB) IS EQUAL TO WS-MT-TO (WS-MT-SUB)   ZBNKBMG1
062400        MOVE 'Old and new branch are the same'                    ZBNKBMG1
062500          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
062600        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
062700     END-IF.                                                      ZBNKBMG1
062800     MOVE 1 TO WS-MT-SUB2.                                        ZBNKBMG1
062900 CHECK-MIGRATION-LOOP.                                            ZBNKBMG1
063000     IF WS-MT-SUB2 IS GREATER THAN WS-MT-COUNT                    ZBNKBMG1
063100        GO TO CHECK-MIGRATION-BRANCHES                            ZBNKBMG1
063200     END-IF.                                                      ZBNKBMG1
063300     IF WS-MT-SUB2 IS LESS THAN WS-MT-SUB AND                     ZBNKBMG1
063400        WS-MT-FROM (WS-MT-SUB2) IS EQUAL TO WS-MT-FROM (WS-MT-SUB)ZBNKBMG1
063500        MOVE 'Old branch is on an earlier row'                    ZBNKBMG1
063600          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
063700        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
063800     END-IF.                                                      ZBNKBMG1
063900     IF WS-MT-SUB2 IS NOT EQUAL TO WS-MT-SUB AND                  ZBNKBMG1
064000        WS-MT-FROM (WS-MT-SUB2) IS EQUAL TO WS-MT-TO (WS-MT-SUB)  ZBNKBMG1
064100        MOVE 'New branch is itself being migrated'                ZBNKBMG1
064200          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
064300        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
064400     END-IF.                                                      ZBNKBMG1
064500     ADD 1 TO WS-MT-SUB2.                                         ZBNKBMG1
064600     GO TO CHECK-MIGRATION-LOOP.                                  ZBNKBMG1
064700 CHECK-MIGRATION-BRANCHES.                                        ZBNKBMG1
064800     MOVE WS-MT-TO (WS-MT-SUB) TO BRM-REC-CODE.                   ZBNKBMG1
064900     PERFORM READ-BRANCH THRU                                     ZBNKBMG1
065000             READ-BRANCH-EXIT.                                    ZBNKBMG1
065100     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
065200        MOVE 'New branch is not on BNKBRCH'                       ZBNKBMG1
065300          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
065400        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
065500     END-IF.                                                      ZBNKBMG1
065600     MOVE BRM-REC-NAME TO WS-MT-TO-NAME (WS-MT-SUB).              ZBNKBMG1
065700     MOVE BRM-REC-ADDR TO WS-MT-TO-ADDR (WS-MT-SUB).              ZBNKBMG1
065800     IF NOT BRM-STATUS-ACTIVE                                     ZBNKBMG1
065900        MOVE 'New branch is closed'                               ZBNKBMG1
066000          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
066100        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
066200     END-IF.                                                      ZBNKBMG1
066300     MOVE WS-MT-FROM (WS-MT-SUB) TO BRM-REC-CODE.                 ZBNKBMG1
066400     PERFORM READ-BRANCH THRU                                     ZBNKBMG1
066500             READ-BRANCH-EXIT.                                    ZBNKBMG1
066600     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
066700        MOVE 'Old branch is not on BNKBRCH'                       ZBNKBMG1
066800          TO WS-MT-REASON (WS-MT-SUB)                             ZBNKBMG1
066900        GO TO CHECK-MIGRATION-REJECT                              ZBNKBMG1
067000     END-IF.                                                      ZBNKBMG1
067100     MOVE BRM-REC-NAME TO WS-MT-FROM-NAME (WS-MT-SUB).            ZBNKBMG1
067200     IF BRM-STATUS-CLOSED                                         ZBNKBMG1
067300        SET WS-MT-DONE (WS-MT-SUB) TO TRUE                        ZBNKBMG1
067400        ADD 1 TO WS-ROWS-DONE                                     ZBNKBMG1
067500        GO TO CHECK-MIGRATION-EXIT                                ZBNKBMG1
067600     END-IF.                                                      ZBNKBMG1
067700     IF WS-PREVIEW-ONLY IS EQUAL TO 'Y' OR                        ZBNKBMG1
067800        WS-MT-EFF-DATE (WS-MT-SUB) IS GREATER THAN WS-TODAY       ZBNKBMG1
067900        SET WS-MT-PREVIEW (WS-MT-SUB) TO TRUE                     ZBNKBMG1
068000        ADD 1 TO WS-ROWS-PREVIEW                                  ZBNKBMG1
068100     ELSE                                                         ZBNKBMG1
068200        SET WS-MT-APPLY (WS-MT-SUB) TO TRUE                       ZBNKBMG1
068300        ADD 1 TO WS-ROWS-APPLY                                    ZBNKBMG1
068400     END-IF.                                                      ZBNKBMG1
068500     GO TO CHECK-MIGRATION-EXIT.                                  ZBNKBMG1
068600 CHECK-MIGRATION-REJECT.                                          ZBNKBMG1
068700     SET WS-MT-REJECTED (WS-MT-SUB) TO TRUE.                      ZBNKBMG1
068800     ADD 1 TO WS-ROWS-REJECTED.                                   ZBNKBMG1
068900 CHECK-MIGRATION-EXIT.                                            ZBNKBMG1
069000     EXIT.                                                        ZBNKBMG1
069100                                                                  ZBNKBMG1
069200***************************************************************** ZBNKBMG1
069300* Read a branch master row - the status is left for the caller  * ZBNKBMG1
069400***************************************************************** ZBNKBMG1
069500 READ-BRANCH.                                                     ZBNKBMG1
069600     READ BNKBRCH-FILE.                                           ZBNKBMG1
069700     IF WS-BNKBRCH-STATUS IS EQUAL TO '00' OR                     ZBNKBMG1
069800        WS-BNKBRCH-STATUS IS EQUAL TO '23'                        ZBNKBMG1
069900        GO TO READ-BRANCH-EXIT                                    ZBNKBMG1
070000     END-IF.                                                      ZBNKBMG1
070100     MOVE 'BNKBRCH read error...' TO WS-CONSOLE-MESSAGE.          ZBNKBMG1
070200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBMG1
070300     MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS.                      ZBNKBMG1
070400     PERFORM DISPLAY-IO-STATUS.                                   ZBNKBMG1
070500     PERFORM ABORT-PROGRAM.                                       ZBNKBMG1
070600 READ-BRANCH-EXIT.                                                ZBNKBMG1
070700     EXIT.                                                        ZBNKBMG1
070800                                                                  ZBNKBMG1
070900***************************************************************** ZBNKBMG1
071000* Find the row being previewed or applied for the branch code   * ZBNKBMG1
071100* in WS-LOOK-BRANCH - WS-MT-SUB is zero when there is none      * ZBNKBMG1
071200***************************************************************** ZBNKBMG1
071300 FIND-MIGRATION.                                                  ZBNKBMG1
071400     MOVE 1 TO WS-MT-SUB.                                         ZBNKBMG1
071500 FIND-MIGRATION-LOOP.                                             ZBNKBMG1
071600     IF WS-MT-SUB IS GREATER THAN WS-MT-COUNT                     ZBNKBMG1
071700        MOVE ZERO TO WS-MT-SUB                                    ZBNKBMG1
071800        GO TO FIND-MIGRATION-EXIT                                 ZBNKBMG1
071900     END-IF.                                                      ZBNKBMG1
072000     IF WS-MT-FROM (WS-MT-SUB) IS EQUAL TO WS-LOOK-BRANCH AND     ZBNKBMG1
072100        (WS-MT-PREVIEW (WS-MT-SUB) OR WS-MT-APPLY (WS-MT-SUB))    ZBNKBMG1
072200        GO TO FIND-MIGRATION-EXIT                                 ZBNKBMG1
072300     END-IF.                                                      ZBNKBMG1
072400     ADD 1 TO WS-MT-SUB.                                          ZBNKBMG1
072500     GO TO FIND-MIGRATION-LOOP.                                   ZBNKBMG1
072600 FIND-MIGRATION-EXIT.                                             ZBNKBMG1
072700     EXIT.                                                        ZBNKBMG1
072800                                                                  ZBNKBMG1
072900***************************************************************** ZBNKBMG1
073000* One pass of BNKACC in customer order.  Each account on a      * ZBNKBMG1
073100* branch being migrated is counted and, once its row is in      * ZBNKBMG1
073200* effect, re-pointed to the new branch.  When the customer      * ZBNKBMG1
073300* changes the one before is sent their notices.                 * ZBNKBMG1
073400***************************************************************** ZBNKBMG1
073500 MOVE-ACCOUNTS.                                                   ZBNKBMG1
073600     MOVE SPACES TO WS-CM-PID.                                    ZBNKBMG1
073700     MOVE LOW-VALUES TO BAC-REC-PID.                              ZBNKBMG1
073800     START BNKACC-FILE KEY IS NOT LESS THAN BAC-REC-PID.          ZBNKBMG1
073900     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
074000        GO TO MOVE-ACCOUNTS-EXIT                                  ZBNKBMG1
074100     END-IF.                                                      ZBNKBMG1
074200 MOVE-ACCOUNTS-LOOP.                                              ZBNKBMG1
074300     READ BNKACC-FILE NEXT RECORD.                                ZBNKBMG1
074400     IF WS-BNKACC-STATUS IS EQUAL TO '10'                         ZBNKBMG1
074500        PERFORM NOTIFY-CUSTOMER THRU                              ZBNKBMG1
074600                NOTIFY-CUSTOMER-EXIT                              ZBNKBMG1
074700        GO TO MOVE-ACCOUNTS-EXIT                                  ZBNKBMG1
074800     END-IF.                                                      ZBNKBMG1
074900     IF WS-BNKACC-STAT1 IS NOT EQUAL TO '0'                       ZBNKBMG1
075000        MOVE 'BNKACC read error during scan'                      ZBNKBMG1
075100          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
075200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
075300        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKBMG1
075400        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
075500        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
075600     END-IF.                                                      ZBNKBMG1
075700     IF BAC-REC-PID IS NOT EQUAL TO WS-CM-PID                     ZBNKBMG1
075800        PERFORM NOTIFY-CUSTOMER THRU                              ZBNKBMG1
075900                NOTIFY-CUSTOMER-EXIT                              ZBNKBMG1
076000        MOVE BAC-REC-PID TO WS-CM-PID                             ZBNKBMG1
076100     END-IF.                                                      ZBNKBMG1
076200     MOVE BAC-REC-BRANCH-CODE TO WS-LOOK-BRANCH.                  ZBNKBMG1
076300     PERFORM FIND-MIGRATION THRU                                  ZBNKBMG1
076400             FIND-MIGRATION-EXIT.                                 ZBNKBMG1
076500     IF WS-MT-SUB IS EQUAL TO ZERO                                ZBNKBMG1
076600        GO TO MOVE-ACCOUNTS-LOOP                                  ZBNKBMG1
076700     END-IF.                                                      ZBNKBMG1
076800     ADD 1 TO WS-MT-ACCOUNTS (WS-MT-SUB).                         ZBNKBMG1
076900     ADD BAC-REC-BALANCE TO WS-MT-BALANCE (WS-MT-SUB).            ZBNKBMG1
077000     IF NOT BAC-STATUS-CLOSED                                     ZBNKBMG1
077100        IF WS-CM-MOVED (WS-MT-SUB) IS EQUAL TO ZERO               ZBNKBMG1
077200           MOVE BAC-REC-ACCNO TO WS-CM-ACCNO (WS-MT-SUB)          ZBNKBMG1
077300        END-IF                                                    ZBNKBMG1
077400        ADD 1 TO WS-CM-MOVED (WS-MT-SUB)                          ZBNKBMG1
077500     END-IF.                                                      ZBNKBMG1
077600     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
077700        GO TO MOVE-ACCOUNTS-LOOP                                  ZBNKBMG1
077800     END-IF.                                                      ZBNKBMG1
077900     MOVE WS-MT-TO (WS-MT-SUB) TO BAC-REC-BRANCH-CODE.            ZBNKBMG1
078000     REWRITE BAC-RECORD.                                          ZBNKBMG1
078100     SET JRN-CTL-CHANGE TO TRUE.                                  ZBNKBMG1
078200     PERFORM JOURNAL-BNKACC.                                      ZBNKBMG1
078300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
078400        MOVE 'Unable to re-point account'                         ZBNKBMG1
078500          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
078600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
078700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKBMG1
078800        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
078900        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
079000     END-IF.                                                      ZBNKBMG1
079100     ADD 1 TO WS-ACCOUNTS-MOVED.                                  ZBNKBMG1
079200     GO TO MOVE-ACCOUNTS-LOOP.                                    ZBNKBMG1
079300 MOVE-ACCOUNTS-EXIT.                                              ZBNKBMG1
079400     EXIT.                                                        ZBNKBMG1
079500                                                                  ZBNKBMG1
079600***************************************************************** ZBNKBMG1
079700* The customer just passed had accounts not closed on one or    * ZBNKBMG1
079800* more of the branches - one notice for each branch they move   * ZBNKBMG1
079900* from                                                          * ZBNKBMG1
080000***************************************************************** ZBNKBMG1
080100 NOTIFY-CUSTOMER.                                                 ZBNKBMG1
080200     IF WS-CM-PID IS EQUAL TO SPACES                              ZBNKBMG1
080300        GO TO NOTIFY-CUSTOMER-EXIT                                ZBNKBMG1
080400     END-IF.                                                      ZBNKBMG1
080500     MOVE 1 TO WS-CM-SUB.                                         ZBNKBMG1
080600 NOTIFY-CUSTOMER-LOOP.                                            ZBNKBMG1
080700     IF WS-CM-SUB IS GREATER THAN WS-MT-COUNT                     ZBNKBMG1
080800        GO TO NOTIFY-CUSTOMER-EXIT                                ZBNKBMG1
080900     END-IF.                                                      ZBNKBMG1
081000     IF WS-CM-MOVED (WS-CM-SUB) IS GREATER THAN ZERO              ZBNKBMG1
081100        PERFORM WRITE-NOTICE THRU                                 ZBNKBMG1
081200                WRITE-NOTICE-EXIT                                 ZBNKBMG1
081300        MOVE ZERO TO WS-CM-MOVED (WS-CM-SUB)                      ZBNKBMG1
081400     END-IF.                                                      ZBNKBMG1
081500     ADD 1 TO WS-CM-SUB.                                          ZBNKBMG1
081600     GO TO NOTIFY-CUSTOMER-LOOP.                                  ZBNKBMG1
081700 NOTIFY-CUSTOMER-EXIT.                                            ZBNKBMG1
081800     EXIT.                                                        ZBNKBMG1
081900                                                                  ZBNKBMG1
082000***************************************************************** ZBNKBMG1
082100* The notice of the new branch, by the customer's chosen        * ZBNKBMG1
082200* channel - email stands in for an undeliverable address where  * ZBNKBMG1
082300* there is one, otherwise the notice is held.  A preview only   * ZBNKBMG1
082400* counts the notices the move would send.                       * ZBNKBMG1
082500***************************************************************** ZBNKBMG1
082600 WRITE-NOTICE.                                                    ZBNKBMG1
082700     MOVE WS-CM-PID TO BCS-REC-PID.                               ZBNKBMG1
082800     READ BNKCUST-FILE.                                           ZBNKBMG1
082900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
083000        ADD 1 TO WS-MT-HELD (WS-CM-SUB)                           ZBNKBMG1
083100        GO TO WRITE-NOTICE-EXIT                                   ZBNKBMG1
083200     END-IF.                                                      ZBNKBMG1
083300     MOVE SPACES TO BMGLTR-REC.                                   ZBNKBMG1
083400     EVALUATE TRUE                                                ZBNKBMG1
083500       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKBMG1
083600            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKBMG1
083700         MOVE 'E' TO BML-CHANNEL                                  ZBNKBMG1
083800       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKBMG1
083900         ADD 1 TO WS-MT-HELD (WS-CM-SUB)                          ZBNKBMG1
084000         GO TO WRITE-NOTICE-EXIT                                  ZBNKBMG1
084100       WHEN BCS-REC-SEND-MAIL IS EQUAL TO 'Y'                     ZBNKBMG1
084200         MOVE 'M' TO BML-CHANNEL                                  ZBNKBMG1
084300       WHEN BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKBMG1
084400         MOVE 'E' TO BML-CHANNEL                                  ZBNKBMG1
084500       WHEN OTHER                                                 ZBNKBMG1
084600         ADD 1 TO WS-MT-HELD (WS-CM-SUB)                          ZBNKBMG1
084700         GO TO WRITE-NOTICE-EXIT                                  ZBNKBMG1
084800     END-EVALUATE.                                                ZBNKBMG1
084900     ADD 1 TO WS-MT-NOTICES (WS-CM-SUB).                          ZBNKBMG1
085000     IF NOT WS-MT-APPLY (WS-CM-SUB)                               ZBNKBMG1
085100        GO TO WRITE-NOTICE-EXIT                                   ZBNKBMG1
085200     END-IF.                                                      ZBNKBMG1
085300     MOVE WS-CM-PID TO BML-PID.                                   ZBNKBMG1
085400     MOVE WS-CM-ACCNO (WS-CM-SUB) TO BML-ACCNO.                   ZBNKBMG1
085500     MOVE BCS-REC-NAME TO BML-NAME.                               ZBNKBMG1
085600     MOVE BCS-REC-ADDR1 TO BML-ADDR1.                             ZBNKBMG1
085700     MOVE BCS-REC-ADDR2 TO BML-ADDR2.                             ZBNKBMG1
085800     MOVE BCS-REC-STATE TO BML-STATE.                             ZBNKBMG1
085900     MOVE BCS-REC-CNTRY TO BML-CNTRY.                             ZBNKBMG1
086000     MOVE BCS-REC-POST-CODE TO BML-POST-CODE.                     ZBNKBMG1
086100     MOVE WS-MT-FROM (WS-CM-SUB) TO BML-OLD-BRANCH.               ZBNKBMG1
086200     MOVE WS-MT-FROM-NAME (WS-CM-SUB) TO BML-OLD-NAME.            ZBNKBMG1
086300     MOVE WS-MT-TO (WS-CM-SUB) TO BML-NEW-BRANCH.                 ZBNKBMG1
086400     MOVE WS-MT-TO-NAME (WS-CM-SUB) TO BML-NEW-NAME.              ZBNKBMG1
086500     MOVE WS-MT-TO-ADDR (WS-CM-SUB) TO BML-NEW-ADDR.              ZBNKBMG1
086600     MOVE WS-MT-EFF-DATE (WS-CM-SUB) TO BML-EFF-DATE.             ZBNKBMG1
086700     MOVE WS-CM-MOVED (WS-CM-SUB) TO BML-ACCOUNTS.                ZBNKBMG1
086800     WRITE BMGLTR-REC.                                            ZBNKBMG1
086900     IF WS-BMGLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
087000        MOVE 'Unable to write branch notice'                      ZBNKBMG1
087100          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
087200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
087300        MOVE WS-BMGLTR-STATUS TO WS-IO-STATUS                     ZBNKBMG1
087400        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
087500        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
087600     END-IF.                                                      ZBNKBMG1
087700     PERFORM RECORD-CORRESPONDENCE.                               ZBNKBMG1
087800     ADD 1 TO WS-NOTICES.                                         ZBNKBMG1
087900 WRITE-NOTICE-EXIT.                                               ZBNKBMG1
088000     EXIT.                                                        ZBNKBMG1
088100                                                                  ZBNKBMG1
088200***************************************************************** ZBNKBMG1
088300* Add the notice just written to the customer's correspondence  * ZBNKBMG1
088400* history so staff can see it and have it reprinted             * ZBNKBMG1
088500***************************************************************** ZBNKBMG1
088600 RECORD-CORRESPONDENCE.                                           ZBNKBMG1
088700     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKBMG1
088800     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKBMG1
088900     MOVE 'BRANCHMV' TO CRG-CTL-LETTER-TYPE.                      ZBNKBMG1
089000     MOVE BML-PID TO CRG-CTL-PID.                                 ZBNKBMG1
089100     MOVE BML-ACCNO TO CRG-CTL-ACCNO.                             ZBNKBMG1
089200     MOVE BML-NAME TO CRG-CTL-NAME.                               ZBNKBMG1
089300     MOVE BML-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKBMG1
089400     MOVE BML-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKBMG1
089500     MOVE BML-STATE TO CRG-CTL-STATE.                             ZBNKBMG1
089600     MOVE BML-CNTRY TO CRG-CTL-CNTRY.                             ZBNKBMG1
089700     MOVE BML-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKBMG1
089800     MOVE BML-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKBMG1
089900     STRING 'Branch ' DELIMITED BY SIZE                           ZBNKBMG1
090000            BML-OLD-BRANCH DELIMITED BY SIZE                      ZBNKBMG1
090100            ' moving to ' DELIMITED BY SIZE                       ZBNKBMG1
090200            BML-NEW-BRANCH DELIMITED BY SIZE                      ZBNKBMG1
090300            ' ' DELIMITED BY SIZE                                 ZBNKBMG1
090400            BML-NEW-NAME DELIMITED BY SIZE                        ZBNKBMG1
090500       INTO CRG-CTL-SUMMARY.                                      ZBNKBMG1
090600     MOVE BMGLTR-REC TO CRG-CTL-IMAGE.                            ZBNKBMG1
090700     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKBMG1
090800     IF CRG-CTL-ERROR                                             ZBNKBMG1
090900        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBMG1
091000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
091100        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
091200     END-IF.                                                      ZBNKBMG1
091300                                                                  ZBNKBMG1
091400***************************************************************** ZBNKBMG1
091500* Teller drawers.  A drawer still open, or one dated from the   * ZBNKBMG1
091600* effective date, moves with the teller; one closed and proved  * ZBNKBMG1
091700* before it stays on the old branch as that day's history.      * ZBNKBMG1
091800***************************************************************** ZBNKBMG1
091900 MOVE-DRAWERS.                                                    ZBNKBMG1
092000     IF WS-DRWR-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBMG1
092100        GO TO MOVE-DRAWERS-EXIT                                   ZBNKBMG1
092200     END-IF.                                                      ZBNKBMG1
092300     MOVE LOW-VALUES TO DRW-KEY.                                  ZBNKBMG1
092400     START BNKDRWR-FILE KEY IS NOT LESS THAN DRW-KEY.             ZBNKBMG1
092500     IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
092600        GO TO MOVE-DRAWERS-EXIT                                   ZBNKBMG1
092700     END-IF.                                                      ZBNKBMG1
092800 MOVE-DRAWERS-LOOP.                                               ZBNKBMG1
092900     READ BNKDRWR-FILE NEXT RECORD.                               ZBNKBMG1
093000     IF WS-BNKDRWR-STATUS IS EQUAL TO '10'                        ZBNKBMG1
093100        GO TO MOVE-DRAWERS-EXIT                                   ZBNKBMG1
093200     END-IF.                                                      ZBNKBMG1
093300     IF WS-BNKDRWR-STAT1 IS NOT EQUAL TO '0'                      ZBNKBMG1
093400        MOVE 'BNKDRWR read error during scan'                     ZBNKBMG1
093500          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
093600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
093700        MOVE WS-BNKDRWR-STATUS TO WS-IO-STATUS                    ZBNKBMG1
093800        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
093900        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
094000     END-IF.                                                      ZBNKBMG1
094100     MOVE DRW-REC-BRANCH-CODE TO WS-LOOK-BRANCH.                  ZBNKBMG1
094200     PERFORM FIND-MIGRATION THRU                                  ZBNKBMG1
094300             FIND-MIGRATION-EXIT.                                 ZBNKBMG1
094400     IF WS-MT-SUB IS EQUAL TO ZERO                                ZBNKBMG1
094500        GO TO MOVE-DRAWERS-LOOP                                   ZBNKBMG1
094600     END-IF.                                                      ZBNKBMG1
094700     IF NOT DRW-STATUS-OPEN AND                                   ZBNKBMG1
094800        DRW-REC-DATE IS LESS THAN WS-MT-EFF-DATE (WS-MT-SUB)      ZBNKBMG1
094900        ADD 1 TO WS-MT-DRAWERS-LEFT (WS-MT-SUB)                   ZBNKBMG1
095000        GO TO MOVE-DRAWERS-LOOP                                   ZBNKBMG1
095100     END-IF.                                                      ZBNKBMG1
095200     ADD 1 TO WS-MT-DRAWERS (WS-MT-SUB).                          ZBNKBMG1
095300     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
095400        GO TO MOVE-DRAWERS-LOOP                                   ZBNKBMG1
095500     END-IF.                                                      ZBNKBMG1
095600     MOVE WS-MT-TO (WS-MT-SUB) TO DRW-REC-BRANCH-CODE.            ZBNKBMG1
095700     REWRITE DRW-RECORD.                                          ZBNKBMG1
096000     IF WS-BNKDRWR-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
096100        MOVE 'Unable to move teller drawer'                       ZBNKBMG1
096200          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
096300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
096400        MOVE WS-BNKDRWR-STATUS TO WS-IO-STATUS                    ZBNKBMG1
096500        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
096600        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
096700     END-IF.                                                      ZBNKBMG1
096800     GO TO MOVE-DRAWERS-LOOP.                                     ZBNKBMG1
096900 MOVE-DRAWERS-EXIT.                                               ZBNKBMG1
097000     EXIT.                                                        ZBNKBMG1
097100                                                                  ZBNKBMG1
097200***************************************************************** ZBNKBMG1
097300* ATM terminals owned by the branch                             * ZBNKBMG1
097400***************************************************************** ZBNKBMG1
097500 MOVE-ATMS.                                                       ZBNKBMG1
097600     IF WS-ATMM-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBMG1
097700        GO TO MOVE-ATMS-EXIT                                      ZBNKBMG1
097800     END-IF.                                                      ZBNKBMG1
097900     MOVE LOW-VALUES TO ATM-KEY.                                  ZBNKBMG1
098000     START BNKATMM-FILE KEY IS NOT LESS THAN ATM-KEY.             ZBNKBMG1
098100     IF WS-BNKATMM-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
098200        GO TO MOVE-ATMS-EXIT                                      ZBNKBMG1
098300     END-IF.                                                      ZBNKBMG1
098400 MOVE-ATMS-LOOP.                                                  ZBNKBMG1
098500     READ BNKATMM-FILE NEXT RECORD.                               ZBNKBMG1
098600     IF WS-BNKATMM-STATUS IS EQUAL TO '10'                        ZBNKBMG1
098700        GO TO MOVE-ATMS-EXIT                                      ZBNKBMG1
098800     END-IF.                                                      ZBNKBMG1
098900     IF WS-BNKATMM-STAT1 IS NOT EQUAL TO '0'                      ZBNKBMG1
099000        MOVE 'BNKATMM read error during scan'                     ZBNKBMG1
099100          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
099200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
099300        MOVE WS-BNKATMM-STATUS TO WS-IO-STATUS                    ZBNKBMG1
099400        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
099500        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
099600     END-IF.                                                      ZBNKBMG1
099700     MOVE ATM-REC-BRANCH-CODE TO WS-LOOK-BRANCH.                  ZBNKBMG1
099800     PERFORM FIND-MIGRATION THRU                                  ZBNKBMG1
099900             FIND-MIGRATION-EXIT.                                 ZBNKBMG1
100000     IF WS-MT-SUB IS EQUAL TO ZERO                                ZBNKBMG1
100100        GO TO MOVE-ATMS-LOOP                                      ZBNKBMG1
100200     END-IF.                                                      ZBNKBMG1
100300     ADD 1 TO WS-MT-ATMS (WS-MT-SUB).                             ZBNKBMG1
100400     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
100500        GO TO MOVE-ATMS-LOOP                                      ZBNKBMG1
100600     END-IF.                                                      ZBNKBMG1
100700     MOVE WS-MT-TO (WS-MT-SUB) TO ATM-REC-BRANCH-CODE.            ZBNKBMG1
100800     REWRITE ATM-RECORD.                                          ZBNKBMG1
101100     IF WS-BNKATMM-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
101200        MOVE 'Unable to move ATM terminal'                        ZBNKBMG1
101300          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
101500        MOVE WS-BNKATMM-STATUS TO WS-IO-STATUS                    ZBNKBMG1
101600        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
101700        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
101800     END-IF.                                                      ZBNKBMG1
101900     GO TO MOVE-ATMS-LOOP.                                        ZBNKBMG1
102000 MOVE-ATMS-EXIT.                                                  ZBNKBMG1
102100     EXIT.                                                        ZBNKBMG1
102200                                                                  ZBNKBMG1
102300***************************************************************** ZBNKBMG1
102400* Safe deposit boxes for the row in WS-MT-SUB.  The branch is   * ZBNKBMG1
102500* part of the key, so a box moves by adding it under the new    * ZBNKBMG1
102600* branch and deleting the old row; a box number the new branch  * ZBNKBMG1
102700* already has is counted and the box left for the staff to      * ZBNKBMG1
102800* renumber.  The browse is restarted past each box handled.     * ZBNKBMG1
102900***************************************************************** ZBNKBMG1
103000 MOVE-BOXES.                                                      ZBNKBMG1
103100     IF WS-SDBX-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBMG1
103200        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
103300     END-IF.                                                      ZBNKBMG1
103400     IF NOT (WS-MT-PREVIEW (WS-MT-SUB) OR WS-MT-APPLY (WS-MT-SUB))ZBNKBMG1
103500        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
103600     END-IF.                                                      ZBNKBMG1
103700     MOVE WS-MT-FROM (WS-MT-SUB) TO SDB-REC-BRANCH.               ZBNKBMG1
103800     MOVE LOW-VALUES TO SDB-REC-BOX.                              ZBNKBMG1
103900     START BNKSDBX-FILE KEY IS NOT LESS THAN SDB-KEY.             ZBNKBMG1
104000     IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
104100        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
104200     END-IF.                                                      ZBNKBMG1
104300 MOVE-BOXES-LOOP.                                                 ZBNKBMG1
104400     READ BNKSDBX-FILE NEXT RECORD.                               ZBNKBMG1
104500     IF WS-BNKSDBX-STATUS IS EQUAL TO '10'                        ZBNKBMG1
104600        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
104700     END-IF.                                                      ZBNKBMG1
104800     IF WS-BNKSDBX-STAT1 IS NOT EQUAL TO '0'                      ZBNKBMG1
104900        MOVE 'BNKSDBX read error during scan'                     ZBNKBMG1
105000          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
105100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
105200        MOVE WS-BNKSDBX-STATUS TO WS-IO-STATUS                    ZBNKBMG1
105300        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
105400        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
105500     END-IF.                                                      ZBNKBMG1
105600     IF SDB-REC-BRANCH IS NOT EQUAL TO WS-MT-FROM (WS-MT-SUB)     ZBNKBMG1
105700        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
105800     END-IF.                                                      ZBNKBMG1
105900     ADD 1 TO WS-MT-BOXES (WS-MT-SUB).                            ZBNKBMG1
106000     MOVE SDB-RECORD TO WS-SDB-SAVE.                              ZBNKBMG1
106100     MOVE SDB-KEY TO WS-SDB-OLD-KEY.                              ZBNKBMG1
106200     MOVE WS-MT-TO (WS-MT-SUB) TO SDB-REC-BRANCH.                 ZBNKBMG1
106300     READ BNKSDBX-FILE KEY IS SDB-KEY.                            ZBNKBMG1
106400     IF WS-BNKSDBX-STATUS IS EQUAL TO '00'                        ZBNKBMG1
106500        ADD 1 TO WS-MT-BOX-CLASH (WS-MT-SUB)                      ZBNKBMG1
106600        GO TO MOVE-BOXES-NEXT                                     ZBNKBMG1
106700     END-IF.                                                      ZBNKBMG1
106800     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
106900        GO TO MOVE-BOXES-NEXT                                     ZBNKBMG1
107000     END-IF.                                                      ZBNKBMG1
107100     MOVE WS-SDB-SAVE TO SDB-RECORD.                              ZBNKBMG1
107200     MOVE WS-MT-TO (WS-MT-SUB) TO SDB-REC-BRANCH.                 ZBNKBMG1
107300     WRITE SDB-RECORD.                                            ZBNKBMG1
107600     IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
107700        MOVE 'Unable to add box under new branch'                 ZBNKBMG1
107800          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
107900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
108000        MOVE WS-BNKSDBX-STATUS TO WS-IO-STATUS                    ZBNKBMG1
108100        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
108200        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
108300     END-IF.                                                      ZBNKBMG1
108400     MOVE WS-SDB-SAVE TO SDB-RECORD.                              ZBNKBMG1
108500     DELETE BNKSDBX-FILE.                                         ZBNKBMG1
108800     IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
108900        MOVE 'Unable to remove box from old branch'               ZBNKBMG1
109000          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
109100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
109200        MOVE WS-BNKSDBX-STATUS TO WS-IO-STATUS                    ZBNKBMG1
109300        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
109400        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
109500     END-IF.                                                      ZBNKBMG1
109600 MOVE-BOXES-NEXT.                                                 ZBNKBMG1
109700     MOVE WS-SDB-OLD-KEY TO SDB-KEY.                              ZBNKBMG1
109800     START BNKSDBX-FILE KEY IS GREATER THAN SDB-KEY.              ZBNKBMG1
109900     IF WS-BNKSDBX-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
110000        GO TO MOVE-BOXES-EXIT                                     ZBNKBMG1
110100     END-IF.                                                      ZBNKBMG1
110200     GO TO MOVE-BOXES-LOOP.                                       ZBNKBMG1
110300 MOVE-BOXES-EXIT.                                                 ZBNKBMG1
110400     EXIT.                                                        ZBNKBMG1
110500                                                                  ZBNKBMG1
110600***************************************************************** ZBNKBMG1
110700* Official cheques still outstanding move to the new branch;    * ZBNKBMG1
110800* cleared and escheated items stay as the old branch's history  * ZBNKBMG1
110900***************************************************************** ZBNKBMG1
111000 MOVE-CHEQUES.                                                    ZBNKBMG1
111100     IF WS-OFCQ-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBMG1
111200        GO TO MOVE-CHEQUES-EXIT                                   ZBNKBMG1
111300     END-IF.                                                      ZBNKBMG1
111400     MOVE LOW-VALUES TO OFC-KEY.                                  ZBNKBMG1
111500     START BNKOFCQ-FILE KEY IS NOT LESS THAN OFC-KEY.             ZBNKBMG1
111600     IF WS-BNKOFCQ-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
111700        GO TO MOVE-CHEQUES-EXIT                                   ZBNKBMG1
111800     END-IF.                                                      ZBNKBMG1
111900 MOVE-CHEQUES-LOOP.                                               ZBNKBMG1
112000     READ BNKOFCQ-FILE NEXT RECORD.                               ZBNKBMG1
112100     IF WS-BNKOFCQ-STATUS IS EQUAL TO '10'                        ZBNKBMG1
112200        GO TO MOVE-CHEQUES-EXIT                                   ZBNKBMG1
112300     END-IF.                                                      ZBNKBMG1
112400     IF WS-BNKOFCQ-STAT1 IS NOT EQUAL TO '0'                      ZBNKBMG1
112500        MOVE 'BNKOFCQ read error during scan'                     ZBNKBMG1
112600          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
112700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
112800        MOVE WS-BNKOFCQ-STATUS TO WS-IO-STATUS                    ZBNKBMG1
112900        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
113000        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
113100     END-IF.                                                      ZBNKBMG1
113200     IF NOT OFC-STATUS-OUTSTANDING                                ZBNKBMG1
113300        GO TO MOVE-CHEQUES-LOOP                                   ZBNKBMG1
113400     END-IF.                                                      ZBNKBMG1
113500     MOVE OFC-REC-BRANCH-CODE TO WS-LOOK-BRANCH.                  ZBNKBMG1
113600     PERFORM FIND-MIGRATION THRU                                  ZBNKBMG1
113700             FIND-MIGRATION-EXIT.                                 ZBNKBMG1
113800     IF WS-MT-SUB IS EQUAL TO ZERO                                ZBNKBMG1
113900        GO TO MOVE-CHEQUES-LOOP                                   ZBNKBMG1
114000     END-IF.                                                      ZBNKBMG1
114100     ADD 1 TO WS-MT-CHEQUES (WS-MT-SUB).                          ZBNKBMG1
114200     ADD OFC-REC-AMOUNT TO WS-MT-CHEQUE-AMT (WS-MT-SUB).          ZBNKBMG1
114300     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
114400        GO TO MOVE-CHEQUES-LOOP                                   ZBNKBMG1
114500     END-IF.                                                      ZBNKBMG1
114600     MOVE WS-MT-TO (WS-MT-SUB) TO OFC-REC-BRANCH-CODE.            ZBNKBMG1
114700     REWRITE OFC-RECORD.                                          ZBNKBMG1
115000     IF WS-BNKOFCQ-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
115100        MOVE 'Unable to move official cheque'                     ZBNKBMG1
115200          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
115300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
115400        MOVE WS-BNKOFCQ-STATUS TO WS-IO-STATUS                    ZBNKBMG1
115500        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
115600        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
115700     END-IF.                                                      ZBNKBMG1
115800     GO TO MOVE-CHEQUES-LOOP.                                     ZBNKBMG1
115900 MOVE-CHEQUES-EXIT.                                               ZBNKBMG1
116000     EXIT.                                                        ZBNKBMG1
116100                                                                  ZBNKBMG1
116200***************************************************************** ZBNKBMG1
116300* Active staff still on the old branch - they are reassigned    * ZBNKBMG1
116400* through the staff screens, so they are only counted here      * ZBNKBMG1
116500***************************************************************** ZBNKBMG1
116600 COUNT-STAFF.                                                     ZBNKBMG1
116700     IF WS-STAF-OPEN IS NOT EQUAL TO 'Y'                          ZBNKBMG1
116800        GO TO COUNT-STAFF-EXIT                                    ZBNKBMG1
116900     END-IF.                                                      ZBNKBMG1
117000 COUNT-STAFF-LOOP.                                                ZBNKBMG1
117100     READ BNKSTAF-FILE NEXT RECORD.                               ZBNKBMG1
117200     IF WS-BNKSTAF-STATUS IS EQUAL TO '10'                        ZBNKBMG1
117300        GO TO COUNT-STAFF-EXIT                                    ZBNKBMG1
117400     END-IF.                                                      ZBNKBMG1
117500     IF WS-BNKSTAF-STAT1 IS NOT EQUAL TO '0'                      ZBNKBMG1
117600        MOVE 'BNKSTAF read error during scan'                     ZBNKBMG1
117700          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
117900        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKBMG1
118000        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
118100        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
118200     END-IF.                                                      ZBNKBMG1
118300     IF NOT STF-IS-ACTIVE                                         ZBNKBMG1
118400        GO TO COUNT-STAFF-LOOP                                    ZBNKBMG1
118500     END-IF.                                                      ZBNKBMG1
118600     MOVE STF-REC-BRANCH TO WS-LOOK-BRANCH.                       ZBNKBMG1
118700     PERFORM FIND-MIGRATION THRU                                  ZBNKBMG1
118800             FIND-MIGRATION-EXIT.                                 ZBNKBMG1
118900     IF WS-MT-SUB IS GREATER THAN ZERO                            ZBNKBMG1
119000        ADD 1 TO WS-MT-STAFF (WS-MT-SUB)                          ZBNKBMG1
119100     END-IF.                                                      ZBNKBMG1
119200     GO TO COUNT-STAFF-LOOP.                                      ZBNKBMG1
119300 COUNT-STAFF-EXIT.                                                ZBNKBMG1
119400     EXIT.                                                        ZBNKBMG1
119500                                                                  ZBNKBMG1
119600***************************************************************** ZBNKBMG1
119700* Close the old branch for an applied row once nothing is left  * ZBNKBMG1
119800* behind on it.  A closed branch stays on file for history but  * ZBNKBMG1
119900* stamps no new accounts, as when closed on the branch screen.  * ZBNKBMG1
120000***************************************************************** ZBNKBMG1
120100 CLOSE-OLD-BRANCH.                                                ZBNKBMG1
120200     IF NOT WS-MT-APPLY (WS-MT-SUB)                               ZBNKBMG1
120300        GO TO CLOSE-OLD-BRANCH-EXIT                               ZBNKBMG1
120400     END-IF.                                                      ZBNKBMG1
120500     IF WS-MT-BOX-CLASH (WS-MT-SUB) IS GREATER THAN ZERO          ZBNKBMG1
120600        GO TO CLOSE-OLD-BRANCH-EXIT                               ZBNKBMG1
120700     END-IF.                                                      ZBNKBMG1
120800     MOVE WS-MT-FROM (WS-MT-SUB) TO BRM-REC-CODE.                 ZBNKBMG1
120900     PERFORM READ-BRANCH THRU                                     ZBNKBMG1
121000             READ-BRANCH-EXIT.                                    ZBNKBMG1
121100     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
121200        GO TO CLOSE-OLD-BRANCH-EXIT                               ZBNKBMG1
121300     END-IF.                                                      ZBNKBMG1
121400     MOVE BRM-RECORD TO WS-BRANCH-BEFORE.                         ZBNKBMG1
121500     SET BRM-STATUS-CLOSED TO TRUE.                               ZBNKBMG1
121600     REWRITE BRM-RECORD.                                          ZBNKBMG1
121900     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
122000        MOVE 'Unable to close the branch'                         ZBNKBMG1
122100          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
122200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
122300        MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS                    ZBNKBMG1
122400        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
122500        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
122600     END-IF.                                                      ZBNKBMG1
122700     PERFORM WRITE-BRANCH-AUDIT THRU                              ZBNKBMG1
122800             WRITE-BRANCH-AUDIT-EXIT.                             ZBNKBMG1
122900     MOVE 'Y' TO WS-MT-CLOSED (WS-MT-SUB).                        ZBNKBMG1
123000     ADD 1 TO WS-BRANCHES-CLOSED.                                 ZBNKBMG1
123100 CLOSE-OLD-BRANCH-EXIT.                                           ZBNKBMG1
123200     EXIT.                                                        ZBNKBMG1
123300                                                                  ZBNKBMG1
123400***************************************************************** ZBNKBMG1
123500* Record the closure on the change audit; two in the same       * ZBNKBMG1
123600* hundredth of a second take the next sequence number           * ZBNKBMG1
123700***************************************************************** ZBNKBMG1
123800 WRITE-BRANCH-AUDIT.                                              ZBNKBMG1
123900     MOVE SPACES TO RAU-RECORD.                                   ZBNKBMG1
124000     MOVE WS-TIMESTAMP TO RAU-REC-TIMESTAMP.                      ZBNKBMG1
124100     MOVE 'BTCH' TO RAU-REC-TERMID.                               ZBNKBMG1
124200     MOVE ZERO TO RAU-REC-SEQ.                                    ZBNKBMG1
124300     MOVE WS-PROGRAM-ID TO RAU-REC-USERID.                        ZBNKBMG1
124400     MOVE 'BNKBRCH' TO RAU-REC-TABLE.                             ZBNKBMG1
124500     SET RAU-ACTION-CHANGE TO TRUE.                               ZBNKBMG1
124600     MOVE WS-PROGRAM-ID TO RAU-REC-PROGRAM.                       ZBNKBMG1
124700     MOVE BRM-REC-CODE TO RAU-REC-ROW-KEY.                        ZBNKBMG1
124800     MOVE LENGTH OF BRM-RECORD TO RAU-REC-IMAGE-LEN.              ZBNKBMG1
124900     MOVE WS-BRANCH-BEFORE TO RAU-REC-BEFORE.                     ZBNKBMG1
125000     MOVE BRM-RECORD TO RAU-REC-AFTER.                            ZBNKBMG1
125100 WRITE-BRANCH-AUDIT-LOOP.                                         ZBNKBMG1
125200     WRITE RAU-RECORD.                                            ZBNKBMG1
125300     IF WS-BNKRAUD-STATUS IS EQUAL TO '22' AND                    ZBNKBMG1
125400        RAU-REC-SEQ IS LESS THAN 99                               ZBNKBMG1
125500        ADD 1 TO RAU-REC-SEQ                                      ZBNKBMG1
125600        GO TO WRITE-BRANCH-AUDIT-LOOP                             ZBNKBMG1
125700     END-IF.                                                      ZBNKBMG1
125800     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
125900        MOVE 'BNKRAUD write error...' TO WS-CONSOLE-MESSAGE       ZBNKBMG1
126000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
126100        MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                    ZBNKBMG1
126200        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
126300        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
126400     END-IF.                                                      ZBNKBMG1
126500 WRITE-BRANCH-AUDIT-EXIT.                                         ZBNKBMG1
126600     EXIT.                                                        ZBNKBMG1
126700                                                                  ZBNKBMG1
126800***************************************************************** ZBNKBMG1
126900* Print one table row - the branches, what the run did with it  * ZBNKBMG1
127000* and, for a row previewed or applied, the impact by file       * ZBNKBMG1
127100***************************************************************** ZBNKBMG1
127200 PRINT-MIGRATION.                                                 ZBNKBMG1
127300     MOVE WS-MT-FROM (WS-MT-SUB) TO WS-LINE2-FROM.                ZBNKBMG1
127400     MOVE WS-MT-FROM-NAME (WS-MT-SUB) TO WS-LINE2-FROM-NAME.      ZBNKBMG1
127500     MOVE WS-MT-TO (WS-MT-SUB) TO WS-LINE2-TO.                    ZBNKBMG1
127600     MOVE WS-MT-TO-NAME (WS-MT-SUB) TO WS-LINE2-TO-NAME.          ZBNKBMG1
127700     MOVE WS-MT-EFF-DATE (WS-MT-SUB) TO WS-LINE2-EFF-DATE.        ZBNKBMG1
127800     EVALUATE TRUE                                                ZBNKBMG1
127900       WHEN WS-MT-REJECTED (WS-MT-SUB)                            ZBNKBMG1
128000         MOVE 'Rejected' TO WS-LINE2-STATE                        ZBNKBMG1
128100       WHEN WS-MT-DONE (WS-MT-SUB)                                ZBNKBMG1
128200         MOVE 'Already migrated - closed' TO WS-LINE2-STATE       ZBNKBMG1
128300       WHEN WS-MT-PREVIEW (WS-MT-SUB)                             ZBNKBMG1
128400         MOVE 'Preview - nothing moved' TO WS-LINE2-STATE         ZBNKBMG1
128500       WHEN WS-MT-CLOSED (WS-MT-SUB) IS EQUAL TO 'Y'              ZBNKBMG1
128600         MOVE 'Moved - old branch closed' TO WS-LINE2-STATE       ZBNKBMG1
128700       WHEN OTHER                                                 ZBNKBMG1
128800         MOVE 'Moved - old branch left open' TO WS-LINE2-STATE    ZBNKBMG1
128900     END-EVALUATE.                                                ZBNKBMG1
129000     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKBMG1
129100     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
129200     IF WS-MT-REJECTED (WS-MT-SUB)                                ZBNKBMG1
129300        MOVE WS-MT-REASON (WS-MT-SUB) TO WS-LINE3-TEXT            ZBNKBMG1
129400        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKBMG1
129500        PERFORM PRINTOUT-PUT                                      ZBNKBMG1
129600     END-IF.                                                      ZBNKBMG1
129700     IF WS-MT-REJECTED (WS-MT-SUB) OR WS-MT-DONE (WS-MT-SUB)      ZBNKBMG1
129800        GO TO PRINT-MIGRATION-EXIT                                ZBNKBMG1
129900     END-IF.                                                      ZBNKBMG1
130000                                                                  ZBNKBMG1
130100     MOVE 'BNKACC' TO WS-LINE4-FILE.                              ZBNKBMG1
130200     MOVE 'Accounts on the branch, with their balance'            ZBNKBMG1
130300       TO WS-LINE4-DESC.                                          ZBNKBMG1
130400     MOVE WS-MT-ACCOUNTS (WS-MT-SUB) TO WS-LINE4-COUNT.           ZBNKBMG1
130500     MOVE WS-MT-BALANCE (WS-MT-SUB) TO WS-LINE4-AMOUNT.           ZBNKBMG1
130600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKBMG1
130700     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
130800     MOVE 'BNKCUST' TO WS-LINE4-FILE.                             ZBNKBMG1
130900     MOVE 'Customer notices of the new branch'                    ZBNKBMG1
131000       TO WS-LINE4-DESC.                                          ZBNKBMG1
131100     MOVE WS-MT-NOTICES (WS-MT-SUB) TO WS-WORK-COUNT.             ZBNKBMG1
131200     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
131300     MOVE 'Notices held - no usable address'                      ZBNKBMG1
131400       TO WS-LINE4-DESC.                                          ZBNKBMG1
131500     MOVE WS-MT-HELD (WS-MT-SUB) TO WS-WORK-COUNT.                ZBNKBMG1
131600     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
131700     MOVE 'BNKDRWR' TO WS-LINE4-FILE.                             ZBNKBMG1
131800     MOVE 'Teller drawers open or from the effective date'        ZBNKBMG1
131900       TO WS-LINE4-DESC.                                          ZBNKBMG1
132000     MOVE WS-MT-DRAWERS (WS-MT-SUB) TO WS-WORK-COUNT.             ZBNKBMG1
132100     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
132200     MOVE 'Proved drawers kept as the branch history'             ZBNKBMG1
132300       TO WS-LINE4-DESC.                                          ZBNKBMG1
132400     MOVE WS-MT-DRAWERS-LEFT (WS-MT-SUB) TO WS-WORK-COUNT.        ZBNKBMG1
132500     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
132600     MOVE 'BNKATMM' TO WS-LINE4-FILE.                             ZBNKBMG1
132700     MOVE 'ATM terminals' TO WS-LINE4-DESC.                       ZBNKBMG1
132800     MOVE WS-MT-ATMS (WS-MT-SUB) TO WS-WORK-COUNT.                ZBNKBMG1
132900     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
133000     MOVE 'BNKSDBX' TO WS-LINE4-FILE.                             ZBNKBMG1
133100     MOVE 'Safe deposit boxes' TO WS-LINE4-DESC.                  ZBNKBMG1
133200     MOVE WS-MT-BOXES (WS-MT-SUB) TO WS-WORK-COUNT.               ZBNKBMG1
133300     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
133400     MOVE 'Box numbers already used at the new branch'            ZBNKBMG1
133500       TO WS-LINE4-DESC.                                          ZBNKBMG1
133600     MOVE WS-MT-BOX-CLASH (WS-MT-SUB) TO WS-WORK-COUNT.           ZBNKBMG1
133700     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
133800     MOVE 'BNKOFCQ' TO WS-LINE4-FILE.                             ZBNKBMG1
133900     MOVE 'Official cheques outstanding'                          ZBNKBMG1
134000       TO WS-LINE4-DESC.                                          ZBNKBMG1
134100     MOVE WS-MT-CHEQUES (WS-MT-SUB) TO WS-LINE4-COUNT.            ZBNKBMG1
134200     MOVE WS-MT-CHEQUE-AMT (WS-MT-SUB) TO WS-LINE4-AMOUNT.        ZBNKBMG1
134300     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKBMG1
134400     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
134500     MOVE 'BNKSTAF' TO WS-LINE4-FILE.                             ZBNKBMG1
134600     MOVE 'Active staff to reassign on the staff screens'         ZBNKBMG1
134700       TO WS-LINE4-DESC.                                          ZBNKBMG1
134800     MOVE WS-MT-STAFF (WS-MT-SUB) TO WS-WORK-COUNT.               ZBNKBMG1
134900     PERFORM PRINT-COUNT-LINE.                                    ZBNKBMG1
135000     IF WS-MT-APPLY (WS-MT-SUB) AND                               ZBNKBMG1
135100        WS-MT-CLOSED (WS-MT-SUB) IS NOT EQUAL TO 'Y'              ZBNKBMG1
135200        MOVE 'Renumber the boxes and rerun to close the branch'   ZBNKBMG1
135300          TO WS-LINE3-TEXT                                        ZBNKBMG1
135400        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKBMG1
135500        PERFORM PRINTOUT-PUT                                      ZBNKBMG1
135600     END-IF.                                                      ZBNKBMG1
135700 PRINT-MIGRATION-EXIT.                                            ZBNKBMG1
135800     EXIT.                                                        ZBNKBMG1
135900                                                                  ZBNKBMG1
136000***************************************************************** ZBNKBMG1
136100* Print an impact line that carries a count only                * ZBNKBMG1
136200***************************************************************** ZBNKBMG1
136300 PRINT-COUNT-LINE.                                                ZBNKBMG1
136400     MOVE WS-WORK-COUNT TO WS-LINE4-COUNT.                        ZBNKBMG1
136500     MOVE ZERO TO WS-LINE4-AMOUNT.                                ZBNKBMG1
136600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKBMG1
136700     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
136800                                                                  ZBNKBMG1
136900***************************************************************** ZBNKBMG1
137000* Print the run totals                                          * ZBNKBMG1
137100***************************************************************** ZBNKBMG1
137200 PRINT-RUN-TOTALS.                                                ZBNKBMG1
137300     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKBMG1
137400     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
137500     MOVE 'Mapping rows read' TO WS-LINE5-TEXT.                   ZBNKBMG1
137600     MOVE WS-ROWS-READ TO WS-LINE5-COUNT.                         ZBNKBMG1
137700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
137800     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
137900     MOVE 'Rows rejected' TO WS-LINE5-TEXT.                       ZBNKBMG1
138000     MOVE WS-ROWS-REJECTED TO WS-LINE5-COUNT.                     ZBNKBMG1
138100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
138200     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
138300     MOVE 'Rows already migrated' TO WS-LINE5-TEXT.               ZBNKBMG1
138400     MOVE WS-ROWS-DONE TO WS-LINE5-COUNT.                         ZBNKBMG1
138500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
138600     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
138700     MOVE 'Rows previewed' TO WS-LINE5-TEXT.                      ZBNKBMG1
138800     MOVE WS-ROWS-PREVIEW TO WS-LINE5-COUNT.                      ZBNKBMG1
138900     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
139000     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
139100     MOVE 'Rows applied' TO WS-LINE5-TEXT.                        ZBNKBMG1
139200     MOVE WS-ROWS-APPLY TO WS-LINE5-COUNT.                        ZBNKBMG1
139300     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
139400     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
139500     MOVE 'Accounts re-pointed' TO WS-LINE5-TEXT.                 ZBNKBMG1
139600     MOVE WS-ACCOUNTS-MOVED TO WS-LINE5-COUNT.                    ZBNKBMG1
139700     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
139800     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
139900     MOVE 'Branch notices written' TO WS-LINE5-TEXT.              ZBNKBMG1
140000     MOVE WS-NOTICES TO WS-LINE5-COUNT.                           ZBNKBMG1
140100     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
140200     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
140300     MOVE 'Branches closed' TO WS-LINE5-TEXT.                     ZBNKBMG1
140400     MOVE WS-BRANCHES-CLOSED TO WS-LINE5-COUNT.                   ZBNKBMG1
140500     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKBMG1
140600     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
140700                                                                  ZBNKBMG1
140800***************************************************************** ZBNKBMG1
140900* Print the report title                                        * ZBNKBMG1
141000***************************************************************** ZBNKBMG1
141100 PRINT-REPORT-HEADER.                                             ZBNKBMG1
141200     MOVE WS-TODAY TO WS-LINE1-DATE.                              ZBNKBMG1
141300     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKBMG1
141400     PERFORM PRINTOUT-PUT.                                        ZBNKBMG1
141500                                                                  ZBNKBMG1
141600***************************************************************** ZBNKBMG1
141700* Write a record to the sequential print file                   * ZBNKBMG1
141800***************************************************************** ZBNKBMG1
141900 PRINTOUT-PUT.                                                    ZBNKBMG1
142000     WRITE PRINTOUT-REC.                                          ZBNKBMG1
142100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBMG1
142200       MOVE 'PRINTOUT error writing file...'                      ZBNKBMG1
142300         TO WS-CONSOLE-MESSAGE                                    ZBNKBMG1
142400       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKBMG1
142500       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKBMG1
142600       PERFORM DISPLAY-IO-STATUS                                  ZBNKBMG1
142700       PERFORM ABORT-PROGRAM                                      ZBNKBMG1
142800     END-IF.                                                      ZBNKBMG1
142900                                                                  ZBNKBMG1
143000***************************************************************** ZBNKBMG1
143100* Open the files.  The drawer, ATM, safe deposit box, official  * ZBNKBMG1
143200* cheque and staff files are optional - without one there is    * ZBNKBMG1
143300* nothing of that kind to move.                                 * ZBNKBMG1
143400***************************************************************** ZBNKBMG1
143500 OPEN-FILES.                                                      ZBNKBMG1
143600     OPEN I-O BNKBRCH-FILE.                                       ZBNKBMG1
143700     IF WS-BNKBRCH-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
143800        MOVE 'BNKBRCH file open failure...'                       ZBNKBMG1
143900          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
144000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
144100        MOVE WS-BNKBRCH-STATUS TO WS-IO-STATUS                    ZBNKBMG1
144200        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
144300        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
144400     END-IF.                                                      ZBNKBMG1
144500     OPEN I-O BNKACC-FILE.                                        ZBNKBMG1
144600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
144700        MOVE 'BNKACC file open failure...'                        ZBNKBMG1
144800          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
144900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
145000        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKBMG1
145100        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
145200        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
145300     END-IF.                                                      ZBNKBMG1
145400     OPEN INPUT BNKCUST-FILE.                                     ZBNKBMG1
145500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
145600        MOVE 'BNKCUST file open failure...'                       ZBNKBMG1
145700          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
145800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
145900        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKBMG1
146000        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
146100        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
146200     END-IF.                                                      ZBNKBMG1
146300     OPEN I-O BNKDRWR-FILE.                                       ZBNKBMG1
146400     IF WS-BNKDRWR-STATUS IS EQUAL TO '00'                        ZBNKBMG1
146500        MOVE 'Y' TO WS-DRWR-OPEN                                  ZBNKBMG1
146600     END-IF.                                                      ZBNKBMG1
146700     OPEN I-O BNKATMM-FILE.                                       ZBNKBMG1
146800     IF WS-BNKATMM-STATUS IS EQUAL TO '00'                        ZBNKBMG1
146900        MOVE 'Y' TO WS-ATMM-OPEN                                  ZBNKBMG1
147000     END-IF.                                                      ZBNKBMG1
147100     OPEN I-O BNKSDBX-FILE.                                       ZBNKBMG1
147200     IF WS-BNKSDBX-STATUS IS EQUAL TO '00'                        ZBNKBMG1
147300        MOVE 'Y' TO WS-SDBX-OPEN                                  ZBNKBMG1
147400     END-IF.                                                      ZBNKBMG1
147500     OPEN I-O BNKOFCQ-FILE.                                       ZBNKBMG1
147600     IF WS-BNKOFCQ-STATUS IS EQUAL TO '00'                        ZBNKBMG1
147700        MOVE 'Y' TO WS-OFCQ-OPEN                                  ZBNKBMG1
147800     END-IF.                                                      ZBNKBMG1
147900     OPEN INPUT BNKSTAF-FILE.                                     ZBNKBMG1
148000     IF WS-BNKSTAF-STATUS IS EQUAL TO '00'                        ZBNKBMG1
148100        MOVE 'Y' TO WS-STAF-OPEN                                  ZBNKBMG1
148200     END-IF.                                                      ZBNKBMG1
148300     OPEN I-O BNKRAUD-FILE.                                       ZBNKBMG1
148400     IF WS-BNKRAUD-STATUS IS EQUAL TO '35'                        ZBNKBMG1
148500        OPEN OUTPUT BNKRAUD-FILE                                  ZBNKBMG1
148600     END-IF.                                                      ZBNKBMG1
148700     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKBMG1
148800        MOVE 'BNKRAUD file open failure...'                       ZBNKBMG1
148900          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
149000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
149100        MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                    ZBNKBMG1
149200        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
149300        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
149400     END-IF.                                                      ZBNKBMG1
149500     OPEN OUTPUT BMGLTR-FILE.                                     ZBNKBMG1
149600     IF WS-BMGLTR-STATUS IS NOT EQUAL TO '00'                     ZBNKBMG1
149700        MOVE 'BMGLTR file open failure...'                        ZBNKBMG1
149800          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
149900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
150000        MOVE WS-BMGLTR-STATUS TO WS-IO-STATUS                     ZBNKBMG1
150100        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
150200        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
150300     END-IF.                                                      ZBNKBMG1
150400     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKBMG1
150500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKBMG1
150600        MOVE 'PRINTOUT file open failure...'                      ZBNKBMG1
150700          TO WS-CONSOLE-MESSAGE                                   ZBNKBMG1
150800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
150900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKBMG1
151000        PERFORM DISPLAY-IO-STATUS                                 ZBNKBMG1
151100        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
151200     END-IF.                                                      ZBNKBMG1
151300                                                                  ZBNKBMG1
151400***************************************************************** ZBNKBMG1
151500* Close the files                                               * ZBNKBMG1
151600***************************************************************** ZBNKBMG1
151700 CLOSE-FILES.                                                     ZBNKBMG1
151800     CLOSE BNKBRCH-FILE.                                          ZBNKBMG1
151900     CLOSE BNKACC-FILE.                                           ZBNKBMG1
152000     CLOSE BNKCUST-FILE.                                          ZBNKBMG1
152100     IF WS-DRWR-OPEN IS EQUAL TO 'Y'                              ZBNKBMG1
152200        CLOSE BNKDRWR-FILE                                        ZBNKBMG1
152300     END-IF.                                                      ZBNKBMG1
152400     IF WS-ATMM-OPEN IS EQUAL TO 'Y'                              ZBNKBMG1
152500        CLOSE BNKATMM-FILE                                        ZBNKBMG1
152600     END-IF.                                                      ZBNKBMG1
152700     IF WS-SDBX-OPEN IS EQUAL TO 'Y'                              ZBNKBMG1
152800        CLOSE BNKSDBX-FILE                                        ZBNKBMG1
152900     END-IF.                                                      ZBNKBMG1
153000     IF WS-OFCQ-OPEN IS EQUAL TO 'Y'                              ZBNKBMG1
153100        CLOSE BNKOFCQ-FILE                                        ZBNKBMG1
153200     END-IF.                                                      ZBNKBMG1
153300     IF WS-STAF-OPEN IS EQUAL TO 'Y'                              ZBNKBMG1
153400        CLOSE BNKSTAF-FILE                                        ZBNKBMG1
153500     END-IF.                                                      ZBNKBMG1
153600     CLOSE BNKRAUD-FILE.                                          ZBNKBMG1
153700     CLOSE BMGLTR-FILE.                                           ZBNKBMG1
153800     CLOSE PRINTOUT-FILE.                                         ZBNKBMG1
153900                                                                  ZBNKBMG1
154000***************************************************************** ZBNKBMG1
154100* Journal the BNKACC record just added, changed or deleted so   * ZBNKBMG1
154200* it can be rolled forward onto a reload                        * ZBNKBMG1
154300***************************************************************** ZBNKBMG1
154400 JOURNAL-BNKACC.                                                  ZBNKBMG1
154500     MOVE 'BNKACC' TO JRN-CTL-FILE.                               ZBNKBMG1
154600     MOVE WS-BNKACC-STATUS TO JRN-CTL-IO-STATUS.                  ZBNKBMG1
154700     MOVE BNKACC-REC TO JRN-CTL-IMAGE.                            ZBNKBMG1
154800     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKBMG1
154900     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKBMG1
155000     IF JRN-CTL-ERROR                                             ZBNKBMG1
155100        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKBMG1
155200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
155300        PERFORM ABORT-PROGRAM                                     ZBNKBMG1
155400     END-IF.                                                      ZBNKBMG1
155500                                                                  ZBNKBMG1
163500***************************************************************** ZBNKBMG1
163600* Display the file status bytes. This routine will display as   * ZBNKBMG1
163700* two digits if the full two byte file status is numeric. If    * ZBNKBMG1
163800* second byte is non-numeric then it will be treated as a       * ZBNKBMG1
163900* binary number.                                                * ZBNKBMG1
164000***************************************************************** ZBNKBMG1
164100 DISPLAY-IO-STATUS.                                               ZBNKBMG1
164200     IF WS-IO-STATUS NUMERIC                                      ZBNKBMG1
164300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBMG1
164400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBMG1
164500               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKBMG1
164600          INTO WS-CONSOLE-MESSAGE                                 ZBNKBMG1
164700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
164800     ELSE                                                         ZBNKBMG1
164900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKBMG1
165000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKBMG1
165100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKBMG1
165200        STRING 'File status -' DELIMITED BY SIZE                  ZBNKBMG1
165300               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKBMG1
165400               '/' DELIMITED BY SIZE                              ZBNKBMG1
165500               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKBMG1
165600          INTO WS-CONSOLE-MESSAGE                                 ZBNKBMG1
165700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
165800     END-IF.                                                      ZBNKBMG1
165900                                                                  ZBNKBMG1
166000***************************************************************** ZBNKBMG1
166100* 'ABORT' the program.                                          * ZBNKBMG1
166200* Post a message to the console and issue a STOP RUN            * ZBNKBMG1
166300***************************************************************** ZBNKBMG1
166400 ABORT-PROGRAM.                                                   ZBNKBMG1
166500     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKBMG1
166600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKBMG1
166700     END-IF.                                                      ZBNKBMG1
166800     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKBMG1
166900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKBMG1
167000     MOVE 16 TO RETURN-CODE.                                      ZBNKBMG1
167100     STOP RUN.                                                    ZBNKBMG1
167200                                                                  ZBNKBMG1
167300***************************************************************** ZBNKBMG1
167400* Display CONSOLE messages...                                   * ZBNKBMG1
167500***************************************************************** ZBNKBMG1
167600 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKBMG1
167700     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKBMG1
167800       UPON CONSOLE.                                              ZBNKBMG1
167900     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKBMG1
168000                                                                  ZBNKBMG1
168100 COPY CTIMERP.                                                    ZBNKBMG1
168200                                                                  ZBNKBMG1
168300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKBMG1
