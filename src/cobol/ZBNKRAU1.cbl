000100***************************************************************** ZBNKRAU1
000200*                                                               * ZBNKRAU1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRAU1
000400*   This demonstration program is provided for use by users     * ZBNKRAU1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRAU1
000600*   distributed as part of your application provided that       * ZBNKRAU1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRAU1
000800*   in this material.                                           * ZBNKRAU1
000900*                                                               * ZBNKRAU1
001000***************************************************************** ZBNKRAU1
001100                                                                  ZBNKRAU1
001200***************************************************************** ZBNKRAU1
001300* Program:     ZBNKRAU1.CBL                                     * ZBNKRAU1
001400* Function:    Reference-data change audit report.  Lists the   * ZBNKRAU1
001500*              rows on the BNKRAUD change audit by table and    * ZBNKRAU1
001600*              within each table in the order the changes were  * ZBNKRAU1
001700*              made, showing who made each change, from which   * ZBNKRAU1
001800*              terminal and through which program, and then     * ZBNKRAU1
001900*              every field of the row before and after with the * ZBNKRAU1
002000*              fields an amendment altered marked **.  The      * ZBNKRAU1
002100*              field directory below names the columns of each  * ZBNKRAU1
002200*              maintained table; a table not in it is shown as  * ZBNKRAU1
002300*              raw 40-byte slices of the row image.             * ZBNKRAU1
002400*              The optional exec parm (LK-EXEC-PARM-DATA) is a  * ZBNKRAU1
002500*              from-date and to-date in YYYY-MM-DD form and a   * ZBNKRAU1
002600*              table name; a blank date leaves that end of the  * ZBNKRAU1
002700*              range open and a blank table lists every table.  * ZBNKRAU1
002800***************************************************************** ZBNKRAU1
002900                                                                  ZBNKRAU1
003000 IDENTIFICATION DIVISION.                                         ZBNKRAU1
003100 PROGRAM-ID.                                                      ZBNKRAU1
003200     ZBNKRAU1.                                                    ZBNKRAU1
003300 DATE-WRITTEN.                                                    ZBNKRAU1
003400     October 2026.                                                ZBNKRAU1
003500 DATE-COMPILED.                                                   ZBNKRAU1
003600     Today.                                                       ZBNKRAU1
003700                                                                  ZBNKRAU1
003800 ENVIRONMENT DIVISION.                                            ZBNKRAU1
003900 INPUT-OUTPUT   SECTION.                                          ZBNKRAU1
004000   FILE-CONTROL.                                                  ZBNKRAU1
004100     SELECT BNKRAUD-FILE                                          ZBNKRAU1
004200            ASSIGN       TO BNKRAUD                               ZBNKRAU1
004300            ORGANIZATION IS INDEXED                               ZBNKRAU1
004400            ACCESS MODE  IS DYNAMIC                               ZBNKRAU1
004500            RECORD KEY   IS RAU-KEY                               ZBNKRAU1
004600            FILE STATUS  IS WS-BNKRAUD-STATUS.                    ZBNKRAU1
004700     SELECT PRINTOUT-FILE                                         ZBNKRAU1
004800            ASSIGN       TO PRINTOUT                              ZBNKRAU1
004900            ORGANIZATION IS SEQUENTIAL                            ZBNKRAU1
005000            ACCESS MODE  IS SEQUENTIAL                            ZBNKRAU1
005100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKRAU1
005200                                                                  ZBNKRAU1
005300 DATA DIVISION.                                                   ZBNKRAU1
005400 FILE SECTION.                                                    ZBNKRAU1
005500                                                                  ZBNKRAU1
005600 FD  BNKRAUD-FILE.                                                ZBNKRAU1
005700 01  BNKRAUD-REC.                                                 ZBNKRAU1
005800 COPY CBANKVRA.                                                   ZBNKRAU1
005900                                                                  ZBNKRAU1
006000 FD  PRINTOUT-FILE.                                               ZBNKRAU1
006100 01  PRINTOUT-REC                        PIC X(121).              ZBNKRAU1
006200                                                                  ZBNKRAU1
006300 WORKING-STORAGE SECTION.                                         ZBNKRAU1
006400 COPY CTIMERD.                                                    ZBNKRAU1
006500                                                                  ZBNKRAU1
006600 COPY CTSTAMPD.                                                   ZBNKRAU1
006700                                                                  ZBNKRAU1
006800 01  WS-MISC-STORAGE.                                             ZBNKRAU1
006900   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRAU1
007000       VALUE 'ZBNKRAU1'.                                          ZBNKRAU1
007100   05  WS-BNKRAUD-STATUS.                                         ZBNKRAU1
007200     10  WS-BNKRAUD-STAT1                    PIC X(1).            ZBNKRAU1
007300     10  WS-BNKRAUD-STAT2                    PIC X(1).            ZBNKRAU1
007400   05  WS-PRINTOUT-STATUS.                                        ZBNKRAU1
007500     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKRAU1
007600     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKRAU1
007700   05  WS-IO-STATUS.                                              ZBNKRAU1
007800     10  WS-IO-STAT1                         PIC X(1).            ZBNKRAU1
007900     10  WS-IO-STAT2                         PIC X(1).            ZBNKRAU1
008000   05  WS-TWO-BYTES.                                              ZBNKRAU1
008100     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRAU1
008200     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRAU1
008300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRAU1
008400                                             PIC 9(1) COMP.       ZBNKRAU1
008500   05  WS-END-OF-FILE                        PIC X(3)             ZBNKRAU1
008600       VALUE 'NO '.                                               ZBNKRAU1
008700   05  WS-RAUD-PRESENT                       PIC X(1)             ZBNKRAU1
008800       VALUE 'N'.                                                 ZBNKRAU1
008900   05  WS-FILTER-DATE-FROM                   PIC X(10)            ZBNKRAU1
009000       VALUE SPACES.                                              ZBNKRAU1
009100   05  WS-FILTER-DATE-TO                     PIC X(10)            ZBNKRAU1
009200       VALUE SPACES.                                              ZBNKRAU1
009300   05  WS-FILTER-TABLE                       PIC X(8)             ZBNKRAU1
009400       VALUE SPACES.                                              ZBNKRAU1
009500   05  WS-T-SUB                              PIC S9(4) COMP.      ZBNKRAU1
009600   05  WS-F-SUB                              PIC S9(4) COMP.      ZBNKRAU1
009700   05  WS-OFF                                PIC S9(4) COMP.      ZBNKRAU1
009800   05  WS-LEN                                PIC S9(4) COMP.      ZBNKRAU1
009900   05  WS-SEG-OFF                            PIC S9(4) COMP.      ZBNKRAU1
010000   05  WS-SEG-LEN                            PIC S9(4) COMP.      ZBNKRAU1
010100   05  WS-IMAGE-LEN                          PIC S9(4) COMP.      ZBNKRAU1
010200   05  WS-DIR-FIELDS                         PIC S9(4) COMP.      ZBNKRAU1
010300   05  WS-ROW-CHANGED                        PIC S9(4) COMP.      ZBNKRAU1
010400   05  WS-FIELD-DIFFERS                      PIC X(1).            ZBNKRAU1
010500   05  WS-EDIT-NUM                           PIC ZZ9.             ZBNKRAU1
010600   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKRAU1
010700                                                                  ZBNKRAU1
010800 01  WS-COUNTERS.                                                 ZBNKRAU1
010900   05  WS-RECORDS-LISTED                     PIC 9(7)             ZBNKRAU1
011000       VALUE ZERO.                                                ZBNKRAU1
011100                                                                  ZBNKRAU1
011200***************************************************************** ZBNKRAU1
011300* The maintained tables in the order they are reported.  The    * ZBNKRAU1
011400* last entry is filled in when the parm names a table that is   * ZBNKRAU1
011500* not one of these.                                             * ZBNKRAU1
011600***************************************************************** ZBNKRAU1
011700 01  WS-TABLE-NAMES.                                              ZBNKRAU1
011800   05  FILLER                                PIC X(38)            ZBNKRAU1
011900       VALUE 'BNKATYP Account products and rates    '.            ZBNKRAU1
012000   05  FILLER                                PIC X(38)            ZBNKRAU1
012100       VALUE 'BNKBRCH Branches                      '.            ZBNKRAU1
012200   05  FILLER                                PIC X(38)            ZBNKRAU1
012300       VALUE 'BNKSTPR States and provinces          '.            ZBNKRAU1
012400   05  FILLER                                PIC X(38)            ZBNKRAU1
012500       VALUE 'BNKXRHSTExchange rate history         '.            ZBNKRAU1
012600   05  FILLER                                PIC X(38)            ZBNKRAU1
012700       VALUE 'BNKXRAT Current exchange rates        '.            ZBNKRAU1
012800   05  FILLER                                PIC X(38)            ZBNKRAU1
012900       VALUE 'BNKSCHEDBatch job schedule            '.            ZBNKRAU1
013000   05  FILLER                                PIC X(38)            ZBNKRAU1
013100       VALUE 'BNKSTAF Staff roles                   '.            ZBNKRAU1
013200   05  FILLER                                PIC X(38)            ZBNKRAU1
013300       VALUE 'BNKAUTH Program role authorizations   '.            ZBNKRAU1
013400   05  FILLER                                PIC X(38)            ZBNKRAU1
013500       VALUE 'BNKBLTN Staff and customer bulletins  '.            ZBNKRAU1
013600   05  FILLER                                PIC X(38)            ZBNKRAU1
013700       VALUE 'BNKHELP Screen help text              '.            ZBNKRAU1
013800   05  FILLER                                PIC X(38)            ZBNKRAU1
013900       VALUE 'BNKMSG  Screen message text           '.            ZBNKRAU1
013933   05  FILLER                                PIC X(38)            ZBNKRAU1
013966       VALUE 'BNKSCON Staff connected parties       '.            ZBNKRAU1
013977   05  FILLER                                PIC X(38)            ZBNKRAU1
013988       VALUE 'BNKTPP  Third-party providers         '.            ZBNKRAU1
014000   05  FILLER                                PIC X(38)            ZBNKRAU1
014100       VALUE SPACES.                                              ZBNKRAU1
014200 01  WS-TABLE-NAMES-R REDEFINES WS-TABLE-NAMES.                   ZBNKRAU1
014300   05  WS-T-NAME-ENTRY OCCURS 14 TIMES.                           ZBNKRAU1
014400     10  WS-T-NAME                           PIC X(8).            ZBNKRAU1
014500     10  WS-T-DESC                           PIC X(30).           ZBNKRAU1
014600                                                                  ZBNKRAU1
014700 01  WS-TABLE-COUNTS.                                             ZBNKRAU1
014800   05  WS-T-ENTRY OCCURS 14 TIMES.                                ZBNKRAU1
014900     10  WS-T-LISTED                         PIC X(1).            ZBNKRAU1
015000     10  WS-T-ADDS                           PIC 9(7).            ZBNKRAU1
015100     10  WS-T-CHANGES                        PIC 9(7).            ZBNKRAU1
015200     10  WS-T-DELETES                        PIC 9(7).            ZBNKRAU1
015300                                                                  ZBNKRAU1
015400***************************************************************** ZBNKRAU1
015500* Field directory - table, column, offset and length within the * ZBNKRAU1
015600* row image, X for display or P for packed, and the number of   * ZBNKRAU1
015700* decimal places of a packed column                             * ZBNKRAU1
015800***************************************************************** ZBNKRAU1
015900 01  WS-FIELD-NAMES.                                              ZBNKRAU1
016000   05  FILLER                                PIC X(36)            ZBNKRAU1
016100       VALUE 'BNKATYP TYPE                001001X0'.              ZBNKRAU1
016200   05  FILLER                                PIC X(36)            ZBNKRAU1
016300       VALUE 'BNKATYP DESC                002015X0'.              ZBNKRAU1
016400   05  FILLER                                PIC X(36)            ZBNKRAU1
016500       VALUE 'BNKATYP INT-RATE            017004P4'.              ZBNKRAU1
016600   05  FILLER                                PIC X(36)            ZBNKRAU1
016700       VALUE 'BNKATYP OD-INT-RATE         021004P4'.              ZBNKRAU1
016800   05  FILLER                                PIC X(36)            ZBNKRAU1
016900       VALUE 'BNKATYP SVC-CHARGE          025003P2'.              ZBNKRAU1
017000   05  FILLER                                PIC X(36)            ZBNKRAU1
017100       VALUE 'BNKATYP TXN-FEE             028002P2'.              ZBNKRAU1
017200   05  FILLER                                PIC X(36)            ZBNKRAU1
017300       VALUE 'BNKATYP FREE-TXNS           030002P0'.              ZBNKRAU1
017400   05  FILLER                                PIC X(36)            ZBNKRAU1
017500       VALUE 'BNKATYP MIN-BAL-WAIVE       032004P2'.              ZBNKRAU1
017600   05  FILLER                                PIC X(36)            ZBNKRAU1
017700       VALUE 'BNKATYP NEW-INT-RATE        036004P4'.              ZBNKRAU1
017800   05  FILLER                                PIC X(36)            ZBNKRAU1
017900       VALUE 'BNKATYP NEW-RATE-EFF-DATE   040010X0'.              ZBNKRAU1
018000   05  FILLER                                PIC X(36)            ZBNKRAU1
018100       VALUE 'BNKATYP STATUS              050001X0'.              ZBNKRAU1
018200   05  FILLER                                PIC X(36)            ZBNKRAU1
018300       VALUE 'BNKATYP TERM-MONTHS         051002P0'.              ZBNKRAU1
018400   05  FILLER                                PIC X(36)            ZBNKRAU1
018500       VALUE 'BNKATYP EW-PENALTY-PCT      053003P2'.              ZBNKRAU1
018600   05  FILLER                                PIC X(36)            ZBNKRAU1
018700       VALUE 'BNKATYP ACCRUAL-MODE        056001X0'.              ZBNKRAU1
018800   05  FILLER                                PIC X(36)            ZBNKRAU1
018900       VALUE 'BNKATYP RATE-NOTICE-DTE     057010X0'.              ZBNKRAU1
019000   05  FILLER                                PIC X(36)            ZBNKRAU1
019100       VALUE 'BNKATYP DAY-XCH-LIMIT       067005P2'.              ZBNKRAU1
019200   05  FILLER                                PIC X(36)            ZBNKRAU1
019300       VALUE 'BNKATYP RET-ITEM-FEE        072003P2'.              ZBNKRAU1
019400   05  FILLER                                PIC X(36)            ZBNKRAU1
019500       VALUE 'BNKATYP CHQBOOK-FEE         075003P2'.              ZBNKRAU1
019600   05  FILLER                                PIC X(36)            ZBNKRAU1
019700       VALUE 'BNKBRCH CODE                001003X0'.              ZBNKRAU1
019800   05  FILLER                                PIC X(36)            ZBNKRAU1
019900       VALUE 'BNKBRCH NAME                004025X0'.              ZBNKRAU1
020000   05  FILLER                                PIC X(36)            ZBNKRAU1
020100       VALUE 'BNKBRCH ADDR                029025X0'.              ZBNKRAU1
020200   05  FILLER                                PIC X(36)            ZBNKRAU1
020300       VALUE 'BNKBRCH REGION              054010X0'.              ZBNKRAU1
020400   05  FILLER                                PIC X(36)            ZBNKRAU1
020500       VALUE 'BNKBRCH STATUS              064001X0'.              ZBNKRAU1
020533   05  FILLER                                PIC X(36)            ZBNKRAU1
020566       VALUE 'BNKBRCH MANAGER             065008X0'.              ZBNKRAU1
020600   05  FILLER                                PIC X(36)            ZBNKRAU1
020700       VALUE 'BNKSTPR CODE                001002X0'.              ZBNKRAU1
020800   05  FILLER                                PIC X(36)            ZBNKRAU1
020900       VALUE 'BNKSTPR CNTRY               003003X0'.              ZBNKRAU1
021000   05  FILLER                                PIC X(36)            ZBNKRAU1
021100       VALUE 'BNKSTPR NAME                006021X0'.              ZBNKRAU1
021200   05  FILLER                                PIC X(36)            ZBNKRAU1
021300       VALUE 'BNKXRHSTCURR-CODE           001003X0'.              ZBNKRAU1
021400   05  FILLER                                PIC X(36)            ZBNKRAU1
021500       VALUE 'BNKXRHSTEFF-DATE            004010X0'.              ZBNKRAU1
021600   05  FILLER                                PIC X(36)            ZBNKRAU1
021700       VALUE 'BNKXRHSTRATE-TO-BASE        014005P6'.              ZBNKRAU1
021800   05  FILLER                                PIC X(36)            ZBNKRAU1
021900       VALUE 'BNKXRHSTMAKER-USERID        019008X0'.              ZBNKRAU1
022000   05  FILLER                                PIC X(36)            ZBNKRAU1
022100       VALUE 'BNKXRHSTENTERED             027026X0'.              ZBNKRAU1
022200   05  FILLER                                PIC X(36)            ZBNKRAU1
022300       VALUE 'BNKXRAT CURR-CODE           001003X0'.              ZBNKRAU1
022400   05  FILLER                                PIC X(36)            ZBNKRAU1
022500       VALUE 'BNKXRAT DESC                004015X0'.              ZBNKRAU1
022600   05  FILLER                                PIC X(36)            ZBNKRAU1
022700       VALUE 'BNKXRAT RATE-TO-BASE        019005P6'.              ZBNKRAU1
022800   05  FILLER                                PIC X(36)            ZBNKRAU1
022900       VALUE 'BNKSCHEDJOB                 001008X0'.              ZBNKRAU1
023000   05  FILLER                                PIC X(36)            ZBNKRAU1
023100       VALUE 'BNKSCHEDSTATUS              009001X0'.              ZBNKRAU1
023200   05  FILLER                                PIC X(36)            ZBNKRAU1
023300       VALUE 'BNKSCHEDFREQUENCY           010001X0'.              ZBNKRAU1
023400   05  FILLER                                PIC X(36)            ZBNKRAU1
023500       VALUE 'BNKSCHEDRUN-DAY             011002X0'.              ZBNKRAU1
023600   05  FILLER                                PIC X(36)            ZBNKRAU1
023700       VALUE 'BNKSCHEDBUSDAY-RULE         013001X0'.              ZBNKRAU1
023800   05  FILLER                                PIC X(36)            ZBNKRAU1
023900       VALUE 'BNKSCHEDPRED1               014008X0'.              ZBNKRAU1
024000   05  FILLER                                PIC X(36)            ZBNKRAU1
024100       VALUE 'BNKSCHEDPRED2               022008X0'.              ZBNKRAU1
024200   05  FILLER                                PIC X(36)            ZBNKRAU1
024300       VALUE 'BNKSTAF USERID              001008X0'.              ZBNKRAU1
024400   05  FILLER                                PIC X(36)            ZBNKRAU1
024500       VALUE 'BNKSTAF ROLE                009001X0'.              ZBNKRAU1
024600   05  FILLER                                PIC X(36)            ZBNKRAU1
024700       VALUE 'BNKSTAF NAME                010025X0'.              ZBNKRAU1
024800   05  FILLER                                PIC X(36)            ZBNKRAU1
024900       VALUE 'BNKSTAF ACTIVE              035001X0'.              ZBNKRAU1
024933   05  FILLER                                PIC X(36)            ZBNKRAU1
024966       VALUE 'BNKSTAF BRANCH              036003X0'.              ZBNKRAU1
024977   05  FILLER                                PIC X(36)            ZBNKRAU1
024988       VALUE 'BNKSTAF OWN-PID             039005X0'.              ZBNKRAU1
025000   05  FILLER                                PIC X(36)            ZBNKRAU1
025100       VALUE 'BNKAUTH PROGRAM             001008X0'.              ZBNKRAU1
025200   05  FILLER                                PIC X(36)            ZBNKRAU1
025300       VALUE 'BNKAUTH ROLE                009001X0'.              ZBNKRAU1
025400   05  FILLER                                PIC X(36)            ZBNKRAU1
025500       VALUE 'BNKBLTN ID                  001004X0'.              ZBNKRAU1
025600   05  FILLER                                PIC X(36)            ZBNKRAU1
025700       VALUE 'BNKBLTN AUDIENCE            005001X0'.              ZBNKRAU1
025800   05  FILLER                                PIC X(36)            ZBNKRAU1
025900       VALUE 'BNKBLTN EFF-TS              006026X0'.              ZBNKRAU1
026000   05  FILLER                                PIC X(36)            ZBNKRAU1
026100       VALUE 'BNKBLTN EXP-TS              032026X0'.              ZBNKRAU1
026200   05  FILLER                                PIC X(36)            ZBNKRAU1
026300       VALUE 'BNKBLTN TEXT                058120X0'.              ZBNKRAU1
026400   05  FILLER                                PIC X(36)            ZBNKRAU1
026500       VALUE 'BNKHELP SCRN                001006X0'.              ZBNKRAU1
026600   05  FILLER                                PIC X(36)            ZBNKRAU1
026700       VALUE 'BNKHELP LINE                007002X0'.              ZBNKRAU1
026800   05  FILLER                                PIC X(36)            ZBNKRAU1
026900       VALUE 'BNKHELP TEXT                009075X0'.              ZBNKRAU1
027000   05  FILLER                                PIC X(36)            ZBNKRAU1
027100       VALUE 'BNKMSG  ID                  001008X0'.              ZBNKRAU1
027200   05  FILLER                                PIC X(36)            ZBNKRAU1
027300       VALUE 'BNKMSG  LANG                009002X0'.              ZBNKRAU1
027400   05  FILLER                                PIC X(36)            ZBNKRAU1
027500       VALUE 'BNKMSG  TEXT                011060X0'.              ZBNKRAU1
027505   05  FILLER                                PIC X(36)            ZBNKRAU1
027510       VALUE 'BNKSCON USERID              001008X0'.              ZBNKRAU1
027515   05  FILLER                                PIC X(36)            ZBNKRAU1
027520       VALUE 'BNKSCON PID                 009005X0'.              ZBNKRAU1
027525   05  FILLER                                PIC X(36)            ZBNKRAU1
027530       VALUE 'BNKSCON RELATION            014001X0'.              ZBNKRAU1
027535   05  FILLER                                PIC X(36)            ZBNKRAU1
027540       VALUE 'BNKSCON STATUS              015001X0'.              ZBNKRAU1
027545   05  FILLER                                PIC X(36)            ZBNKRAU1
027550       VALUE 'BNKSCON DECLARED-DTE        016010X0'.              ZBNKRAU1
027555   05  FILLER                                PIC X(36)            ZBNKRAU1
027560       VALUE 'BNKSCON DECLARED-BY         026008X0'.              ZBNKRAU1
027565   05  FILLER                                PIC X(36)            ZBNKRAU1
027570       VALUE 'BNKSCON REMOVED-DTE         034010X0'.              ZBNKRAU1
027575   05  FILLER                                PIC X(36)            ZBNKRAU1
027580       VALUE 'BNKSCON REMOVED-BY          044008X0'.              ZBNKRAU1
027581   05  FILLER                                PIC X(36)            ZBNKRAU1
027582       VALUE 'BNKTPP  ID                  001008X0'.              ZBNKRAU1
027583   05  FILLER                                PIC X(36)            ZBNKRAU1
027584       VALUE 'BNKTPP  NAME                009030X0'.              ZBNKRAU1
027585   05  FILLER                                PIC X(36)            ZBNKRAU1
027586       VALUE 'BNKTPP  REG-NO              039015X0'.              ZBNKRAU1
027587   05  FILLER                                PIC X(36)            ZBNKRAU1
027588       VALUE 'BNKTPP  CONTACT             054020X0'.              ZBNKRAU1
027589   05  FILLER                                PIC X(36)            ZBNKRAU1
027590       VALUE 'BNKTPP  STATUS              074001X0'.              ZBNKRAU1
027591   05  FILLER                                PIC X(36)            ZBNKRAU1
027592       VALUE 'BNKTPP  SCOPE-BAL           075001X0'.              ZBNKRAU1
027593   05  FILLER                                PIC X(36)            ZBNKRAU1
027594       VALUE 'BNKTPP  SCOPE-TXN           076001X0'.              ZBNKRAU1
027595   05  FILLER                                PIC X(36)            ZBNKRAU1
027596       VALUE 'BNKTPP  SCOPE-PAY           077001X0'.              ZBNKRAU1
027597   05  FILLER                                PIC X(36)            ZBNKRAU1
027598       VALUE 'BNKTPP  APPROVED-DATE       078010X0'.              ZBNKRAU1
027600 01  WS-FIELD-NAMES-R REDEFINES WS-FIELD-NAMES.                   ZBNKRAU1
027700   05  WS-F-ENTRY OCCURS 78 TIMES.                                ZBNKRAU1
027800     10  WS-F-TABLE                          PIC X(8).            ZBNKRAU1
027900     10  WS-F-NAME                           PIC X(20).           ZBNKRAU1
028000     10  WS-F-OFFSET                         PIC 9(3).            ZBNKRAU1
028100     10  WS-F-LENGTH                         PIC 9(3).            ZBNKRAU1
028200     10  WS-F-TYPE                           PIC X(1).            ZBNKRAU1
028300     10  WS-F-SCALE                          PIC 9(1).            ZBNKRAU1
028400 01  WS-FIELD-COUNT                          PIC S9(4) COMP       ZBNKRAU1
028500       VALUE 78.                                                  ZBNKRAU1
028600                                                                  ZBNKRAU1
028700***************************************************************** ZBNKRAU1
028800* A packed column lifted out of the row image                   * ZBNKRAU1
028900***************************************************************** ZBNKRAU1
029000 01  WS-PACK-WORK.                                                ZBNKRAU1
029100   05  WS-PACK-AREA                          PIC X(8).            ZBNKRAU1
029200   05  WS-PACK-NUM REDEFINES WS-PACK-AREA    PIC S9(15) COMP-3.   ZBNKRAU1
029300   05  WS-PACK-VALUE                         PIC S9(9)V9(6).      ZBNKRAU1
029400   05  WS-PACK-EDIT-0                        PIC -(9)9.           ZBNKRAU1
029500   05  WS-PACK-EDIT-2                        PIC -(9)9.99.        ZBNKRAU1
029600   05  WS-PACK-EDIT-4                        PIC -(9)9.9(4).      ZBNKRAU1
029700   05  WS-PACK-EDIT-6                        PIC -(9)9.9(6).      ZBNKRAU1
029800   05  WS-PACK-TEXT                          PIC X(40).           ZBNKRAU1
029900                                                                  ZBNKRAU1
030000***************************************************************** ZBNKRAU1
030100* Change audit report                                           * ZBNKRAU1
030200***************************************************************** ZBNKRAU1
030300 01  WS-REPORT-LINES.                                             ZBNKRAU1
030400   05  WS-RPT1.                                                   ZBNKRAU1
030500     10  WS-RPT1-CC                          PIC X(1)             ZBNKRAU1
030600         VALUE '1'.                                               ZBNKRAU1
030700     10  FILLER                              PIC X(20)            ZBNKRAU1
030800         VALUE SPACES.                                            ZBNKRAU1
030900     10  WS-RPT1-HEAD                        PIC X(44)            ZBNKRAU1
031000         VALUE 'Reference Data Change Audit - Run Date'.          ZBNKRAU1
031100     10  WS-RPT1-DATE                        PIC X(10).           ZBNKRAU1
031200   05  WS-RPT2.                                                   ZBNKRAU1
031300     10  WS-RPT2-CC                          PIC X(1)             ZBNKRAU1
031400         VALUE ' '.                                               ZBNKRAU1
031500     10  FILLER                              PIC X(20)            ZBNKRAU1
031600         VALUE SPACES.                                            ZBNKRAU1
031700     10  FILLER                              PIC X(13)            ZBNKRAU1
031800         VALUE 'Changes from '.                                   ZBNKRAU1
031900     10  WS-RPT2-FROM                        PIC X(10).           ZBNKRAU1
032000     10  FILLER                              PIC X(4)             ZBNKRAU1
032100         VALUE ' to '.                                            ZBNKRAU1
032200     10  WS-RPT2-TO                          PIC X(10).           ZBNKRAU1
032300     10  FILLER                              PIC X(9)             ZBNKRAU1
032400         VALUE ' - table '.                                       ZBNKRAU1
032500     10  WS-RPT2-TABLE                       PIC X(8).            ZBNKRAU1
032600   05  WS-LINE2.                                                  ZBNKRAU1
032700     10  WS-LINE2-CC                         PIC X(1)             ZBNKRAU1
032800         VALUE '0'.                                               ZBNKRAU1
032900     10  FILLER                              PIC X(6)             ZBNKRAU1
033000         VALUE 'Table '.                                          ZBNKRAU1
033100     10  WS-LINE2-TABLE                      PIC X(10).           ZBNKRAU1
033200     10  WS-LINE2-DESC                       PIC X(30).           ZBNKRAU1
033300   05  WS-LINE3.                                                  ZBNKRAU1
033400     10  WS-LINE3-CC                         PIC X(1)             ZBNKRAU1
033500         VALUE ' '.                                               ZBNKRAU1
033600     10  FILLER                              PIC X(3)             ZBNKRAU1
033700         VALUE SPACES.                                            ZBNKRAU1
033800     10  WS-LINE3-TEXT                       PIC X(60).           ZBNKRAU1
033900   05  WS-LINE4.                                                  ZBNKRAU1
034000     10  WS-LINE4-CC                         PIC X(1)             ZBNKRAU1
034100         VALUE '0'.                                               ZBNKRAU1
034200     10  WS-LINE4-TIMESTAMP                  PIC X(26).           ZBNKRAU1
034300     10  FILLER                              PIC X(1)             ZBNKRAU1
034400         VALUE SPACES.                                            ZBNKRAU1
034500     10  WS-LINE4-ACTION                     PIC X(7).            ZBNKRAU1
034600     10  FILLER                              PIC X(4)             ZBNKRAU1
034700         VALUE ' by '.                                            ZBNKRAU1
034800     10  WS-LINE4-USERID                     PIC X(8).            ZBNKRAU1
034900     10  FILLER                              PIC X(4)             ZBNKRAU1
035000         VALUE ' at '.                                            ZBNKRAU1
035100     10  WS-LINE4-TERMID                     PIC X(4).            ZBNKRAU1
035200     10  FILLER                              PIC X(5)             ZBNKRAU1
035300         VALUE ' via '.                                           ZBNKRAU1
035400     10  WS-LINE4-PROGRAM                    PIC X(8).            ZBNKRAU1
035500     10  FILLER                              PIC X(5)             ZBNKRAU1
035600         VALUE ' key '.                                           ZBNKRAU1
035700     10  WS-LINE4-KEY                        PIC X(40).           ZBNKRAU1
035800   05  WS-LINE5.                                                  ZBNKRAU1
035900     10  WS-LINE5-CC                         PIC X(1)             ZBNKRAU1
036000         VALUE ' '.                                               ZBNKRAU1
036100     10  FILLER                              PIC X(3)             ZBNKRAU1
036200         VALUE SPACES.                                            ZBNKRAU1
036300     10  FILLER                              PIC X(21)            ZBNKRAU1
036400         VALUE 'Field'.                                           ZBNKRAU1
036500     10  FILLER                              PIC X(41)            ZBNKRAU1
036600         VALUE 'Before'.                                          ZBNKRAU1
036700     10  FILLER                              PIC X(40)            ZBNKRAU1
036800         VALUE 'After'.                                           ZBNKRAU1
036900   05  WS-LINE6.                                                  ZBNKRAU1
037000     10  WS-LINE6-CC                         PIC X(1)             ZBNKRAU1
037100         VALUE ' '.                                               ZBNKRAU1
037200     10  WS-LINE6-MARK                       PIC X(3).            ZBNKRAU1
037300     10  WS-LINE6-FIELD                      PIC X(21).           ZBNKRAU1
037400     10  WS-LINE6-BEFORE                     PIC X(41).           ZBNKRAU1
037500     10  WS-LINE6-AFTER                      PIC X(40).           ZBNKRAU1
037600   05  WS-LINE7.                                                  ZBNKRAU1
037700     10  WS-LINE7-CC                         PIC X(1)             ZBNKRAU1
037800         VALUE '0'.                                               ZBNKRAU1
037900     10  FILLER                              PIC X(3)             ZBNKRAU1
038000         VALUE SPACES.                                            ZBNKRAU1
038100     10  FILLER                              PIC X(40)            ZBNKRAU1
038200         VALUE 'Table'.                                           ZBNKRAU1
038300     10  FILLER                              PIC X(9)             ZBNKRAU1
038400         VALUE '     Adds'.                                       ZBNKRAU1
038500     10  FILLER                              PIC X(9)             ZBNKRAU1
038600         VALUE '  Changes'.                                       ZBNKRAU1
038700     10  FILLER                              PIC X(9)             ZBNKRAU1
038800         VALUE '  Deletes'.                                       ZBNKRAU1
038900   05  WS-LINE8.                                                  ZBNKRAU1
039000     10  WS-LINE8-CC                         PIC X(1)             ZBNKRAU1
039100         VALUE ' '.                                               ZBNKRAU1
039200     10  FILLER                              PIC X(3)             ZBNKRAU1
039300         VALUE SPACES.                                            ZBNKRAU1
039400     10  WS-LINE8-TABLE                      PIC X(10).           ZBNKRAU1
039500     10  WS-LINE8-DESC                       PIC X(30).           ZBNKRAU1
039600     10  WS-LINE8-ADDS                       PIC Z(8)9.           ZBNKRAU1
039700     10  WS-LINE8-CHANGES                    PIC Z(8)9.           ZBNKRAU1
039800     10  WS-LINE8-DELETES                    PIC Z(8)9.           ZBNKRAU1
039900                                                                  ZBNKRAU1
040000 LINKAGE SECTION.                                                 ZBNKRAU1
040100 01  LK-EXEC-PARM.                                                ZBNKRAU1
040200   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKRAU1
040300   05  LK-EXEC-PARM-DATA.                                         ZBNKRAU1
040400     10  LK-PARM-DATE-FROM               PIC X(10).               ZBNKRAU1
040500     10  LK-PARM-DATE-TO                 PIC X(10).               ZBNKRAU1
040600     10  LK-PARM-TABLE                   PIC X(8).                ZBNKRAU1
040700                                                                  ZBNKRAU1
040800 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKRAU1
040900                                                                  ZBNKRAU1
041000     PERFORM RUN-TIME.                                            ZBNKRAU1
041100                                                                  ZBNKRAU1
041200     MOVE 'Reference data change audit starting'                  ZBNKRAU1
041300       TO WS-CONSOLE-MESSAGE.                                     ZBNKRAU1
041400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRAU1
041500                                                                  ZBNKRAU1
041600 COPY CTSTAMPP.                                                   ZBNKRAU1
041700                                                                  ZBNKRAU1
041800     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKRAU1
041900        MOVE LK-PARM-DATE-FROM TO WS-FILTER-DATE-FROM             ZBNKRAU1
042000        MOVE LK-PARM-DATE-TO TO WS-FILTER-DATE-TO                 ZBNKRAU1
042100     END-IF.                                                      ZBNKRAU1
042200     IF LK-EXEC-PARM-LL IS GREATER THAN 20                        ZBNKRAU1
042300        MOVE LK-PARM-TABLE TO WS-FILTER-TABLE                     ZBNKRAU1
042400     END-IF.                                                      ZBNKRAU1
042500     IF WS-FILTER-DATE-TO IS EQUAL TO SPACES                      ZBNKRAU1
042600        MOVE '9999-12-31' TO WS-FILTER-DATE-TO                    ZBNKRAU1
042700     END-IF.                                                      ZBNKRAU1
042800     INITIALIZE WS-TABLE-COUNTS.                                  ZBNKRAU1
042900                                                                  ZBNKRAU1
043000     PERFORM OPEN-FILES.                                          ZBNKRAU1
043100     PERFORM PRINT-REPORT-HEADER.                                 ZBNKRAU1
043200                                                                  ZBNKRAU1
043300     IF WS-FILTER-TABLE IS EQUAL TO SPACES                        ZBNKRAU1
043400        MOVE 1 TO WS-T-SUB                                        ZBNKRAU1
043500        PERFORM LIST-TABLE THRU                                   ZBNKRAU1
043600                LIST-TABLE-EXIT                                   ZBNKRAU1
043700          UNTIL WS-T-SUB IS GREATER THAN 13                       ZBNKRAU1
043800     ELSE                                                         ZBNKRAU1
043900        MOVE 1 TO WS-T-SUB                                        ZBNKRAU1
044000        PERFORM FIND-TABLE                                        ZBNKRAU1
044100          UNTIL WS-T-SUB IS GREATER THAN 13 OR                    ZBNKRAU1
044200                WS-T-NAME (WS-T-SUB) IS EQUAL TO WS-FILTER-TABLE  ZBNKRAU1
044300        IF WS-T-SUB IS GREATER THAN 13                            ZBNKRAU1
044400           MOVE 14 TO WS-T-SUB                                    ZBNKRAU1
044500           MOVE WS-FILTER-TABLE TO WS-T-NAME (14)                 ZBNKRAU1
044600           MOVE 'Not a maintained table' TO WS-T-DESC (14)        ZBNKRAU1
044700        END-IF                                                    ZBNKRAU1
044800        PERFORM LIST-TABLE THRU                                   ZBNKRAU1
044900                LIST-TABLE-EXIT                                   ZBNKRAU1
045000     END-IF.                                                      ZBNKRAU1
045100                                                                  ZBNKRAU1
045200     PERFORM PRINT-SUMMARY.                                       ZBNKRAU1
045300     PERFORM CLOSE-FILES.                                         ZBNKRAU1
045400                                                                  ZBNKRAU1
045500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRAU1
045600     STRING WS-RECORDS-LISTED DELIMITED BY SIZE                   ZBNKRAU1
045700            ' reference data changes listed' DELIMITED BY SIZE    ZBNKRAU1
045800       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRAU1
045900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRAU1
046000     MOVE 'End Of Job'                                            ZBNKRAU1
046100       TO WS-CONSOLE-MESSAGE.                                     ZBNKRAU1
046200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRAU1
046300                                                                  ZBNKRAU1
046400     PERFORM RUN-TIME.                                            ZBNKRAU1
046500                                                                  ZBNKRAU1
046600     MOVE 0 TO RETURN-CODE.                                       ZBNKRAU1
046700                                                                  ZBNKRAU1
046800     GOBACK.                                                      ZBNKRAU1
046900                                                                  ZBNKRAU1
047000 FIND-TABLE.                                                      ZBNKRAU1
047100     ADD 1 TO WS-T-SUB.                                           ZBNKRAU1
047200                                                                  ZBNKRAU1
047300***************************************************************** ZBNKRAU1
047400* Print the run date and the range being reported               * ZBNKRAU1
047500***************************************************************** ZBNKRAU1
047600 PRINT-REPORT-HEADER.                                             ZBNKRAU1
047700     MOVE WS-TIMESTAMP (1:10) TO WS-RPT1-DATE.                    ZBNKRAU1
047800     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKRAU1
047900     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
048000     IF WS-FILTER-DATE-FROM IS EQUAL TO SPACES                    ZBNKRAU1
048100        MOVE 'the start' TO WS-RPT2-FROM                          ZBNKRAU1
048200     ELSE                                                         ZBNKRAU1
048300        MOVE WS-FILTER-DATE-FROM TO WS-RPT2-FROM                  ZBNKRAU1
048400     END-IF.                                                      ZBNKRAU1
048500     IF WS-FILTER-DATE-TO IS EQUAL TO '9999-12-31'                ZBNKRAU1
048600        MOVE 'today' TO WS-RPT2-TO                                ZBNKRAU1
048700     ELSE                                                         ZBNKRAU1
048800        MOVE WS-FILTER-DATE-TO TO WS-RPT2-TO                      ZBNKRAU1
048900     END-IF.                                                      ZBNKRAU1
049000     IF WS-FILTER-TABLE IS EQUAL TO SPACES                        ZBNKRAU1
049100        MOVE 'all' TO WS-RPT2-TABLE                               ZBNKRAU1
049200     ELSE                                                         ZBNKRAU1
049300        MOVE WS-FILTER-TABLE TO WS-RPT2-TABLE                     ZBNKRAU1
049400     END-IF.                                                      ZBNKRAU1
049500     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKRAU1
049600     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
049700                                                                  ZBNKRAU1
049800***************************************************************** ZBNKRAU1
049900* List one table's changes in the date range.  The audit is     * ZBNKRAU1
050000* keyed by when the change was made, so each table is a pass    * ZBNKRAU1
050100* from the from-date to the first row past the to-date.         * ZBNKRAU1
050200***************************************************************** ZBNKRAU1
050300 LIST-TABLE.                                                      ZBNKRAU1
050400     MOVE WS-T-NAME (WS-T-SUB) TO WS-LINE2-TABLE.                 ZBNKRAU1
050500     MOVE WS-T-DESC (WS-T-SUB) TO WS-LINE2-DESC.                  ZBNKRAU1
050600     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKRAU1
050700     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
050800     MOVE 'Y' TO WS-T-LISTED (WS-T-SUB).                          ZBNKRAU1
050900     IF WS-RAUD-PRESENT IS NOT EQUAL TO 'Y'                       ZBNKRAU1
051000        GO TO LIST-TABLE-DONE                                     ZBNKRAU1
051100     END-IF.                                                      ZBNKRAU1
051200     MOVE LOW-VALUES TO RAU-KEY.                                  ZBNKRAU1
051300     IF WS-FILTER-DATE-FROM IS NOT EQUAL TO SPACES                ZBNKRAU1
051400        MOVE WS-FILTER-DATE-FROM TO RAU-REC-TIMESTAMP (1:10)      ZBNKRAU1
051500     END-IF.                                                      ZBNKRAU1
051600     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKRAU1
051700     START BNKRAUD-FILE KEY IS NOT LESS THAN RAU-KEY.             ZBNKRAU1
051800     IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'                    ZBNKRAU1
051900        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKRAU1
052000     END-IF.                                                      ZBNKRAU1
052100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKRAU1
052200        READ BNKRAUD-FILE NEXT RECORD                             ZBNKRAU1
052300        IF WS-BNKRAUD-STATUS IS EQUAL TO '10'                     ZBNKRAU1
052400           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKRAU1
052500        ELSE                                                      ZBNKRAU1
052600           IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '00'              ZBNKRAU1
052700              MOVE 'BNKRAUD read error...' TO WS-CONSOLE-MESSAGE  ZBNKRAU1
052800              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKRAU1
052900              MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS              ZBNKRAU1
053000              PERFORM DISPLAY-IO-STATUS                           ZBNKRAU1
053100              PERFORM ABORT-PROGRAM                               ZBNKRAU1
053200           END-IF                                                 ZBNKRAU1
053300           IF RAU-REC-TIMESTAMP (1:10) IS GREATER THAN            ZBNKRAU1
053400                WS-FILTER-DATE-TO                                 ZBNKRAU1
053500              MOVE 'YES' TO WS-END-OF-FILE                        ZBNKRAU1
053600           ELSE                                                   ZBNKRAU1
053700              IF RAU-REC-TABLE IS EQUAL TO WS-T-NAME (WS-T-SUB)   ZBNKRAU1
053800                 PERFORM PRINT-CHANGE THRU                        ZBNKRAU1
053900                         PRINT-CHANGE-EXIT                        ZBNKRAU1
054000              END-IF                                              ZBNKRAU1
054100           END-IF                                                 ZBNKRAU1
054200        END-IF                                                    ZBNKRAU1
054300     END-PERFORM.                                                 ZBNKRAU1
054400 LIST-TABLE-DONE.                                                 ZBNKRAU1
054500     IF WS-T-ADDS (WS-T-SUB) IS EQUAL TO ZERO AND                 ZBNKRAU1
054600        WS-T-CHANGES (WS-T-SUB) IS EQUAL TO ZERO AND              ZBNKRAU1
054700        WS-T-DELETES (WS-T-SUB) IS EQUAL TO ZERO                  ZBNKRAU1
054800        MOVE 'No changes in the period' TO WS-LINE3-TEXT          ZBNKRAU1
054900        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKRAU1
055000        PERFORM PRINTOUT-PUT                                      ZBNKRAU1
055100     END-IF.                                                      ZBNKRAU1
055200     ADD 1 TO WS-T-SUB.                                           ZBNKRAU1
055300 LIST-TABLE-EXIT.                                                 ZBNKRAU1
055400     EXIT.                                                        ZBNKRAU1
055500                                                                  ZBNKRAU1
055600***************************************************************** ZBNKRAU1
055700* Print one change - who, when and where, then the row field by * ZBNKRAU1
055800* field before and after                                        * ZBNKRAU1
055900***************************************************************** ZBNKRAU1
056000 PRINT-CHANGE.                                                    ZBNKRAU1
056100     ADD 1 TO WS-RECORDS-LISTED.                                  ZBNKRAU1
056200     EVALUATE TRUE                                                ZBNKRAU1
056300       WHEN RAU-ACTION-ADD                                        ZBNKRAU1
056400         ADD 1 TO WS-T-ADDS (WS-T-SUB)                            ZBNKRAU1
056500         MOVE 'Added' TO WS-LINE4-ACTION                          ZBNKRAU1
056600       WHEN RAU-ACTION-DELETE                                     ZBNKRAU1
056700         ADD 1 TO WS-T-DELETES (WS-T-SUB)                         ZBNKRAU1
056800         MOVE 'Deleted' TO WS-LINE4-ACTION                        ZBNKRAU1
056900       WHEN OTHER                                                 ZBNKRAU1
057000         ADD 1 TO WS-T-CHANGES (WS-T-SUB)                         ZBNKRAU1
057100         MOVE 'Changed' TO WS-LINE4-ACTION                        ZBNKRAU1
057200     END-EVALUATE.                                                ZBNKRAU1
057300     MOVE RAU-REC-TIMESTAMP TO WS-LINE4-TIMESTAMP.                ZBNKRAU1
057400     MOVE RAU-REC-USERID TO WS-LINE4-USERID.                      ZBNKRAU1
057500     MOVE RAU-REC-TERMID TO WS-LINE4-TERMID.                      ZBNKRAU1
057600     MOVE RAU-REC-PROGRAM TO WS-LINE4-PROGRAM.                    ZBNKRAU1
057700     MOVE RAU-REC-ROW-KEY TO WS-LINE4-KEY.                        ZBNKRAU1
057800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKRAU1
057900     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
058000     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKRAU1
058100     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
058200     MOVE ZERO TO WS-DIR-FIELDS.                                  ZBNKRAU1
058300     MOVE ZERO TO WS-ROW-CHANGED.                                 ZBNKRAU1
058400     MOVE 1 TO WS-F-SUB.                                          ZBNKRAU1
058500     PERFORM PRINT-FIELD THRU                                     ZBNKRAU1
058600             PRINT-FIELD-EXIT                                     ZBNKRAU1
058700       UNTIL WS-F-SUB IS GREATER THAN WS-FIELD-COUNT.             ZBNKRAU1
058800     IF WS-DIR-FIELDS IS EQUAL TO ZERO                            ZBNKRAU1
058900        PERFORM PRINT-RAW-IMAGE THRU                              ZBNKRAU1
059000                PRINT-RAW-IMAGE-EXIT                              ZBNKRAU1
059100     END-IF.                                                      ZBNKRAU1
059200     IF RAU-ACTION-CHANGE                                         ZBNKRAU1
059300        MOVE SPACES TO WS-LINE3-TEXT                              ZBNKRAU1
059400        MOVE WS-ROW-CHANGED TO WS-EDIT-NUM                        ZBNKRAU1
059500        STRING WS-EDIT-NUM DELIMITED BY SIZE                      ZBNKRAU1
059600               ' field(s) changed' DELIMITED BY SIZE              ZBNKRAU1
059700          INTO WS-LINE3-TEXT                                      ZBNKRAU1
059800        MOVE WS-LINE3 TO PRINTOUT-REC                             ZBNKRAU1
059900        PERFORM PRINTOUT-PUT                                      ZBNKRAU1
060000     END-IF.                                                      ZBNKRAU1
060100 PRINT-CHANGE-EXIT.                                               ZBNKRAU1
060200     EXIT.                                                        ZBNKRAU1
060300                                                                  ZBNKRAU1
060400***************************************************************** ZBNKRAU1
060500* Print one directory column of the row.  A display column      * ZBNKRAU1
060600* longer than the print column runs on to further lines.  On    * ZBNKRAU1
060700* an amendment a column whose bytes differ is marked **.        * ZBNKRAU1
060800***************************************************************** ZBNKRAU1
060900 PRINT-FIELD.                                                     ZBNKRAU1
061000     IF WS-F-TABLE (WS-F-SUB) IS NOT EQUAL TO RAU-REC-TABLE       ZBNKRAU1
061100        GO TO PRINT-FIELD-NEXT                                    ZBNKRAU1
061200     END-IF.                                                      ZBNKRAU1
061300     ADD 1 TO WS-DIR-FIELDS.                                      ZBNKRAU1
061400     MOVE WS-F-OFFSET (WS-F-SUB) TO WS-OFF.                       ZBNKRAU1
061500     MOVE WS-F-LENGTH (WS-F-SUB) TO WS-LEN.                       ZBNKRAU1
061600     MOVE SPACES TO WS-LINE6-MARK.                                ZBNKRAU1
061700     MOVE 'N' TO WS-FIELD-DIFFERS.                                ZBNKRAU1
061800     IF RAU-REC-BEFORE (WS-OFF:WS-LEN) IS NOT EQUAL TO            ZBNKRAU1
061900          RAU-REC-AFTER (WS-OFF:WS-LEN)                           ZBNKRAU1
062000        MOVE 'Y' TO WS-FIELD-DIFFERS                              ZBNKRAU1
062100     END-IF.                                                      ZBNKRAU1
062200     IF RAU-ACTION-CHANGE AND WS-FIELD-DIFFERS IS EQUAL TO 'Y'    ZBNKRAU1
062300        MOVE '** ' TO WS-LINE6-MARK                               ZBNKRAU1
062400        ADD 1 TO WS-ROW-CHANGED                                   ZBNKRAU1
062500     END-IF.                                                      ZBNKRAU1
062600     MOVE WS-F-NAME (WS-F-SUB) TO WS-LINE6-FIELD.                 ZBNKRAU1
062700     IF WS-F-TYPE (WS-F-SUB) IS EQUAL TO 'P'                      ZBNKRAU1
062800        MOVE SPACES TO WS-LINE6-BEFORE                            ZBNKRAU1
062900        MOVE SPACES TO WS-LINE6-AFTER                             ZBNKRAU1
063000        IF NOT RAU-ACTION-ADD                                     ZBNKRAU1
063100           MOVE RAU-REC-BEFORE (WS-OFF:WS-LEN) TO WS-PACK-TEXT    ZBNKRAU1
063200           PERFORM FORMAT-PACKED THRU                             ZBNKRAU1
063300                   FORMAT-PACKED-EXIT                             ZBNKRAU1
063400           MOVE WS-PACK-TEXT TO WS-LINE6-BEFORE                   ZBNKRAU1
063500        END-IF                                                    ZBNKRAU1
063600        IF NOT RAU-ACTION-DELETE                                  ZBNKRAU1
063700           MOVE RAU-REC-AFTER (WS-OFF:WS-LEN) TO WS-PACK-TEXT     ZBNKRAU1
063800           PERFORM FORMAT-PACKED THRU                             ZBNKRAU1
063900                   FORMAT-PACKED-EXIT                             ZBNKRAU1
064000           MOVE WS-PACK-TEXT TO WS-LINE6-AFTER                    ZBNKRAU1
064100        END-IF                                                    ZBNKRAU1
064200        MOVE WS-LINE6 TO PRINTOUT-REC                             ZBNKRAU1
064300        PERFORM PRINTOUT-PUT                                      ZBNKRAU1
064400        GO TO PRINT-FIELD-NEXT                                    ZBNKRAU1
064500     END-IF.                                                      ZBNKRAU1
064600     MOVE ZERO TO WS-SEG-OFF.                                     ZBNKRAU1
064700     PERFORM PRINT-FIELD-SEGMENT                                  ZBNKRAU1
064800       UNTIL WS-SEG-OFF IS NOT LESS THAN WS-LEN.                  ZBNKRAU1
064900 PRINT-FIELD-NEXT.                                                ZBNKRAU1
065000     ADD 1 TO WS-F-SUB.                                           ZBNKRAU1
065100 PRINT-FIELD-EXIT.                                                ZBNKRAU1
065200     EXIT.                                                        ZBNKRAU1
065300                                                                  ZBNKRAU1
065400 PRINT-FIELD-SEGMENT.                                             ZBNKRAU1
065500     COMPUTE WS-SEG-LEN = WS-LEN - WS-SEG-OFF.                    ZBNKRAU1
065600     IF WS-SEG-LEN IS GREATER THAN 40                             ZBNKRAU1
065700        MOVE 40 TO WS-SEG-LEN                                     ZBNKRAU1
065800     END-IF.                                                      ZBNKRAU1
065900     MOVE SPACES TO WS-LINE6-BEFORE.                              ZBNKRAU1
066000     MOVE SPACES TO WS-LINE6-AFTER.                               ZBNKRAU1
066100     IF NOT RAU-ACTION-ADD                                        ZBNKRAU1
066200        MOVE RAU-REC-BEFORE (WS-OFF + WS-SEG-OFF:WS-SEG-LEN)      ZBNKRAU1
066300          TO WS-LINE6-BEFORE                                      ZBNKRAU1
066400     END-IF.                                                      ZBNKRAU1
066500     IF NOT RAU-ACTION-DELETE                                     ZBNKRAU1
066600        MOVE RAU-REC-AFTER (WS-OFF + WS-SEG-OFF:WS-SEG-LEN)       ZBNKRAU1
066700          TO WS-LINE6-AFTER                                       ZBNKRAU1
066800     END-IF.                                                      ZBNKRAU1
066900     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKRAU1
067000     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
067100     MOVE SPACES TO WS-LINE6-MARK.                                ZBNKRAU1
067200     MOVE SPACES TO WS-LINE6-FIELD.                               ZBNKRAU1
067300     ADD WS-SEG-LEN TO WS-SEG-OFF.                                ZBNKRAU1
067400                                                                  ZBNKRAU1
067500***************************************************************** ZBNKRAU1
067600* Show a packed column (in WS-PACK-TEXT) with its decimal       * ZBNKRAU1
067700* places, or blank if the row side carried nothing there        * ZBNKRAU1
067800***************************************************************** ZBNKRAU1
067900 FORMAT-PACKED.                                                   ZBNKRAU1
068000     IF WS-PACK-TEXT (1:WS-LEN) IS EQUAL TO SPACES                ZBNKRAU1
068100        MOVE SPACES TO WS-PACK-TEXT                               ZBNKRAU1
068200        GO TO FORMAT-PACKED-EXIT                                  ZBNKRAU1
068300     END-IF.                                                      ZBNKRAU1
068400     MOVE LOW-VALUES TO WS-PACK-AREA.                             ZBNKRAU1
068500     MOVE WS-PACK-TEXT (1:WS-LEN)                                 ZBNKRAU1
068600       TO WS-PACK-AREA (9 - WS-LEN:WS-LEN).                       ZBNKRAU1
068700     IF WS-PACK-NUM IS NOT NUMERIC                                ZBNKRAU1
068800        MOVE '(not numeric)' TO WS-PACK-TEXT                      ZBNKRAU1
068900        GO TO FORMAT-PACKED-EXIT                                  ZBNKRAU1
069000     END-IF.                                                      ZBNKRAU1
069100     MOVE SPACES TO WS-PACK-TEXT.                                 ZBNKRAU1
069200     EVALUATE WS-F-SCALE (WS-F-SUB)                               ZBNKRAU1
069300       WHEN 0                                                     ZBNKRAU1
069400         MOVE WS-PACK-NUM TO WS-PACK-EDIT-0                       ZBNKRAU1
069500         MOVE WS-PACK-EDIT-0 TO WS-PACK-TEXT                      ZBNKRAU1
069600       WHEN 2                                                     ZBNKRAU1
069700         COMPUTE WS-PACK-VALUE = WS-PACK-NUM / 100                ZBNKRAU1
069800         MOVE WS-PACK-VALUE TO WS-PACK-EDIT-2                     ZBNKRAU1
069900         MOVE WS-PACK-EDIT-2 TO WS-PACK-TEXT                      ZBNKRAU1
070000       WHEN 4                                                     ZBNKRAU1
070100         COMPUTE WS-PACK-VALUE = WS-PACK-NUM / 10000              ZBNKRAU1
070200         MOVE WS-PACK-VALUE TO WS-PACK-EDIT-4                     ZBNKRAU1
070300         MOVE WS-PACK-EDIT-4 TO WS-PACK-TEXT                      ZBNKRAU1
070400       WHEN OTHER                                                 ZBNKRAU1
070500         COMPUTE WS-PACK-VALUE = WS-PACK-NUM / 1000000            ZBNKRAU1
070600         MOVE WS-PACK-VALUE TO WS-PACK-EDIT-6                     ZBNKRAU1
070700         MOVE WS-PACK-EDIT-6 TO WS-PACK-TEXT                      ZBNKRAU1
070800     END-EVALUATE.                                                ZBNKRAU1
070900 FORMAT-PACKED-EXIT.                                              ZBNKRAU1
071000     EXIT.                                                        ZBNKRAU1
071100                                                                  ZBNKRAU1
071200***************************************************************** ZBNKRAU1
071300* A table with no directory entry - show the row image as raw   * ZBNKRAU1
071400* 40-byte slices, marking the slices an amendment altered       * ZBNKRAU1
071500***************************************************************** ZBNKRAU1
071600 PRINT-RAW-IMAGE.                                                 ZBNKRAU1
071700     MOVE RAU-REC-IMAGE-LEN TO WS-IMAGE-LEN.                      ZBNKRAU1
071800     IF WS-IMAGE-LEN IS EQUAL TO ZERO OR                          ZBNKRAU1
071900        WS-IMAGE-LEN IS GREATER THAN 200                          ZBNKRAU1
072000        MOVE 200 TO WS-IMAGE-LEN                                  ZBNKRAU1
072100     END-IF.                                                      ZBNKRAU1
072200     MOVE 1 TO WS-OFF.                                            ZBNKRAU1
072300     PERFORM PRINT-RAW-SLICE                                      ZBNKRAU1
072400       UNTIL WS-OFF IS GREATER THAN WS-IMAGE-LEN.                 ZBNKRAU1
072500 PRINT-RAW-IMAGE-EXIT.                                            ZBNKRAU1
072600     EXIT.                                                        ZBNKRAU1
072700                                                                  ZBNKRAU1
072800 PRINT-RAW-SLICE.                                                 ZBNKRAU1
072900     COMPUTE WS-LEN = WS-IMAGE-LEN - WS-OFF + 1.                  ZBNKRAU1
073000     IF WS-LEN IS GREATER THAN 40                                 ZBNKRAU1
073100        MOVE 40 TO WS-LEN                                         ZBNKRAU1
073200     END-IF.                                                      ZBNKRAU1
073300     MOVE SPACES TO WS-LINE6-MARK.                                ZBNKRAU1
073400     IF RAU-ACTION-CHANGE AND                                     ZBNKRAU1
073500        RAU-REC-BEFORE (WS-OFF:WS-LEN) IS NOT EQUAL TO            ZBNKRAU1
073600          RAU-REC-AFTER (WS-OFF:WS-LEN)                           ZBNKRAU1
073700        MOVE '** ' TO WS-LINE6-MARK                               ZBNKRAU1
073800        ADD 1 TO WS-ROW-CHANGED                                   ZBNKRAU1
073900     END-IF.                                                      ZBNKRAU1
074000     MOVE SPACES TO WS-LINE6-FIELD.                               ZBNKRAU1
074100     MOVE WS-OFF TO WS-EDIT-NUM.                                  ZBNKRAU1
074200     STRING 'Bytes from ' DELIMITED BY SIZE                       ZBNKRAU1
074300            WS-EDIT-NUM DELIMITED BY SIZE                         ZBNKRAU1
074400       INTO WS-LINE6-FIELD.                                       ZBNKRAU1
074500     MOVE SPACES TO WS-LINE6-BEFORE.                              ZBNKRAU1
074600     MOVE SPACES TO WS-LINE6-AFTER.                               ZBNKRAU1
074700     IF NOT RAU-ACTION-ADD                                        ZBNKRAU1
074800        MOVE RAU-REC-BEFORE (WS-OFF:WS-LEN) TO WS-LINE6-BEFORE    ZBNKRAU1
074900     END-IF.                                                      ZBNKRAU1
075000     IF NOT RAU-ACTION-DELETE                                     ZBNKRAU1
075100        MOVE RAU-REC-AFTER (WS-OFF:WS-LEN) TO WS-LINE6-AFTER      ZBNKRAU1
075200     END-IF.                                                      ZBNKRAU1
075300     MOVE WS-LINE6 TO PRINTOUT-REC.                               ZBNKRAU1
075400     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
075500     ADD WS-LEN TO WS-OFF.                                        ZBNKRAU1
075600                                                                  ZBNKRAU1
075700***************************************************************** ZBNKRAU1
075800* Adds, changes and deletes by table                            * ZBNKRAU1
075900***************************************************************** ZBNKRAU1
076000 PRINT-SUMMARY.                                                   ZBNKRAU1
076100     MOVE WS-LINE7 TO PRINTOUT-REC.                               ZBNKRAU1
076200     PERFORM PRINTOUT-PUT.                                        ZBNKRAU1
076300     MOVE 1 TO WS-T-SUB.                                          ZBNKRAU1
076400     PERFORM PRINT-SUMMARY-LINE                                   ZBNKRAU1
076500       UNTIL WS-T-SUB IS GREATER THAN 14.                         ZBNKRAU1
076600                                                                  ZBNKRAU1
076700 PRINT-SUMMARY-LINE.                                              ZBNKRAU1
076800     IF WS-T-LISTED (WS-T-SUB) IS EQUAL TO 'Y'                    ZBNKRAU1
076900        MOVE WS-T-NAME (WS-T-SUB) TO WS-LINE8-TABLE               ZBNKRAU1
077000        MOVE WS-T-DESC (WS-T-SUB) TO WS-LINE8-DESC                ZBNKRAU1
077100        MOVE WS-T-ADDS (WS-T-SUB) TO WS-LINE8-ADDS                ZBNKRAU1
077200        MOVE WS-T-CHANGES (WS-T-SUB) TO WS-LINE8-CHANGES          ZBNKRAU1
077300        MOVE WS-T-DELETES (WS-T-SUB) TO WS-LINE8-DELETES          ZBNKRAU1
077400        MOVE WS-LINE8 TO PRINTOUT-REC                             ZBNKRAU1
077500        PERFORM PRINTOUT-PUT                                      ZBNKRAU1
077600     END-IF.                                                      ZBNKRAU1
077700     ADD 1 TO WS-T-SUB.                                           ZBNKRAU1
077800                                                                  ZBNKRAU1
077900***************************************************************** ZBNKRAU1
078000* Open the audit and the report.  No audit file yet simply      * ZBNKRAU1
078100* means nothing has been changed.                               * ZBNKRAU1
078200***************************************************************** ZBNKRAU1
078300 OPEN-FILES.                                                      ZBNKRAU1
078400     OPEN INPUT BNKRAUD-FILE.                                     ZBNKRAU1
078500     IF WS-BNKRAUD-STATUS IS EQUAL TO '00'                        ZBNKRAU1
078600        MOVE 'Y' TO WS-RAUD-PRESENT                               ZBNKRAU1
078700     ELSE                                                         ZBNKRAU1
078800        IF WS-BNKRAUD-STATUS IS NOT EQUAL TO '35'                 ZBNKRAU1
078900           MOVE 'BNKRAUD file open failure...'                    ZBNKRAU1
079000             TO WS-CONSOLE-MESSAGE                                ZBNKRAU1
079100           PERFORM DISPLAY-CONSOLE-MESSAGE                        ZBNKRAU1
079200           MOVE WS-BNKRAUD-STATUS TO WS-IO-STATUS                 ZBNKRAU1
079300           PERFORM DISPLAY-IO-STATUS                              ZBNKRAU1
079400           PERFORM ABORT-PROGRAM                                  ZBNKRAU1
079500        END-IF                                                    ZBNKRAU1
079600     END-IF.                                                      ZBNKRAU1
079700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKRAU1
079800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRAU1
079900        MOVE 'PRINTOUT file open failure...'                      ZBNKRAU1
080000          TO WS-CONSOLE-MESSAGE                                   ZBNKRAU1
080100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRAU1
080200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKRAU1
080300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRAU1
080400        PERFORM ABORT-PROGRAM                                     ZBNKRAU1
080500     END-IF.                                                      ZBNKRAU1
080600                                                                  ZBNKRAU1
080700 CLOSE-FILES.                                                     ZBNKRAU1
080800     IF WS-RAUD-PRESENT IS EQUAL TO 'Y'                           ZBNKRAU1
080900        CLOSE BNKRAUD-FILE                                        ZBNKRAU1
081000     END-IF.                                                      ZBNKRAU1
081100     CLOSE PRINTOUT-FILE.                                         ZBNKRAU1
081200                                                                  ZBNKRAU1
081300***************************************************************** ZBNKRAU1
081400* Write a report line                                           * ZBNKRAU1
081500***************************************************************** ZBNKRAU1
081600 PRINTOUT-PUT.                                                    ZBNKRAU1
081700     WRITE PRINTOUT-REC.                                          ZBNKRAU1
081800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKRAU1
081900       MOVE 'PRINTOUT error writing file...'                      ZBNKRAU1
082000         TO WS-CONSOLE-MESSAGE                                    ZBNKRAU1
082100       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKRAU1
082200       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKRAU1
082300       PERFORM DISPLAY-IO-STATUS                                  ZBNKRAU1
082400       PERFORM ABORT-PROGRAM                                      ZBNKRAU1
082500     END-IF.                                                      ZBNKRAU1
082600                                                                  ZBNKRAU1
082700***************************************************************** ZBNKRAU1
082800* Display the file status bytes. This routine will display as   * ZBNKRAU1
082900* two digits if the full two byte file status is numeric. If    * ZBNKRAU1
083000* second byte is non-numeric then it will be treated as a       * ZBNKRAU1
083100* binary number.                                                * ZBNKRAU1
083200***************************************************************** ZBNKRAU1
083300 DISPLAY-IO-STATUS.                                               ZBNKRAU1
083400     IF WS-IO-STATUS NUMERIC                                      ZBNKRAU1
083500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRAU1
083600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRAU1
083700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRAU1
083800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRAU1
083900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRAU1
084000     ELSE                                                         ZBNKRAU1
084100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRAU1
084200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRAU1
084300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRAU1
084400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRAU1
084500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRAU1
084600               '/' DELIMITED BY SIZE                              ZBNKRAU1
084700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRAU1
084800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRAU1
084900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRAU1
085000     END-IF.                                                      ZBNKRAU1
085100                                                                  ZBNKRAU1
085200***************************************************************** ZBNKRAU1
085300* 'ABORT' the program.                                          * ZBNKRAU1
085400* Post a message to the console and issue a STOP RUN            * ZBNKRAU1
085500***************************************************************** ZBNKRAU1
085600 ABORT-PROGRAM.                                                   ZBNKRAU1
085700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRAU1
085800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRAU1
085900     END-IF.                                                      ZBNKRAU1
086000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRAU1
086100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRAU1
086200     MOVE 16 TO RETURN-CODE.                                      ZBNKRAU1
086300     STOP RUN.                                                    ZBNKRAU1
086400                                                                  ZBNKRAU1
086500***************************************************************** ZBNKRAU1
086600* Display CONSOLE messages...                                   * ZBNKRAU1
086700***************************************************************** ZBNKRAU1
086800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRAU1
086900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRAU1
087000       UPON CONSOLE.                                              ZBNKRAU1
087100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRAU1
087200                                                                  ZBNKRAU1
087300 COPY CTIMERP.                                                    ZBNKRAU1
087400                                                                  ZBNKRAU1
087500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRAU1
