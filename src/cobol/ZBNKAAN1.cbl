000100***************************************************************** ZBNKAAN1
000200*                                                               * ZBNKAAN1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKAAN1
000400*   This demonstration program is provided for use by users     * ZBNKAAN1
000500*   of Micro Focus products and may be used, modified and       * ZBNKAAN1
000600*   distributed as part of your application provided that       * ZBNKAAN1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKAAN1
000800*   in this material.                                           * ZBNKAAN1
000900*                                                               * ZBNKAAN1
001000***************************************************************** ZBNKAAN1
001100                                                                  ZBNKAAN1
001200***************************************************************** ZBNKAAN1
001300* Program:     ZBNKAAN1.CBL                                     * ZBNKAAN1
001400* Function:    Nightly loan application run.  Walks the loan    * ZBNKAAN1
001500*              application file BNKLAPP and prints an adverse-  * ZBNKAAN1
001600*              action notice (file ADVNOTE) for every declined  * ZBNKAAN1
001700*              application that has not had one, addressed      * ZBNKAAN1
001800*              from BNKCUST and giving the principal reasons    * ZBNKAAN1
001900*              recorded when it was declined, then stamps the   * ZBNKAAN1
002000*              notice date on the application so it is only     * ZBNKAAN1
002100*              ever sent once.  A decline whose applicant has   * ZBNKAAN1
002200*              no customer record is held and listed.  The      * ZBNKAAN1
002300*              report gives the pipeline - the count and amount * ZBNKAAN1
002400*              of applications in each status by age since      * ZBNKAAN1
002500*              they were taken - and lists referrals and        * ZBNKAAN1
002600*              approvals left waiting longer than the follow-up * ZBNKAAN1
002628*              limit.  A notice whose applicant's address has   * ZBNKAAN1
002656*              been returned undeliverable goes by e-mail       * ZBNKAAN1
002684*              (file ADVNOTEE) when the customer takes e-mail,  * ZBNKAAN1
002712*              and is otherwise held and listed.  Each notice   * ZBNKAAN1
002740*              sent is added to the customer's correspondence   * ZBNKAAN1
002768*              history through UCORREG.                         * ZBNKAAN1
002800***************************************************************** ZBNKAAN1
002900                                                                  ZBNKAAN1
003000 IDENTIFICATION DIVISION.                                         ZBNKAAN1
003100 PROGRAM-ID.                                                      ZBNKAAN1
003200     ZBNKAAN1.                                                    ZBNKAAN1
003300 DATE-WRITTEN.                                                    ZBNKAAN1
003400     October 2026.                                                ZBNKAAN1
003500 DATE-COMPILED.                                                   ZBNKAAN1
003600     Today.                                                       ZBNKAAN1
003700                                                                  ZBNKAAN1
003800 ENVIRONMENT DIVISION.                                            ZBNKAAN1
003900 INPUT-OUTPUT   SECTION.                                          ZBNKAAN1
004000   FILE-CONTROL.                                                  ZBNKAAN1
004100     SELECT BNKLAPP-FILE                                          ZBNKAAN1
004200            ASSIGN       TO BNKLAPP                               ZBNKAAN1
004300            ORGANIZATION IS INDEXED                               ZBNKAAN1
004400            ACCESS MODE  IS DYNAMIC                               ZBNKAAN1
004500            RECORD KEY   IS APP-KEY                               ZBNKAAN1
004600            FILE STATUS  IS WS-BNKLAPP-STATUS.                    ZBNKAAN1
004700     SELECT BNKCUST-FILE                                          ZBNKAAN1
004800            ASSIGN       TO BNKCUST                               ZBNKAAN1
004900            ORGANIZATION IS INDEXED                               ZBNKAAN1
005000            ACCESS MODE  IS RANDOM                                ZBNKAAN1
005100            RECORD KEY   IS BCS-REC-PID                           ZBNKAAN1
005200            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKAAN1
005300     SELECT ADVNOTE-FILE                                          ZBNKAAN1
005400            ASSIGN       TO ADVNOTE                               ZBNKAAN1
005500            ORGANIZATION IS SEQUENTIAL                            ZBNKAAN1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKAAN1
005700            FILE STATUS  IS WS-ADVNOTE-STATUS.                    ZBNKAAN1
005716     SELECT ADVNOTEE-FILE                                         ZBNKAAN1
005732            ASSIGN       TO ADVNOTEE                              ZBNKAAN1
005748            ORGANIZATION IS SEQUENTIAL                            ZBNKAAN1
005764            ACCESS MODE  IS SEQUENTIAL                            ZBNKAAN1
005780            FILE STATUS  IS WS-ADVNOTEE-STATUS.                   ZBNKAAN1
005800     SELECT PRINTOUT-FILE                                         ZBNKAAN1
005900            ASSIGN       TO PRINTOUT                              ZBNKAAN1
006000            ORGANIZATION IS SEQUENTIAL                            ZBNKAAN1
006100            ACCESS MODE  IS SEQUENTIAL                            ZBNKAAN1
006200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKAAN1
006300                                                                  ZBNKAAN1
006400 DATA DIVISION.                                                   ZBNKAAN1
006500 FILE SECTION.                                                    ZBNKAAN1
006600                                                                  ZBNKAAN1
006700 FD  BNKLAPP-FILE.                                                ZBNKAAN1
006800 01  BNKLAPP-REC.                                                 ZBNKAAN1
006900 COPY CBANKVLA.                                                   ZBNKAAN1
007000                                                                  ZBNKAAN1
007100 FD  BNKCUST-FILE.                                                ZBNKAAN1
007200 01  BNKCUST-REC.                                                 ZBNKAAN1
007300 COPY CBANKVCS.                                                   ZBNKAAN1
007400                                                                  ZBNKAAN1
007500 FD  ADVNOTE-FILE.                                                ZBNKAAN1
007600 01  ADVNOTE-REC                         PIC X(81).               ZBNKAAN1
007625                                                                  ZBNKAAN1
007650 FD  ADVNOTEE-FILE.                                               ZBNKAAN1
007675 01  ADVNOTEE-REC                        PIC X(81).               ZBNKAAN1
007700                                                                  ZBNKAAN1
007800 FD  PRINTOUT-FILE.                                               ZBNKAAN1
007900 01  PRINTOUT-REC                        PIC X(121).              ZBNKAAN1
008000                                                                  ZBNKAAN1
008100 WORKING-STORAGE SECTION.                                         ZBNKAAN1
008200 COPY CRUNCTLD.                                                   ZBNKAAN1
008233                                                                  ZBNKAAN1
008266 COPY CCORREGD.                                                   ZBNKAAN1
008300                                                                  ZBNKAAN1
008400 COPY CTIMERD.                                                    ZBNKAAN1
008500                                                                  ZBNKAAN1
008600 COPY CTSTAMPD.                                                   ZBNKAAN1
008700                                                                  ZBNKAAN1
008800 01  WS-MISC-STORAGE.                                             ZBNKAAN1
008900   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKAAN1
009000       VALUE 'ZBNKAAN1'.                                          ZBNKAAN1
009100   05  WS-BNKLAPP-STATUS.                                         ZBNKAAN1
009200     10  WS-BNKLAPP-STAT1                    PIC X(1).            ZBNKAAN1
009300     10  WS-BNKLAPP-STAT2                    PIC X(1).            ZBNKAAN1
009400   05  WS-BNKCUST-STATUS.                                         ZBNKAAN1
009500     10  WS-BNKCUST-STAT1                    PIC X(1).            ZBNKAAN1
009600     10  WS-BNKCUST-STAT2                    PIC X(1).            ZBNKAAN1
009700   05  WS-ADVNOTE-STATUS.                                         ZBNKAAN1
009800     10  WS-ADVNOTE-STAT1                    PIC X(1).            ZBNKAAN1
009900     10  WS-ADVNOTE-STAT2                    PIC X(1).            ZBNKAAN1
009925   05  WS-ADVNOTEE-STATUS.                                        ZBNKAAN1
009950     10  WS-ADVNOTEE-STAT1                   PIC X(1).            ZBNKAAN1
009975     10  WS-ADVNOTEE-STAT2                   PIC X(1).            ZBNKAAN1
010000   05  WS-PRINTOUT-STATUS.                                        ZBNKAAN1
010100     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKAAN1
010200     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKAAN1
010300   05  WS-IO-STATUS.                                              ZBNKAAN1
010400     10  WS-IO-STAT1                         PIC X(1).            ZBNKAAN1
010500     10  WS-IO-STAT2                         PIC X(1).            ZBNKAAN1
010600   05  WS-TWO-BYTES.                                              ZBNKAAN1
010700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKAAN1
010800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKAAN1
010900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKAAN1
011000                                             PIC 9(1) COMP.       ZBNKAAN1
011100   05  WS-END-OF-FILE                        PIC X(3)             ZBNKAAN1
011200       VALUE 'NO '.                                               ZBNKAAN1
011300   05  WS-TODAY-ISO                          PIC X(10).           ZBNKAAN1
011400   05  WS-TODAY-YYYYMMDD                     PIC 9(8).            ZBNKAAN1
011500   05  WS-TODAY-INT                          PIC S9(9) COMP.      ZBNKAAN1
011600   05  WS-CAPTURE-YYYYMMDD                   PIC 9(8).            ZBNKAAN1
011700   05  WS-CAPTURE-YYYYMMDD-X REDEFINES WS-CAPTURE-YYYYMMDD.       ZBNKAAN1
011800     10  WS-CAPTURE-YYYY                     PIC X(4).            ZBNKAAN1
011900     10  WS-CAPTURE-MM                       PIC X(2).            ZBNKAAN1
012000     10  WS-CAPTURE-DD                       PIC X(2).            ZBNKAAN1
012100   05  WS-AGE-DAYS                           PIC S9(9) COMP.      ZBNKAAN1
012200   05  WS-STATUS-SUB                         PIC S9(4) COMP.      ZBNKAAN1
012300   05  WS-AGE-SUB                            PIC S9(4) COMP.      ZBNKAAN1
012400   05  WS-REASON-SUB                         PIC S9(4) COMP.      ZBNKAAN1
012500   05  WS-TEXT-SUB                           PIC S9(4) COMP.      ZBNKAAN1
012600   05  WS-OUTCOME                            PIC X(30).           ZBNKAAN1
012650   05  WS-NOTE-CHANNEL                       PIC X(1).            ZBNKAAN1
012700   05  WS-APPS-READ                          PIC 9(7)             ZBNKAAN1
012800       VALUE ZERO.                                                ZBNKAAN1
012900   05  WS-NOTICES-SENT                       PIC 9(7)             ZBNKAAN1
013000       VALUE ZERO.                                                ZBNKAAN1
013100   05  WS-NOTICES-HELD                       PIC 9(7)             ZBNKAAN1
013200       VALUE ZERO.                                                ZBNKAAN1
013220   05  WS-NOTICES-UNDELIV                    PIC 9(7)             ZBNKAAN1
013240       VALUE ZERO.                                                ZBNKAAN1
013246   05  WS-NOTICES-EMAILED                    PIC 9(7)             ZBNKAAN1
013252       VALUE ZERO.                                                ZBNKAAN1
013260   05  WS-NOTICES-REGISTERED                 PIC 9(7)             ZBNKAAN1
013280       VALUE ZERO.                                                ZBNKAAN1
013300   05  WS-APPS-STALE                         PIC 9(7)             ZBNKAAN1
013400       VALUE ZERO.                                                ZBNKAAN1
013500                                                                  ZBNKAAN1
013600***************************************************************** ZBNKAAN1
013700* Days an application may wait for an underwriter, or an        * ZBNKAAN1
013800* approval for origination, before it is listed for follow-up   * ZBNKAAN1
013900***************************************************************** ZBNKAAN1
014000 01  WS-FOLLOW-UP-DAYS                       PIC S9(5) COMP-3     ZBNKAAN1
014100     VALUE 30.                                                    ZBNKAAN1
014200                                                                  ZBNKAAN1
014300***************************************************************** ZBNKAAN1
014400* Pipeline by status (referred, approved, declined, originated) * ZBNKAAN1
014500* and age band (up to 7 days, 8-30, 31-60, over 60)             * ZBNKAAN1
014600***************************************************************** ZBNKAAN1
014700 01  WS-PIPELINE-TABLE.                                           ZBNKAAN1
014800   05  WS-PIPE-STATUS OCCURS 4 TIMES.                             ZBNKAAN1
014900     10  WS-PIPE-AMOUNT                      PIC S9(11) COMP-3.   ZBNKAAN1
015000     10  WS-PIPE-AGE OCCURS 4 TIMES.                              ZBNKAAN1
015100       15  WS-PIPE-COUNT                     PIC S9(7) COMP-3.    ZBNKAAN1
015200 01  WS-STATUS-NAMES-DATA                    PIC X(48)            ZBNKAAN1
015300     VALUE 'Referred    Approved    Declined    Originated  '.    ZBNKAAN1
015400 01  WS-STATUS-NAMES REDEFINES WS-STATUS-NAMES-DATA.              ZBNKAAN1
015500   05  WS-STATUS-NAME                        PIC X(12)            ZBNKAAN1
015600       OCCURS 4 TIMES.                                            ZBNKAAN1
015700                                                                  ZBNKAAN1
015800***************************************************************** ZBNKAAN1
015900* Principal reasons for a decline, by the reason code kept on   * ZBNKAAN1
016000* the application                                               * ZBNKAAN1
016100***************************************************************** ZBNKAAN1
016200 01  WS-REASON-TEXT-DATA.                                         ZBNKAAN1
016300   05  FILLER                                PIC X(60)            ZBNKAAN1
016400       VALUE 'Credit score below our minimum for this credit'.    ZBNKAAN1
016500   05  FILLER                                PIC X(60)            ZBNKAAN1
016600       VALUE 'Debt obligations too high in relation to income'.   ZBNKAAN1
016700   05  FILLER                                PIC X(60)            ZBNKAAN1
016800       VALUE 'Income insufficient for the amount requested'.      ZBNKAAN1
016900   05  FILLER                                PIC X(60)            ZBNKAAN1
017000       VALUE 'Unable to verify income or obligations'.            ZBNKAAN1
017100   05  FILLER                                PIC X(60)            ZBNKAAN1
017200       VALUE 'Delinquent past or present credit obligations'.     ZBNKAAN1
017300 01  WS-REASON-TEXTS REDEFINES WS-REASON-TEXT-DATA.               ZBNKAAN1
017400   05  WS-REASON-TEXT                        PIC X(60)            ZBNKAAN1
017500       OCCURS 5 TIMES.                                            ZBNKAAN1
017600                                                                  ZBNKAAN1
017700***************************************************************** ZBNKAAN1
017800* Adverse-action notice                                         * ZBNKAAN1
017900***************************************************************** ZBNKAAN1
018000 01  WS-NOTICE-LINES.                                             ZBNKAAN1
018100   05  WS-NOTE1.                                                  ZBNKAAN1
018200     10  WS-NOTE1-CC                         PIC X(1)             ZBNKAAN1
018300         VALUE '1'.                                               ZBNKAAN1
018400     10  FILLER                              PIC X(50)            ZBNKAAN1
018500         VALUE 'Notice of Action Taken on Your Application'.      ZBNKAAN1
018600     10  FILLER                              PIC X(10)            ZBNKAAN1
018700         VALUE SPACES.                                            ZBNKAAN1
018800     10  WS-NOTE1-DATE                       PIC X(10).           ZBNKAAN1
018900   05  WS-NOTE2.                                                  ZBNKAAN1
019000     10  WS-NOTE2-CC                         PIC X(1)             ZBNKAAN1
019100         VALUE ' '.                                               ZBNKAAN1
019200     10  WS-NOTE2-TEXT                       PIC X(80).           ZBNKAAN1
019300   05  WS-NOTE3.                                                  ZBNKAAN1
019400     10  WS-NOTE3-CC                         PIC X(1)             ZBNKAAN1
019500         VALUE ' '.                                               ZBNKAAN1
019600     10  FILLER                              PIC X(4)             ZBNKAAN1
019700         VALUE SPACES.                                            ZBNKAAN1
019800     10  WS-NOTE3-REASON                     PIC X(60).           ZBNKAAN1
019900   05  WS-NOTE-AMOUNT                        PIC Z,ZZZ,ZZ9.       ZBNKAAN1
020000   05  WS-NOTE-TERM                          PIC ZZZZ9.           ZBNKAAN1
020100                                                                  ZBNKAAN1
020200 01  WS-NOTICE-TEXT-DATA.                                         ZBNKAAN1
020300   05  FILLER                                PIC X(60)            ZBNKAAN1
020400       VALUE 'Thank you for your recent application for a'.       ZBNKAAN1
020500   05  FILLER                                PIC X(60)            ZBNKAAN1
020600       VALUE 'loan. We regret that we are unable to approve'.     ZBNKAAN1
020700   05  FILLER                                PIC X(60)            ZBNKAAN1
020800       VALUE 'it. The principal reason(s) for our decision:'.     ZBNKAAN1
020900   05  FILLER                                PIC X(60)            ZBNKAAN1
021000       VALUE 'Our decision was based in whole or in part on'.     ZBNKAAN1
021100   05  FILLER                                PIC X(60)            ZBNKAAN1
021200       VALUE 'information from a consumer reporting agency.'.     ZBNKAAN1
021300   05  FILLER                                PIC X(60)            ZBNKAAN1
021400       VALUE 'You may obtain a free copy of your report from'.    ZBNKAAN1
021500   05  FILLER                                PIC X(60)            ZBNKAAN1
021600       VALUE 'that agency within 60 days, and dispute'.           ZBNKAAN1
021700   05  FILLER                                PIC X(60)            ZBNKAAN1
021800       VALUE 'anything in it you believe to be inaccurate.'.      ZBNKAAN1
021900   05  FILLER                                PIC X(60)            ZBNKAAN1
022000       VALUE 'The Equal Credit Opportunity Act prohibits'.        ZBNKAAN1
022100   05  FILLER                                PIC X(60)            ZBNKAAN1
022200       VALUE 'creditors from discriminating against credit'.      ZBNKAAN1
022300   05  FILLER                                PIC X(60)            ZBNKAAN1
022400       VALUE 'applicants on the basis of race, colour,'.          ZBNKAAN1
022500   05  FILLER                                PIC X(60)            ZBNKAAN1
022600       VALUE 'religion, national origin, sex, marital status'.    ZBNKAAN1
022700   05  FILLER                                PIC X(60)            ZBNKAAN1
022800       VALUE 'or age, or because income derives from public'.     ZBNKAAN1
022900   05  FILLER                                PIC X(60)            ZBNKAAN1
023000       VALUE 'assistance. Please contact your branch with'.       ZBNKAAN1
023100   05  FILLER                                PIC X(60)            ZBNKAAN1
023200       VALUE 'any questions.'.                                    ZBNKAAN1
023300 01  WS-NOTICE-TEXTS REDEFINES WS-NOTICE-TEXT-DATA.               ZBNKAAN1
023400   05  WS-NOTICE-TEXT                        PIC X(60)            ZBNKAAN1
023500       OCCURS 15 TIMES.                                           ZBNKAAN1
023600                                                                  ZBNKAAN1
023700***************************************************************** ZBNKAAN1
023800* Pipeline report                                               * ZBNKAAN1
023900***************************************************************** ZBNKAAN1
024000 01  WS-REPORT-LINES.                                             ZBNKAAN1
024100   05  WS-RPT1.                                                   ZBNKAAN1
024200     10  WS-RPT1-CC                          PIC X(1)             ZBNKAAN1
024300         VALUE '1'.                                               ZBNKAAN1
024400     10  FILLER                              PIC X(20)            ZBNKAAN1
024500         VALUE SPACES.                                            ZBNKAAN1
024600     10  FILLER                              PIC X(40)            ZBNKAAN1
024700         VALUE 'Loan Application Pipeline'.                       ZBNKAAN1
024800     10  WS-RPT1-DATE                        PIC X(10).           ZBNKAAN1
024900   05  WS-RPT-SECTION.                                            ZBNKAAN1
025000     10  WS-RPT-SECTION-CC                   PIC X(1)             ZBNKAAN1
025100         VALUE '0'.                                               ZBNKAAN1
025200     10  WS-RPT-SECTION-TEXT                 PIC X(60).           ZBNKAAN1
025300   05  WS-RPT2.                                                   ZBNKAAN1
025400     10  WS-RPT2-CC                          PIC X(1)             ZBNKAAN1
025500         VALUE ' '.                                               ZBNKAAN1
025600     10  WS-RPT2-PID                         PIC X(7).            ZBNKAAN1
025700     10  WS-RPT2-APP-ID                      PIC X(28).           ZBNKAAN1
025800     10  WS-RPT2-STATUS                      PIC X(12).           ZBNKAAN1
025900     10  WS-RPT2-AGE                         PIC ZZZZ9.           ZBNKAAN1
026000     10  FILLER                              PIC X(3)             ZBNKAAN1
026100         VALUE SPACES.                                            ZBNKAAN1
026200     10  WS-RPT2-OUTCOME                     PIC X(30).           ZBNKAAN1
026300   05  WS-RPT4-HEAD.                                              ZBNKAAN1
026400     10  WS-RPT4-HEAD-CC                     PIC X(1)             ZBNKAAN1
026500         VALUE ' '.                                               ZBNKAAN1
026600     10  FILLER                              PIC X(12)            ZBNKAAN1
026700         VALUE 'Status'.                                          ZBNKAAN1
026800     10  FILLER                              PIC X(44)            ZBNKAAN1
026900         VALUE '   0-7 days  8-30 days 31-60 days    Over 60'.    ZBNKAAN1
027000     10  FILLER                              PIC X(18)            ZBNKAAN1
027100         VALUE '           Amount'.                               ZBNKAAN1
027200   05  WS-RPT4.                                                   ZBNKAAN1
027300     10  WS-RPT4-CC                          PIC X(1)             ZBNKAAN1
027400         VALUE ' '.                                               ZBNKAAN1
027500     10  WS-RPT4-STATUS                      PIC X(12).           ZBNKAAN1
027600     10  WS-RPT4-CELL OCCURS 4 TIMES.                             ZBNKAAN1
027700       15  FILLER                            PIC X(4).            ZBNKAAN1
027800       15  WS-RPT4-COUNT                     PIC ZZZZZZ9.         ZBNKAAN1
027900     10  FILLER                              PIC X(2)             ZBNKAAN1
028000         VALUE SPACES.                                            ZBNKAAN1
028100     10  WS-RPT4-AMOUNT                      PIC ZZZ,ZZZ,ZZZ,ZZ9. ZBNKAAN1
028200   05  WS-RPT3.                                                   ZBNKAAN1
028300     10  WS-RPT3-CC                          PIC X(1)             ZBNKAAN1
028400         VALUE ' '.                                               ZBNKAAN1
028500     10  WS-RPT3-DESC                        PIC X(30).           ZBNKAAN1
028600     10  WS-RPT3-COUNT                       PIC ZZZZZZ9.         ZBNKAAN1
028700                                                                  ZBNKAAN1
028800 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKAAN1
028900                                                                  ZBNKAAN1
029000 LINKAGE SECTION.                                                 ZBNKAAN1
029100 01  LK-EXEC-PARM.                                                ZBNKAAN1
029200   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKAAN1
029300   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKAAN1
029400                                                                  ZBNKAAN1
029500 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKAAN1
029600                                                                  ZBNKAAN1
029700     PERFORM RUN-TIME.                                            ZBNKAAN1
029800                                                                  ZBNKAAN1
029900     MOVE 'Loan application run starting'                         ZBNKAAN1
030000       TO WS-CONSOLE-MESSAGE.                                     ZBNKAAN1
030100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAAN1
030200                                                                  ZBNKAAN1
030300***************************************************************** ZBNKAAN1
030400* Run-control - refused a second time for the same day unless   * ZBNKAAN1
030500* the operator asked for a restart in the EXEC PARM             * ZBNKAAN1
030600***************************************************************** ZBNKAAN1
030700     MOVE SPACES TO RUN-CTL-DATA.                                 ZBNKAAN1
030800     SET RUN-CTL-CHECK-START TO TRUE.                             ZBNKAAN1
030900     MOVE WS-PROGRAM-ID TO RUN-CTL-JOB.                           ZBNKAAN1
031000     MOVE SPACES TO RUN-CTL-PREDECESSOR.                          ZBNKAAN1
031100     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO AND                  ZBNKAAN1
031200        LK-EXEC-PARM-DATA (1:7) IS EQUAL TO 'RESTART'             ZBNKAAN1
031300        SET RUN-CTL-RESTART-YES TO TRUE                           ZBNKAAN1
031400     END-IF.                                                      ZBNKAAN1
031500     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKAAN1
031600     IF NOT RUN-CTL-OK                                            ZBNKAAN1
031700        MOVE RUN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKAAN1
031800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
031900        MOVE 'Run-control problem - job not run'                  ZBNKAAN1
032000          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
032100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
032200        MOVE 8 TO RETURN-CODE                                     ZBNKAAN1
032300        GOBACK                                                    ZBNKAAN1
032400     END-IF.                                                      ZBNKAAN1
032500                                                                  ZBNKAAN1
032600 COPY CTSTAMPP.                                                   ZBNKAAN1
032700     MOVE WS-TS-DATE TO WS-TODAY-ISO.                             ZBNKAAN1
032800     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.                 ZBNKAAN1
032900     COMPUTE WS-TODAY-INT =                                       ZBNKAAN1
033000         FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD).            ZBNKAAN1
033100     INITIALIZE WS-PIPELINE-TABLE.                                ZBNKAAN1
033200                                                                  ZBNKAAN1
033300     PERFORM OPEN-FILES.                                          ZBNKAAN1
033400     PERFORM PRINT-REPORT-HEADER.                                 ZBNKAAN1
033500                                                                  ZBNKAAN1
033600     MOVE LOW-VALUES TO APP-KEY.                                  ZBNKAAN1
033700     START BNKLAPP-FILE KEY NOT LESS THAN APP-KEY.                ZBNKAAN1
033800     IF WS-BNKLAPP-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
033900        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKAAN1
034000     END-IF.                                                      ZBNKAAN1
034100     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKAAN1
034200        READ BNKLAPP-FILE NEXT RECORD                             ZBNKAAN1
034300        IF WS-BNKLAPP-STATUS IS EQUAL TO '10'                     ZBNKAAN1
034400           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKAAN1
034500        ELSE                                                      ZBNKAAN1
034600           IF WS-BNKLAPP-STATUS IS NOT EQUAL TO '00'              ZBNKAAN1
034700              MOVE 'BNKLAPP read error during scan'               ZBNKAAN1
034800                TO WS-CONSOLE-MESSAGE                             ZBNKAAN1
034900              PERFORM DISPLAY-CONSOLE-MESSAGE                     ZBNKAAN1
035000              MOVE WS-BNKLAPP-STATUS TO WS-IO-STATUS              ZBNKAAN1
035100              PERFORM DISPLAY-IO-STATUS                           ZBNKAAN1
035200              PERFORM ABORT-PROGRAM                               ZBNKAAN1
035300           ELSE                                                   ZBNKAAN1
035400              ADD 1 TO WS-APPS-READ                               ZBNKAAN1
035500              PERFORM PROCESS-ONE-APPLICATION THRU                ZBNKAAN1
035600                      PROCESS-ONE-APPLICATION-EXIT                ZBNKAAN1
035700           END-IF                                                 ZBNKAAN1
035800        END-IF                                                    ZBNKAAN1
035900     END-PERFORM.                                                 ZBNKAAN1
036000                                                                  ZBNKAAN1
036100     PERFORM PRINT-PIPELINE.                                      ZBNKAAN1
036200     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKAAN1
036300     PERFORM CLOSE-FILES.                                         ZBNKAAN1
036400                                                                  ZBNKAAN1
036500     SET RUN-CTL-MARK-END TO TRUE.                                ZBNKAAN1
036600     CALL 'URUNCTL' USING RUN-CTL-DATA.                           ZBNKAAN1
036700                                                                  ZBNKAAN1
036800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKAAN1
036900     STRING WS-NOTICES-SENT DELIMITED BY SIZE                     ZBNKAAN1
037000            ' adverse-action notices printed' DELIMITED BY SIZE   ZBNKAAN1
037100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKAAN1
037200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAAN1
037300     MOVE 'End Of Job'                                            ZBNKAAN1
037400       TO WS-CONSOLE-MESSAGE.                                     ZBNKAAN1
037500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAAN1
037600                                                                  ZBNKAAN1
037700     PERFORM RUN-TIME.                                            ZBNKAAN1
037800                                                                  ZBNKAAN1
037900     MOVE 0 TO RETURN-CODE.                                       ZBNKAAN1
038000                                                                  ZBNKAAN1
038100     GOBACK.                                                      ZBNKAAN1
038200                                                                  ZBNKAAN1
038300***************************************************************** ZBNKAAN1
038400* Age the application into the pipeline, send its notice if it  * ZBNKAAN1
038500* is a decline without one, and list it if it has waited too    * ZBNKAAN1
038600* long for a decision or for origination                        * ZBNKAAN1
038700***************************************************************** ZBNKAAN1
038800 PROCESS-ONE-APPLICATION.                                         ZBNKAAN1
038900     EVALUATE TRUE                                                ZBNKAAN1
039000       WHEN APP-STATUS-REFERRED                                   ZBNKAAN1
039100         MOVE 1 TO WS-STATUS-SUB                                  ZBNKAAN1
039200       WHEN APP-STATUS-APPROVED                                   ZBNKAAN1
039300         MOVE 2 TO WS-STATUS-SUB                                  ZBNKAAN1
039400       WHEN APP-STATUS-DECLINED                                   ZBNKAAN1
039500         MOVE 3 TO WS-STATUS-SUB                                  ZBNKAAN1
039600       WHEN APP-STATUS-ORIGINATED                                 ZBNKAAN1
039700         MOVE 4 TO WS-STATUS-SUB                                  ZBNKAAN1
039800       WHEN OTHER                                                 ZBNKAAN1
039900         GO TO PROCESS-ONE-APPLICATION-EXIT                       ZBNKAAN1
040000     END-EVALUATE.                                                ZBNKAAN1
040100     MOVE ZERO TO WS-AGE-DAYS.                                    ZBNKAAN1
040200     MOVE APP-REC-CAPTURE-DATE (1:4) TO WS-CAPTURE-YYYY.          ZBNKAAN1
040300     MOVE APP-REC-CAPTURE-DATE (6:2) TO WS-CAPTURE-MM.            ZBNKAAN1
040400     MOVE APP-REC-CAPTURE-DATE (9:2) TO WS-CAPTURE-DD.            ZBNKAAN1
040500     IF WS-CAPTURE-YYYYMMDD-X IS NUMERIC                          ZBNKAAN1
040600        COMPUTE WS-AGE-DAYS = WS-TODAY-INT -                      ZBNKAAN1
040700            FUNCTION INTEGER-OF-DATE (WS-CAPTURE-YYYYMMDD)        ZBNKAAN1
040800     END-IF.                                                      ZBNKAAN1
040900     EVALUATE TRUE                                                ZBNKAAN1
041000       WHEN WS-AGE-DAYS IS LESS THAN 8                            ZBNKAAN1
041100         MOVE 1 TO WS-AGE-SUB                                     ZBNKAAN1
041200       WHEN WS-AGE-DAYS IS LESS THAN 31                           ZBNKAAN1
041300         MOVE 2 TO WS-AGE-SUB                                     ZBNKAAN1
041400       WHEN WS-AGE-DAYS IS LESS THAN 61                           ZBNKAAN1
041500         MOVE 3 TO WS-AGE-SUB                                     ZBNKAAN1
041600       WHEN OTHER                                                 ZBNKAAN1
041700         MOVE 4 TO WS-AGE-SUB                                     ZBNKAAN1
041800     END-EVALUATE.                                                ZBNKAAN1
041900     ADD 1 TO WS-PIPE-COUNT (WS-STATUS-SUB WS-AGE-SUB).           ZBNKAAN1
042000     ADD APP-REC-AMOUNT TO WS-PIPE-AMOUNT (WS-STATUS-SUB).        ZBNKAAN1
042100                                                                  ZBNKAAN1
042200     IF APP-STATUS-DECLINED AND                                   ZBNKAAN1
042300        APP-REC-NOTICE-DATE IS EQUAL TO SPACES                    ZBNKAAN1
042400        PERFORM SEND-NOTICE THRU                                  ZBNKAAN1
042500                SEND-NOTICE-EXIT                                  ZBNKAAN1
042600        GO TO PROCESS-ONE-APPLICATION-EXIT                        ZBNKAAN1
042700     END-IF.                                                      ZBNKAAN1
042800     IF (APP-STATUS-REFERRED OR APP-STATUS-APPROVED) AND          ZBNKAAN1
042900        WS-AGE-DAYS IS GREATER THAN WS-FOLLOW-UP-DAYS             ZBNKAAN1
043000        ADD 1 TO WS-APPS-STALE                                    ZBNKAAN1
043100        IF APP-STATUS-REFERRED                                    ZBNKAAN1
043200           MOVE 'Awaiting underwriter - chase' TO WS-OUTCOME      ZBNKAAN1
043300        ELSE                                                      ZBNKAAN1
043400           MOVE 'Approved, not originated' TO WS-OUTCOME          ZBNKAAN1
043500        END-IF                                                    ZBNKAAN1
043600        PERFORM PRINT-DETAIL-LINE                                 ZBNKAAN1
043700     END-IF.                                                      ZBNKAAN1
043800 PROCESS-ONE-APPLICATION-EXIT.                                    ZBNKAAN1
043900     EXIT.                                                        ZBNKAAN1
044000                                                                  ZBNKAAN1
044100***************************************************************** ZBNKAAN1
044200* Print the adverse-action notice for a declined application    * ZBNKAAN1
044240* and stamp it sent.  A notice for an address returned          * ZBNKAAN1
044280* undeliverable goes by e-mail if the customer takes e-mail;    * ZBNKAAN1
044320* otherwise it is held, unstamped, until the address is put     * ZBNKAAN1
044360* right                                                         * ZBNKAAN1
044400***************************************************************** ZBNKAAN1
044500 SEND-NOTICE.                                                     ZBNKAAN1
044600     MOVE APP-REC-PID TO BCS-REC-PID.                             ZBNKAAN1
044700     READ BNKCUST-FILE.                                           ZBNKAAN1
044800     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
044900        ADD 1 TO WS-NOTICES-HELD                                  ZBNKAAN1
045000        MOVE 'No customer record - held' TO WS-OUTCOME            ZBNKAAN1
045100        PERFORM PRINT-DETAIL-LINE                                 ZBNKAAN1
045200        GO TO SEND-NOTICE-EXIT                                    ZBNKAAN1
045300     END-IF.                                                      ZBNKAAN1
045307     MOVE 'M' TO WS-NOTE-CHANNEL.                                 ZBNKAAN1
045314     IF BCS-ADDR-UNDELIVERABLE                                    ZBNKAAN1
045321        IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                     ZBNKAAN1
045328           MOVE 'E' TO WS-NOTE-CHANNEL                            ZBNKAAN1
045335           ADD 1 TO WS-NOTICES-EMAILED                            ZBNKAAN1
045342        ELSE                                                      ZBNKAAN1
045349           ADD 1 TO WS-NOTICES-UNDELIV                            ZBNKAAN1
045356           MOVE 'Address undeliverable - held' TO WS-OUTCOME      ZBNKAAN1
045363           PERFORM PRINT-DETAIL-LINE                              ZBNKAAN1
045370           GO TO SEND-NOTICE-EXIT                                 ZBNKAAN1
045377        END-IF                                                    ZBNKAAN1
045384     END-IF.                                                      ZBNKAAN1
045400                                                                  ZBNKAAN1
045500     MOVE WS-TODAY-ISO TO WS-NOTE1-DATE.                          ZBNKAAN1
045600     MOVE WS-NOTE1 TO ADVNOTE-REC.                                ZBNKAAN1
045700     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
045800     MOVE SPACES TO ADVNOTE-REC.                                  ZBNKAAN1
045900     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
046000     MOVE BCS-REC-NAME TO WS-NOTE2-TEXT.                          ZBNKAAN1
046100     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
046200     MOVE BCS-REC-ADDR1 TO WS-NOTE2-TEXT.                         ZBNKAAN1
046300     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
046400     MOVE BCS-REC-ADDR2 TO WS-NOTE2-TEXT.                         ZBNKAAN1
046500     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
046600     MOVE SPACES TO WS-NOTE2-TEXT.                                ZBNKAAN1
046700     STRING BCS-REC-STATE DELIMITED BY SIZE                       ZBNKAAN1
046800            '  ' DELIMITED BY SIZE                                ZBNKAAN1
046900            BCS-REC-CNTRY DELIMITED BY SIZE                       ZBNKAAN1
047000            '  ' DELIMITED BY SIZE                                ZBNKAAN1
047100            BCS-REC-POST-CODE DELIMITED BY SIZE                   ZBNKAAN1
047200       INTO WS-NOTE2-TEXT.                                        ZBNKAAN1
047300     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
047400     MOVE SPACES TO ADVNOTE-REC.                                  ZBNKAAN1
047500     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
047600     MOVE APP-REC-AMOUNT TO WS-NOTE-AMOUNT.                       ZBNKAAN1
047700     MOVE APP-REC-TERM TO WS-NOTE-TERM.                           ZBNKAAN1
047800     MOVE SPACES TO WS-NOTE2-TEXT.                                ZBNKAAN1
047900     STRING 'Application ' DELIMITED BY SIZE                      ZBNKAAN1
048000            APP-REC-APP-ID DELIMITED BY SIZE                      ZBNKAAN1
048100            ' of ' DELIMITED BY SIZE                              ZBNKAAN1
048200            APP-REC-CAPTURE-DATE DELIMITED BY SIZE                ZBNKAAN1
048300       INTO WS-NOTE2-TEXT.                                        ZBNKAAN1
048400     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
048500     MOVE SPACES TO WS-NOTE2-TEXT.                                ZBNKAAN1
048600     STRING 'Amount requested ' DELIMITED BY SIZE                 ZBNKAAN1
048700            WS-NOTE-AMOUNT DELIMITED BY SIZE                      ZBNKAAN1
048800            ' over ' DELIMITED BY SIZE                            ZBNKAAN1
048900            WS-NOTE-TERM DELIMITED BY SIZE                        ZBNKAAN1
049000            ' months' DELIMITED BY SIZE                           ZBNKAAN1
049100       INTO WS-NOTE2-TEXT.                                        ZBNKAAN1
049200     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
049300     MOVE SPACES TO ADVNOTE-REC.                                  ZBNKAAN1
049400     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
049500     PERFORM PUT-ONE-NOTICE-TEXT                                  ZBNKAAN1
049600       VARYING WS-TEXT-SUB FROM 1 BY 1                            ZBNKAAN1
049700         UNTIL WS-TEXT-SUB IS GREATER THAN 3.                     ZBNKAAN1
049800     MOVE SPACES TO ADVNOTE-REC.                                  ZBNKAAN1
049900     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
050000     PERFORM PUT-ONE-REASON                                       ZBNKAAN1
050100       VARYING WS-REASON-SUB FROM 1 BY 1                          ZBNKAAN1
050200         UNTIL WS-REASON-SUB IS GREATER THAN 4.                   ZBNKAAN1
050300     MOVE SPACES TO ADVNOTE-REC.                                  ZBNKAAN1
050400     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
050500     PERFORM PUT-ONE-NOTICE-TEXT                                  ZBNKAAN1
050600       VARYING WS-TEXT-SUB FROM 4 BY 1                            ZBNKAAN1
050700         UNTIL WS-TEXT-SUB IS GREATER THAN 15.                    ZBNKAAN1
050750     PERFORM RECORD-CORRESPONDENCE.                               ZBNKAAN1
050800                                                                  ZBNKAAN1
050900     MOVE WS-TODAY-ISO TO APP-REC-NOTICE-DATE.                    ZBNKAAN1
051000     REWRITE BNKLAPP-REC.                                         ZBNKAAN1
051100     IF WS-BNKLAPP-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
051200        MOVE 'Unable to stamp BNKLAPP notice date'                ZBNKAAN1
051300          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
051400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
051500        MOVE WS-BNKLAPP-STATUS TO WS-IO-STATUS                    ZBNKAAN1
051600        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
051700        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
051800     END-IF.                                                      ZBNKAAN1
051900     ADD 1 TO WS-NOTICES-SENT.                                    ZBNKAAN1
051933     IF WS-NOTE-CHANNEL IS EQUAL TO 'E'                           ZBNKAAN1
051966        MOVE 'Adverse-action notice e-mailed' TO WS-OUTCOME       ZBNKAAN1
051999     ELSE                                                         ZBNKAAN1
052032        MOVE 'Adverse-action notice printed' TO WS-OUTCOME        ZBNKAAN1
052065     END-IF.                                                      ZBNKAAN1
052100     PERFORM PRINT-DETAIL-LINE.                                   ZBNKAAN1
052200 SEND-NOTICE-EXIT.                                                ZBNKAAN1
052300     EXIT.                                                        ZBNKAAN1
052302                                                                  ZBNKAAN1
052304***************************************************************** ZBNKAAN1
052306* Add the notice just printed to the customer's correspondence  * ZBNKAAN1
052308* history so staff can see it and have it reprinted.  The image * ZBNKAAN1
052310* keeps the addressee, the application and the reason codes the * ZBNKAAN1
052312* notice was built from                                         * ZBNKAAN1
052314***************************************************************** ZBNKAAN1
052316 RECORD-CORRESPONDENCE.                                           ZBNKAAN1
052318     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKAAN1
052320     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKAAN1
052322     MOVE 'ADVERSE' TO CRG-CTL-LETTER-TYPE.                       ZBNKAAN1
052324     MOVE APP-REC-PID TO CRG-CTL-PID.                             ZBNKAAN1
052326     MOVE BCS-REC-NAME TO CRG-CTL-NAME.                           ZBNKAAN1
052328     MOVE BCS-REC-ADDR1 TO CRG-CTL-ADDR1.                         ZBNKAAN1
052330     MOVE BCS-REC-ADDR2 TO CRG-CTL-ADDR2.                         ZBNKAAN1
052332     MOVE BCS-REC-STATE TO CRG-CTL-STATE.                         ZBNKAAN1
052334     MOVE BCS-REC-CNTRY TO CRG-CTL-CNTRY.                         ZBNKAAN1
052336     MOVE BCS-REC-POST-CODE TO CRG-CTL-POST-CODE.                 ZBNKAAN1
052338     MOVE WS-NOTE-CHANNEL TO CRG-CTL-CHANNEL.                     ZBNKAAN1
052340     STRING 'Adverse action - application ' DELIMITED BY SIZE     ZBNKAAN1
052342            APP-REC-APP-ID DELIMITED BY SIZE                      ZBNKAAN1
052344       INTO CRG-CTL-SUMMARY.                                      ZBNKAAN1
052346     MOVE APP-REC-PID TO CRG-CTL-IMAGE (1:5).                     ZBNKAAN1
052348     MOVE APP-REC-APP-ID TO CRG-CTL-IMAGE (6:26).                 ZBNKAAN1
052350     MOVE BCS-REC-NAME TO CRG-CTL-IMAGE (32:25).                  ZBNKAAN1
052352     MOVE BCS-REC-ADDR1 TO CRG-CTL-IMAGE (57:25).                 ZBNKAAN1
052354     MOVE BCS-REC-ADDR2 TO CRG-CTL-IMAGE (82:25).                 ZBNKAAN1
052356     MOVE BCS-REC-STATE TO CRG-CTL-IMAGE (107:2).                 ZBNKAAN1
052358     MOVE BCS-REC-CNTRY TO CRG-CTL-IMAGE (109:6).                 ZBNKAAN1
052360     MOVE BCS-REC-POST-CODE TO CRG-CTL-IMAGE (115:6).             ZBNKAAN1
052362     MOVE WS-TODAY-ISO TO CRG-CTL-IMAGE (121:10).                 ZBNKAAN1
052364     MOVE APP-REC-REASONS TO CRG-CTL-IMAGE (131:8).               ZBNKAAN1
052366     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKAAN1
052368     IF CRG-CTL-ERROR                                             ZBNKAAN1
052370        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKAAN1
052372        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
052374        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
052376     END-IF.                                                      ZBNKAAN1
052378     ADD 1 TO WS-NOTICES-REGISTERED.                              ZBNKAAN1
052400                                                                  ZBNKAAN1
052500 PUT-ONE-REASON.                                                  ZBNKAAN1
052600     IF APP-REC-REASON (WS-REASON-SUB) IS NUMERIC AND             ZBNKAAN1
052700        APP-REC-REASON (WS-REASON-SUB) IS GREATER THAN '00' AND   ZBNKAAN1
052800        APP-REC-REASON (WS-REASON-SUB) IS LESS THAN '06'          ZBNKAAN1
052900        MOVE APP-REC-REASON (WS-REASON-SUB) TO WS-TEXT-SUB        ZBNKAAN1
053000        MOVE WS-REASON-TEXT (WS-TEXT-SUB) TO WS-NOTE3-REASON      ZBNKAAN1
053100        MOVE WS-NOTE3 TO ADVNOTE-REC                              ZBNKAAN1
053200        PERFORM ADVNOTE-PUT                                       ZBNKAAN1
053300     END-IF.                                                      ZBNKAAN1
053400                                                                  ZBNKAAN1
053500 PUT-ONE-NOTICE-TEXT.                                             ZBNKAAN1
053600     MOVE WS-NOTICE-TEXT (WS-TEXT-SUB) TO WS-NOTE2-TEXT.          ZBNKAAN1
053700     PERFORM ADVNOTE-PUT-TEXT.                                    ZBNKAAN1
053800                                                                  ZBNKAAN1
053900***************************************************************** ZBNKAAN1
054000* Write a notice line                                           * ZBNKAAN1
054100***************************************************************** ZBNKAAN1
054200 ADVNOTE-PUT-TEXT.                                                ZBNKAAN1
054300     MOVE WS-NOTE2 TO ADVNOTE-REC.                                ZBNKAAN1
054400     PERFORM ADVNOTE-PUT.                                         ZBNKAAN1
054500                                                                  ZBNKAAN1
054600 ADVNOTE-PUT.                                                     ZBNKAAN1
054645     IF WS-NOTE-CHANNEL IS EQUAL TO 'E'                           ZBNKAAN1
054690        WRITE ADVNOTEE-REC FROM ADVNOTE-REC                       ZBNKAAN1
054735        IF WS-ADVNOTEE-STATUS IS NOT EQUAL TO '00'                ZBNKAAN1
054780          MOVE 'ADVNOTEE error writing file...'                   ZBNKAAN1
054825            TO WS-CONSOLE-MESSAGE                                 ZBNKAAN1
054870          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKAAN1
054915          MOVE WS-ADVNOTEE-STATUS TO WS-IO-STATUS                 ZBNKAAN1
054960          PERFORM DISPLAY-IO-STATUS                               ZBNKAAN1
055005          PERFORM ABORT-PROGRAM                                   ZBNKAAN1
055050        END-IF                                                    ZBNKAAN1
055095     ELSE                                                         ZBNKAAN1
055140        WRITE ADVNOTE-REC                                         ZBNKAAN1
055185        IF WS-ADVNOTE-STATUS IS NOT EQUAL TO '00'                 ZBNKAAN1
055230          MOVE 'ADVNOTE error writing file...'                    ZBNKAAN1
055275            TO WS-CONSOLE-MESSAGE                                 ZBNKAAN1
055320          PERFORM DISPLAY-CONSOLE-MESSAGE                         ZBNKAAN1
055365          MOVE WS-ADVNOTE-STATUS TO WS-IO-STATUS                  ZBNKAAN1
055410          PERFORM DISPLAY-IO-STATUS                               ZBNKAAN1
055455          PERFORM ABORT-PROGRAM                                   ZBNKAAN1
055500        END-IF                                                    ZBNKAAN1
055545     END-IF.                                                      ZBNKAAN1
055600                                                                  ZBNKAAN1
055700***************************************************************** ZBNKAAN1
055800* List an application on the report                             * ZBNKAAN1
055900***************************************************************** ZBNKAAN1
056000 PRINT-DETAIL-LINE.                                               ZBNKAAN1
056100     MOVE SPACES TO WS-RPT2.                                      ZBNKAAN1
056200     MOVE APP-REC-PID TO WS-RPT2-PID.                             ZBNKAAN1
056300     MOVE APP-REC-APP-ID TO WS-RPT2-APP-ID.                       ZBNKAAN1
056400     MOVE WS-STATUS-NAME (WS-STATUS-SUB) TO WS-RPT2-STATUS.       ZBNKAAN1
056500     MOVE WS-AGE-DAYS TO WS-RPT2-AGE.                             ZBNKAAN1
056600     MOVE WS-OUTCOME TO WS-RPT2-OUTCOME.                          ZBNKAAN1
056700     MOVE WS-RPT2 TO PRINTOUT-REC.                                ZBNKAAN1
056800     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
056900                                                                  ZBNKAAN1
057000***************************************************************** ZBNKAAN1
057100* Print the report heading and the listing title                * ZBNKAAN1
057200***************************************************************** ZBNKAAN1
057300 PRINT-REPORT-HEADER.                                             ZBNKAAN1
057400     MOVE WS-TODAY-ISO TO WS-RPT1-DATE.                           ZBNKAAN1
057500     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKAAN1
057600     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
057700     MOVE 'Notices printed or held, and applications to follow up'ZBNKAAN1
057800       TO WS-RPT-SECTION-TEXT.                                    ZBNKAAN1
057900     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKAAN1
058000     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
058100     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKAAN1
058200     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
058300                                                                  ZBNKAAN1
058400***************************************************************** ZBNKAAN1
058500* Print the pipeline by status and age                          * ZBNKAAN1
058600***************************************************************** ZBNKAAN1
058700 PRINT-PIPELINE.                                                  ZBNKAAN1
058800     MOVE 'Pipeline by status and age since the application'      ZBNKAAN1
058900       TO WS-RPT-SECTION-TEXT.                                    ZBNKAAN1
059000     MOVE WS-RPT-SECTION TO PRINTOUT-REC.                         ZBNKAAN1
059100     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
059200     MOVE WS-RPT4-HEAD TO PRINTOUT-REC.                           ZBNKAAN1
059300     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
059400     PERFORM PRINT-ONE-STATUS                                     ZBNKAAN1
059500       VARYING WS-STATUS-SUB FROM 1 BY 1                          ZBNKAAN1
059600         UNTIL WS-STATUS-SUB IS GREATER THAN 4.                   ZBNKAAN1
059700                                                                  ZBNKAAN1
059800 PRINT-ONE-STATUS.                                                ZBNKAAN1
059900     MOVE SPACES TO WS-RPT4.                                      ZBNKAAN1
060000     MOVE WS-STATUS-NAME (WS-STATUS-SUB) TO WS-RPT4-STATUS.       ZBNKAAN1
060100     PERFORM PRINT-ONE-AGE                                        ZBNKAAN1
060200       VARYING WS-AGE-SUB FROM 1 BY 1                             ZBNKAAN1
060300         UNTIL WS-AGE-SUB IS GREATER THAN 4.                      ZBNKAAN1
060400     MOVE WS-PIPE-AMOUNT (WS-STATUS-SUB) TO WS-RPT4-AMOUNT.       ZBNKAAN1
060500     MOVE WS-RPT4 TO PRINTOUT-REC.                                ZBNKAAN1
060600     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
060700                                                                  ZBNKAAN1
060800 PRINT-ONE-AGE.                                                   ZBNKAAN1
060900     MOVE WS-PIPE-COUNT (WS-STATUS-SUB WS-AGE-SUB)                ZBNKAAN1
061000       TO WS-RPT4-COUNT (WS-AGE-SUB).                             ZBNKAAN1
061100                                                                  ZBNKAAN1
061200***************************************************************** ZBNKAAN1
061300* Print the run totals                                          * ZBNKAAN1
061400***************************************************************** ZBNKAAN1
061500 PRINT-REPORT-TOTALS.                                             ZBNKAAN1
061600     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKAAN1
061700     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
061800     MOVE 'Applications read' TO WS-RPT3-DESC.                    ZBNKAAN1
061900     MOVE WS-APPS-READ TO WS-RPT3-COUNT.                          ZBNKAAN1
062000     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062100     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
062200     MOVE 'Adverse-action notices printed' TO WS-RPT3-DESC.       ZBNKAAN1
062300     MOVE WS-NOTICES-SENT TO WS-RPT3-COUNT.                       ZBNKAAN1
062400     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062500     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
062600     MOVE 'Notices held - no customer' TO WS-RPT3-DESC.           ZBNKAAN1
062700     MOVE WS-NOTICES-HELD TO WS-RPT3-COUNT.                       ZBNKAAN1
062800     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062900     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
062902     MOVE 'Notices by e-mail' TO WS-RPT3-DESC.                    ZBNKAAN1
062904     MOVE WS-NOTICES-EMAILED TO WS-RPT3-COUNT.                    ZBNKAAN1
062906     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062908     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
062911     MOVE 'Held - address undeliverable' TO WS-RPT3-DESC.         ZBNKAAN1
062922     MOVE WS-NOTICES-UNDELIV TO WS-RPT3-COUNT.                    ZBNKAAN1
062933     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062944     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
062955     MOVE 'Notices registered' TO WS-RPT3-DESC.                   ZBNKAAN1
062966     MOVE WS-NOTICES-REGISTERED TO WS-RPT3-COUNT.                 ZBNKAAN1
062977     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
062988     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
063000     MOVE 'Applications to follow up' TO WS-RPT3-DESC.            ZBNKAAN1
063100     MOVE WS-APPS-STALE TO WS-RPT3-COUNT.                         ZBNKAAN1
063200     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKAAN1
063300     PERFORM PRINTOUT-PUT.                                        ZBNKAAN1
063400                                                                  ZBNKAAN1
063500***************************************************************** ZBNKAAN1
063600* Write a report line                                           * ZBNKAAN1
063700***************************************************************** ZBNKAAN1
063800 PRINTOUT-PUT.                                                    ZBNKAAN1
063900     WRITE PRINTOUT-REC.                                          ZBNKAAN1
064000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKAAN1
064100       MOVE 'PRINTOUT error writing file...'                      ZBNKAAN1
064200         TO WS-CONSOLE-MESSAGE                                    ZBNKAAN1
064300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKAAN1
064400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKAAN1
064500       PERFORM DISPLAY-IO-STATUS                                  ZBNKAAN1
064600       PERFORM ABORT-PROGRAM                                      ZBNKAAN1
064700     END-IF.                                                      ZBNKAAN1
064800                                                                  ZBNKAAN1
064900***************************************************************** ZBNKAAN1
065000* Open all the files                                            * ZBNKAAN1
065100***************************************************************** ZBNKAAN1
065200 OPEN-FILES.                                                      ZBNKAAN1
065300     OPEN I-O BNKLAPP-FILE.                                       ZBNKAAN1
065400     IF WS-BNKLAPP-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
065500        MOVE 'BNKLAPP file open failure...'                       ZBNKAAN1
065600          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
065700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
065800        MOVE WS-BNKLAPP-STATUS TO WS-IO-STATUS                    ZBNKAAN1
065900        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
066000        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
066100     END-IF.                                                      ZBNKAAN1
066200     OPEN INPUT BNKCUST-FILE.                                     ZBNKAAN1
066300     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
066400        MOVE 'BNKCUST file open failure...'                       ZBNKAAN1
066500          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
066600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
066700        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKAAN1
066800        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
066900        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
067000     END-IF.                                                      ZBNKAAN1
067100     OPEN OUTPUT ADVNOTE-FILE.                                    ZBNKAAN1
067200     IF WS-ADVNOTE-STATUS IS NOT EQUAL TO '00'                    ZBNKAAN1
067300        MOVE 'ADVNOTE file open failure...'                       ZBNKAAN1
067400          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
067500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
067600        MOVE WS-ADVNOTE-STATUS TO WS-IO-STATUS                    ZBNKAAN1
067700        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
067800        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
067900     END-IF.                                                      ZBNKAAN1
067910     OPEN OUTPUT ADVNOTEE-FILE.                                   ZBNKAAN1
067920     IF WS-ADVNOTEE-STATUS IS NOT EQUAL TO '00'                   ZBNKAAN1
067930        MOVE 'ADVNOTEE file open failure...'                      ZBNKAAN1
067940          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
067950        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
067960        MOVE WS-ADVNOTEE-STATUS TO WS-IO-STATUS                   ZBNKAAN1
067970        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
067980        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
067990     END-IF.                                                      ZBNKAAN1
068000     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKAAN1
068100     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKAAN1
068200        MOVE 'PRINTOUT file open failure...'                      ZBNKAAN1
068300          TO WS-CONSOLE-MESSAGE                                   ZBNKAAN1
068400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
068500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKAAN1
068600        PERFORM DISPLAY-IO-STATUS                                 ZBNKAAN1
068700        PERFORM ABORT-PROGRAM                                     ZBNKAAN1
068800     END-IF.                                                      ZBNKAAN1
068900                                                                  ZBNKAAN1
069000***************************************************************** ZBNKAAN1
069100* Close all the files                                           * ZBNKAAN1
069200***************************************************************** ZBNKAAN1
069300 CLOSE-FILES.                                                     ZBNKAAN1
069400     CLOSE BNKLAPP-FILE.                                          ZBNKAAN1
069500     CLOSE BNKCUST-FILE.                                          ZBNKAAN1
069600     CLOSE ADVNOTE-FILE.                                          ZBNKAAN1
069650     CLOSE ADVNOTEE-FILE.                                         ZBNKAAN1
069700     CLOSE PRINTOUT-FILE.                                         ZBNKAAN1
069800                                                                  ZBNKAAN1
069900***************************************************************** ZBNKAAN1
070000* Display the file status bytes. This routine will display as   * ZBNKAAN1
070100* two digits if the full two byte file status is numeric. If    * ZBNKAAN1
070200* second byte is non-numeric then it will be treated as a       * ZBNKAAN1
070300* binary number.                                                * ZBNKAAN1
070400***************************************************************** ZBNKAAN1
070500 DISPLAY-IO-STATUS.                                               ZBNKAAN1
070600     IF WS-IO-STATUS NUMERIC                                      ZBNKAAN1
070700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKAAN1
070800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKAAN1
070900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKAAN1
071000          INTO WS-CONSOLE-MESSAGE                                 ZBNKAAN1
071100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
071200     ELSE                                                         ZBNKAAN1
071300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKAAN1
071400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKAAN1
071500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKAAN1
071600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKAAN1
071700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKAAN1
071800               '/' DELIMITED BY SIZE                              ZBNKAAN1
071900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKAAN1
072000          INTO WS-CONSOLE-MESSAGE                                 ZBNKAAN1
072100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
072200     END-IF.                                                      ZBNKAAN1
072300                                                                  ZBNKAAN1
072400***************************************************************** ZBNKAAN1
072500* 'ABORT' the program.                                          * ZBNKAAN1
072600* Post a message to the console and issue a STOP RUN            * ZBNKAAN1
072700***************************************************************** ZBNKAAN1
072800 ABORT-PROGRAM.                                                   ZBNKAAN1
072900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKAAN1
073000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKAAN1
073100     END-IF.                                                      ZBNKAAN1
073200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKAAN1
073300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKAAN1
073400     MOVE 16 TO RETURN-CODE.                                      ZBNKAAN1
073500     STOP RUN.                                                    ZBNKAAN1
073600                                                                  ZBNKAAN1
073700***************************************************************** ZBNKAAN1
073800* Display CONSOLE messages...                                   * ZBNKAAN1
073900***************************************************************** ZBNKAAN1
074000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKAAN1
074100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKAAN1
074200       UPON CONSOLE.                                              ZBNKAAN1
074300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKAAN1
074400                                                                  ZBNKAAN1
074500 COPY CTIMERP.                                                    ZBNKAAN1
074600                                                                  ZBNKAAN1
074700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKAAN1
