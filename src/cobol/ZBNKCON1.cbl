000100***************************************************************** ZBNKCON1
000200*                                                               * ZBNKCON1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCON1
000400*   This demonstration program is provided for use by users     * ZBNKCON1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCON1
000600*   distributed as part of your application provided that       * ZBNKCON1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCON1
000800*   in this material.                                           * ZBNKCON1
000900*                                                               * ZBNKCON1
001000***************************************************************** ZBNKCON1
001100                                                                  ZBNKCON1
001200                                                                  ZBNKCON1
001300***************************************************************** ZBNKCON1
001400* Program:     ZBNKCON1.CBL                                     * ZBNKCON1
001500* Function:    Nightly staff connected-party exception report.  * ZBNKCON1
001600*              A member of staff is connected to a customer     * ZBNKCON1
001700*              who is their own customer record (the own PID    * ZBNKCON1
001800*              on BNKSTAF), a member of their own household on  * ZBNKCON1
001900*              BNKHHLD, or a party they have declared on        * ZBNKCON1
002000*              BNKSCON.  For the window on the exec parm        * ZBNKCON1
002100*              (LK-EXEC-PARM-DATA, from and to dates in         * ZBNKCON1
002200*              YYYY-MM-DD form; both default to the run date)   * ZBNKCON1
002300*              the report lists -                               * ZBNKCON1
002400*                1. the connected-party warnings and            * ZBNKCON1
002500*                   supervisor overrides DBANK84P logged to     * ZBNKCON1
002600*                   BNKTRLG;                                    * ZBNKCON1
002700*                2. BNKTXN postings keyed by a member of staff  * ZBNKCON1
002800*                   on a connected account - teller cash,       * ZBNKCON1
002900*                   cheque deposits and official cheques and    * ZBNKCON1
003000*                   fee reversals name the user at the end of   * ZBNKCON1
003100*                   the description, balance corrections carry  * ZBNKCON1
003200*                   BC and the user in the payment reference;   * ZBNKCON1
003300*                3. BNKLNOVR loan overrides submitted or        * ZBNKCON1
003400*                   reviewed by someone connected to the        * ZBNKCON1
003500*                   borrower;                                   * ZBNKCON1
003600*                4. BNKFWVR fee waivers granted by someone      * ZBNKCON1
003700*                   connected to the account holder.            * ZBNKCON1
003800*              Return code 4 when anything is listed in         * ZBNKCON1
003900*              sections 2 to 4.                                 * ZBNKCON1
004000***************************************************************** ZBNKCON1
004100                                                                  ZBNKCON1
004200 IDENTIFICATION DIVISION.                                         ZBNKCON1
004300 PROGRAM-ID.                                                      ZBNKCON1
004400     ZBNKCON1.                                                    ZBNKCON1
004500 DATE-WRITTEN.                                                    ZBNKCON1
004600     October 2026.                                                ZBNKCON1
004700 DATE-COMPILED.                                                   ZBNKCON1
004800     Today.                                                       ZBNKCON1
004900                                                                  ZBNKCON1
005000 ENVIRONMENT DIVISION.                                            ZBNKCON1
005100 INPUT-OUTPUT   SECTION.                                          ZBNKCON1
005200   FILE-CONTROL.                                                  ZBNKCON1
005300     SELECT BNKSTAF-FILE                                          ZBNKCON1
005400            ASSIGN       TO BNKSTAF                               ZBNKCON1
005500            ORGANIZATION IS INDEXED                               ZBNKCON1
005600            ACCESS MODE  IS SEQUENTIAL                            ZBNKCON1
005700            RECORD KEY   IS STF-KEY                               ZBNKCON1
005800            FILE STATUS  IS WS-BNKSTAF-STATUS.                    ZBNKCON1
005900     SELECT BNKSCON-FILE                                          ZBNKCON1
006000            ASSIGN       TO BNKSCON                               ZBNKCON1
006100            ORGANIZATION IS INDEXED                               ZBNKCON1
006200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCON1
006300            RECORD KEY   IS SCN-KEY                               ZBNKCON1
006400            FILE STATUS  IS WS-BNKSCON-STATUS.                    ZBNKCON1
006500     SELECT BNKHHLD-FILE                                          ZBNKCON1
006600            ASSIGN       TO BNKHHLD                               ZBNKCON1
006700            ORGANIZATION IS INDEXED                               ZBNKCON1
006800            ACCESS MODE  IS RANDOM                                ZBNKCON1
006900            RECORD KEY   IS HHM-REC-PID                           ZBNKCON1
007000            ALTERNATE KEY IS HHM-REC-HHLD-ID WITH DUPLICATES      ZBNKCON1
007100            FILE STATUS  IS WS-BNKHHLD-STATUS.                    ZBNKCON1
007200     SELECT BNKACC-FILE                                           ZBNKCON1
007300            ASSIGN       TO BNKACC                                ZBNKCON1
007400            ORGANIZATION IS INDEXED                               ZBNKCON1
007500            ACCESS MODE  IS RANDOM                                ZBNKCON1
007600            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKCON1
007700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKCON1
007800            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKCON1
007900     SELECT BNKTRLG-FILE                                          ZBNKCON1
008000            ASSIGN       TO BNKTRLG                               ZBNKCON1
008100            ORGANIZATION IS INDEXED                               ZBNKCON1
008200            ACCESS MODE  IS DYNAMIC                               ZBNKCON1
008300            RECORD KEY   IS TRL-REC-TIMESTAMP                     ZBNKCON1
008400            FILE STATUS  IS WS-BNKTRLG-STATUS.                    ZBNKCON1
008500     SELECT BNKTXN-FILE                                           ZBNKCON1
008600            ASSIGN       TO BNKTXN                                ZBNKCON1
008700            ORGANIZATION IS INDEXED                               ZBNKCON1
008800            ACCESS MODE  IS DYNAMIC                               ZBNKCON1
008900            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCON1
009000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCON1
009100            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCON1
009200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCON1
009300     SELECT BNKLNOVR-FILE                                         ZBNKCON1
009400            ASSIGN       TO BNKLNOVR                              ZBNKCON1
009500            ORGANIZATION IS INDEXED                               ZBNKCON1
009600            ACCESS MODE  IS DYNAMIC                               ZBNKCON1
009700            RECORD KEY   IS LOV-KEY                               ZBNKCON1
009800            FILE STATUS  IS WS-BNKLNOVR-STATUS.                   ZBNKCON1
009900     SELECT BNKFWVR-FILE                                          ZBNKCON1
010000            ASSIGN       TO BNKFWVR                               ZBNKCON1
010100            ORGANIZATION IS INDEXED                               ZBNKCON1
010200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCON1
010300            RECORD KEY   IS FWV-REC-ACCNO                         ZBNKCON1
010400            FILE STATUS  IS WS-BNKFWVR-STATUS.                    ZBNKCON1
010500     SELECT PRINTOUT-FILE                                         ZBNKCON1
010600            ASSIGN       TO PRINTOUT                              ZBNKCON1
010700            ORGANIZATION IS SEQUENTIAL                            ZBNKCON1
010800            ACCESS MODE  IS SEQUENTIAL                            ZBNKCON1
010900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCON1
011000                                                                  ZBNKCON1
011100 DATA DIVISION.                                                   ZBNKCON1
011200 FILE SECTION.                                                    ZBNKCON1
011300                                                                  ZBNKCON1
011400 FD  BNKSTAF-FILE.                                                ZBNKCON1
011500 01  BNKSTAF-REC.                                                 ZBNKCON1
011600 COPY CBANKVSF.                                                   ZBNKCON1
011700                                                                  ZBNKCON1
011800 FD  BNKSCON-FILE.                                                ZBNKCON1
011900 01  BNKSCON-REC.                                                 ZBNKCON1
012000 COPY CBANKVCN.                                                   ZBNKCON1
012100                                                                  ZBNKCON1
012200 FD  BNKHHLD-FILE.                                                ZBNKCON1
012300 01  BNKHHLD-REC.                                                 ZBNKCON1
012400 COPY CBANKVHH.                                                   ZBNKCON1
012500                                                                  ZBNKCON1
012600 FD  BNKACC-FILE.                                                 ZBNKCON1
012700 01  BNKACC-REC.                                                  ZBNKCON1
012800 COPY CBANKVAC.                                                   ZBNKCON1
012900                                                                  ZBNKCON1
013000 FD  BNKTRLG-FILE.                                                ZBNKCON1
013100 01  BNKTRLG-REC.                                                 ZBNKCON1
013200 COPY CBANKVTL.                                                   ZBNKCON1
013300                                                                  ZBNKCON1
013400 FD  BNKTXN-FILE.                                                 ZBNKCON1
013500 01  BNKTXN-REC.                                                  ZBNKCON1
013600 COPY CBANKVTX.                                                   ZBNKCON1
013700                                                                  ZBNKCON1
013800 FD  BNKLNOVR-FILE.                                               ZBNKCON1
013900 01  BNKLNOVR-REC.                                                ZBNKCON1
014000 COPY CBANKVLO.                                                   ZBNKCON1
014100                                                                  ZBNKCON1
014200 FD  BNKFWVR-FILE.                                                ZBNKCON1
014300 01  BNKFWVR-REC.                                                 ZBNKCON1
014400 COPY CBANKVFW.                                                   ZBNKCON1
014500                                                                  ZBNKCON1
014600 FD  PRINTOUT-FILE.                                               ZBNKCON1
014700 01  PRINTOUT-REC                        PIC X(121).              ZBNKCON1
014800                                                                  ZBNKCON1
014900 WORKING-STORAGE SECTION.                                         ZBNKCON1
015000 COPY CTIMERD.                                                    ZBNKCON1
015100                                                                  ZBNKCON1
015200 COPY CTSTAMPD.                                                   ZBNKCON1
015300                                                                  ZBNKCON1
015400 01  WS-MISC-STORAGE.                                             ZBNKCON1
015500   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCON1
015600       VALUE 'ZBNKCON1'.                                          ZBNKCON1
015700   05  WS-BNKSTAF-STATUS.                                         ZBNKCON1
015800     10  WS-BNKSTAF-STAT1                    PIC X(1).            ZBNKCON1
015900     10  WS-BNKSTAF-STAT2                    PIC X(1).            ZBNKCON1
016000   05  WS-BNKSCON-STATUS.                                         ZBNKCON1
016100     10  WS-BNKSCON-STAT1                    PIC X(1).            ZBNKCON1
016200     10  WS-BNKSCON-STAT2                    PIC X(1).            ZBNKCON1
016300   05  WS-BNKHHLD-STATUS.                                         ZBNKCON1
016400     10  WS-BNKHHLD-STAT1                    PIC X(1).            ZBNKCON1
016500     10  WS-BNKHHLD-STAT2                    PIC X(1).            ZBNKCON1
016600   05  WS-BNKACC-STATUS.                                          ZBNKCON1
016700     10  WS-BNKACC-STAT1                     PIC X(1).            ZBNKCON1
016800     10  WS-BNKACC-STAT2                     PIC X(1).            ZBNKCON1
016900   05  WS-BNKTRLG-STATUS.                                         ZBNKCON1
017000     10  WS-BNKTRLG-STAT1                    PIC X(1).            ZBNKCON1
017100     10  WS-BNKTRLG-STAT2                    PIC X(1).            ZBNKCON1
017200   05  WS-BNKTXN-STATUS.                                          ZBNKCON1
017300     10  WS-BNKTXN-STAT1                     PIC X(1).            ZBNKCON1
017400     10  WS-BNKTXN-STAT2                     PIC X(1).            ZBNKCON1
017500   05  WS-BNKLNOVR-STATUS.                                        ZBNKCON1
017600     10  WS-BNKLNOVR-STAT1                   PIC X(1).            ZBNKCON1
017700     10  WS-BNKLNOVR-STAT2                   PIC X(1).            ZBNKCON1
017800   05  WS-BNKFWVR-STATUS.                                         ZBNKCON1
017900     10  WS-BNKFWVR-STAT1                    PIC X(1).            ZBNKCON1
018000     10  WS-BNKFWVR-STAT2                    PIC X(1).            ZBNKCON1
018100   05  WS-PRINTOUT-STATUS.                                        ZBNKCON1
018200     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCON1
018300     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCON1
018400   05  WS-IO-STATUS.                                              ZBNKCON1
018500     10  WS-IO-STAT1                         PIC X(1).            ZBNKCON1
018600     10  WS-IO-STAT2                         PIC X(1).            ZBNKCON1
018700   05  WS-TWO-BYTES.                                              ZBNKCON1
018800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCON1
018900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCON1
019000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCON1
019100                                             PIC 9(1) COMP.       ZBNKCON1
019200   05  WS-FROM-DATE                          PIC X(10)            ZBNKCON1
019300       VALUE SPACES.                                              ZBNKCON1
019400   05  WS-TO-DATE                            PIC X(10)            ZBNKCON1
019500       VALUE SPACES.                                              ZBNKCON1
019600   05  WS-SUB                                PIC S9(4) COMP.      ZBNKCON1
019700   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKCON1
019800   05  WS-FIND-USERID                        PIC X(8).            ZBNKCON1
019900   05  WS-FOUND-SUB                          PIC S9(4) COMP.      ZBNKCON1
020000   05  WS-CHECK-PID                          PIC X(5).            ZBNKCON1
020100   05  WS-CHECK-REASON                       PIC X(1).            ZBNKCON1
020200   05  WS-LAST-OVERRIDE-USER                 PIC X(8).            ZBNKCON1
020300   05  WS-POSTING-USER                       PIC X(8).            ZBNKCON1
020400   05  WS-DESC                               PIC X(30).           ZBNKCON1
020500   05  WS-DESC-END                           PIC S9(4) COMP.      ZBNKCON1
020600   05  WS-DESC-START                         PIC S9(4) COMP.      ZBNKCON1
020700   05  WS-DESC-LEN                           PIC S9(4) COMP.      ZBNKCON1
020800   05  WS-OWNER-PID                          PIC X(5).            ZBNKCON1
020900   05  WS-EDIT-AMOUNT                        PIC Z,ZZZ,ZZ9.99-.   ZBNKCON1
021000   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCON1
021100                                                                  ZBNKCON1
021200 01  WS-COUNTERS.                                                 ZBNKCON1
021300   05  WS-WARNINGS                           PIC 9(7)             ZBNKCON1
021400       VALUE ZERO.                                                ZBNKCON1
021500   05  WS-OVERRIDES                          PIC 9(7)             ZBNKCON1
021600       VALUE ZERO.                                                ZBNKCON1
021700   05  WS-TXN-READ                           PIC 9(7)             ZBNKCON1
021800       VALUE ZERO.                                                ZBNKCON1
021900   05  WS-TXN-EXCEPTIONS                     PIC 9(7)             ZBNKCON1
022000       VALUE ZERO.                                                ZBNKCON1
022100   05  WS-LOV-EXCEPTIONS                     PIC 9(7)             ZBNKCON1
022200       VALUE ZERO.                                                ZBNKCON1
022300   05  WS-FWV-EXCEPTIONS                     PIC 9(7)             ZBNKCON1
022400       VALUE ZERO.                                                ZBNKCON1
022500   05  WS-STAFF-DROPPED                      PIC 9(7)             ZBNKCON1
022600       VALUE ZERO.                                                ZBNKCON1
022700   05  WS-DECL-DROPPED                       PIC 9(7)             ZBNKCON1
022800       VALUE ZERO.                                                ZBNKCON1
022900                                                                  ZBNKCON1
023000***************************************************************** ZBNKCON1
023100* Every staff user with their own PID and the household it      * ZBNKCON1
023200* belongs to                                                    * ZBNKCON1
023300***************************************************************** ZBNKCON1
023400 01  WS-STAFF-TABLE.                                              ZBNKCON1
023500   05  WS-STAFF-COUNT                        PIC S9(4) COMP       ZBNKCON1
023600       VALUE ZERO.                                                ZBNKCON1
023700   05  WS-STAFF-ENTRY OCCURS 2000 TIMES.                          ZBNKCON1
023800     10  WS-STAFF-USERID                     PIC X(8).            ZBNKCON1
023900     10  WS-STAFF-NAME                       PIC X(25).           ZBNKCON1
024000     10  WS-STAFF-OWN-PID                    PIC X(5).            ZBNKCON1
024100     10  WS-STAFF-HHLD-ID                    PIC X(5).            ZBNKCON1
024200                                                                  ZBNKCON1
024300***************************************************************** ZBNKCON1
024400* The active declarations on BNKSCON                            * ZBNKCON1
024500***************************************************************** ZBNKCON1
024600 01  WS-DECL-TABLE.                                               ZBNKCON1
024700   05  WS-DECL-COUNT                         PIC S9(4) COMP       ZBNKCON1
024800       VALUE ZERO.                                                ZBNKCON1
024900   05  WS-DECL-ENTRY OCCURS 5000 TIMES.                           ZBNKCON1
025000     10  WS-DECL-USERID                      PIC X(8).            ZBNKCON1
025100     10  WS-DECL-PID                         PIC X(5).            ZBNKCON1
025200                                                                  ZBNKCON1
025300***************************************************************** ZBNKCON1
025400* Exception report                                              * ZBNKCON1
025500***************************************************************** ZBNKCON1
025600 01  WS-REPORT-LINES.                                             ZBNKCON1
025700   05  WS-RPT1.                                                   ZBNKCON1
025800     10  WS-RPT1-CC                          PIC X(1)             ZBNKCON1
025900         VALUE '1'.                                               ZBNKCON1
026000     10  FILLER                              PIC X(20)            ZBNKCON1
026100         VALUE SPACES.                                            ZBNKCON1
026200     10  WS-RPT1-HEAD                        PIC X(45)            ZBNKCON1
026300         VALUE 'Staff Connected-Party Exceptions - from'.         ZBNKCON1
026400     10  WS-RPT1-FROM                        PIC X(10).           ZBNKCON1
026500     10  FILLER                              PIC X(4)             ZBNKCON1
026600         VALUE ' to '.                                            ZBNKCON1
026700     10  WS-RPT1-TO                          PIC X(10).           ZBNKCON1
026800   05  WS-RPT3.                                                   ZBNKCON1
026900     10  WS-RPT3-CC                          PIC X(1)             ZBNKCON1
027000         VALUE ' '.                                               ZBNKCON1
027100     10  FILLER                              PIC X(3)             ZBNKCON1
027200         VALUE SPACES.                                            ZBNKCON1
027300     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCON1
027400     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKCON1
027500   05  WS-LINE2.                                                  ZBNKCON1
027600     10  WS-LINE2-CC                         PIC X(1)             ZBNKCON1
027700         VALUE '-'.                                               ZBNKCON1
027800     10  WS-LINE2-TITLE                      PIC X(80).           ZBNKCON1
027900   05  WS-LINE4H.                                                 ZBNKCON1
028000     10  WS-LINE4H-CC                        PIC X(1)             ZBNKCON1
028100         VALUE '0'.                                               ZBNKCON1
028200     10  FILLER                              PIC X(21)            ZBNKCON1
028300         VALUE 'When'.                                            ZBNKCON1
028400     10  FILLER                              PIC X(10)            ZBNKCON1
028500         VALUE 'User'.                                            ZBNKCON1
028600     10  FILLER                              PIC X(7)             ZBNKCON1
028700         VALUE 'PID'.                                             ZBNKCON1
028800     10  FILLER                              PIC X(11)            ZBNKCON1
028900         VALUE 'Account'.                                         ZBNKCON1
029000     10  FILLER                              PIC X(11)            ZBNKCON1
029100         VALUE 'Connection'.                                      ZBNKCON1
029200     10  FILLER                              PIC X(45)            ZBNKCON1
029300         VALUE 'Detail'.                                          ZBNKCON1
029400   05  WS-LINE4.                                                  ZBNKCON1
029500     10  WS-LINE4-CC                         PIC X(1)             ZBNKCON1
029600         VALUE ' '.                                               ZBNKCON1
029700     10  WS-LINE4-WHEN                       PIC X(21).           ZBNKCON1
029800     10  WS-LINE4-USERID                     PIC X(10).           ZBNKCON1
029900     10  WS-LINE4-PID                        PIC X(7).            ZBNKCON1
030000     10  WS-LINE4-ACCNO                      PIC X(11).           ZBNKCON1
030100     10  WS-LINE4-REASON                     PIC X(11).           ZBNKCON1
030200     10  WS-LINE4-DETAIL                     PIC X(45).           ZBNKCON1
030300                                                                  ZBNKCON1
030400 LINKAGE SECTION.                                                 ZBNKCON1
030500 01  LK-EXEC-PARM.                                                ZBNKCON1
030600   05  LK-EXEC-PARM-LL                   PIC S9(4) COMP.          ZBNKCON1
030700   05  LK-EXEC-PARM-DATA.                                         ZBNKCON1
030800     10  LK-PARM-FROM                    PIC X(10).               ZBNKCON1
030900     10  FILLER                          PIC X(1).                ZBNKCON1
031000     10  LK-PARM-TO                      PIC X(10).               ZBNKCON1
031100                                                                  ZBNKCON1
031200 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKCON1
031300                                                                  ZBNKCON1
031400     PERFORM RUN-TIME.                                            ZBNKCON1
031500                                                                  ZBNKCON1
031600     MOVE 'Staff connected-party exception report starting'       ZBNKCON1
031700       TO WS-CONSOLE-MESSAGE.                                     ZBNKCON1
031800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCON1
031900                                                                  ZBNKCON1
032000 COPY CTSTAMPP.                                                   ZBNKCON1
032100                                                                  ZBNKCON1
032200     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKCON1
032300        MOVE LK-PARM-FROM TO WS-FROM-DATE                         ZBNKCON1
032400     END-IF.                                                      ZBNKCON1
032500     IF LK-EXEC-PARM-LL IS GREATER THAN 11                        ZBNKCON1
032600        MOVE LK-PARM-TO TO WS-TO-DATE                             ZBNKCON1
032700     END-IF.                                                      ZBNKCON1
032800     IF WS-FROM-DATE IS EQUAL TO SPACES                           ZBNKCON1
032900        MOVE WS-TIMESTAMP (1:10) TO WS-FROM-DATE                  ZBNKCON1
033000     END-IF.                                                      ZBNKCON1
033100     IF WS-TO-DATE IS EQUAL TO SPACES                             ZBNKCON1
033200        MOVE WS-FROM-DATE TO WS-TO-DATE                           ZBNKCON1
033300     END-IF.                                                      ZBNKCON1
033400     IF WS-TO-DATE IS LESS THAN WS-FROM-DATE                      ZBNKCON1
033500        MOVE 'To date must not be before the from date'           ZBNKCON1
033600          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
033700        PERFORM ABORT-PROGRAM                                     ZBNKCON1
033800     END-IF.                                                      ZBNKCON1
033900                                                                  ZBNKCON1
034000     PERFORM OPEN-FILES.                                          ZBNKCON1
034100     PERFORM LOAD-STAFF-TABLE THRU                                ZBNKCON1
034200             LOAD-STAFF-TABLE-EXIT.                               ZBNKCON1
034300     PERFORM LOAD-DECL-TABLE THRU                                 ZBNKCON1
034400             LOAD-DECL-TABLE-EXIT.                                ZBNKCON1
034500                                                                  ZBNKCON1
034600     PERFORM PRINT-REPORT-HEADER.                                 ZBNKCON1
034700     PERFORM SCAN-ACTIVITY-LOG THRU                               ZBNKCON1
034800             SCAN-ACTIVITY-LOG-EXIT.                              ZBNKCON1
034900     PERFORM SCAN-POSTINGS THRU                                   ZBNKCON1
035000             SCAN-POSTINGS-EXIT.                                  ZBNKCON1
035100     PERFORM SCAN-LOAN-OVERRIDES THRU                             ZBNKCON1
035200             SCAN-LOAN-OVERRIDES-EXIT.                            ZBNKCON1
035300     PERFORM SCAN-FEE-WAIVERS THRU                                ZBNKCON1
035400             SCAN-FEE-WAIVERS-EXIT.                               ZBNKCON1
035500     PERFORM PRINT-SUMMARY.                                       ZBNKCON1
035600     PERFORM CLOSE-FILES.                                         ZBNKCON1
035700                                                                  ZBNKCON1
035800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCON1
035900     STRING 'Exceptions - postings ' DELIMITED BY SIZE            ZBNKCON1
036000            WS-TXN-EXCEPTIONS DELIMITED BY SIZE                   ZBNKCON1
036100            ' loans ' DELIMITED BY SIZE                           ZBNKCON1
036200            WS-LOV-EXCEPTIONS DELIMITED BY SIZE                   ZBNKCON1
036300            ' waivers ' DELIMITED BY SIZE                         ZBNKCON1
036400            WS-FWV-EXCEPTIONS DELIMITED BY SIZE                   ZBNKCON1
036500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCON1
036600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCON1
036700     MOVE 'End Of Job'                                            ZBNKCON1
036800       TO WS-CONSOLE-MESSAGE.                                     ZBNKCON1
036900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCON1
037000                                                                  ZBNKCON1
037100     PERFORM RUN-TIME.                                            ZBNKCON1
037200                                                                  ZBNKCON1
037300     IF WS-TXN-EXCEPTIONS IS GREATER THAN ZERO OR                 ZBNKCON1
037400        WS-LOV-EXCEPTIONS IS GREATER THAN ZERO OR                 ZBNKCON1
037500        WS-FWV-EXCEPTIONS IS GREATER THAN ZERO                    ZBNKCON1
037600        MOVE 4 TO RETURN-CODE                                     ZBNKCON1
037700     ELSE                                                         ZBNKCON1
037800        MOVE 0 TO RETURN-CODE                                     ZBNKCON1
037900     END-IF.                                                      ZBNKCON1
038000                                                                  ZBNKCON1
038100     GOBACK.                                                      ZBNKCON1
038200                                                                  ZBNKCON1
038300***************************************************************** ZBNKCON1
038400* Load every staff user with their own PID, and the household   * ZBNKCON1
038500* that PID belongs to                                           * ZBNKCON1
038600***************************************************************** ZBNKCON1
038700 LOAD-STAFF-TABLE.                                                ZBNKCON1
038800     OPEN INPUT BNKSTAF-FILE.                                     ZBNKCON1
038900     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
039000        MOVE 'BNKSTAF file open failure...'                       ZBNKCON1
039100          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
039200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
039300        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKCON1
039400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
039500        PERFORM ABORT-PROGRAM                                     ZBNKCON1
039600     END-IF.                                                      ZBNKCON1
039700 LOAD-STAFF-LOOP.                                                 ZBNKCON1
039800     READ BNKSTAF-FILE NEXT RECORD.                               ZBNKCON1
039900     IF WS-BNKSTAF-STATUS IS EQUAL TO '10'                        ZBNKCON1
040000        GO TO LOAD-STAFF-DONE                                     ZBNKCON1
040100     END-IF.                                                      ZBNKCON1
040200     IF WS-BNKSTAF-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
040300        MOVE 'BNKSTAF read error...' TO WS-CONSOLE-MESSAGE        ZBNKCON1
040400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
040500        MOVE WS-BNKSTAF-STATUS TO WS-IO-STATUS                    ZBNKCON1
040600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
040700        PERFORM ABORT-PROGRAM                                     ZBNKCON1
040800     END-IF.                                                      ZBNKCON1
040900     IF WS-STAFF-COUNT IS NOT LESS THAN 2000                      ZBNKCON1
041000        ADD 1 TO WS-STAFF-DROPPED                                 ZBNKCON1
041100        GO TO LOAD-STAFF-LOOP                                     ZBNKCON1
041200     END-IF.                                                      ZBNKCON1
041300     ADD 1 TO WS-STAFF-COUNT.                                     ZBNKCON1
041400     MOVE STF-REC-USERID TO WS-STAFF-USERID (WS-STAFF-COUNT).     ZBNKCON1
041500     MOVE STF-REC-NAME TO WS-STAFF-NAME (WS-STAFF-COUNT).         ZBNKCON1
041600     MOVE STF-REC-OWN-PID TO WS-STAFF-OWN-PID (WS-STAFF-COUNT).   ZBNKCON1
041700     MOVE SPACES TO WS-STAFF-HHLD-ID (WS-STAFF-COUNT).            ZBNKCON1
041800     IF STF-REC-OWN-PID IS NOT EQUAL TO SPACES                    ZBNKCON1
041900        MOVE STF-REC-OWN-PID TO HHM-REC-PID                       ZBNKCON1
042000        READ BNKHHLD-FILE                                         ZBNKCON1
042100        IF WS-BNKHHLD-STATUS IS EQUAL TO '00' AND                 ZBNKCON1
042200           HHM-STATUS-ACTIVE                                      ZBNKCON1
042300           MOVE HHM-REC-HHLD-ID                                   ZBNKCON1
042400             TO WS-STAFF-HHLD-ID (WS-STAFF-COUNT)                 ZBNKCON1
042500        END-IF                                                    ZBNKCON1
042600     END-IF.                                                      ZBNKCON1
042700     GO TO LOAD-STAFF-LOOP.                                       ZBNKCON1
042800 LOAD-STAFF-DONE.                                                 ZBNKCON1
042900     CLOSE BNKSTAF-FILE.                                          ZBNKCON1
043000 LOAD-STAFF-TABLE-EXIT.                                           ZBNKCON1
043100     EXIT.                                                        ZBNKCON1
043200                                                                  ZBNKCON1
043300***************************************************************** ZBNKCON1
043400* Load the declarations still in force                          * ZBNKCON1
043500***************************************************************** ZBNKCON1
043600 LOAD-DECL-TABLE.                                                 ZBNKCON1
043700     OPEN INPUT BNKSCON-FILE.                                     ZBNKCON1
043800     IF WS-BNKSCON-STATUS IS EQUAL TO '35'                        ZBNKCON1
043900        GO TO LOAD-DECL-TABLE-EXIT                                ZBNKCON1
044000     END-IF.                                                      ZBNKCON1
044100     IF WS-BNKSCON-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
044200        MOVE 'BNKSCON file open failure...'                       ZBNKCON1
044300          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
044400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
044500        MOVE WS-BNKSCON-STATUS TO WS-IO-STATUS                    ZBNKCON1
044600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
044700        PERFORM ABORT-PROGRAM                                     ZBNKCON1
044800     END-IF.                                                      ZBNKCON1
044900 LOAD-DECL-LOOP.                                                  ZBNKCON1
045000     READ BNKSCON-FILE NEXT RECORD.                               ZBNKCON1
045100     IF WS-BNKSCON-STATUS IS EQUAL TO '10'                        ZBNKCON1
045200        GO TO LOAD-DECL-DONE                                      ZBNKCON1
045300     END-IF.                                                      ZBNKCON1
045400     IF WS-BNKSCON-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
045500        MOVE 'BNKSCON read error...' TO WS-CONSOLE-MESSAGE        ZBNKCON1
045600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
045700        MOVE WS-BNKSCON-STATUS TO WS-IO-STATUS                    ZBNKCON1
045800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
045900        PERFORM ABORT-PROGRAM                                     ZBNKCON1
046000     END-IF.                                                      ZBNKCON1
046100     IF NOT SCN-STATUS-ACTIVE                                     ZBNKCON1
046200        GO TO LOAD-DECL-LOOP                                      ZBNKCON1
046300     END-IF.                                                      ZBNKCON1
046400     IF WS-DECL-COUNT IS NOT LESS THAN 5000                       ZBNKCON1
046500        ADD 1 TO WS-DECL-DROPPED                                  ZBNKCON1
046600        GO TO LOAD-DECL-LOOP                                      ZBNKCON1
046700     END-IF.                                                      ZBNKCON1
046800     ADD 1 TO WS-DECL-COUNT.                                      ZBNKCON1
046900     MOVE SCN-REC-USERID TO WS-DECL-USERID (WS-DECL-COUNT).       ZBNKCON1
047000     MOVE SCN-REC-PID TO WS-DECL-PID (WS-DECL-COUNT).             ZBNKCON1
047100     GO TO LOAD-DECL-LOOP.                                        ZBNKCON1
047200 LOAD-DECL-DONE.                                                  ZBNKCON1
047300     CLOSE BNKSCON-FILE.                                          ZBNKCON1
047400 LOAD-DECL-TABLE-EXIT.                                            ZBNKCON1
047500     EXIT.                                                        ZBNKCON1
047600                                                                  ZBNKCON1
047700***************************************************************** ZBNKCON1
047800* Find WS-FIND-USERID among the staff - WS-FOUND-SUB is its     * ZBNKCON1
047900* entry, or zero                                                * ZBNKCON1
048000***************************************************************** ZBNKCON1
048100 FIND-STAFF-ENTRY.                                                ZBNKCON1
048200     MOVE 0 TO WS-FOUND-SUB.                                      ZBNKCON1
048300     MOVE 1 TO WS-SUB2.                                           ZBNKCON1
048400 FIND-STAFF-ENTRY-LOOP.                                           ZBNKCON1
048500     IF WS-SUB2 IS GREATER THAN WS-STAFF-COUNT                    ZBNKCON1
048600        GO TO FIND-STAFF-ENTRY-EXIT                               ZBNKCON1
048700     END-IF.                                                      ZBNKCON1
048800     IF WS-STAFF-USERID (WS-SUB2) IS EQUAL TO WS-FIND-USERID      ZBNKCON1
048900        MOVE WS-SUB2 TO WS-FOUND-SUB                              ZBNKCON1
049000        GO TO FIND-STAFF-ENTRY-EXIT                               ZBNKCON1
049100     END-IF.                                                      ZBNKCON1
049200     ADD 1 TO WS-SUB2.                                            ZBNKCON1
049300     GO TO FIND-STAFF-ENTRY-LOOP.                                 ZBNKCON1
049400 FIND-STAFF-ENTRY-EXIT.                                           ZBNKCON1
049500     EXIT.                                                        ZBNKCON1
049600                                                                  ZBNKCON1
049700***************************************************************** ZBNKCON1
049800* Is WS-CHECK-PID connected to the staff user at WS-FOUND-SUB?  * ZBNKCON1
049900* WS-CHECK-REASON comes back O (own), D (declared), H           * ZBNKCON1
050000* (household) or space.                                         * ZBNKCON1
050100***************************************************************** ZBNKCON1
050200 CHECK-CONNECTION.                                                ZBNKCON1
050300     MOVE SPACE TO WS-CHECK-REASON.                               ZBNKCON1
050400     IF WS-FOUND-SUB IS EQUAL TO ZERO OR                          ZBNKCON1
050500        WS-CHECK-PID IS EQUAL TO SPACES                           ZBNKCON1
050600        GO TO CHECK-CONNECTION-EXIT                               ZBNKCON1
050700     END-IF.                                                      ZBNKCON1
050800     IF WS-STAFF-OWN-PID (WS-FOUND-SUB) IS EQUAL TO WS-CHECK-PID  ZBNKCON1
050900        MOVE 'O' TO WS-CHECK-REASON                               ZBNKCON1
051000        GO TO CHECK-CONNECTION-EXIT                               ZBNKCON1
051100     END-IF.                                                      ZBNKCON1
051200     MOVE 1 TO WS-SUB2.                                           ZBNKCON1
051300 CHECK-CONNECTION-DECL.                                           ZBNKCON1
051400     IF WS-SUB2 IS GREATER THAN WS-DECL-COUNT                     ZBNKCON1
051500        GO TO CHECK-CONNECTION-HHLD                               ZBNKCON1
051600     END-IF.                                                      ZBNKCON1
051700     IF WS-DECL-USERID (WS-SUB2) IS EQUAL TO                      ZBNKCON1
051800        WS-STAFF-USERID (WS-FOUND-SUB) AND                        ZBNKCON1
051900        WS-DECL-PID (WS-SUB2) IS EQUAL TO WS-CHECK-PID            ZBNKCON1
052000        MOVE 'D' TO WS-CHECK-REASON                               ZBNKCON1
052100        GO TO CHECK-CONNECTION-EXIT                               ZBNKCON1
052200     END-IF.                                                      ZBNKCON1
052300     ADD 1 TO WS-SUB2.                                            ZBNKCON1
052400     GO TO CHECK-CONNECTION-DECL.                                 ZBNKCON1
052500 CHECK-CONNECTION-HHLD.                                           ZBNKCON1
052600     IF WS-STAFF-HHLD-ID (WS-FOUND-SUB) IS EQUAL TO SPACES        ZBNKCON1
052700        GO TO CHECK-CONNECTION-EXIT                               ZBNKCON1
052800     END-IF.                                                      ZBNKCON1
052900     MOVE WS-CHECK-PID TO HHM-REC-PID.                            ZBNKCON1
053000     READ BNKHHLD-FILE.                                           ZBNKCON1
053100     IF WS-BNKHHLD-STATUS IS EQUAL TO '00' AND                    ZBNKCON1
053200        HHM-STATUS-ACTIVE AND                                     ZBNKCON1
053300        HHM-REC-HHLD-ID IS EQUAL TO                               ZBNKCON1
053400        WS-STAFF-HHLD-ID (WS-FOUND-SUB)                           ZBNKCON1
053500        MOVE 'H' TO WS-CHECK-REASON                               ZBNKCON1
053600     END-IF.                                                      ZBNKCON1
053700 CHECK-CONNECTION-EXIT.                                           ZBNKCON1
053800     EXIT.                                                        ZBNKCON1
053900                                                                  ZBNKCON1
054000***************************************************************** ZBNKCON1
054100* Spell out a connection reason for the report                  * ZBNKCON1
054200***************************************************************** ZBNKCON1
054300 SET-REASON-TEXT.                                                 ZBNKCON1
054400     EVALUATE WS-CHECK-REASON                                     ZBNKCON1
054500       WHEN 'O'                                                   ZBNKCON1
054600         MOVE 'Own' TO WS-LINE4-REASON                            ZBNKCON1
054700       WHEN 'H'                                                   ZBNKCON1
054800         MOVE 'Household' TO WS-LINE4-REASON                      ZBNKCON1
054900       WHEN 'D'                                                   ZBNKCON1
055000         MOVE 'Declared' TO WS-LINE4-REASON                       ZBNKCON1
055100       WHEN OTHER                                                 ZBNKCON1
055200         MOVE WS-CHECK-REASON TO WS-LINE4-REASON                  ZBNKCON1
055300     END-EVALUATE.                                                ZBNKCON1
055400                                                                  ZBNKCON1
055500***************************************************************** ZBNKCON1
055600* The owner of an account, from BNKACC - spaces when it is not  * ZBNKCON1
055700* on file                                                       * ZBNKCON1
055800***************************************************************** ZBNKCON1
055900 FIND-ACCOUNT-OWNER.                                              ZBNKCON1
056000     MOVE SPACES TO WS-OWNER-PID.                                 ZBNKCON1
056100     READ BNKACC-FILE.                                            ZBNKCON1
056200     IF WS-BNKACC-STATUS IS EQUAL TO '00'                         ZBNKCON1
056300        MOVE BAC-REC-PID TO WS-OWNER-PID                          ZBNKCON1
056400     END-IF.                                                      ZBNKCON1
056500                                                                  ZBNKCON1
056600***************************************************************** ZBNKCON1
056700* Section 1 - the warnings and overrides DBANK84P logged.  The  * ZBNKCON1
056800* supervisor's row of an override follows the user's.           * ZBNKCON1
056900***************************************************************** ZBNKCON1
057000 SCAN-ACTIVITY-LOG.                                               ZBNKCON1
057100     MOVE 'Connected-party warnings and supervisor overrides'     ZBNKCON1
057200       TO WS-LINE2-TITLE.                                         ZBNKCON1
057300     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKCON1
057400     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
057500     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKCON1
057600     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
057700     IF WS-BNKTRLG-STATUS IS EQUAL TO '35'                        ZBNKCON1
057800        GO TO SCAN-ACTIVITY-LOG-EXIT                              ZBNKCON1
057900     END-IF.                                                      ZBNKCON1
058000     MOVE LOW-VALUES TO TRL-REC-TIMESTAMP.                        ZBNKCON1
058100     MOVE WS-FROM-DATE TO TRL-REC-TIMESTAMP (1:10).               ZBNKCON1
058200     START BNKTRLG-FILE KEY IS GREATER THAN OR EQUAL              ZBNKCON1
058300           TRL-REC-TIMESTAMP.                                     ZBNKCON1
058400     IF WS-BNKTRLG-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
058500        GO TO SCAN-ACTIVITY-LOG-EXIT                              ZBNKCON1
058600     END-IF.                                                      ZBNKCON1
058700     MOVE SPACES TO WS-LAST-OVERRIDE-USER.                        ZBNKCON1
058800 SCAN-ACTIVITY-LOOP.                                              ZBNKCON1
058900     READ BNKTRLG-FILE NEXT RECORD.                               ZBNKCON1
059000     IF WS-BNKTRLG-STATUS IS EQUAL TO '10'                        ZBNKCON1
059100        GO TO SCAN-ACTIVITY-LOG-EXIT                              ZBNKCON1
059200     END-IF.                                                      ZBNKCON1
059300     IF WS-BNKTRLG-STAT1 IS NOT EQUAL TO '0'                      ZBNKCON1
059400        MOVE 'BNKTRLG read error...' TO WS-CONSOLE-MESSAGE        ZBNKCON1
059500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
059600        MOVE WS-BNKTRLG-STATUS TO WS-IO-STATUS                    ZBNKCON1
059700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
059800        PERFORM ABORT-PROGRAM                                     ZBNKCON1
059900     END-IF.                                                      ZBNKCON1
060000     IF TRL-REC-TIMESTAMP (1:10) IS GREATER THAN WS-TO-DATE       ZBNKCON1
060100        GO TO SCAN-ACTIVITY-LOG-EXIT                              ZBNKCON1
060200     END-IF.                                                      ZBNKCON1
060300     IF TRL-REC-TRAN IS NOT EQUAL TO 'CPTY' AND                   ZBNKCON1
060400        TRL-REC-TRAN IS NOT EQUAL TO 'CPTO'                       ZBNKCON1
060500        GO TO SCAN-ACTIVITY-LOOP                                  ZBNKCON1
060600     END-IF.                                                      ZBNKCON1
060700     MOVE SPACES TO WS-LINE4.                                     ZBNKCON1
060800     MOVE TRL-REC-TIMESTAMP (1:19) TO WS-LINE4-WHEN.              ZBNKCON1
060900     MOVE TRL-REC-USERID TO WS-LINE4-USERID.                      ZBNKCON1
061000     MOVE TRL-REC-CPTY-PID TO WS-LINE4-PID.                       ZBNKCON1
061100     MOVE TRL-REC-CPTY-REASON TO WS-CHECK-REASON.                 ZBNKCON1
061200     PERFORM SET-REASON-TEXT.                                     ZBNKCON1
061300     IF TRL-REC-TRAN IS EQUAL TO 'CPTO'                           ZBNKCON1
061400        STRING 'Override authorised for ' DELIMITED BY SIZE       ZBNKCON1
061500               WS-LAST-OVERRIDE-USER DELIMITED BY SPACE           ZBNKCON1
061600               ' on ' DELIMITED BY SIZE                           ZBNKCON1
061700               TRL-REC-TERM DELIMITED BY SIZE                     ZBNKCON1
061800          INTO WS-LINE4-DETAIL                                    ZBNKCON1
061900        MOVE SPACES TO WS-LAST-OVERRIDE-USER                      ZBNKCON1
062000     ELSE                                                         ZBNKCON1
062100        IF TRL-REC-CPTY-ACTION IS EQUAL TO 'O'                    ZBNKCON1
062200           ADD 1 TO WS-OVERRIDES                                  ZBNKCON1
062300           MOVE TRL-REC-USERID TO WS-LAST-OVERRIDE-USER           ZBNKCON1
062400           STRING 'Overridden in ' DELIMITED BY SIZE              ZBNKCON1
062500                  TRL-REC-PROG DELIMITED BY SPACE                 ZBNKCON1
062600                  ' on ' DELIMITED BY SIZE                        ZBNKCON1
062700                  TRL-REC-TERM DELIMITED BY SIZE                  ZBNKCON1
062800             INTO WS-LINE4-DETAIL                                 ZBNKCON1
062900        ELSE                                                      ZBNKCON1
063000           ADD 1 TO WS-WARNINGS                                   ZBNKCON1
063100           STRING 'Warned in ' DELIMITED BY SIZE                  ZBNKCON1
063200                  TRL-REC-PROG DELIMITED BY SPACE                 ZBNKCON1
063300                  ' on ' DELIMITED BY SIZE                        ZBNKCON1
063400                  TRL-REC-TERM DELIMITED BY SIZE                  ZBNKCON1
063500             INTO WS-LINE4-DETAIL                                 ZBNKCON1
063600        END-IF                                                    ZBNKCON1
063700     END-IF.                                                      ZBNKCON1
063800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCON1
063900     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
064000     GO TO SCAN-ACTIVITY-LOOP.                                    ZBNKCON1
064100 SCAN-ACTIVITY-LOG-EXIT.                                          ZBNKCON1
064200     EXIT.                                                        ZBNKCON1
064300                                                                  ZBNKCON1
064400***************************************************************** ZBNKCON1
064500* Section 2 - postings in the window keyed by a member of staff * ZBNKCON1
064600* on an account connected to them                               * ZBNKCON1
064700***************************************************************** ZBNKCON1
064800 SCAN-POSTINGS.                                                   ZBNKCON1
064900     MOVE 'Postings keyed on a connected account'                 ZBNKCON1
065000       TO WS-LINE2-TITLE.                                         ZBNKCON1
065100     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKCON1
065200     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
065300     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKCON1
065400     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
065500     MOVE LOW-VALUES TO BTX-REC-TIMESTAMP.                        ZBNKCON1
065600     MOVE WS-FROM-DATE TO BTX-REC-TIMESTAMP (1:10).               ZBNKCON1
065700     START BNKTXN-FILE KEY IS GREATER THAN OR EQUAL               ZBNKCON1
065800           BTX-REC-TIMESTAMP.                                     ZBNKCON1
065900     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCON1
066000        GO TO SCAN-POSTINGS-EXIT                                  ZBNKCON1
066100     END-IF.                                                      ZBNKCON1
066200 SCAN-POSTINGS-LOOP.                                              ZBNKCON1
066300     READ BNKTXN-FILE NEXT RECORD.                                ZBNKCON1
066400     IF WS-BNKTXN-STATUS IS EQUAL TO '10'                         ZBNKCON1
066500        GO TO SCAN-POSTINGS-EXIT                                  ZBNKCON1
066600     END-IF.                                                      ZBNKCON1
066700     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKCON1
066800        MOVE 'BNKTXN read error...' TO WS-CONSOLE-MESSAGE         ZBNKCON1
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
067000        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCON1
067100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
067200        PERFORM ABORT-PROGRAM                                     ZBNKCON1
067300     END-IF.                                                      ZBNKCON1
067400     IF BTX-REC-TIMESTAMP (1:10) IS GREATER THAN WS-TO-DATE       ZBNKCON1
067500        GO TO SCAN-POSTINGS-EXIT                                  ZBNKCON1
067600     END-IF.                                                      ZBNKCON1
067700     ADD 1 TO WS-TXN-READ.                                        ZBNKCON1
067800     PERFORM FIND-POSTING-USER THRU                               ZBNKCON1
067900             FIND-POSTING-USER-EXIT.                              ZBNKCON1
068000     IF WS-POSTING-USER IS EQUAL TO SPACES                        ZBNKCON1
068100        GO TO SCAN-POSTINGS-LOOP                                  ZBNKCON1
068200     END-IF.                                                      ZBNKCON1
068300     MOVE WS-POSTING-USER TO WS-FIND-USERID.                      ZBNKCON1
068400     PERFORM FIND-STAFF-ENTRY THRU                                ZBNKCON1
068500             FIND-STAFF-ENTRY-EXIT.                               ZBNKCON1
068600     IF WS-FOUND-SUB IS EQUAL TO ZERO                             ZBNKCON1
068700        GO TO SCAN-POSTINGS-LOOP                                  ZBNKCON1
068800     END-IF.                                                      ZBNKCON1
068900     MOVE BTX-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKCON1
069000     PERFORM FIND-ACCOUNT-OWNER.                                  ZBNKCON1
069100     MOVE WS-OWNER-PID TO WS-CHECK-PID.                           ZBNKCON1
069200     PERFORM CHECK-CONNECTION THRU                                ZBNKCON1
069300             CHECK-CONNECTION-EXIT.                               ZBNKCON1
069400     IF WS-CHECK-REASON IS EQUAL TO SPACE                         ZBNKCON1
069500        GO TO SCAN-POSTINGS-LOOP                                  ZBNKCON1
069600     END-IF.                                                      ZBNKCON1
069700     ADD 1 TO WS-TXN-EXCEPTIONS.                                  ZBNKCON1
069800     MOVE SPACES TO WS-LINE4.                                     ZBNKCON1
069900     MOVE BTX-REC-TIMESTAMP (1:19) TO WS-LINE4-WHEN.              ZBNKCON1
070000     MOVE WS-POSTING-USER TO WS-LINE4-USERID.                     ZBNKCON1
070100     MOVE WS-OWNER-PID TO WS-LINE4-PID.                           ZBNKCON1
070200     MOVE BTX-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKCON1
070300     PERFORM SET-REASON-TEXT.                                     ZBNKCON1
070400     MOVE BTX-REC-AMOUNT TO WS-EDIT-AMOUNT.                       ZBNKCON1
070500     STRING WS-EDIT-AMOUNT DELIMITED BY SIZE                      ZBNKCON1
070600            ' ' DELIMITED BY SIZE                                 ZBNKCON1
070700            WS-DESC DELIMITED BY SIZE                             ZBNKCON1
070800       INTO WS-LINE4-DETAIL.                                      ZBNKCON1
070900     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCON1
071000     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
071100     GO TO SCAN-POSTINGS-LOOP.                                    ZBNKCON1
071200 SCAN-POSTINGS-EXIT.                                              ZBNKCON1
071300     EXIT.                                                        ZBNKCON1
071400                                                                  ZBNKCON1
071500***************************************************************** ZBNKCON1
071600* Who keyed the posting - BC and the user in the payment        * ZBNKCON1
071700* reference for a balance correction, otherwise the last word   * ZBNKCON1
071800* of the description for teller cash, cheque deposits, official * ZBNKCON1
071900* cheques and fee reversals.  Anything else is system work.     * ZBNKCON1
072000***************************************************************** ZBNKCON1
072100 FIND-POSTING-USER.                                               ZBNKCON1
072200     MOVE SPACES TO WS-POSTING-USER.                              ZBNKCON1
072300     MOVE BTX-REC-DATA-OLD (1:30) TO WS-DESC.                     ZBNKCON1
072400     IF BTX-REC-PAYMENT-REF (1:2) IS EQUAL TO 'BC'                ZBNKCON1
072500        MOVE BTX-REC-PAYMENT-REF (3:8) TO WS-POSTING-USER         ZBNKCON1
072600        GO TO FIND-POSTING-USER-EXIT                              ZBNKCON1
072700     END-IF.                                                      ZBNKCON1
072800     IF BTX-REC-TYPE IS NOT EQUAL TO 'T' AND                      ZBNKCON1
072900        BTX-REC-TYPE IS NOT EQUAL TO 'K'                          ZBNKCON1
073000        IF BTX-REC-TYPE IS NOT EQUAL TO 'F' OR                    ZBNKCON1
073100           BTX-REC-SUB-TYPE IS NOT EQUAL TO '9'                   ZBNKCON1
073200           GO TO FIND-POSTING-USER-EXIT                           ZBNKCON1
073300        END-IF                                                    ZBNKCON1
073400     END-IF.                                                      ZBNKCON1
073500     MOVE 30 TO WS-DESC-END.                                      ZBNKCON1
073600 FIND-POSTING-USER-END.                                           ZBNKCON1
073700     IF WS-DESC-END IS LESS THAN 1                                ZBNKCON1
073800        GO TO FIND-POSTING-USER-EXIT                              ZBNKCON1
073900     END-IF.                                                      ZBNKCON1
074000     IF WS-DESC (WS-DESC-END:1) IS EQUAL TO SPACE                 ZBNKCON1
074100        SUBTRACT 1 FROM WS-DESC-END                               ZBNKCON1
074200        GO TO FIND-POSTING-USER-END                               ZBNKCON1
074300     END-IF.                                                      ZBNKCON1
074400     MOVE WS-DESC-END TO WS-DESC-START.                           ZBNKCON1
074500 FIND-POSTING-USER-START.                                         ZBNKCON1
074600     IF WS-DESC-START IS GREATER THAN 1 AND                       ZBNKCON1
074700        WS-DESC (WS-DESC-START - 1:1) IS NOT EQUAL TO SPACE       ZBNKCON1
074800        SUBTRACT 1 FROM WS-DESC-START                             ZBNKCON1
074900        GO TO FIND-POSTING-USER-START                             ZBNKCON1
075000     END-IF.                                                      ZBNKCON1
075100     COMPUTE WS-DESC-LEN = WS-DESC-END - WS-DESC-START + 1.       ZBNKCON1
075200     IF WS-DESC-LEN IS GREATER THAN 8                             ZBNKCON1
075300        GO TO FIND-POSTING-USER-EXIT                              ZBNKCON1
075400     END-IF.                                                      ZBNKCON1
075500     MOVE WS-DESC (WS-DESC-START:WS-DESC-LEN) TO WS-POSTING-USER. ZBNKCON1
075600 FIND-POSTING-USER-EXIT.                                          ZBNKCON1
075700     EXIT.                                                        ZBNKCON1
075800                                                                  ZBNKCON1
075900***************************************************************** ZBNKCON1
076000* Section 3 - loan overrides in the window submitted or         * ZBNKCON1
076100* reviewed by someone connected to the borrower                 * ZBNKCON1
076200***************************************************************** ZBNKCON1
076300 SCAN-LOAN-OVERRIDES.                                             ZBNKCON1
076400     MOVE 'Loan overrides handled by a connected user'            ZBNKCON1
076500       TO WS-LINE2-TITLE.                                         ZBNKCON1
076600     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKCON1
076700     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
076800     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKCON1
076900     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
077000     IF WS-BNKLNOVR-STATUS IS EQUAL TO '35'                       ZBNKCON1
077100        GO TO SCAN-LOAN-OVERRIDES-EXIT                            ZBNKCON1
077200     END-IF.                                                      ZBNKCON1
077300     MOVE LOW-VALUES TO LOV-REC-TIMESTAMP.                        ZBNKCON1
077400     MOVE WS-FROM-DATE TO LOV-REC-TIMESTAMP (1:10).               ZBNKCON1
077500     START BNKLNOVR-FILE KEY IS GREATER THAN OR EQUAL             ZBNKCON1
077600           LOV-KEY.                                               ZBNKCON1
077700     IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00'                   ZBNKCON1
077800        GO TO SCAN-LOAN-OVERRIDES-EXIT                            ZBNKCON1
077900     END-IF.                                                      ZBNKCON1
078000 SCAN-LOAN-LOOP.                                                  ZBNKCON1
078100     READ BNKLNOVR-FILE NEXT RECORD.                              ZBNKCON1
078200     IF WS-BNKLNOVR-STATUS IS EQUAL TO '10'                       ZBNKCON1
078300        GO TO SCAN-LOAN-OVERRIDES-EXIT                            ZBNKCON1
078400     END-IF.                                                      ZBNKCON1
078500     IF WS-BNKLNOVR-STAT1 IS NOT EQUAL TO '0'                     ZBNKCON1
078600        MOVE 'BNKLNOVR read error...' TO WS-CONSOLE-MESSAGE       ZBNKCON1
078700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
078800        MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS                   ZBNKCON1
078900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
079000        PERFORM ABORT-PROGRAM                                     ZBNKCON1
079100     END-IF.                                                      ZBNKCON1
079200     IF LOV-REC-TIMESTAMP (1:10) IS GREATER THAN WS-TO-DATE       ZBNKCON1
079300        GO TO SCAN-LOAN-OVERRIDES-EXIT                            ZBNKCON1
079400     END-IF.                                                      ZBNKCON1
079500     MOVE LOV-REC-PID TO WS-CHECK-PID.                            ZBNKCON1
079600     MOVE LOV-REC-SUBMIT-USERID TO WS-FIND-USERID.                ZBNKCON1
079700     PERFORM FIND-STAFF-ENTRY THRU                                ZBNKCON1
079800             FIND-STAFF-ENTRY-EXIT.                               ZBNKCON1
079900     PERFORM CHECK-CONNECTION THRU                                ZBNKCON1
080000             CHECK-CONNECTION-EXIT.                               ZBNKCON1
080100     IF WS-CHECK-REASON IS NOT EQUAL TO SPACE                     ZBNKCON1
080200        MOVE 'Submitted the override' TO WS-LINE4-DETAIL          ZBNKCON1
080300        PERFORM PRINT-LOAN-EXCEPTION                              ZBNKCON1
080400     END-IF.                                                      ZBNKCON1
080500     IF LOV-REC-REVIEW-USERID IS EQUAL TO SPACES                  ZBNKCON1
080600        GO TO SCAN-LOAN-LOOP                                      ZBNKCON1
080700     END-IF.                                                      ZBNKCON1
080800     MOVE LOV-REC-REVIEW-USERID TO WS-FIND-USERID.                ZBNKCON1
080900     PERFORM FIND-STAFF-ENTRY THRU                                ZBNKCON1
081000             FIND-STAFF-ENTRY-EXIT.                               ZBNKCON1
081100     PERFORM CHECK-CONNECTION THRU                                ZBNKCON1
081200             CHECK-CONNECTION-EXIT.                               ZBNKCON1
081300     IF WS-CHECK-REASON IS NOT EQUAL TO SPACE                     ZBNKCON1
081400        MOVE 'Reviewed the override' TO WS-LINE4-DETAIL           ZBNKCON1
081500        PERFORM PRINT-LOAN-EXCEPTION                              ZBNKCON1
081600     END-IF.                                                      ZBNKCON1
081700     GO TO SCAN-LOAN-LOOP.                                        ZBNKCON1
081800 SCAN-LOAN-OVERRIDES-EXIT.                                        ZBNKCON1
081900     EXIT.                                                        ZBNKCON1
082000                                                                  ZBNKCON1
082100 PRINT-LOAN-EXCEPTION.                                            ZBNKCON1
082200     ADD 1 TO WS-LOV-EXCEPTIONS.                                  ZBNKCON1
082300     MOVE LOV-REC-TIMESTAMP (1:19) TO WS-LINE4-WHEN.              ZBNKCON1
082400     MOVE WS-FIND-USERID TO WS-LINE4-USERID.                      ZBNKCON1
082500     MOVE LOV-REC-PID TO WS-LINE4-PID.                            ZBNKCON1
082600     MOVE SPACES TO WS-LINE4-ACCNO.                               ZBNKCON1
082700     PERFORM SET-REASON-TEXT.                                     ZBNKCON1
082800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCON1
082900     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
083000     MOVE SPACES TO WS-LINE4.                                     ZBNKCON1
083100                                                                  ZBNKCON1
083200***************************************************************** ZBNKCON1
083300* Section 4 - fee waivers granted in the window by someone      * ZBNKCON1
083400* connected to the account holder                               * ZBNKCON1
083500***************************************************************** ZBNKCON1
083600 SCAN-FEE-WAIVERS.                                                ZBNKCON1
083700     MOVE 'Fee waivers granted by a connected user'               ZBNKCON1
083800       TO WS-LINE2-TITLE.                                         ZBNKCON1
083900     MOVE WS-LINE2 TO PRINTOUT-REC.                               ZBNKCON1
084000     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
084100     MOVE WS-LINE4H TO PRINTOUT-REC.                              ZBNKCON1
084200     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
084300     IF WS-BNKFWVR-STATUS IS EQUAL TO '35'                        ZBNKCON1
084400        GO TO SCAN-FEE-WAIVERS-EXIT                               ZBNKCON1
084500     END-IF.                                                      ZBNKCON1
084600 SCAN-WAIVER-LOOP.                                                ZBNKCON1
084700     READ BNKFWVR-FILE NEXT RECORD.                               ZBNKCON1
084800     IF WS-BNKFWVR-STATUS IS EQUAL TO '10'                        ZBNKCON1
084900        GO TO SCAN-FEE-WAIVERS-EXIT                               ZBNKCON1
085000     END-IF.                                                      ZBNKCON1
085100     IF WS-BNKFWVR-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
085200        MOVE 'BNKFWVR read error...' TO WS-CONSOLE-MESSAGE        ZBNKCON1
085300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
085400        MOVE WS-BNKFWVR-STATUS TO WS-IO-STATUS                    ZBNKCON1
085500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
085600        PERFORM ABORT-PROGRAM                                     ZBNKCON1
085700     END-IF.                                                      ZBNKCON1
085800     IF FWV-REC-GRANTED-DTE IS LESS THAN WS-FROM-DATE OR          ZBNKCON1
085900        FWV-REC-GRANTED-DTE IS GREATER THAN WS-TO-DATE            ZBNKCON1
086000        GO TO SCAN-WAIVER-LOOP                                    ZBNKCON1
086100     END-IF.                                                      ZBNKCON1
086200     MOVE FWV-REC-GRANTED-BY TO WS-FIND-USERID.                   ZBNKCON1
086300     PERFORM FIND-STAFF-ENTRY THRU                                ZBNKCON1
086400             FIND-STAFF-ENTRY-EXIT.                               ZBNKCON1
086500     IF WS-FOUND-SUB IS EQUAL TO ZERO                             ZBNKCON1
086600        GO TO SCAN-WAIVER-LOOP                                    ZBNKCON1
086700     END-IF.                                                      ZBNKCON1
086800     MOVE FWV-REC-ACCNO TO BAC-REC-ACCNO.                         ZBNKCON1
086900     PERFORM FIND-ACCOUNT-OWNER.                                  ZBNKCON1
087000     MOVE WS-OWNER-PID TO WS-CHECK-PID.                           ZBNKCON1
087100     PERFORM CHECK-CONNECTION THRU                                ZBNKCON1
087200             CHECK-CONNECTION-EXIT.                               ZBNKCON1
087300     IF WS-CHECK-REASON IS EQUAL TO SPACE                         ZBNKCON1
087400        GO TO SCAN-WAIVER-LOOP                                    ZBNKCON1
087500     END-IF.                                                      ZBNKCON1
087600     ADD 1 TO WS-FWV-EXCEPTIONS.                                  ZBNKCON1
087700     MOVE SPACES TO WS-LINE4.                                     ZBNKCON1
087800     MOVE FWV-REC-GRANTED-DTE TO WS-LINE4-WHEN.                   ZBNKCON1
087900     MOVE FWV-REC-GRANTED-BY TO WS-LINE4-USERID.                  ZBNKCON1
088000     MOVE WS-OWNER-PID TO WS-LINE4-PID.                           ZBNKCON1
088100     MOVE FWV-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKCON1
088200     PERFORM SET-REASON-TEXT.                                     ZBNKCON1
088300     STRING 'Waiver reason ' DELIMITED BY SIZE                    ZBNKCON1
088400            FWV-REC-REASON-CODE DELIMITED BY SIZE                 ZBNKCON1
088500            ' status ' DELIMITED BY SIZE                          ZBNKCON1
088600            FWV-REC-STATUS DELIMITED BY SIZE                      ZBNKCON1
088700       INTO WS-LINE4-DETAIL.                                      ZBNKCON1
088800     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCON1
088900     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
089000     GO TO SCAN-WAIVER-LOOP.                                      ZBNKCON1
089100 SCAN-FEE-WAIVERS-EXIT.                                           ZBNKCON1
089200     EXIT.                                                        ZBNKCON1
089300                                                                  ZBNKCON1
089400 OPEN-FILES.                                                      ZBNKCON1
089500     OPEN INPUT BNKHHLD-FILE.                                     ZBNKCON1
089600     IF WS-BNKHHLD-STATUS IS NOT EQUAL TO '00'                    ZBNKCON1
089700        MOVE 'BNKHHLD file open failure...'                       ZBNKCON1
089800          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
089900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
090000        MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS                    ZBNKCON1
090100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
090200        PERFORM ABORT-PROGRAM                                     ZBNKCON1
090300     END-IF.                                                      ZBNKCON1
090400     OPEN INPUT BNKACC-FILE.                                      ZBNKCON1
090500     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKCON1
090600        MOVE 'BNKACC file open failure...'                        ZBNKCON1
090700          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
090800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
090900        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKCON1
091000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
091100        PERFORM ABORT-PROGRAM                                     ZBNKCON1
091200     END-IF.                                                      ZBNKCON1
091300     OPEN INPUT BNKTRLG-FILE.                                     ZBNKCON1
091400     IF WS-BNKTRLG-STATUS IS NOT EQUAL TO '00' AND                ZBNKCON1
091500        WS-BNKTRLG-STATUS IS NOT EQUAL TO '35'                    ZBNKCON1
091600        MOVE 'BNKTRLG file open failure...'                       ZBNKCON1
091700          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
091800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
091900        MOVE WS-BNKTRLG-STATUS TO WS-IO-STATUS                    ZBNKCON1
092000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
092100        PERFORM ABORT-PROGRAM                                     ZBNKCON1
092200     END-IF.                                                      ZBNKCON1
092300     OPEN INPUT BNKTXN-FILE.                                      ZBNKCON1
092400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKCON1
092500        MOVE 'BNKTXN file open failure...'                        ZBNKCON1
092600          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
092800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKCON1
092900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
093000        PERFORM ABORT-PROGRAM                                     ZBNKCON1
093100     END-IF.                                                      ZBNKCON1
093200     OPEN INPUT BNKLNOVR-FILE.                                    ZBNKCON1
093300     IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '00' AND               ZBNKCON1
093400        WS-BNKLNOVR-STATUS IS NOT EQUAL TO '35'                   ZBNKCON1
093500        MOVE 'BNKLNOVR file open failure...'                      ZBNKCON1
093600          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
093700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
093800        MOVE WS-BNKLNOVR-STATUS TO WS-IO-STATUS                   ZBNKCON1
093900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
094000        PERFORM ABORT-PROGRAM                                     ZBNKCON1
094100     END-IF.                                                      ZBNKCON1
094200     OPEN INPUT BNKFWVR-FILE.                                     ZBNKCON1
094300     IF WS-BNKFWVR-STATUS IS NOT EQUAL TO '00' AND                ZBNKCON1
094400        WS-BNKFWVR-STATUS IS NOT EQUAL TO '35'                    ZBNKCON1
094500        MOVE 'BNKFWVR file open failure...'                       ZBNKCON1
094600          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
094700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
094800        MOVE WS-BNKFWVR-STATUS TO WS-IO-STATUS                    ZBNKCON1
094900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
095000        PERFORM ABORT-PROGRAM                                     ZBNKCON1
095100     END-IF.                                                      ZBNKCON1
095200     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCON1
095300     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCON1
095400        MOVE 'PRINTOUT file open failure...'                      ZBNKCON1
095500          TO WS-CONSOLE-MESSAGE                                   ZBNKCON1
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
095700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCON1
095800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCON1
095900        PERFORM ABORT-PROGRAM                                     ZBNKCON1
096000     END-IF.                                                      ZBNKCON1
096100                                                                  ZBNKCON1
096200 PRINT-REPORT-HEADER.                                             ZBNKCON1
096300     MOVE WS-FROM-DATE TO WS-RPT1-FROM.                           ZBNKCON1
096400     MOVE WS-TO-DATE TO WS-RPT1-TO.                               ZBNKCON1
096500     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCON1
096600     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
096700                                                                  ZBNKCON1
096800 PRINT-SUMMARY.                                                   ZBNKCON1
096900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCON1
097000     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
097100     MOVE 'Connected-party warnings' TO WS-RPT3-DESC.             ZBNKCON1
097200     MOVE WS-WARNINGS TO WS-RPT3-COUNT.                           ZBNKCON1
097300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
097400     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
097500     MOVE 'Supervisor overrides' TO WS-RPT3-DESC.                 ZBNKCON1
097600     MOVE WS-OVERRIDES TO WS-RPT3-COUNT.                          ZBNKCON1
097700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
097800     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
097900     MOVE 'Postings read' TO WS-RPT3-DESC.                        ZBNKCON1
098000     MOVE WS-TXN-READ TO WS-RPT3-COUNT.                           ZBNKCON1
098100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
098200     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
098300     MOVE 'Postings on a connected account' TO WS-RPT3-DESC.      ZBNKCON1
098400     MOVE WS-TXN-EXCEPTIONS TO WS-RPT3-COUNT.                     ZBNKCON1
098500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
098600     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
098700     MOVE 'Loan overrides by a connected user' TO WS-RPT3-DESC.   ZBNKCON1
098800     MOVE WS-LOV-EXCEPTIONS TO WS-RPT3-COUNT.                     ZBNKCON1
098900     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
099000     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
099100     MOVE 'Fee waivers by a connected user' TO WS-RPT3-DESC.      ZBNKCON1
099200     MOVE WS-FWV-EXCEPTIONS TO WS-RPT3-COUNT.                     ZBNKCON1
099300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCON1
099400     PERFORM PRINTOUT-PUT.                                        ZBNKCON1
099500     IF WS-STAFF-DROPPED IS GREATER THAN ZERO                     ZBNKCON1
099600        MOVE 'Users not checked - staff table full'               ZBNKCON1
099700          TO WS-RPT3-DESC                                         ZBNKCON1
099800        MOVE WS-STAFF-DROPPED TO WS-RPT3-COUNT                    ZBNKCON1
099900        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKCON1
100000        PERFORM PRINTOUT-PUT                                      ZBNKCON1
100100     END-IF.                                                      ZBNKCON1
100200     IF WS-DECL-DROPPED IS GREATER THAN ZERO                      ZBNKCON1
100300        MOVE 'Declarations not checked - table full'              ZBNKCON1
100400          TO WS-RPT3-DESC                                         ZBNKCON1
100500        MOVE WS-DECL-DROPPED TO WS-RPT3-COUNT                     ZBNKCON1
100600        MOVE WS-RPT3 TO PRINTOUT-REC                              ZBNKCON1
100700        PERFORM PRINTOUT-PUT                                      ZBNKCON1
100800     END-IF.                                                      ZBNKCON1
100900                                                                  ZBNKCON1
101000 CLOSE-FILES.                                                     ZBNKCON1
101100     CLOSE BNKHHLD-FILE.                                          ZBNKCON1
101200     CLOSE BNKACC-FILE.                                           ZBNKCON1
101300     IF WS-BNKTRLG-STATUS IS NOT EQUAL TO '35'                    ZBNKCON1
101400        CLOSE BNKTRLG-FILE                                        ZBNKCON1
101500     END-IF.                                                      ZBNKCON1
101600     CLOSE BNKTXN-FILE.                                           ZBNKCON1
101700     IF WS-BNKLNOVR-STATUS IS NOT EQUAL TO '35'                   ZBNKCON1
101800        CLOSE BNKLNOVR-FILE                                       ZBNKCON1
101900     END-IF.                                                      ZBNKCON1
102000     IF WS-BNKFWVR-STATUS IS NOT EQUAL TO '35'                    ZBNKCON1
102100        CLOSE BNKFWVR-FILE                                        ZBNKCON1
102200     END-IF.                                                      ZBNKCON1
102300     CLOSE PRINTOUT-FILE.                                         ZBNKCON1
102400                                                                  ZBNKCON1
102500***************************************************************** ZBNKCON1
102600* Write a report line                                           * ZBNKCON1
102700***************************************************************** ZBNKCON1
102800 PRINTOUT-PUT.                                                    ZBNKCON1
102900     WRITE PRINTOUT-REC.                                          ZBNKCON1
103000     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCON1
103100       MOVE 'PRINTOUT error writing file...'                      ZBNKCON1
103200         TO WS-CONSOLE-MESSAGE                                    ZBNKCON1
103300       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCON1
103400       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCON1
103500       PERFORM DISPLAY-IO-STATUS                                  ZBNKCON1
103600       PERFORM ABORT-PROGRAM                                      ZBNKCON1
103700     END-IF.                                                      ZBNKCON1
103800                                                                  ZBNKCON1
103900***************************************************************** ZBNKCON1
104000* Display the file status bytes. This routine will display as   * ZBNKCON1
104100* two digits if the full two byte file status is numeric. If    * ZBNKCON1
104200* second byte is non-numeric then it will be treated as a       * ZBNKCON1
104300* binary number.                                                * ZBNKCON1
104400***************************************************************** ZBNKCON1
104500 DISPLAY-IO-STATUS.                                               ZBNKCON1
104600     IF WS-IO-STATUS NUMERIC                                      ZBNKCON1
104700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCON1
104800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCON1
104900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCON1
105000          INTO WS-CONSOLE-MESSAGE                                 ZBNKCON1
105100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
105200     ELSE                                                         ZBNKCON1
105300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCON1
105400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCON1
105500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCON1
105600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCON1
105700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCON1
105800               '/' DELIMITED BY SIZE                              ZBNKCON1
105900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCON1
106000          INTO WS-CONSOLE-MESSAGE                                 ZBNKCON1
106100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
106200     END-IF.                                                      ZBNKCON1
106300                                                                  ZBNKCON1
106400***************************************************************** ZBNKCON1
106500* 'ABORT' the program.                                          * ZBNKCON1
106600* Post a message to the console and issue a STOP RUN            * ZBNKCON1
106700***************************************************************** ZBNKCON1
106800 ABORT-PROGRAM.                                                   ZBNKCON1
106900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCON1
107000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCON1
107100     END-IF.                                                      ZBNKCON1
107200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCON1
107300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCON1
107400     MOVE 16 TO RETURN-CODE.                                      ZBNKCON1
107500     STOP RUN.                                                    ZBNKCON1
107600                                                                  ZBNKCON1
107700***************************************************************** ZBNKCON1
107800* Display CONSOLE messages...                                   * ZBNKCON1
107900***************************************************************** ZBNKCON1
108000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCON1
108100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCON1
108200       UPON CONSOLE.                                              ZBNKCON1
108300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCON1
108400                                                                  ZBNKCON1
108500 COPY CTIMERP.                                                    ZBNKCON1
108600                                                                  ZBNKCON1
108700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCON1
