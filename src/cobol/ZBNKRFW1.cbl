000100***************************************************************** ZBNKRFW1
000200*                                                               * ZBNKRFW1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKRFW1
000400*   This demonstration program is provided for use by users     * ZBNKRFW1
000500*   of Micro Focus products and may be used, modified and       * ZBNKRFW1
000600*   distributed as part of your application provided that       * ZBNKRFW1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKRFW1
000800*   in this material.                                           * ZBNKRFW1
000900*                                                               * ZBNKRFW1
001000***************************************************************** ZBNKRFW1
001100***************************************************************** ZBNKRFW1
001200* Program:     ZBNKRFW1.CBL                                     * ZBNKRFW1
001300* Function:    Forward recovery.  Run after ZBNKREL1 has        * ZBNKRFW1
001400*              reloaded and proved the masters from a ZBNKUNL1  * ZBNKRFW1
001500*              unload, it replays the after-images journaled to * ZBNKRFW1
001600*              BNKRJNL since that unload - adds, changes, and   * ZBNKRFW1
001700*              deletes in the order they were made - onto       * ZBNKRFW1
001800*              BNKCUST, BNKACC, BNKTXN, BNKLOAN, BNKCARD,       * ZBNKRFW1
001900*              BNKPAYQ and BNKALRTQ, then proves every file:    * ZBNKRFW1
002000*              its record count and amount total must equal the * ZBNKRFW1
002100*              manifest figures carried forward by each row.    * ZBNKRFW1
002200*              The PARM is an optional point in time, a leading * ZBNKRFW1
002300*              part of a timestamp such as 2026-10-15-14.30;    * ZBNKRFW1
002400*              rows after it are not applied.  A non-zero       * ZBNKRFW1
002500*              return code means the region must not open.      * ZBNKRFW1
002600*              After a point-in-time recovery take a fresh      * ZBNKRFW1
002700*              ZBNKUNL1 before the region opens, so that later  * ZBNKRFW1
002800*              journal rows follow the recovered books and not  * ZBNKRFW1
002900*              the abandoned ones.                              * ZBNKRFW1
003000***************************************************************** ZBNKRFW1
003100                                                                  ZBNKRFW1
003200 IDENTIFICATION DIVISION.                                         ZBNKRFW1
003300 PROGRAM-ID.                                                      ZBNKRFW1
003400     ZBNKRFW1.                                                    ZBNKRFW1
003500 DATE-WRITTEN.                                                    ZBNKRFW1
003600     October 2026.                                                ZBNKRFW1
003700 DATE-COMPILED.                                                   ZBNKRFW1
003800     Today.                                                       ZBNKRFW1
003900                                                                  ZBNKRFW1
004000 ENVIRONMENT DIVISION.                                            ZBNKRFW1
004100 INPUT-OUTPUT   SECTION.                                          ZBNKRFW1
004200   FILE-CONTROL.                                                  ZBNKRFW1
004300     SELECT BNKCUST-FILE                                          ZBNKRFW1
004400            ASSIGN       TO BNKCUST                               ZBNKRFW1
004500            ORGANIZATION IS INDEXED                               ZBNKRFW1
004600            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
004700            RECORD KEY   IS BCS-REC-PID                           ZBNKRFW1
004800            ALTERNATE KEY IS BCS-REC-NAME WITH DUPLICATES         ZBNKRFW1
004900            ALTERNATE KEY IS BCS-REC-NAME-FF WITH DUPLICATES      ZBNKRFW1
005000            FILE STATUS  IS WS-BNKCUST-STATUS.                    ZBNKRFW1
005100     SELECT BNKACC-FILE                                           ZBNKRFW1
005200            ASSIGN       TO BNKACC                                ZBNKRFW1
005300            ORGANIZATION IS INDEXED                               ZBNKRFW1
005400            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
005500            RECORD KEY   IS BAC-REC-ACCNO                         ZBNKRFW1
005600            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          ZBNKRFW1
005700            FILE STATUS  IS WS-BNKACC-STATUS.                     ZBNKRFW1
005800     SELECT BNKTXN-FILE                                           ZBNKRFW1
005900            ASSIGN       TO BNKTXN                                ZBNKRFW1
006000            ORGANIZATION IS INDEXED                               ZBNKRFW1
006100            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
006200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKRFW1
006300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKRFW1
006400            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKRFW1
006500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKRFW1
006600     SELECT BNKLOAN-FILE                                          ZBNKRFW1
006700            ASSIGN       TO BNKLOAN                               ZBNKRFW1
006800            ORGANIZATION IS INDEXED                               ZBNKRFW1
006900            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
007000            RECORD KEY   IS LNM-REC-LOAN-ID                       ZBNKRFW1
007100            FILE STATUS  IS WS-BNKLOAN-STATUS.                    ZBNKRFW1
007200     SELECT BNKCARD-FILE                                          ZBNKRFW1
007300            ASSIGN       TO BNKCARD                               ZBNKRFW1
007400            ORGANIZATION IS INDEXED                               ZBNKRFW1
007500            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
007600            RECORD KEY   IS CRD-KEY                               ZBNKRFW1
007700            FILE STATUS  IS WS-BNKCARD-STATUS.                    ZBNKRFW1
007800     SELECT BNKPAYQ-FILE                                          ZBNKRFW1
007900            ASSIGN       TO BNKPAYQ                               ZBNKRFW1
008000            ORGANIZATION IS INDEXED                               ZBNKRFW1
008100            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
008200            RECORD KEY   IS PQ-REC-REF                            ZBNKRFW1
008300            FILE STATUS  IS WS-BNKPAYQ-STATUS.                    ZBNKRFW1
008400     SELECT BNKALRTQ-FILE                                         ZBNKRFW1
008500            ASSIGN       TO BNKALRTQ                              ZBNKRFW1
008600            ORGANIZATION IS INDEXED                               ZBNKRFW1
008700            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
008800            RECORD KEY   IS AQ-REC-TIMESTAMP                      ZBNKRFW1
008900            FILE STATUS  IS WS-BNKALRTQ-STATUS.                   ZBNKRFW1
009000     SELECT BNKRJNL-FILE                                          ZBNKRFW1
009100            ASSIGN       TO BNKRJNL                               ZBNKRFW1
009200            ORGANIZATION IS INDEXED                               ZBNKRFW1
009300            ACCESS MODE  IS DYNAMIC                               ZBNKRFW1
009400            RECORD KEY   IS RJN-KEY                               ZBNKRFW1
009500            FILE STATUS  IS WS-BNKRJNL-STATUS.                    ZBNKRFW1
009600     SELECT MANIFEST-FILE                                         ZBNKRFW1
009700            ASSIGN       TO MANIFEST                              ZBNKRFW1
009800            ORGANIZATION IS SEQUENTIAL                            ZBNKRFW1
009900            ACCESS MODE  IS SEQUENTIAL                            ZBNKRFW1
010000            FILE STATUS  IS WS-MANIFEST-STATUS.                   ZBNKRFW1
010100                                                                  ZBNKRFW1
010200 DATA DIVISION.                                                   ZBNKRFW1
010300 FILE SECTION.                                                    ZBNKRFW1
010400                                                                  ZBNKRFW1
010500 FD  BNKCUST-FILE.                                                ZBNKRFW1
010600 01  BNKCUST-REC.                                                 ZBNKRFW1
010700 COPY CBANKVCS.                                                   ZBNKRFW1
010800                                                                  ZBNKRFW1
010900 FD  BNKACC-FILE.                                                 ZBNKRFW1
011000 01  BNKACC-REC.                                                  ZBNKRFW1
011100 COPY CBANKVAC.                                                   ZBNKRFW1
011200                                                                  ZBNKRFW1
011300 FD  BNKTXN-FILE.                                                 ZBNKRFW1
011400 01  BNKTXN-REC.                                                  ZBNKRFW1
011500 COPY CBANKVTX.                                                   ZBNKRFW1
011600                                                                  ZBNKRFW1
011700 FD  BNKLOAN-FILE.                                                ZBNKRFW1
011800 01  BNKLOAN-REC.                                                 ZBNKRFW1
011900 COPY CBANKVLN.                                                   ZBNKRFW1
012000                                                                  ZBNKRFW1
012100 FD  BNKCARD-FILE.                                                ZBNKRFW1
012200 01  BNKCARD-REC.                                                 ZBNKRFW1
012300 COPY CBANKVCD.                                                   ZBNKRFW1
012400                                                                  ZBNKRFW1
012500 FD  BNKPAYQ-FILE.                                                ZBNKRFW1
012600 01  BNKPAYQ-REC.                                                 ZBNKRFW1
012700 COPY CBANKVPQ.                                                   ZBNKRFW1
012800                                                                  ZBNKRFW1
012900 FD  BNKALRTQ-FILE.                                               ZBNKRFW1
013000 01  BNKALRTQ-REC.                                                ZBNKRFW1
013100 COPY CBANKVAQ.                                                   ZBNKRFW1
013200                                                                  ZBNKRFW1
013300 FD  BNKRJNL-FILE.                                                ZBNKRFW1
013400 01  BNKRJNL-REC.                                                 ZBNKRFW1
013500 COPY CBANKVRJ.                                                   ZBNKRFW1
013600                                                                  ZBNKRFW1
013700 FD  MANIFEST-FILE.                                               ZBNKRFW1
013800 01  MANIFEST-REC                           PIC X(80).            ZBNKRFW1
013900                                                                  ZBNKRFW1
014000 WORKING-STORAGE SECTION.                                         ZBNKRFW1
014100 COPY CTIMERD.                                                    ZBNKRFW1
014200                                                                  ZBNKRFW1
014300***************************************************************** ZBNKRFW1
014400* The manifest rows as ZBNKUNL1 wrote them                      * ZBNKRFW1
014500***************************************************************** ZBNKRFW1
014600 01  WS-MANIFEST-ROW.                                             ZBNKRFW1
014700   05  WS-MR-TYPE                            PIC X(1).            ZBNKRFW1
014800   05  WS-MR-FILE                            PIC X(8).            ZBNKRFW1
014900   05  WS-MR-COUNT                           PIC 9(9).            ZBNKRFW1
015000   05  WS-MR-AMOUNT                          PIC S9(13)V99.       ZBNKRFW1
015100   05  FILLER                                PIC X(47).           ZBNKRFW1
015200 01  WS-MANIFEST-ROW-H REDEFINES WS-MANIFEST-ROW.                 ZBNKRFW1
015300   05  FILLER                                PIC X(1).            ZBNKRFW1
015400   05  WS-MR-TIMESTAMP                       PIC X(26).           ZBNKRFW1
015500   05  FILLER                                PIC X(53).           ZBNKRFW1
015600                                                                  ZBNKRFW1
015700***************************************************************** ZBNKRFW1
015800* One slot per master - the manifest figures, carried forward   * ZBNKRFW1
015900* by every journal row applied, and the figures found on the    * ZBNKRFW1
016000* file once the roll-forward is done                            * ZBNKRFW1
016100***************************************************************** ZBNKRFW1
016200 01  WS-RF-TABLE.                                                 ZBNKRFW1
016300   05  WS-RF-ENTRY                           OCCURS 7 TIMES.      ZBNKRFW1
016400     10  WS-RF-FILE                          PIC X(8).            ZBNKRFW1
016500     10  WS-RF-IN-MANIFEST                   PIC X(1).            ZBNKRFW1
016600     10  WS-RF-EXP-COUNT                     PIC S9(9) COMP-3.    ZBNKRFW1
016700     10  WS-RF-EXP-AMOUNT                    PIC S9(13)V99        ZBNKRFW1
016800         COMP-3.                                                  ZBNKRFW1
016900     10  WS-RF-APPLIED                       PIC S9(9) COMP-3.    ZBNKRFW1
017000     10  WS-RF-ACT-COUNT                     PIC S9(9) COMP-3.    ZBNKRFW1
017100     10  WS-RF-ACT-AMOUNT                    PIC S9(13)V99        ZBNKRFW1
017200         COMP-3.                                                  ZBNKRFW1
017300                                                                  ZBNKRFW1
017400 01  WS-MISC-STORAGE.                                             ZBNKRFW1
017500   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKRFW1
017600       VALUE 'ZBNKRFW1'.                                          ZBNKRFW1
017700   05  WS-BNKCUST-STATUS.                                         ZBNKRFW1
017800     10  WS-BNKCUST-STAT1                PIC X(1).                ZBNKRFW1
017900     10  WS-BNKCUST-STAT2                PIC X(1).                ZBNKRFW1
018000   05  WS-BNKACC-STATUS.                                          ZBNKRFW1
018100     10  WS-BNKACC-STAT1                 PIC X(1).                ZBNKRFW1
018200     10  WS-BNKACC-STAT2                 PIC X(1).                ZBNKRFW1
018300   05  WS-BNKTXN-STATUS.                                          ZBNKRFW1
018400     10  WS-BNKTXN-STAT1                 PIC X(1).                ZBNKRFW1
018500     10  WS-BNKTXN-STAT2                 PIC X(1).                ZBNKRFW1
018600   05  WS-BNKLOAN-STATUS.                                         ZBNKRFW1
018700     10  WS-BNKLOAN-STAT1                PIC X(1).                ZBNKRFW1
018800     10  WS-BNKLOAN-STAT2                PIC X(1).                ZBNKRFW1
018900   05  WS-BNKCARD-STATUS.                                         ZBNKRFW1
019000     10  WS-BNKCARD-STAT1                PIC X(1).                ZBNKRFW1
019100     10  WS-BNKCARD-STAT2                PIC X(1).                ZBNKRFW1
019200   05  WS-BNKPAYQ-STATUS.                                         ZBNKRFW1
019300     10  WS-BNKPAYQ-STAT1                PIC X(1).                ZBNKRFW1
019400     10  WS-BNKPAYQ-STAT2                PIC X(1).                ZBNKRFW1
019500   05  WS-BNKALRTQ-STATUS.                                        ZBNKRFW1
019600     10  WS-BNKALRTQ-STAT1               PIC X(1).                ZBNKRFW1
019700     10  WS-BNKALRTQ-STAT2               PIC X(1).                ZBNKRFW1
019800   05  WS-BNKRJNL-STATUS.                                         ZBNKRFW1
019900     10  WS-BNKRJNL-STAT1                PIC X(1).                ZBNKRFW1
020000     10  WS-BNKRJNL-STAT2                PIC X(1).                ZBNKRFW1
020100   05  WS-MANIFEST-STATUS.                                        ZBNKRFW1
020200     10  WS-MANIFEST-STAT1               PIC X(1).                ZBNKRFW1
020300     10  WS-MANIFEST-STAT2               PIC X(1).                ZBNKRFW1
020400   05  WS-IO-STATUS.                                              ZBNKRFW1
020500     10  WS-IO-STAT1                         PIC X(1).            ZBNKRFW1
020600     10  WS-IO-STAT2                         PIC X(1).            ZBNKRFW1
020700   05  WS-TWO-BYTES.                                              ZBNKRFW1
020800     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKRFW1
020900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKRFW1
021000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKRFW1
021100                                             PIC 9(1) COMP.       ZBNKRFW1
021200   05  WS-SUB1                               PIC S9(3) COMP.      ZBNKRFW1
021300   05  WS-CONSISTENCY-TS                     PIC X(26).           ZBNKRFW1
021400   05  WS-STOP-TS                            PIC X(26).           ZBNKRFW1
021500   05  WS-OLD-AMOUNT                         PIC S9(13)V99        ZBNKRFW1
021600       COMP-3.                                                    ZBNKRFW1
021700   05  WS-NEW-AMOUNT                         PIC S9(13)V99        ZBNKRFW1
021800       COMP-3.                                                    ZBNKRFW1
021900   05  WS-ROWS-READ                          PIC S9(9) COMP-3     ZBNKRFW1
022000       VALUE ZERO.                                                ZBNKRFW1
022100   05  WS-ROWS-APPLIED                       PIC S9(9) COMP-3     ZBNKRFW1
022200       VALUE ZERO.                                                ZBNKRFW1
022300   05  WS-ROWS-OTHER-BASE                    PIC S9(9) COMP-3     ZBNKRFW1
022400       VALUE ZERO.                                                ZBNKRFW1
022500   05  WS-ROWS-LATER-BASE                    PIC S9(9) COMP-3     ZBNKRFW1
022600       VALUE ZERO.                                                ZBNKRFW1
022700   05  WS-ANOMALIES                          PIC S9(9) COMP-3     ZBNKRFW1
022800       VALUE ZERO.                                                ZBNKRFW1
022900   05  WS-LAST-APPLIED-TS                    PIC X(26)            ZBNKRFW1
023000       VALUE SPACES.                                              ZBNKRFW1
023100   05  WS-DISP-COUNT                         PIC Z(8)9.           ZBNKRFW1
023200   05  WS-DISP-COUNT2                        PIC Z(8)9.           ZBNKRFW1
023300   05  WS-PIT-SW                             PIC X(1)             ZBNKRFW1
023400       VALUE 'N'.                                                 ZBNKRFW1
023500     88  WS-PIT-RECOVERY                     VALUE 'Y'.           ZBNKRFW1
023600   05  WS-VERIFY-FAILED                      PIC X(1)             ZBNKRFW1
023700       VALUE 'N'.                                                 ZBNKRFW1
023800                                                                  ZBNKRFW1
023900 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKRFW1
024000                                                                  ZBNKRFW1
024100 LINKAGE SECTION.                                                 ZBNKRFW1
024200 01  LK-EXEC-PARM.                                                ZBNKRFW1
024300   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKRFW1
024400   05  LK-EXEC-PARM-DATA                     PIC X(26).           ZBNKRFW1
024500                                                                  ZBNKRFW1
024600 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKRFW1
024700                                                                  ZBNKRFW1
024800     PERFORM RUN-TIME.                                            ZBNKRFW1
024900                                                                  ZBNKRFW1
025000     MOVE 'Forward recovery starting'                             ZBNKRFW1
025100       TO WS-CONSOLE-MESSAGE.                                     ZBNKRFW1
025200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
025300                                                                  ZBNKRFW1
025400***************************************************************** ZBNKRFW1
025500* A PARM stops the replay at that point in time.  The part of   * ZBNKRFW1
025600* the timestamp not keyed is filled high so the whole of the    * ZBNKRFW1
025700* last period keyed is included.                                * ZBNKRFW1
025800***************************************************************** ZBNKRFW1
025900     MOVE HIGH-VALUES TO WS-STOP-TS.                              ZBNKRFW1
026000     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      ZBNKRFW1
026100        IF LK-EXEC-PARM-LL IS GREATER THAN 26                     ZBNKRFW1
026200           MOVE 26 TO LK-EXEC-PARM-LL                             ZBNKRFW1
026300        END-IF                                                    ZBNKRFW1
026400        MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)                ZBNKRFW1
026500          TO WS-STOP-TS (1:LK-EXEC-PARM-LL)                       ZBNKRFW1
026600        SET WS-PIT-RECOVERY TO TRUE                               ZBNKRFW1
026700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRFW1
026800        STRING 'Recovering to point in time ' DELIMITED BY SIZE   ZBNKRFW1
026900               LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)              ZBNKRFW1
027000                 DELIMITED BY SIZE                                ZBNKRFW1
027100          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
027200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
027300     END-IF.                                                      ZBNKRFW1
027400                                                                  ZBNKRFW1
027500     PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.               ZBNKRFW1
027600     PERFORM OPEN-FILES.                                          ZBNKRFW1
027700     PERFORM REPLAY-JOURNAL THRU REPLAY-JOURNAL-EXIT.             ZBNKRFW1
027800     PERFORM CLOSE-FILES.                                         ZBNKRFW1
027900                                                                  ZBNKRFW1
028000***************************************************************** ZBNKRFW1
028100* Prove every master against the manifest figures carried       * ZBNKRFW1
028200* forward by the rows applied                                   * ZBNKRFW1
028300***************************************************************** ZBNKRFW1
028400     PERFORM PROVE-BNKCUST THRU PROVE-BNKCUST-EXIT.               ZBNKRFW1
028500     PERFORM PROVE-BNKACC THRU PROVE-BNKACC-EXIT.                 ZBNKRFW1
028600     PERFORM PROVE-BNKTXN THRU PROVE-BNKTXN-EXIT.                 ZBNKRFW1
028700     PERFORM PROVE-BNKLOAN THRU PROVE-BNKLOAN-EXIT.               ZBNKRFW1
028800     PERFORM PROVE-BNKCARD THRU PROVE-BNKCARD-EXIT.               ZBNKRFW1
028900     PERFORM PROVE-BNKPAYQ THRU PROVE-BNKPAYQ-EXIT.               ZBNKRFW1
029000     PERFORM PROVE-BNKALRTQ THRU PROVE-BNKALRTQ-EXIT.             ZBNKRFW1
029100     PERFORM REPORT-FILES THRU REPORT-FILES-EXIT.                 ZBNKRFW1
029200                                                                  ZBNKRFW1
029300     IF WS-ROWS-LATER-BASE IS GREATER THAN ZERO                   ZBNKRFW1
029400        MOVE 'A later unload exists - reload from it instead'     ZBNKRFW1
029500          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
029600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
029700        MOVE 'Y' TO WS-VERIFY-FAILED                              ZBNKRFW1
029800     END-IF.                                                      ZBNKRFW1
029900     IF WS-ANOMALIES IS GREATER THAN ZERO                         ZBNKRFW1
030000        MOVE 'Journal rows did not fit the reloaded masters'      ZBNKRFW1
030100          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
030200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
030300        MOVE 'Y' TO WS-VERIFY-FAILED                              ZBNKRFW1
030400     END-IF.                                                      ZBNKRFW1
030500                                                                  ZBNKRFW1
030600     IF WS-VERIFY-FAILED IS EQUAL TO 'Y'                          ZBNKRFW1
030700        MOVE 'ROLL-FORWARD NOT PROVEN - DO NOT OPEN THE REGION'   ZBNKRFW1
030800          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
030900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
031000        MOVE 8 TO RETURN-CODE                                     ZBNKRFW1
031100        GOBACK                                                    ZBNKRFW1
031200     END-IF.                                                      ZBNKRFW1
031300                                                                  ZBNKRFW1
031400     IF WS-PIT-RECOVERY                                           ZBNKRFW1
031500        MOVE 'Take a fresh ZBNKUNL1 before the region opens'      ZBNKRFW1
031600          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
031700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
031800     END-IF.                                                      ZBNKRFW1
031900     MOVE 'Roll-forward verified - region may open'               ZBNKRFW1
032000       TO WS-CONSOLE-MESSAGE.                                     ZBNKRFW1
032100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
032200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKRFW1
032300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
032400                                                                  ZBNKRFW1
032500     PERFORM RUN-TIME.                                            ZBNKRFW1
032600                                                                  ZBNKRFW1
032700     MOVE 0 TO RETURN-CODE.                                       ZBNKRFW1
032800                                                                  ZBNKRFW1
032900     GOBACK.                                                      ZBNKRFW1
033000                                                                  ZBNKRFW1
033100***************************************************************** ZBNKRFW1
033200* Read the manifest into the table and pick up the              * ZBNKRFW1
033300* consistency timestamp the unload was cut under                * ZBNKRFW1
033400***************************************************************** ZBNKRFW1
033500 LOAD-MANIFEST.                                                   ZBNKRFW1
033600     MOVE 'BNKCUST' TO WS-RF-FILE (1).                            ZBNKRFW1
033700     MOVE 'BNKACC' TO WS-RF-FILE (2).                             ZBNKRFW1
033800     MOVE 'BNKTXN' TO WS-RF-FILE (3).                             ZBNKRFW1
033900     MOVE 'BNKLOAN' TO WS-RF-FILE (4).                            ZBNKRFW1
034000     MOVE 'BNKCARD' TO WS-RF-FILE (5).                            ZBNKRFW1
034100     MOVE 'BNKPAYQ' TO WS-RF-FILE (6).                            ZBNKRFW1
034200     MOVE 'BNKALRTQ' TO WS-RF-FILE (7).                           ZBNKRFW1
034300     MOVE 1 TO WS-SUB1.                                           ZBNKRFW1
034400 LOAD-MANIFEST-CLEAR.                                             ZBNKRFW1
034500     MOVE 'N' TO WS-RF-IN-MANIFEST (WS-SUB1).                     ZBNKRFW1
034600     MOVE ZERO TO WS-RF-EXP-COUNT (WS-SUB1).                      ZBNKRFW1
034700     MOVE ZERO TO WS-RF-EXP-AMOUNT (WS-SUB1).                     ZBNKRFW1
034800     MOVE ZERO TO WS-RF-APPLIED (WS-SUB1).                        ZBNKRFW1
034900     MOVE ZERO TO WS-RF-ACT-COUNT (WS-SUB1).                      ZBNKRFW1
035000     MOVE ZERO TO WS-RF-ACT-AMOUNT (WS-SUB1).                     ZBNKRFW1
035100     ADD 1 TO WS-SUB1.                                            ZBNKRFW1
035200     IF WS-SUB1 IS NOT GREATER THAN 7                             ZBNKRFW1
035300        GO TO LOAD-MANIFEST-CLEAR                                 ZBNKRFW1
035400     END-IF.                                                      ZBNKRFW1
035500     MOVE SPACES TO WS-CONSISTENCY-TS.                            ZBNKRFW1
035600     OPEN INPUT MANIFEST-FILE.                                    ZBNKRFW1
035700     IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'                   ZBNKRFW1
035800        MOVE 'MANIFEST file open failure...'                      ZBNKRFW1
035900          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
036000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
036100        MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS                   ZBNKRFW1
036200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
036300        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
036400     END-IF.                                                      ZBNKRFW1
036500 LOAD-MANIFEST-LOOP.                                              ZBNKRFW1
036600     READ MANIFEST-FILE INTO WS-MANIFEST-ROW.                     ZBNKRFW1
036700     IF WS-MANIFEST-STATUS IS EQUAL TO '10'                       ZBNKRFW1
036800        GO TO LOAD-MANIFEST-DONE                                  ZBNKRFW1
036900     END-IF.                                                      ZBNKRFW1
037000     IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'                   ZBNKRFW1
037100        MOVE 'MANIFEST read error...' TO WS-CONSOLE-MESSAGE       ZBNKRFW1
037200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
037300        MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS                   ZBNKRFW1
037400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
037500        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
037600     END-IF.                                                      ZBNKRFW1
037700     EVALUATE TRUE                                                ZBNKRFW1
037800       WHEN WS-MR-TYPE IS EQUAL TO 'H'                            ZBNKRFW1
037900         MOVE WS-MR-TIMESTAMP TO WS-CONSISTENCY-TS                ZBNKRFW1
038000         MOVE SPACES TO WS-CONSOLE-MESSAGE                        ZBNKRFW1
038100         STRING 'Rolling forward from unload cut at '             ZBNKRFW1
038200                  DELIMITED BY SIZE                               ZBNKRFW1
038300                WS-MR-TIMESTAMP DELIMITED BY SIZE                 ZBNKRFW1
038400           INTO WS-CONSOLE-MESSAGE                                ZBNKRFW1
038500         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKRFW1
038600       WHEN WS-MR-TYPE IS EQUAL TO 'F'                            ZBNKRFW1
038700         PERFORM FIND-FILE-SLOT THRU FIND-FILE-SLOT-EXIT          ZBNKRFW1
038800         IF WS-SUB1 IS NOT GREATER THAN 7                         ZBNKRFW1
038900            MOVE 'Y' TO WS-RF-IN-MANIFEST (WS-SUB1)               ZBNKRFW1
039000            MOVE WS-MR-COUNT TO WS-RF-EXP-COUNT (WS-SUB1)         ZBNKRFW1
039100            MOVE WS-MR-AMOUNT TO WS-RF-EXP-AMOUNT (WS-SUB1)       ZBNKRFW1
039200         END-IF                                                   ZBNKRFW1
039300       WHEN WS-MR-TYPE IS EQUAL TO 'T'                            ZBNKRFW1
039400         CONTINUE                                                 ZBNKRFW1
039500       WHEN OTHER                                                 ZBNKRFW1
039600         MOVE 'Bad manifest row - roll-forward abandoned'         ZBNKRFW1
039700           TO WS-CONSOLE-MESSAGE                                  ZBNKRFW1
039800         PERFORM DISPLAY-CONSOLE-MESSAGE                          ZBNKRFW1
039900         PERFORM ABORT-PROGRAM                                    ZBNKRFW1
040000     END-EVALUATE.                                                ZBNKRFW1
040100     GO TO LOAD-MANIFEST-LOOP.                                    ZBNKRFW1
040200 LOAD-MANIFEST-DONE.                                              ZBNKRFW1
040300     CLOSE MANIFEST-FILE.                                         ZBNKRFW1
040400     IF WS-CONSISTENCY-TS IS EQUAL TO SPACES OR                   ZBNKRFW1
040500        WS-CONSISTENCY-TS IS EQUAL TO LOW-VALUES                  ZBNKRFW1
040600        MOVE 'Manifest has no consistency timestamp'              ZBNKRFW1
040700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
040800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
040900        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
041000     END-IF.                                                      ZBNKRFW1
041100     MOVE 1 TO WS-SUB1.                                           ZBNKRFW1
041200 LOAD-MANIFEST-CHECK.                                             ZBNKRFW1
041300     IF WS-RF-IN-MANIFEST (WS-SUB1) IS NOT EQUAL TO 'Y'           ZBNKRFW1
041400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRFW1
041500        STRING WS-RF-FILE (WS-SUB1) DELIMITED BY SPACE            ZBNKRFW1
041600               ' is not in the manifest' DELIMITED BY SIZE        ZBNKRFW1
041700          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
041800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
041900        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
042000     END-IF.                                                      ZBNKRFW1
042100     ADD 1 TO WS-SUB1.                                            ZBNKRFW1
042200     IF WS-SUB1 IS NOT GREATER THAN 7                             ZBNKRFW1
042300        GO TO LOAD-MANIFEST-CHECK                                 ZBNKRFW1
042400     END-IF.                                                      ZBNKRFW1
042500 LOAD-MANIFEST-EXIT.                                              ZBNKRFW1
042600     EXIT.                                                        ZBNKRFW1
042700                                                                  ZBNKRFW1
042800***************************************************************** ZBNKRFW1
042900* Find the table slot for the file named in WS-MR-FILE - a      * ZBNKRFW1
043000* subscript past the end means it is not one we recover         * ZBNKRFW1
043100***************************************************************** ZBNKRFW1
043200 FIND-FILE-SLOT.                                                  ZBNKRFW1
043300     MOVE 1 TO WS-SUB1.                                           ZBNKRFW1
043400 FIND-FILE-SLOT-LOOP.                                             ZBNKRFW1
043500     IF WS-SUB1 IS GREATER THAN 7                                 ZBNKRFW1
043600        GO TO FIND-FILE-SLOT-EXIT                                 ZBNKRFW1
043700     END-IF.                                                      ZBNKRFW1
043800     IF WS-RF-FILE (WS-SUB1) IS EQUAL TO WS-MR-FILE               ZBNKRFW1
043900        GO TO FIND-FILE-SLOT-EXIT                                 ZBNKRFW1
044000     END-IF.                                                      ZBNKRFW1
044100     ADD 1 TO WS-SUB1.                                            ZBNKRFW1
044200     GO TO FIND-FILE-SLOT-LOOP.                                   ZBNKRFW1
044300 FIND-FILE-SLOT-EXIT.                                             ZBNKRFW1
044400     EXIT.                                                        ZBNKRFW1
044500                                                                  ZBNKRFW1
044600***************************************************************** ZBNKRFW1
044700* Read the journal in the order the updates were made,          * ZBNKRFW1
044800* starting at the unload, and apply each row that follows       * ZBNKRFW1
044900* this unload up to the point in time asked for                 * ZBNKRFW1
045000***************************************************************** ZBNKRFW1
045100 REPLAY-JOURNAL.                                                  ZBNKRFW1
045200     MOVE LOW-VALUES TO RJN-KEY.                                  ZBNKRFW1
045300     MOVE WS-CONSISTENCY-TS TO RJN-REC-TIMESTAMP.                 ZBNKRFW1
045400     START BNKRJNL-FILE KEY IS NOT LESS THAN RJN-KEY.             ZBNKRFW1
045500     IF WS-BNKRJNL-STATUS IS EQUAL TO '23'                        ZBNKRFW1
045600        MOVE 'No journal rows since the unload'                   ZBNKRFW1
045700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
045800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
045900        GO TO REPLAY-JOURNAL-EXIT                                 ZBNKRFW1
046000     END-IF.                                                      ZBNKRFW1
046100     IF WS-BNKRJNL-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
046200        MOVE 'BNKRJNL start error...'                             ZBNKRFW1
046300          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
046400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
046500        MOVE WS-BNKRJNL-STATUS TO WS-IO-STATUS                    ZBNKRFW1
046600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
046700        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
046800     END-IF.                                                      ZBNKRFW1
046900 REPLAY-JOURNAL-LOOP.                                             ZBNKRFW1
047000     READ BNKRJNL-FILE NEXT RECORD.                               ZBNKRFW1
047100     IF WS-BNKRJNL-STATUS IS EQUAL TO '10'                        ZBNKRFW1
047200        GO TO REPLAY-JOURNAL-DONE                                 ZBNKRFW1
047300     END-IF.                                                      ZBNKRFW1
047400     IF WS-BNKRJNL-STAT1 IS NOT EQUAL TO '0'                      ZBNKRFW1
047500        MOVE 'BNKRJNL read error...'                              ZBNKRFW1
047600          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
047700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
047800        MOVE WS-BNKRJNL-STATUS TO WS-IO-STATUS                    ZBNKRFW1
047900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
048000        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
048100     END-IF.                                                      ZBNKRFW1
048200     IF RJN-REC-TIMESTAMP IS GREATER THAN WS-STOP-TS              ZBNKRFW1
048300        GO TO REPLAY-JOURNAL-DONE                                 ZBNKRFW1
048400     END-IF.                                                      ZBNKRFW1
048500     ADD 1 TO WS-ROWS-READ.                                       ZBNKRFW1
048600     IF RJN-REC-BASE-TS IS GREATER THAN WS-CONSISTENCY-TS         ZBNKRFW1
048700        ADD 1 TO WS-ROWS-LATER-BASE                               ZBNKRFW1
048800        GO TO REPLAY-JOURNAL-LOOP                                 ZBNKRFW1
048900     END-IF.                                                      ZBNKRFW1
049000     IF RJN-REC-BASE-TS IS NOT EQUAL TO WS-CONSISTENCY-TS         ZBNKRFW1
049100        ADD 1 TO WS-ROWS-OTHER-BASE                               ZBNKRFW1
049200        GO TO REPLAY-JOURNAL-LOOP                                 ZBNKRFW1
049300     END-IF.                                                      ZBNKRFW1
049400     MOVE RJN-REC-FILE TO WS-MR-FILE.                             ZBNKRFW1
049500     PERFORM FIND-FILE-SLOT THRU FIND-FILE-SLOT-EXIT.             ZBNKRFW1
049600     IF WS-SUB1 IS GREATER THAN 7                                 ZBNKRFW1
049700        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRFW1
049800        STRING 'Journal row for unknown file ' DELIMITED BY SIZE  ZBNKRFW1
049900               RJN-REC-FILE DELIMITED BY SIZE                     ZBNKRFW1
050000          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
050100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
050200        ADD 1 TO WS-ANOMALIES                                     ZBNKRFW1
050300        GO TO REPLAY-JOURNAL-LOOP                                 ZBNKRFW1
050400     END-IF.                                                      ZBNKRFW1
050500     EVALUATE RJN-REC-FILE                                        ZBNKRFW1
050600       WHEN 'BNKCUST'                                             ZBNKRFW1
050700         PERFORM APPLY-BNKCUST THRU APPLY-BNKCUST-EXIT            ZBNKRFW1
050800       WHEN 'BNKACC'                                              ZBNKRFW1
050900         PERFORM APPLY-BNKACC THRU APPLY-BNKACC-EXIT              ZBNKRFW1
051000       WHEN 'BNKTXN'                                              ZBNKRFW1
051100         PERFORM APPLY-BNKTXN THRU APPLY-BNKTXN-EXIT              ZBNKRFW1
051200       WHEN 'BNKLOAN'                                             ZBNKRFW1
051300         PERFORM APPLY-BNKLOAN THRU APPLY-BNKLOAN-EXIT            ZBNKRFW1
051400       WHEN 'BNKCARD'                                             ZBNKRFW1
051500         PERFORM APPLY-BNKCARD THRU APPLY-BNKCARD-EXIT            ZBNKRFW1
051600       WHEN 'BNKPAYQ'                                             ZBNKRFW1
051700         PERFORM APPLY-BNKPAYQ THRU APPLY-BNKPAYQ-EXIT            ZBNKRFW1
051800       WHEN 'BNKALRTQ'                                            ZBNKRFW1
051900         PERFORM APPLY-BNKALRTQ THRU APPLY-BNKALRTQ-EXIT          ZBNKRFW1
052000     END-EVALUATE.                                                ZBNKRFW1
052100     ADD 1 TO WS-RF-APPLIED (WS-SUB1).                            ZBNKRFW1
052200     ADD 1 TO WS-ROWS-APPLIED.                                    ZBNKRFW1
052300     MOVE RJN-REC-TIMESTAMP TO WS-LAST-APPLIED-TS.                ZBNKRFW1
052400     GO TO REPLAY-JOURNAL-LOOP.                                   ZBNKRFW1
052500 REPLAY-JOURNAL-DONE.                                             ZBNKRFW1
052600     MOVE WS-ROWS-APPLIED TO WS-DISP-COUNT.                       ZBNKRFW1
052700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRFW1
052800     STRING WS-DISP-COUNT DELIMITED BY SIZE                       ZBNKRFW1
052900            ' journal rows applied, last ' DELIMITED BY SIZE      ZBNKRFW1
053000            WS-LAST-APPLIED-TS DELIMITED BY SIZE                  ZBNKRFW1
053100       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRFW1
053200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
053300     IF WS-ROWS-OTHER-BASE IS GREATER THAN ZERO                   ZBNKRFW1
053400        MOVE WS-ROWS-OTHER-BASE TO WS-DISP-COUNT                  ZBNKRFW1
053500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRFW1
053600        STRING WS-DISP-COUNT DELIMITED BY SIZE                    ZBNKRFW1
053700               ' rows from an earlier unload ignored'             ZBNKRFW1
053800                 DELIMITED BY SIZE                                ZBNKRFW1
053900          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
054000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
054100     END-IF.                                                      ZBNKRFW1
054200     IF WS-ROWS-LATER-BASE IS GREATER THAN ZERO                   ZBNKRFW1
054300        MOVE WS-ROWS-LATER-BASE TO WS-DISP-COUNT                  ZBNKRFW1
054400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKRFW1
054500        STRING WS-DISP-COUNT DELIMITED BY SIZE                    ZBNKRFW1
054600               ' rows follow a later unload - not applied'        ZBNKRFW1
054700                 DELIMITED BY SIZE                                ZBNKRFW1
054800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
054900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
055000     END-IF.                                                      ZBNKRFW1
055100 REPLAY-JOURNAL-EXIT.                                             ZBNKRFW1
055200     EXIT.                                                        ZBNKRFW1
055300                                                                  ZBNKRFW1
055400***************************************************************** ZBNKRFW1
055500* Tell the operator about a journal row that does not fit       * ZBNKRFW1
055600* the record it was read against                                * ZBNKRFW1
055700***************************************************************** ZBNKRFW1
055800 REPORT-ANOMALY.                                                  ZBNKRFW1
055900     ADD 1 TO WS-ANOMALIES.                                       ZBNKRFW1
056000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRFW1
056100     STRING 'Unexpected ' DELIMITED BY SIZE                       ZBNKRFW1
056200            RJN-REC-ACTION DELIMITED BY SIZE                      ZBNKRFW1
056300            ' on ' DELIMITED BY SIZE                              ZBNKRFW1
056400            RJN-REC-FILE DELIMITED BY SPACE                       ZBNKRFW1
056500            ' at ' DELIMITED BY SIZE                              ZBNKRFW1
056600            RJN-REC-TIMESTAMP DELIMITED BY SIZE                   ZBNKRFW1
056700       INTO WS-CONSOLE-MESSAGE.                                   ZBNKRFW1
056800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
056900 REPORT-ANOMALY-EXIT.                                             ZBNKRFW1
057000     EXIT.                                                        ZBNKRFW1
057100                                                                  ZBNKRFW1
057200***************************************************************** ZBNKRFW1
057300* Apply a journal row to BNKCUST.  The record as it stood is    * ZBNKRFW1
057400* taken out of the carried-forward figures and the              * ZBNKRFW1
057500* after-image put in; a row that does not fit is still          * ZBNKRFW1
057600* applied where it can be, but is reported                      * ZBNKRFW1
057700***************************************************************** ZBNKRFW1
057800 APPLY-BNKCUST.                                                   ZBNKRFW1
057900     MOVE RJN-REC-IMAGE (1:250) TO BCS-RECORD.                    ZBNKRFW1
058000     READ BNKCUST-FILE.                                           ZBNKRFW1
058100     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
058200        WS-BNKCUST-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
058300        MOVE 'BNKCUST read error during roll-forward'             ZBNKRFW1
058400          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
058500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
058600        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRFW1
058700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
058800        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
058900     END-IF.                                                      ZBNKRFW1
059000     IF WS-BNKCUST-STATUS IS EQUAL TO '00'                        ZBNKRFW1
059100        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
059200        IF RJN-ACTION-ADD                                         ZBNKRFW1
059300           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
059400        END-IF                                                    ZBNKRFW1
059500     ELSE                                                         ZBNKRFW1
059600        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
059700           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
059800        END-IF                                                    ZBNKRFW1
059900     END-IF.                                                      ZBNKRFW1
060000     IF RJN-ACTION-DELETE                                         ZBNKRFW1
060100        IF WS-BNKCUST-STATUS IS EQUAL TO '00'                     ZBNKRFW1
060200           DELETE BNKCUST-FILE                                    ZBNKRFW1
060300        END-IF                                                    ZBNKRFW1
060400        GO TO APPLY-BNKCUST-CHECK                                 ZBNKRFW1
060500     END-IF.                                                      ZBNKRFW1
060600     IF WS-BNKCUST-STATUS IS EQUAL TO '00'                        ZBNKRFW1
060700        MOVE RJN-REC-IMAGE (1:250) TO BCS-RECORD                  ZBNKRFW1
060800        REWRITE BNKCUST-REC                                       ZBNKRFW1
060900     ELSE                                                         ZBNKRFW1
061000        MOVE RJN-REC-IMAGE (1:250) TO BCS-RECORD                  ZBNKRFW1
061100        WRITE BNKCUST-REC                                         ZBNKRFW1
061200     END-IF.                                                      ZBNKRFW1
061300     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
061400 APPLY-BNKCUST-CHECK.                                             ZBNKRFW1
061500     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
061600        WS-BNKCUST-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
061700        MOVE 'BNKCUST update error during roll-forward'           ZBNKRFW1
061800          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
061900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
062000        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRFW1
062100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
062200        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
062300     END-IF.                                                      ZBNKRFW1
062400 APPLY-BNKCUST-EXIT.                                              ZBNKRFW1
062500     EXIT.                                                        ZBNKRFW1
062600                                                                  ZBNKRFW1
062700***************************************************************** ZBNKRFW1
062800* Apply a journal row to BNKACC.  The record as it stood is     * ZBNKRFW1
062900* taken out of the carried-forward figures and the              * ZBNKRFW1
063000* after-image put in; a row that does not fit is still          * ZBNKRFW1
063100* applied where it can be, but is reported                      * ZBNKRFW1
063200***************************************************************** ZBNKRFW1
063300 APPLY-BNKACC.                                                    ZBNKRFW1
063400     MOVE RJN-REC-IMAGE (1:200) TO BAC-RECORD.                    ZBNKRFW1
063500     READ BNKACC-FILE.                                            ZBNKRFW1
063600     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRFW1
063700        WS-BNKACC-STATUS IS NOT EQUAL TO '23'                     ZBNKRFW1
063800        MOVE 'BNKACC read error during roll-forward'              ZBNKRFW1
063900          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
064000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
064100        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRFW1
064200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
064300        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
064400     END-IF.                                                      ZBNKRFW1
064500     IF WS-BNKACC-STATUS IS EQUAL TO '00'                         ZBNKRFW1
064600        MOVE BAC-REC-BALANCE TO WS-OLD-AMOUNT                     ZBNKRFW1
064700        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
064800        SUBTRACT WS-OLD-AMOUNT FROM WS-RF-EXP-AMOUNT (WS-SUB1)    ZBNKRFW1
064900        IF RJN-ACTION-ADD                                         ZBNKRFW1
065000           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
065100        END-IF                                                    ZBNKRFW1
065200     ELSE                                                         ZBNKRFW1
065300        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
065400           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
065500        END-IF                                                    ZBNKRFW1
065600     END-IF.                                                      ZBNKRFW1
065700     IF RJN-ACTION-DELETE                                         ZBNKRFW1
065800        IF WS-BNKACC-STATUS IS EQUAL TO '00'                      ZBNKRFW1
065900           DELETE BNKACC-FILE                                     ZBNKRFW1
066000        END-IF                                                    ZBNKRFW1
066100        GO TO APPLY-BNKACC-CHECK                                  ZBNKRFW1
066200     END-IF.                                                      ZBNKRFW1
066300     IF WS-BNKACC-STATUS IS EQUAL TO '00'                         ZBNKRFW1
066400        MOVE RJN-REC-IMAGE (1:200) TO BAC-RECORD                  ZBNKRFW1
066500        REWRITE BNKACC-REC                                        ZBNKRFW1
066600     ELSE                                                         ZBNKRFW1
066700        MOVE RJN-REC-IMAGE (1:200) TO BAC-RECORD                  ZBNKRFW1
066800        WRITE BNKACC-REC                                          ZBNKRFW1
066900     END-IF.                                                      ZBNKRFW1
067000     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
067100     ADD BAC-REC-BALANCE TO WS-RF-EXP-AMOUNT (WS-SUB1).           ZBNKRFW1
067200 APPLY-BNKACC-CHECK.                                              ZBNKRFW1
067300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRFW1
067400        WS-BNKACC-STATUS IS NOT EQUAL TO '23'                     ZBNKRFW1
067500        MOVE 'BNKACC update error during roll-forward'            ZBNKRFW1
067600          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
067700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
067800        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRFW1
067900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
068000        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
068100     END-IF.                                                      ZBNKRFW1
068200 APPLY-BNKACC-EXIT.                                               ZBNKRFW1
068300     EXIT.                                                        ZBNKRFW1
068400                                                                  ZBNKRFW1
068500***************************************************************** ZBNKRFW1
068600* Apply a journal row to BNKTXN.  The record as it stood is     * ZBNKRFW1
068700* taken out of the carried-forward figures and the              * ZBNKRFW1
068800* after-image put in; a row that does not fit is still          * ZBNKRFW1
068900* applied where it can be, but is reported                      * ZBNKRFW1
069000***************************************************************** ZBNKRFW1
069100 APPLY-BNKTXN.                                                    ZBNKRFW1
069200     MOVE RJN-REC-IMAGE (1:440) TO BTX-RECORD.                    ZBNKRFW1
069300     READ BNKTXN-FILE.                                            ZBNKRFW1
069400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRFW1
069500        WS-BNKTXN-STATUS IS NOT EQUAL TO '23'                     ZBNKRFW1
069600        MOVE 'BNKTXN read error during roll-forward'              ZBNKRFW1
069700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
069800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
069900        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRFW1
070000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
070100        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
070200     END-IF.                                                      ZBNKRFW1
070300     IF WS-BNKTXN-STATUS IS EQUAL TO '00'                         ZBNKRFW1
070400        MOVE BTX-REC-AMOUNT TO WS-OLD-AMOUNT                      ZBNKRFW1
070500        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
070600        SUBTRACT WS-OLD-AMOUNT FROM WS-RF-EXP-AMOUNT (WS-SUB1)    ZBNKRFW1
070700        IF RJN-ACTION-ADD                                         ZBNKRFW1
070800           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
070900        END-IF                                                    ZBNKRFW1
071000     ELSE                                                         ZBNKRFW1
071100        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
071200           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
071300        END-IF                                                    ZBNKRFW1
071400     END-IF.                                                      ZBNKRFW1
071500     IF RJN-ACTION-DELETE                                         ZBNKRFW1
071600        IF WS-BNKTXN-STATUS IS EQUAL TO '00'                      ZBNKRFW1
071700           DELETE BNKTXN-FILE                                     ZBNKRFW1
071800        END-IF                                                    ZBNKRFW1
071900        GO TO APPLY-BNKTXN-CHECK                                  ZBNKRFW1
072000     END-IF.                                                      ZBNKRFW1
072100     IF WS-BNKTXN-STATUS IS EQUAL TO '00'                         ZBNKRFW1
072200        MOVE RJN-REC-IMAGE (1:440) TO BTX-RECORD                  ZBNKRFW1
072300        REWRITE BNKTXN-REC                                        ZBNKRFW1
072400     ELSE                                                         ZBNKRFW1
072500        MOVE RJN-REC-IMAGE (1:440) TO BTX-RECORD                  ZBNKRFW1
072600        WRITE BNKTXN-REC                                          ZBNKRFW1
072700     END-IF.                                                      ZBNKRFW1
072800     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
072900     ADD BTX-REC-AMOUNT TO WS-RF-EXP-AMOUNT (WS-SUB1).            ZBNKRFW1
073000 APPLY-BNKTXN-CHECK.                                              ZBNKRFW1
073100     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND                 ZBNKRFW1
073200        WS-BNKTXN-STATUS IS NOT EQUAL TO '23'                     ZBNKRFW1
073300        MOVE 'BNKTXN update error during roll-forward'            ZBNKRFW1
073400          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
073600        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRFW1
073700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
073800        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
073900     END-IF.                                                      ZBNKRFW1
074000 APPLY-BNKTXN-EXIT.                                               ZBNKRFW1
074100     EXIT.                                                        ZBNKRFW1
074200                                                                  ZBNKRFW1
074300***************************************************************** ZBNKRFW1
074400* Apply a journal row to BNKLOAN.  The record as it stood is    * ZBNKRFW1
074500* taken out of the carried-forward figures and the              * ZBNKRFW1
074600* after-image put in; a row that does not fit is still          * ZBNKRFW1
074700* applied where it can be, but is reported                      * ZBNKRFW1
074800***************************************************************** ZBNKRFW1
074900 APPLY-BNKLOAN.                                                   ZBNKRFW1
075000     MOVE RJN-REC-IMAGE (1:80) TO LNM-RECORD.                     ZBNKRFW1
075100     READ BNKLOAN-FILE.                                           ZBNKRFW1
075200     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
075300        WS-BNKLOAN-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
075400        MOVE 'BNKLOAN read error during roll-forward'             ZBNKRFW1
075500          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
075600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
075700        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKRFW1
075800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
075900        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
076000     END-IF.                                                      ZBNKRFW1
076100     IF WS-BNKLOAN-STATUS IS EQUAL TO '00'                        ZBNKRFW1
076200        MOVE LNM-REC-PRINCIPAL TO WS-OLD-AMOUNT                   ZBNKRFW1
076300        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
076400        SUBTRACT WS-OLD-AMOUNT FROM WS-RF-EXP-AMOUNT (WS-SUB1)    ZBNKRFW1
076500        IF RJN-ACTION-ADD                                         ZBNKRFW1
076600           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
076700        END-IF                                                    ZBNKRFW1
076800     ELSE                                                         ZBNKRFW1
076900        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
077000           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
077100        END-IF                                                    ZBNKRFW1
077200     END-IF.                                                      ZBNKRFW1
077300     IF RJN-ACTION-DELETE                                         ZBNKRFW1
077400        IF WS-BNKLOAN-STATUS IS EQUAL TO '00'                     ZBNKRFW1
077500           DELETE BNKLOAN-FILE                                    ZBNKRFW1
077600        END-IF                                                    ZBNKRFW1
077700        GO TO APPLY-BNKLOAN-CHECK                                 ZBNKRFW1
077800     END-IF.                                                      ZBNKRFW1
077900     IF WS-BNKLOAN-STATUS IS EQUAL TO '00'                        ZBNKRFW1
078000        MOVE RJN-REC-IMAGE (1:80) TO LNM-RECORD                   ZBNKRFW1
078100        REWRITE BNKLOAN-REC                                       ZBNKRFW1
078200     ELSE                                                         ZBNKRFW1
078300        MOVE RJN-REC-IMAGE (1:80) TO LNM-RECORD                   ZBNKRFW1
078400        WRITE BNKLOAN-REC                                         ZBNKRFW1
078500     END-IF.                                                      ZBNKRFW1
078600     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
078700     ADD LNM-REC-PRINCIPAL TO WS-RF-EXP-AMOUNT (WS-SUB1).         ZBNKRFW1
078800 APPLY-BNKLOAN-CHECK.                                             ZBNKRFW1
078900     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
079000        WS-BNKLOAN-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
079100        MOVE 'BNKLOAN update error during roll-forward'           ZBNKRFW1
079200          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
079300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
079400        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKRFW1
079500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
079600        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
079700     END-IF.                                                      ZBNKRFW1
079800 APPLY-BNKLOAN-EXIT.                                              ZBNKRFW1
079900     EXIT.                                                        ZBNKRFW1
080000                                                                  ZBNKRFW1
080100***************************************************************** ZBNKRFW1
080200* Apply a journal row to BNKCARD.  The record as it stood is    * ZBNKRFW1
080300* taken out of the carried-forward figures and the              * ZBNKRFW1
080400* after-image put in; a row that does not fit is still          * ZBNKRFW1
080500* applied where it can be, but is reported                      * ZBNKRFW1
080600***************************************************************** ZBNKRFW1
080700 APPLY-BNKCARD.                                                   ZBNKRFW1
080800     MOVE RJN-REC-IMAGE (1:80) TO CRD-RECORD.                     ZBNKRFW1
080900     READ BNKCARD-FILE.                                           ZBNKRFW1
081000     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
081100        WS-BNKCARD-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
081200        MOVE 'BNKCARD read error during roll-forward'             ZBNKRFW1
081300          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
081400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
081500        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKRFW1
081600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
081700        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
081800     END-IF.                                                      ZBNKRFW1
081900     IF WS-BNKCARD-STATUS IS EQUAL TO '00'                        ZBNKRFW1
082000        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
082100        IF RJN-ACTION-ADD                                         ZBNKRFW1
082200           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
082300        END-IF                                                    ZBNKRFW1
082400     ELSE                                                         ZBNKRFW1
082500        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
082600           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
082700        END-IF                                                    ZBNKRFW1
082800     END-IF.                                                      ZBNKRFW1
082900     IF RJN-ACTION-DELETE                                         ZBNKRFW1
083000        IF WS-BNKCARD-STATUS IS EQUAL TO '00'                     ZBNKRFW1
083100           DELETE BNKCARD-FILE                                    ZBNKRFW1
083200        END-IF                                                    ZBNKRFW1
083300        GO TO APPLY-BNKCARD-CHECK                                 ZBNKRFW1
083400     END-IF.                                                      ZBNKRFW1
083500     IF WS-BNKCARD-STATUS IS EQUAL TO '00'                        ZBNKRFW1
083600        MOVE RJN-REC-IMAGE (1:80) TO CRD-RECORD                   ZBNKRFW1
083700        REWRITE BNKCARD-REC                                       ZBNKRFW1
083800     ELSE                                                         ZBNKRFW1
083900        MOVE RJN-REC-IMAGE (1:80) TO CRD-RECORD                   ZBNKRFW1
084000        WRITE BNKCARD-REC                                         ZBNKRFW1
084100     END-IF.                                                      ZBNKRFW1
084200     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
084300 APPLY-BNKCARD-CHECK.                                             ZBNKRFW1
084400     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
084500        WS-BNKCARD-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
084600        MOVE 'BNKCARD update error during roll-forward'           ZBNKRFW1
084700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
084900        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKRFW1
085000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
085100        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
085200     END-IF.                                                      ZBNKRFW1
085300 APPLY-BNKCARD-EXIT.                                              ZBNKRFW1
085400     EXIT.                                                        ZBNKRFW1
085500                                                                  ZBNKRFW1
085600***************************************************************** ZBNKRFW1
085700* Apply a journal row to BNKPAYQ.  The record as it stood is    * ZBNKRFW1
085800* taken out of the carried-forward figures and the              * ZBNKRFW1
085900* after-image put in; a row that does not fit is still          * ZBNKRFW1
086000* applied where it can be, but is reported                      * ZBNKRFW1
086100***************************************************************** ZBNKRFW1
086200 APPLY-BNKPAYQ.                                                   ZBNKRFW1
086300     MOVE RJN-REC-IMAGE (1:200) TO PQ-RECORD.                     ZBNKRFW1
086400     READ BNKPAYQ-FILE.                                           ZBNKRFW1
086500     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
086600        WS-BNKPAYQ-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
086700        MOVE 'BNKPAYQ read error during roll-forward'             ZBNKRFW1
086800          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
086900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
087000        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRFW1
087100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
087200        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
087300     END-IF.                                                      ZBNKRFW1
087400     IF WS-BNKPAYQ-STATUS IS EQUAL TO '00'                        ZBNKRFW1
087500        MOVE PQ-REC-AMOUNT TO WS-OLD-AMOUNT                       ZBNKRFW1
087600        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
087700        SUBTRACT WS-OLD-AMOUNT FROM WS-RF-EXP-AMOUNT (WS-SUB1)    ZBNKRFW1
087800        IF RJN-ACTION-ADD                                         ZBNKRFW1
087900           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
088000        END-IF                                                    ZBNKRFW1
088100     ELSE                                                         ZBNKRFW1
088200        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
088300           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
088400        END-IF                                                    ZBNKRFW1
088500     END-IF.                                                      ZBNKRFW1
088600     IF RJN-ACTION-DELETE                                         ZBNKRFW1
088700        IF WS-BNKPAYQ-STATUS IS EQUAL TO '00'                     ZBNKRFW1
088800           DELETE BNKPAYQ-FILE                                    ZBNKRFW1
088900        END-IF                                                    ZBNKRFW1
089000        GO TO APPLY-BNKPAYQ-CHECK                                 ZBNKRFW1
089100     END-IF.                                                      ZBNKRFW1
089200     IF WS-BNKPAYQ-STATUS IS EQUAL TO '00'                        ZBNKRFW1
089300        MOVE RJN-REC-IMAGE (1:200) TO PQ-RECORD                   ZBNKRFW1
089400        REWRITE BNKPAYQ-REC                                       ZBNKRFW1
089500     ELSE                                                         ZBNKRFW1
089600        MOVE RJN-REC-IMAGE (1:200) TO PQ-RECORD                   ZBNKRFW1
089700        WRITE BNKPAYQ-REC                                         ZBNKRFW1
089800     END-IF.                                                      ZBNKRFW1
089900     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
090000     ADD PQ-REC-AMOUNT TO WS-RF-EXP-AMOUNT (WS-SUB1).             ZBNKRFW1
090100 APPLY-BNKPAYQ-CHECK.                                             ZBNKRFW1
090200     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00' AND                ZBNKRFW1
090300        WS-BNKPAYQ-STATUS IS NOT EQUAL TO '23'                    ZBNKRFW1
090400        MOVE 'BNKPAYQ update error during roll-forward'           ZBNKRFW1
090500          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
090600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
090700        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRFW1
090800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
090900        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
091000     END-IF.                                                      ZBNKRFW1
091100 APPLY-BNKPAYQ-EXIT.                                              ZBNKRFW1
091200     EXIT.                                                        ZBNKRFW1
091300                                                                  ZBNKRFW1
091400***************************************************************** ZBNKRFW1
091500* Apply a journal row to BNKALRTQ.  The record as it stood is   * ZBNKRFW1
091600* taken out of the carried-forward figures and the              * ZBNKRFW1
091700* after-image put in; a row that does not fit is still          * ZBNKRFW1
091800* applied where it can be, but is reported                      * ZBNKRFW1
091900***************************************************************** ZBNKRFW1
092000 APPLY-BNKALRTQ.                                                  ZBNKRFW1
092100     MOVE RJN-REC-IMAGE (1:120) TO AQ-RECORD.                     ZBNKRFW1
092200     READ BNKALRTQ-FILE.                                          ZBNKRFW1
092300     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00' AND               ZBNKRFW1
092400        WS-BNKALRTQ-STATUS IS NOT EQUAL TO '23'                   ZBNKRFW1
092500        MOVE 'BNKALRTQ read error during roll-forward'            ZBNKRFW1
092600          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
092800        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKRFW1
092900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
093000        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
093100     END-IF.                                                      ZBNKRFW1
093200     IF WS-BNKALRTQ-STATUS IS EQUAL TO '00'                       ZBNKRFW1
093300        MOVE AQ-REC-AMOUNT TO WS-OLD-AMOUNT                       ZBNKRFW1
093400        SUBTRACT 1 FROM WS-RF-EXP-COUNT (WS-SUB1)                 ZBNKRFW1
093500        SUBTRACT WS-OLD-AMOUNT FROM WS-RF-EXP-AMOUNT (WS-SUB1)    ZBNKRFW1
093600        IF RJN-ACTION-ADD                                         ZBNKRFW1
093700           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
093800        END-IF                                                    ZBNKRFW1
093900     ELSE                                                         ZBNKRFW1
094000        IF NOT RJN-ACTION-ADD                                     ZBNKRFW1
094100           PERFORM REPORT-ANOMALY THRU REPORT-ANOMALY-EXIT        ZBNKRFW1
094200        END-IF                                                    ZBNKRFW1
094300     END-IF.                                                      ZBNKRFW1
094400     IF RJN-ACTION-DELETE                                         ZBNKRFW1
094500        IF WS-BNKALRTQ-STATUS IS EQUAL TO '00'                    ZBNKRFW1
094600           DELETE BNKALRTQ-FILE                                   ZBNKRFW1
094700        END-IF                                                    ZBNKRFW1
094800        GO TO APPLY-BNKALRTQ-CHECK                                ZBNKRFW1
094900     END-IF.                                                      ZBNKRFW1
095000     IF WS-BNKALRTQ-STATUS IS EQUAL TO '00'                       ZBNKRFW1
095100        MOVE RJN-REC-IMAGE (1:120) TO AQ-RECORD                   ZBNKRFW1
095200        REWRITE BNKALRTQ-REC                                      ZBNKRFW1
095300     ELSE                                                         ZBNKRFW1
095400        MOVE RJN-REC-IMAGE (1:120) TO AQ-RECORD                   ZBNKRFW1
095500        WRITE BNKALRTQ-REC                                        ZBNKRFW1
095600     END-IF.                                                      ZBNKRFW1
095700     ADD 1 TO WS-RF-EXP-COUNT (WS-SUB1).                          ZBNKRFW1
095800     ADD AQ-REC-AMOUNT TO WS-RF-EXP-AMOUNT (WS-SUB1).             ZBNKRFW1
095900 APPLY-BNKALRTQ-CHECK.                                            ZBNKRFW1
096000     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00' AND               ZBNKRFW1
096100        WS-BNKALRTQ-STATUS IS NOT EQUAL TO '23'                   ZBNKRFW1
096200        MOVE 'BNKALRTQ update error during roll-forward'          ZBNKRFW1
096300          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
096400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
096500        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKRFW1
096600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
096700        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
096800     END-IF.                                                      ZBNKRFW1
096900 APPLY-BNKALRTQ-EXIT.                                             ZBNKRFW1
097000     EXIT.                                                        ZBNKRFW1
097100                                                                  ZBNKRFW1
097200***************************************************************** ZBNKRFW1
097300* Count and total BNKCUST as the roll-forward left it           * ZBNKRFW1
097400***************************************************************** ZBNKRFW1
097500 PROVE-BNKCUST.                                                   ZBNKRFW1
097600     OPEN INPUT BNKCUST-FILE.                                     ZBNKRFW1
097700     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
097800        MOVE 'BNKCUST file open failure...'                       ZBNKRFW1
097900          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
098000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
098100        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRFW1
098200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
098300        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
098400     END-IF.                                                      ZBNKRFW1
098500 PROVE-BNKCUST-LOOP.                                              ZBNKRFW1
098600     READ BNKCUST-FILE NEXT RECORD.                               ZBNKRFW1
098700     IF WS-BNKCUST-STATUS IS EQUAL TO '10'                        ZBNKRFW1
098800        GO TO PROVE-BNKCUST-DONE                                  ZBNKRFW1
098900     END-IF.                                                      ZBNKRFW1
099000     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
099100        MOVE 'BNKCUST read error during proof'                    ZBNKRFW1
099200          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
099300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
099400        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRFW1
099500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
099600        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
099700     END-IF.                                                      ZBNKRFW1
099800     ADD 1 TO WS-RF-ACT-COUNT (1).                                ZBNKRFW1
099900     GO TO PROVE-BNKCUST-LOOP.                                    ZBNKRFW1
100000 PROVE-BNKCUST-DONE.                                              ZBNKRFW1
100100     CLOSE BNKCUST-FILE.                                          ZBNKRFW1
100200 PROVE-BNKCUST-EXIT.                                              ZBNKRFW1
100300     EXIT.                                                        ZBNKRFW1
100400                                                                  ZBNKRFW1
100500***************************************************************** ZBNKRFW1
100600* Count and total BNKACC as the roll-forward left it            * ZBNKRFW1
100700***************************************************************** ZBNKRFW1
100800 PROVE-BNKACC.                                                    ZBNKRFW1
100900     OPEN INPUT BNKACC-FILE.                                      ZBNKRFW1
101000     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
101100        MOVE 'BNKACC file open failure...'                        ZBNKRFW1
101200          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
101400        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRFW1
101500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
101600        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
101700     END-IF.                                                      ZBNKRFW1
101800 PROVE-BNKACC-LOOP.                                               ZBNKRFW1
101900     READ BNKACC-FILE NEXT RECORD.                                ZBNKRFW1
102000     IF WS-BNKACC-STATUS IS EQUAL TO '10'                         ZBNKRFW1
102100        GO TO PROVE-BNKACC-DONE                                   ZBNKRFW1
102200     END-IF.                                                      ZBNKRFW1
102300     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
102400        MOVE 'BNKACC read error during proof'                     ZBNKRFW1
102500          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
102600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
102700        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRFW1
102800        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
102900        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
103000     END-IF.                                                      ZBNKRFW1
103100     ADD 1 TO WS-RF-ACT-COUNT (2).                                ZBNKRFW1
103200     ADD BAC-REC-BALANCE TO WS-RF-ACT-AMOUNT (2).                 ZBNKRFW1
103300     GO TO PROVE-BNKACC-LOOP.                                     ZBNKRFW1
103400 PROVE-BNKACC-DONE.                                               ZBNKRFW1
103500     CLOSE BNKACC-FILE.                                           ZBNKRFW1
103600 PROVE-BNKACC-EXIT.                                               ZBNKRFW1
103700     EXIT.                                                        ZBNKRFW1
103800                                                                  ZBNKRFW1
103900***************************************************************** ZBNKRFW1
104000* Count and total BNKTXN as the roll-forward left it            * ZBNKRFW1
104100***************************************************************** ZBNKRFW1
104200 PROVE-BNKTXN.                                                    ZBNKRFW1
104300     OPEN INPUT BNKTXN-FILE.                                      ZBNKRFW1
104400     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
104500        MOVE 'BNKTXN file open failure...'                        ZBNKRFW1
104600          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
104700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
104800        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRFW1
104900        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
105000        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
105100     END-IF.                                                      ZBNKRFW1
105200 PROVE-BNKTXN-LOOP.                                               ZBNKRFW1
105300     READ BNKTXN-FILE NEXT RECORD.                                ZBNKRFW1
105400     IF WS-BNKTXN-STATUS IS EQUAL TO '10'                         ZBNKRFW1
105500        GO TO PROVE-BNKTXN-DONE                                   ZBNKRFW1
105600     END-IF.                                                      ZBNKRFW1
105700     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
105800        MOVE 'BNKTXN read error during proof'                     ZBNKRFW1
105900          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
106000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
106100        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRFW1
106200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
106300        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
106400     END-IF.                                                      ZBNKRFW1
106500     ADD 1 TO WS-RF-ACT-COUNT (3).                                ZBNKRFW1
106600     ADD BTX-REC-AMOUNT TO WS-RF-ACT-AMOUNT (3).                  ZBNKRFW1
106700     GO TO PROVE-BNKTXN-LOOP.                                     ZBNKRFW1
106800 PROVE-BNKTXN-DONE.                                               ZBNKRFW1
106900     CLOSE BNKTXN-FILE.                                           ZBNKRFW1
107000 PROVE-BNKTXN-EXIT.                                               ZBNKRFW1
107100     EXIT.                                                        ZBNKRFW1
107200                                                                  ZBNKRFW1
107300***************************************************************** ZBNKRFW1
107400* Count and total BNKLOAN as the roll-forward left it           * ZBNKRFW1
107500***************************************************************** ZBNKRFW1
107600 PROVE-BNKLOAN.                                                   ZBNKRFW1
107700     OPEN INPUT BNKLOAN-FILE.                                     ZBNKRFW1
107800     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
107900        MOVE 'BNKLOAN file open failure...'                       ZBNKRFW1
108000          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
108100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
108200        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKRFW1
108300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
108400        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
108500     END-IF.                                                      ZBNKRFW1
108600 PROVE-BNKLOAN-LOOP.                                              ZBNKRFW1
108700     READ BNKLOAN-FILE NEXT RECORD.                               ZBNKRFW1
108800     IF WS-BNKLOAN-STATUS IS EQUAL TO '10'                        ZBNKRFW1
108900        GO TO PROVE-BNKLOAN-DONE                                  ZBNKRFW1
109000     END-IF.                                                      ZBNKRFW1
109100     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
109200        MOVE 'BNKLOAN read error during proof'                    ZBNKRFW1
109300          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
109400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
109500        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKRFW1
109600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
109700        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
109800     END-IF.                                                      ZBNKRFW1
109900     ADD 1 TO WS-RF-ACT-COUNT (4).                                ZBNKRFW1
110000     ADD LNM-REC-PRINCIPAL TO WS-RF-ACT-AMOUNT (4).               ZBNKRFW1
110100     GO TO PROVE-BNKLOAN-LOOP.                                    ZBNKRFW1
110200 PROVE-BNKLOAN-DONE.                                              ZBNKRFW1
110300     CLOSE BNKLOAN-FILE.                                          ZBNKRFW1
110400 PROVE-BNKLOAN-EXIT.                                              ZBNKRFW1
110500     EXIT.                                                        ZBNKRFW1
110600                                                                  ZBNKRFW1
110700***************************************************************** ZBNKRFW1
110800* Count and total BNKCARD as the roll-forward left it           * ZBNKRFW1
110900***************************************************************** ZBNKRFW1
111000 PROVE-BNKCARD.                                                   ZBNKRFW1
111100     OPEN INPUT BNKCARD-FILE.                                     ZBNKRFW1
111200     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
111300        MOVE 'BNKCARD file open failure...'                       ZBNKRFW1
111400          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
111500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
111600        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKRFW1
111700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
111800        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
111900     END-IF.                                                      ZBNKRFW1
112000 PROVE-BNKCARD-LOOP.                                              ZBNKRFW1
112100     READ BNKCARD-FILE NEXT RECORD.                               ZBNKRFW1
112200     IF WS-BNKCARD-STATUS IS EQUAL TO '10'                        ZBNKRFW1
112300        GO TO PROVE-BNKCARD-DONE                                  ZBNKRFW1
112400     END-IF.                                                      ZBNKRFW1
112500     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
112600        MOVE 'BNKCARD read error during proof'                    ZBNKRFW1
112700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
112800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
112900        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKRFW1
113000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
113100        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
113200     END-IF.                                                      ZBNKRFW1
113300     ADD 1 TO WS-RF-ACT-COUNT (5).                                ZBNKRFW1
113400     GO TO PROVE-BNKCARD-LOOP.                                    ZBNKRFW1
113500 PROVE-BNKCARD-DONE.                                              ZBNKRFW1
113600     CLOSE BNKCARD-FILE.                                          ZBNKRFW1
113700 PROVE-BNKCARD-EXIT.                                              ZBNKRFW1
113800     EXIT.                                                        ZBNKRFW1
113900                                                                  ZBNKRFW1
114000***************************************************************** ZBNKRFW1
114100* Count and total BNKPAYQ as the roll-forward left it           * ZBNKRFW1
114200***************************************************************** ZBNKRFW1
114300 PROVE-BNKPAYQ.                                                   ZBNKRFW1
114400     OPEN INPUT BNKPAYQ-FILE.                                     ZBNKRFW1
114500     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
114600        MOVE 'BNKPAYQ file open failure...'                       ZBNKRFW1
114700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
114800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
114900        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRFW1
115000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
115100        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
115200     END-IF.                                                      ZBNKRFW1
115300 PROVE-BNKPAYQ-LOOP.                                              ZBNKRFW1
115400     READ BNKPAYQ-FILE NEXT RECORD.                               ZBNKRFW1
115500     IF WS-BNKPAYQ-STATUS IS EQUAL TO '10'                        ZBNKRFW1
115600        GO TO PROVE-BNKPAYQ-DONE                                  ZBNKRFW1
115700     END-IF.                                                      ZBNKRFW1
115800     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
115900        MOVE 'BNKPAYQ read error during proof'                    ZBNKRFW1
116000          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
116100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
116200        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRFW1
116300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
116400        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
116500     END-IF.                                                      ZBNKRFW1
116600     ADD 1 TO WS-RF-ACT-COUNT (6).                                ZBNKRFW1
116700     ADD PQ-REC-AMOUNT TO WS-RF-ACT-AMOUNT (6).                   ZBNKRFW1
116800     GO TO PROVE-BNKPAYQ-LOOP.                                    ZBNKRFW1
116900 PROVE-BNKPAYQ-DONE.                                              ZBNKRFW1
117000     CLOSE BNKPAYQ-FILE.                                          ZBNKRFW1
117100 PROVE-BNKPAYQ-EXIT.                                              ZBNKRFW1
117200     EXIT.                                                        ZBNKRFW1
117300                                                                  ZBNKRFW1
117400***************************************************************** ZBNKRFW1
117500* Count and total BNKALRTQ as the roll-forward left it          * ZBNKRFW1
117600***************************************************************** ZBNKRFW1
117700 PROVE-BNKALRTQ.                                                  ZBNKRFW1
117800     OPEN INPUT BNKALRTQ-FILE.                                    ZBNKRFW1
117900     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKRFW1
118000        MOVE 'BNKALRTQ file open failure...'                      ZBNKRFW1
118100          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
118200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
118300        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKRFW1
118400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
118500        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
118600     END-IF.                                                      ZBNKRFW1
118700 PROVE-BNKALRTQ-LOOP.                                             ZBNKRFW1
118800     READ BNKALRTQ-FILE NEXT RECORD.                              ZBNKRFW1
118900     IF WS-BNKALRTQ-STATUS IS EQUAL TO '10'                       ZBNKRFW1
119000        GO TO PROVE-BNKALRTQ-DONE                                 ZBNKRFW1
119100     END-IF.                                                      ZBNKRFW1
119200     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKRFW1
119300        MOVE 'BNKALRTQ read error during proof'                   ZBNKRFW1
119400          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
119500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
119600        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKRFW1
119700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
119800        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
119900     END-IF.                                                      ZBNKRFW1
120000     ADD 1 TO WS-RF-ACT-COUNT (7).                                ZBNKRFW1
120100     ADD AQ-REC-AMOUNT TO WS-RF-ACT-AMOUNT (7).                   ZBNKRFW1
120200     GO TO PROVE-BNKALRTQ-LOOP.                                   ZBNKRFW1
120300 PROVE-BNKALRTQ-DONE.                                             ZBNKRFW1
120400     CLOSE BNKALRTQ-FILE.                                         ZBNKRFW1
120500 PROVE-BNKALRTQ-EXIT.                                             ZBNKRFW1
120600     EXIT.                                                        ZBNKRFW1
120700                                                                  ZBNKRFW1
120800***************************************************************** ZBNKRFW1
120900* One line per master - rows applied and whether the file       * ZBNKRFW1
121000* agrees with the carried-forward manifest figures              * ZBNKRFW1
121100***************************************************************** ZBNKRFW1
121200 REPORT-FILES.                                                    ZBNKRFW1
121300     MOVE 1 TO WS-SUB1.                                           ZBNKRFW1
121400 REPORT-FILES-LOOP.                                               ZBNKRFW1
121500     MOVE WS-RF-APPLIED (WS-SUB1) TO WS-DISP-COUNT.               ZBNKRFW1
121600     MOVE WS-RF-ACT-COUNT (WS-SUB1) TO WS-DISP-COUNT2.            ZBNKRFW1
121700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKRFW1
121800     IF WS-RF-ACT-COUNT (WS-SUB1) IS EQUAL TO                     ZBNKRFW1
121900        WS-RF-EXP-COUNT (WS-SUB1) AND                             ZBNKRFW1
122000        WS-RF-ACT-AMOUNT (WS-SUB1) IS EQUAL TO                    ZBNKRFW1
122100        WS-RF-EXP-AMOUNT (WS-SUB1)                                ZBNKRFW1
122200        STRING WS-RF-FILE (WS-SUB1) DELIMITED BY SIZE             ZBNKRFW1
122300               ' agrees -' DELIMITED BY SIZE                      ZBNKRFW1
122400               WS-DISP-COUNT DELIMITED BY SIZE                    ZBNKRFW1
122500               ' applied' DELIMITED BY SIZE                       ZBNKRFW1
122600               WS-DISP-COUNT2 DELIMITED BY SIZE                   ZBNKRFW1
122700               ' on file' DELIMITED BY SIZE                       ZBNKRFW1
122800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
122900     ELSE                                                         ZBNKRFW1
123000        STRING WS-RF-FILE (WS-SUB1) DELIMITED BY SIZE             ZBNKRFW1
123100               ' DOES NOT AGREE -' DELIMITED BY SIZE              ZBNKRFW1
123200               WS-DISP-COUNT DELIMITED BY SIZE                    ZBNKRFW1
123300               ' applied' DELIMITED BY SIZE                       ZBNKRFW1
123400               WS-DISP-COUNT2 DELIMITED BY SIZE                   ZBNKRFW1
123500               ' on file' DELIMITED BY SIZE                       ZBNKRFW1
123600          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
123700        MOVE 'Y' TO WS-VERIFY-FAILED                              ZBNKRFW1
123800     END-IF.                                                      ZBNKRFW1
123900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
124000     ADD 1 TO WS-SUB1.                                            ZBNKRFW1
124100     IF WS-SUB1 IS NOT GREATER THAN 7                             ZBNKRFW1
124200        GO TO REPORT-FILES-LOOP                                   ZBNKRFW1
124300     END-IF.                                                      ZBNKRFW1
124400 REPORT-FILES-EXIT.                                               ZBNKRFW1
124500     EXIT.                                                        ZBNKRFW1
124600                                                                  ZBNKRFW1
124700***************************************************************** ZBNKRFW1
124800* Open the masters for update and the journal for input         * ZBNKRFW1
124900***************************************************************** ZBNKRFW1
125000 OPEN-FILES.                                                      ZBNKRFW1
125100     OPEN I-O BNKCUST-FILE.                                       ZBNKRFW1
125200     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
125300        MOVE 'BNKCUST file open failure...'                       ZBNKRFW1
125400          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
125500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
125600        MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS                    ZBNKRFW1
125700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
125800        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
125900     END-IF.                                                      ZBNKRFW1
126000     OPEN I-O BNKACC-FILE.                                        ZBNKRFW1
126100     IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
126200        MOVE 'BNKACC file open failure...'                        ZBNKRFW1
126300          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
126400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
126500        MOVE WS-BNKACC-STATUS TO WS-IO-STATUS                     ZBNKRFW1
126600        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
126700        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
126800     END-IF.                                                      ZBNKRFW1
126900     OPEN I-O BNKTXN-FILE.                                        ZBNKRFW1
127000     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'                     ZBNKRFW1
127100        MOVE 'BNKTXN file open failure...'                        ZBNKRFW1
127200          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
127300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
127400        MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS                     ZBNKRFW1
127500        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
127600        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
127700     END-IF.                                                      ZBNKRFW1
127800     OPEN I-O BNKLOAN-FILE.                                       ZBNKRFW1
127900     IF WS-BNKLOAN-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
128000        MOVE 'BNKLOAN file open failure...'                       ZBNKRFW1
128100          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
128200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
128300        MOVE WS-BNKLOAN-STATUS TO WS-IO-STATUS                    ZBNKRFW1
128400        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
128500        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
128600     END-IF.                                                      ZBNKRFW1
128700     OPEN I-O BNKCARD-FILE.                                       ZBNKRFW1
128800     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
128900        MOVE 'BNKCARD file open failure...'                       ZBNKRFW1
129000          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
129100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
129200        MOVE WS-BNKCARD-STATUS TO WS-IO-STATUS                    ZBNKRFW1
129300        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
129400        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
129500     END-IF.                                                      ZBNKRFW1
129600     OPEN I-O BNKPAYQ-FILE.                                       ZBNKRFW1
129700     IF WS-BNKPAYQ-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
129800        MOVE 'BNKPAYQ file open failure...'                       ZBNKRFW1
129900          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
130000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
130100        MOVE WS-BNKPAYQ-STATUS TO WS-IO-STATUS                    ZBNKRFW1
130200        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
130300        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
130400     END-IF.                                                      ZBNKRFW1
130500     OPEN I-O BNKALRTQ-FILE.                                      ZBNKRFW1
130600     IF WS-BNKALRTQ-STATUS IS NOT EQUAL TO '00'                   ZBNKRFW1
130700        MOVE 'BNKALRTQ file open failure...'                      ZBNKRFW1
130800          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
130900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
131000        MOVE WS-BNKALRTQ-STATUS TO WS-IO-STATUS                   ZBNKRFW1
131100        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
131200        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
131300     END-IF.                                                      ZBNKRFW1
131400     OPEN INPUT BNKRJNL-FILE.                                     ZBNKRFW1
131500     IF WS-BNKRJNL-STATUS IS NOT EQUAL TO '00'                    ZBNKRFW1
131600        MOVE 'BNKRJNL file open failure...'                       ZBNKRFW1
131700          TO WS-CONSOLE-MESSAGE                                   ZBNKRFW1
131800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
131900        MOVE WS-BNKRJNL-STATUS TO WS-IO-STATUS                    ZBNKRFW1
132000        PERFORM DISPLAY-IO-STATUS                                 ZBNKRFW1
132100        PERFORM ABORT-PROGRAM                                     ZBNKRFW1
132200     END-IF.                                                      ZBNKRFW1
132300                                                                  ZBNKRFW1
132400***************************************************************** ZBNKRFW1
132500* Close the files                                               * ZBNKRFW1
132600***************************************************************** ZBNKRFW1
132700 CLOSE-FILES.                                                     ZBNKRFW1
132800     CLOSE BNKCUST-FILE.                                          ZBNKRFW1
132900     CLOSE BNKACC-FILE.                                           ZBNKRFW1
133000     CLOSE BNKTXN-FILE.                                           ZBNKRFW1
133100     CLOSE BNKLOAN-FILE.                                          ZBNKRFW1
133200     CLOSE BNKCARD-FILE.                                          ZBNKRFW1
133300     CLOSE BNKPAYQ-FILE.                                          ZBNKRFW1
133400     CLOSE BNKALRTQ-FILE.                                         ZBNKRFW1
133500     CLOSE BNKRJNL-FILE.                                          ZBNKRFW1
133600                                                                  ZBNKRFW1
133700***************************************************************** ZBNKRFW1
133800* Display the file status bytes. This routine will display as   * ZBNKRFW1
133900* two digits if the full two byte file status is numeric. If    * ZBNKRFW1
134000* second byte is non-numeric then it will be treated as a       * ZBNKRFW1
134100* binary number.                                                * ZBNKRFW1
134200***************************************************************** ZBNKRFW1
134300 DISPLAY-IO-STATUS.                                               ZBNKRFW1
134400     IF WS-IO-STATUS NUMERIC                                      ZBNKRFW1
134500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRFW1
134600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRFW1
134700               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKRFW1
134800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
134900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
135000     ELSE                                                         ZBNKRFW1
135100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKRFW1
135200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKRFW1
135300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKRFW1
135400        STRING 'File status -' DELIMITED BY SIZE                  ZBNKRFW1
135500               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKRFW1
135600               '/' DELIMITED BY SIZE                              ZBNKRFW1
135700               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKRFW1
135800          INTO WS-CONSOLE-MESSAGE                                 ZBNKRFW1
135900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
136000     END-IF.                                                      ZBNKRFW1
136100                                                                  ZBNKRFW1
136200***************************************************************** ZBNKRFW1
136300* 'ABORT' the program.                                          * ZBNKRFW1
136400* Post a message to the console and issue a STOP RUN            * ZBNKRFW1
136500***************************************************************** ZBNKRFW1
136600 ABORT-PROGRAM.                                                   ZBNKRFW1
136700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKRFW1
136800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRFW1
136900     END-IF.                                                      ZBNKRFW1
137000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKRFW1
137100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKRFW1
137200     MOVE 16 TO RETURN-CODE.                                      ZBNKRFW1
137300     STOP RUN.                                                    ZBNKRFW1
137400                                                                  ZBNKRFW1
137500***************************************************************** ZBNKRFW1
137600* Display CONSOLE messages...                                   * ZBNKRFW1
137700***************************************************************** ZBNKRFW1
137800 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKRFW1
137900     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKRFW1
138000       UPON CONSOLE.                                              ZBNKRFW1
138100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKRFW1
138200                                                                  ZBNKRFW1
138300 COPY CTIMERP.                                                    ZBNKRFW1
138400                                                                  ZBNKRFW1
138500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKRFW1
