000100***************************************************************** ZBNKMPS1
000200*                                                               * ZBNKMPS1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKMPS1
000400*   This demonstration program is provided for use by users     * ZBNKMPS1
000500*   of Micro Focus products and may be used, modified and       * ZBNKMPS1
000600*   distributed as part of your application provided that       * ZBNKMPS1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKMPS1
000800*   in this material.                                           * ZBNKMPS1
000900*                                                               * ZBNKMPS1
001000***************************************************************** ZBNKMPS1
001100                                                                  ZBNKMPS1
001200***************************************************************** ZBNKMPS1
001300* Program:     ZBNKMPS1.CBL                                     * ZBNKMPS1
001400* Function:    Memo-post mode switch.  The SYSTEM / MEMOPOST    * ZBNKMPS1
001500*              row on BNKCTL tells DBANK67P whether the online  * ZBNKMPS1
001600*              transfer paths must take postings against the    * ZBNKMPS1
001700*              memo balance (BNKMEMO) instead of the masters.   * ZBNKMPS1
001800*              The end-of-day schedule runs this step with      * ZBNKMPS1
001900*              PARM='ON' before the first job that holds        * ZBNKMPS1
002000*              BNKACC or BNKTXN; ZBNKMPA1 switches it off       * ZBNKMPS1
002100*              again when it has applied the memo postings.     * ZBNKMPS1
002200*              PARM='OFF' is the operator's manual override.    * ZBNKMPS1
002300*              A missing row is written on first use.           * ZBNKMPS1
002400***************************************************************** ZBNKMPS1
002500                                                                  ZBNKMPS1
002600 IDENTIFICATION DIVISION.                                         ZBNKMPS1
002700 PROGRAM-ID.                                                      ZBNKMPS1
002800     ZBNKMPS1.                                                    ZBNKMPS1
002900 DATE-WRITTEN.                                                    ZBNKMPS1
003000     October 2026.                                                ZBNKMPS1
003100 DATE-COMPILED.                                                   ZBNKMPS1
003200     Today.                                                       ZBNKMPS1
003300                                                                  ZBNKMPS1
003400 ENVIRONMENT DIVISION.                                            ZBNKMPS1
003500 INPUT-OUTPUT   SECTION.                                          ZBNKMPS1
003600   FILE-CONTROL.                                                  ZBNKMPS1
003700     SELECT BNKCTL-FILE                                           ZBNKMPS1
003800            ASSIGN       TO BNKCTL                                ZBNKMPS1
003900            ORGANIZATION IS INDEXED                               ZBNKMPS1
004000            ACCESS MODE  IS RANDOM                                ZBNKMPS1
004100            RECORD KEY   IS CTL-KEY                               ZBNKMPS1
004200            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKMPS1
004300                                                                  ZBNKMPS1
004400 DATA DIVISION.                                                   ZBNKMPS1
004500 FILE SECTION.                                                    ZBNKMPS1
004600                                                                  ZBNKMPS1
004700 FD  BNKCTL-FILE.                                                 ZBNKMPS1
004800 01  BNKCTL-REC.                                                  ZBNKMPS1
004900 COPY CBANKVCT.                                                   ZBNKMPS1
005000                                                                  ZBNKMPS1
005100 WORKING-STORAGE SECTION.                                         ZBNKMPS1
005200 COPY CTIMERD.                                                    ZBNKMPS1
005300                                                                  ZBNKMPS1
005400 COPY CTSTAMPD.                                                   ZBNKMPS1
005500                                                                  ZBNKMPS1
005600 01  WS-MISC-STORAGE.                                             ZBNKMPS1
005700   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKMPS1
005800       VALUE 'ZBNKMPS1'.                                          ZBNKMPS1
005900   05  WS-BNKCTL-STATUS.                                          ZBNKMPS1
006000     10  WS-BNKCTL-STAT1                     PIC X(1).            ZBNKMPS1
006100     10  WS-BNKCTL-STAT2                     PIC X(1).            ZBNKMPS1
006200   05  WS-IO-STATUS.                                              ZBNKMPS1
006300     10  WS-IO-STAT1                         PIC X(1).            ZBNKMPS1
006400     10  WS-IO-STAT2                         PIC X(1).            ZBNKMPS1
006500   05  WS-TWO-BYTES.                                              ZBNKMPS1
006600     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKMPS1
006700     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKMPS1
006800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKMPS1
006900                                             PIC 9(1) COMP.       ZBNKMPS1
007000   05  WS-NEW-MODE                           PIC X(1).            ZBNKMPS1
007100     88  WS-NEW-MODE-ON                      VALUE 'Y'.           ZBNKMPS1
007200     88  WS-NEW-MODE-OFF                     VALUE 'N'.           ZBNKMPS1
007300   05  WS-OLD-MODE                           PIC X(1).            ZBNKMPS1
007400                                                                  ZBNKMPS1
007500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKMPS1
007600                                                                  ZBNKMPS1
007700 LINKAGE SECTION.                                                 ZBNKMPS1
007800 01  LK-EXEC-PARM.                                                ZBNKMPS1
007900   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.      ZBNKMPS1
008000   05  LK-EXEC-PARM-DATA                     PIC X(12).           ZBNKMPS1
008100                                                                  ZBNKMPS1
008200 PROCEDURE DIVISION USING LK-EXEC-PARM.                           ZBNKMPS1
008300                                                                  ZBNKMPS1
008400     PERFORM RUN-TIME.                                            ZBNKMPS1
008500                                                                  ZBNKMPS1
008600     MOVE 'Memo-post mode switch starting'                        ZBNKMPS1
008700       TO WS-CONSOLE-MESSAGE.                                     ZBNKMPS1
008800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPS1
008900                                                                  ZBNKMPS1
009000     MOVE SPACES TO WS-NEW-MODE.                                  ZBNKMPS1
009100     IF LK-EXEC-PARM-LL IS EQUAL TO 2 AND                         ZBNKMPS1
009200        LK-EXEC-PARM-DATA (1:2) IS EQUAL TO 'ON'                  ZBNKMPS1
009300        SET WS-NEW-MODE-ON TO TRUE                                ZBNKMPS1
009400     END-IF.                                                      ZBNKMPS1
009500     IF LK-EXEC-PARM-LL IS GREATER THAN 2 AND                     ZBNKMPS1
009600        LK-EXEC-PARM-DATA (1:3) IS EQUAL TO 'OFF'                 ZBNKMPS1
009700        SET WS-NEW-MODE-OFF TO TRUE                               ZBNKMPS1
009800     END-IF.                                                      ZBNKMPS1
009900     IF WS-NEW-MODE IS EQUAL TO SPACES                            ZBNKMPS1
010000        MOVE 'PARM must be ON or OFF - mode not changed'          ZBNKMPS1
010100          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
010200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
010300        MOVE 8 TO RETURN-CODE                                     ZBNKMPS1
010400        GOBACK                                                    ZBNKMPS1
010500     END-IF.                                                      ZBNKMPS1
010600                                                                  ZBNKMPS1
010700 COPY CTSTAMPP.                                                   ZBNKMPS1
010800                                                                  ZBNKMPS1
010900     OPEN I-O BNKCTL-FILE.                                        ZBNKMPS1
011000     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKMPS1
011100        MOVE 'BNKCTL file open failure...'                        ZBNKMPS1
011200          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
011300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
011400        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKMPS1
011500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPS1
011600        PERFORM ABORT-PROGRAM                                     ZBNKMPS1
011700     END-IF.                                                      ZBNKMPS1
011800                                                                  ZBNKMPS1
011900     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKMPS1
012000     MOVE 'MEMOPOST' TO CTL-REC-FILE-NAME.                        ZBNKMPS1
012100     READ BNKCTL-FILE.                                            ZBNKMPS1
012200     IF WS-BNKCTL-STATUS IS EQUAL TO '23'                         ZBNKMPS1
012300        PERFORM SEED-MEMO-MODE THRU                               ZBNKMPS1
012400                SEED-MEMO-MODE-EXIT                               ZBNKMPS1
012500        GO TO SWITCH-DONE                                         ZBNKMPS1
012600     END-IF.                                                      ZBNKMPS1
012700     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKMPS1
012800        MOVE 'BNKCTL read error...' TO WS-CONSOLE-MESSAGE         ZBNKMPS1
012900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
013000        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKMPS1
013100        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPS1
013200        PERFORM ABORT-PROGRAM                                     ZBNKMPS1
013300     END-IF.                                                      ZBNKMPS1
013400                                                                  ZBNKMPS1
013500     MOVE CTL-REC-FILLER (1:1) TO WS-OLD-MODE.                    ZBNKMPS1
013600     MOVE WS-NEW-MODE TO CTL-REC-FILLER (1:1).                    ZBNKMPS1
013700     MOVE WS-TS-DATE TO CTL-REC-RUN-DATE.                         ZBNKMPS1
013800     MOVE WS-TIMESTAMP TO CTL-REC-TIMESTAMP.                      ZBNKMPS1
013900     REWRITE CTL-RECORD.                                          ZBNKMPS1
014000     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKMPS1
014100        MOVE 'Unable to switch memo-post mode'                    ZBNKMPS1
014200          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
014300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
014400        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKMPS1
014500        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPS1
014600        PERFORM ABORT-PROGRAM                                     ZBNKMPS1
014700     END-IF.                                                      ZBNKMPS1
014800     IF WS-OLD-MODE IS EQUAL TO WS-NEW-MODE                       ZBNKMPS1
014900        MOVE 'Memo-post mode was already set as requested'        ZBNKMPS1
015000          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
015100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
015200     END-IF.                                                      ZBNKMPS1
015300                                                                  ZBNKMPS1
015400 SWITCH-DONE.                                                     ZBNKMPS1
015500     CLOSE BNKCTL-FILE.                                           ZBNKMPS1
015600                                                                  ZBNKMPS1
015700     IF WS-NEW-MODE-ON                                            ZBNKMPS1
015800        MOVE 'Memo-post mode is ON - postings go to BNKMEMO'      ZBNKMPS1
015900          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
016000     ELSE                                                         ZBNKMPS1
016100        MOVE 'Memo-post mode is OFF - postings update masters'    ZBNKMPS1
016200          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
016300     END-IF.                                                      ZBNKMPS1
016400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPS1
016500                                                                  ZBNKMPS1
016600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKMPS1
016700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPS1
016800                                                                  ZBNKMPS1
016900     PERFORM RUN-TIME.                                            ZBNKMPS1
017000                                                                  ZBNKMPS1
017100     MOVE 0 TO RETURN-CODE.                                       ZBNKMPS1
017200                                                                  ZBNKMPS1
017300     GOBACK.                                                      ZBNKMPS1
017400                                                                  ZBNKMPS1
017500***************************************************************** ZBNKMPS1
017600* First use - write the SYSTEM / MEMOPOST row with the mode     * ZBNKMPS1
017700***************************************************************** ZBNKMPS1
017800 SEED-MEMO-MODE.                                                  ZBNKMPS1
017900     MOVE SPACES TO CTL-RECORD.                                   ZBNKMPS1
018000     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKMPS1
018100     MOVE 'MEMOPOST' TO CTL-REC-FILE-NAME.                        ZBNKMPS1
018200     MOVE WS-TS-DATE TO CTL-REC-RUN-DATE.                         ZBNKMPS1
018300     MOVE WS-TIMESTAMP TO CTL-REC-TIMESTAMP.                      ZBNKMPS1
018400     MOVE ZERO TO CTL-REC-COUNT.                                  ZBNKMPS1
018500     MOVE ZERO TO CTL-REC-AMOUNT.                                 ZBNKMPS1
018600     MOVE WS-NEW-MODE TO CTL-REC-FILLER (1:1).                    ZBNKMPS1
018700     WRITE CTL-RECORD.                                            ZBNKMPS1
018800     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKMPS1
018900        MOVE 'Unable to write the memo-post mode row'             ZBNKMPS1
019000          TO WS-CONSOLE-MESSAGE                                   ZBNKMPS1
019100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
019200        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKMPS1
019300        PERFORM DISPLAY-IO-STATUS                                 ZBNKMPS1
019400        PERFORM ABORT-PROGRAM                                     ZBNKMPS1
019500     END-IF.                                                      ZBNKMPS1
019600 SEED-MEMO-MODE-EXIT.                                             ZBNKMPS1
019700     EXIT.                                                        ZBNKMPS1
019800                                                                  ZBNKMPS1
019900***************************************************************** ZBNKMPS1
020000* Display the file status bytes. This routine will display as   * ZBNKMPS1
020100* two digits if the full two byte file status is numeric. If    * ZBNKMPS1
020200* second byte is non-numeric then it will be treated as a       * ZBNKMPS1
020300* binary number.                                                * ZBNKMPS1
020400***************************************************************** ZBNKMPS1
020500 DISPLAY-IO-STATUS.                                               ZBNKMPS1
020600     IF WS-IO-STATUS NUMERIC                                      ZBNKMPS1
020700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMPS1
020800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMPS1
020900               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKMPS1
021000          INTO WS-CONSOLE-MESSAGE                                 ZBNKMPS1
021100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
021200     ELSE                                                         ZBNKMPS1
021300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKMPS1
021400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKMPS1
021500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKMPS1
021600        STRING 'File status -' DELIMITED BY SIZE                  ZBNKMPS1
021700               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKMPS1
021800               '/' DELIMITED BY SIZE                              ZBNKMPS1
021900               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKMPS1
022000          INTO WS-CONSOLE-MESSAGE                                 ZBNKMPS1
022100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
022200     END-IF.                                                      ZBNKMPS1
022300                                                                  ZBNKMPS1
022400***************************************************************** ZBNKMPS1
022500* 'ABORT' the program.                                          * ZBNKMPS1
022600* Post a message to the console and issue a STOP RUN            * ZBNKMPS1
022700***************************************************************** ZBNKMPS1
022800 ABORT-PROGRAM.                                                   ZBNKMPS1
022900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKMPS1
023000        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKMPS1
023100     END-IF.                                                      ZBNKMPS1
023200     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKMPS1
023300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKMPS1
023400     MOVE 16 TO RETURN-CODE.                                      ZBNKMPS1
023500     STOP RUN.                                                    ZBNKMPS1
023600                                                                  ZBNKMPS1
023700***************************************************************** ZBNKMPS1
023800* Display CONSOLE messages...                                   * ZBNKMPS1
023900***************************************************************** ZBNKMPS1
024000 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKMPS1
024100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKMPS1
024200       UPON CONSOLE.                                              ZBNKMPS1
024300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKMPS1
024400                                                                  ZBNKMPS1
024500 COPY CTIMERP.                                                    ZBNKMPS1
024600                                                                  ZBNKMPS1
024700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKMPS1
024800                                                                  ZBNKMPS1
