000100***************************************************************** ZBNKCRP1
000200*                                                               * ZBNKCRP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCRP1
000400*   This demonstration program is provided for use by users     * ZBNKCRP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCRP1
000600*   distributed as part of your application provided that       * ZBNKCRP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCRP1
000800*   in this material.                                           * ZBNKCRP1
000900*                                                               * ZBNKCRP1
001000***************************************************************** ZBNKCRP1
001100                                                                  ZBNKCRP1
001200***************************************************************** ZBNKCRP1
001300* Program:     ZBNKCRP1.CBL                                     * ZBNKCRP1
001400* Function:    Overnight correspondence reprint run.  Reads the * ZBNKCRP1
001500*              BNKCORR correspondence register for entries      * ZBNKCRP1
001600*              staff have asked to be reprinted on SCORR01P     * ZBNKCRP1
001700*              and writes each one's letter image back out to   * ZBNKCRP1
001800*              the REPRINT file, with the letter type and the   * ZBNKCRP1
001900*              program that first wrote it, for the letter      * ZBNKCRP1
002000*              print to pick up in the same way as the original * ZBNKCRP1
002100*              run's output.  The entry is marked printed and   * ZBNKCRP1
002200*              the reprint itself is added to the customer's    * ZBNKCRP1
002300*              history pointing back at the original.  Every    * ZBNKCRP1
002400*              reprint is listed with the user who asked for    * ZBNKCRP1
002500*              it.                                              * ZBNKCRP1
002600***************************************************************** ZBNKCRP1
002700                                                                  ZBNKCRP1
002800 IDENTIFICATION DIVISION.                                         ZBNKCRP1
002900 PROGRAM-ID.                                                      ZBNKCRP1
003000     ZBNKCRP1.                                                    ZBNKCRP1
003100 DATE-WRITTEN.                                                    ZBNKCRP1
003200     October 2026.                                                ZBNKCRP1
003300 DATE-COMPILED.                                                   ZBNKCRP1
003400     Today.                                                       ZBNKCRP1
003500                                                                  ZBNKCRP1
003600 ENVIRONMENT DIVISION.                                            ZBNKCRP1
003700 INPUT-OUTPUT   SECTION.                                          ZBNKCRP1
003800   FILE-CONTROL.                                                  ZBNKCRP1
003900     SELECT BNKCORR-FILE                                          ZBNKCRP1
004000            ASSIGN       TO BNKCORR                               ZBNKCRP1
004100            ORGANIZATION IS INDEXED                               ZBNKCRP1
004200            ACCESS MODE  IS DYNAMIC                               ZBNKCRP1
004300            RECORD KEY   IS COR-KEY                               ZBNKCRP1
004400            FILE STATUS  IS WS-BNKCORR-STATUS.                    ZBNKCRP1
004500     SELECT REPRINT-FILE                                          ZBNKCRP1
004600            ASSIGN       TO REPRINT                               ZBNKCRP1
004700            ORGANIZATION IS SEQUENTIAL                            ZBNKCRP1
004800            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRP1
004900            FILE STATUS  IS WS-REPRINT-STATUS.                    ZBNKCRP1
005000     SELECT PRINTOUT-FILE                                         ZBNKCRP1
005100            ASSIGN       TO PRINTOUT                              ZBNKCRP1
005200            ORGANIZATION IS SEQUENTIAL                            ZBNKCRP1
005300            ACCESS MODE  IS SEQUENTIAL                            ZBNKCRP1
005400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCRP1
005500                                                                  ZBNKCRP1
005600 DATA DIVISION.                                                   ZBNKCRP1
005700 FILE SECTION.                                                    ZBNKCRP1
005800                                                                  ZBNKCRP1
005900 FD  BNKCORR-FILE.                                                ZBNKCRP1
006000 01  BNKCORR-REC.                                                 ZBNKCRP1
006100 COPY CBANKVCH.                                                   ZBNKCRP1
006200                                                                  ZBNKCRP1
006300 FD  REPRINT-FILE.                                                ZBNKCRP1
006400 01  REPRINT-REC.                                                 ZBNKCRP1
006500   05  RPR-LETTER-TYPE                       PIC X(8).            ZBNKCRP1
006600   05  RPR-PROGRAM                           PIC X(8).            ZBNKCRP1
006700   05  RPR-CHANNEL                           PIC X(1).            ZBNKCRP1
006800   05  RPR-ORIG-DATE                         PIC X(10).           ZBNKCRP1
006900   05  RPR-PID                               PIC X(5).            ZBNKCRP1
007000   05  RPR-IMAGE                             PIC X(200).          ZBNKCRP1
007100   05  FILLER                                PIC X(8).            ZBNKCRP1
007200                                                                  ZBNKCRP1
007300 FD  PRINTOUT-FILE.                                               ZBNKCRP1
007400 01  PRINTOUT-REC                            PIC X(121).          ZBNKCRP1
007500                                                                  ZBNKCRP1
007600 WORKING-STORAGE SECTION.                                         ZBNKCRP1
007700 COPY CTIMERD.                                                    ZBNKCRP1
007800                                                                  ZBNKCRP1
007900 COPY CTSTAMPD.                                                   ZBNKCRP1
008000                                                                  ZBNKCRP1
008100 01  WS-MISC-STORAGE.                                             ZBNKCRP1
008200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCRP1
008300       VALUE 'ZBNKCRP1'.                                          ZBNKCRP1
008400   05  WS-BNKCORR-STATUS.                                         ZBNKCRP1
008500     10  WS-BNKCORR-STAT1                    PIC X(1).            ZBNKCRP1
008600     10  WS-BNKCORR-STAT2                    PIC X(1).            ZBNKCRP1
008700   05  WS-REPRINT-STATUS.                                         ZBNKCRP1
008800     10  WS-REPRINT-STAT1                    PIC X(1).            ZBNKCRP1
008900     10  WS-REPRINT-STAT2                    PIC X(1).            ZBNKCRP1
009000   05  WS-PRINTOUT-STATUS.                                        ZBNKCRP1
009100     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCRP1
009200     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCRP1
009300   05  WS-IO-STATUS.                                              ZBNKCRP1
009400     10  WS-IO-STAT1                         PIC X(1).            ZBNKCRP1
009500     10  WS-IO-STAT2                         PIC X(1).            ZBNKCRP1
009600   05  WS-TWO-BYTES.                                              ZBNKCRP1
009700     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCRP1
009800     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCRP1
009900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCRP1
010000                                             PIC 9(1) COMP.       ZBNKCRP1
010100   05  WS-END-OF-FILE                        PIC X(3)             ZBNKCRP1
010200       VALUE 'NO '.                                               ZBNKCRP1
010300   05  WS-RUN-DATE                           PIC X(10).           ZBNKCRP1
010400   05  WS-LAST-TS                            PIC X(26)            ZBNKCRP1
010500       VALUE SPACES.                                              ZBNKCRP1
010600   05  WS-LAST-SEQ                           PIC 9(4)             ZBNKCRP1
010700       VALUE ZERO.                                                ZBNKCRP1
010800   05  WS-ENTRIES-READ                       PIC 9(7)             ZBNKCRP1
010900       VALUE ZERO.                                                ZBNKCRP1
011000   05  WS-REPRINTS                           PIC 9(7)             ZBNKCRP1
011100       VALUE ZERO.                                                ZBNKCRP1
011200   05  WS-SAVE-SUMMARY                       PIC X(60).           ZBNKCRP1
011300                                                                  ZBNKCRP1
011400***************************************************************** ZBNKCRP1
011500* The entry being reprinted, kept while the register row for    * ZBNKCRP1
011600* the reprint is built in the record area                       * ZBNKCRP1
011700***************************************************************** ZBNKCRP1
011800 01  WS-SAVE-ENTRY                           PIC X(480).          ZBNKCRP1
011900                                                                  ZBNKCRP1
012000 01  WS-REPORT-LINES.                                             ZBNKCRP1
012100   05  WS-LINE1.                                                  ZBNKCRP1
012200     10  WS-LINE1-CC                         PIC X(1)             ZBNKCRP1
012300         VALUE '1'.                                               ZBNKCRP1
012400     10  FILLER                              PIC X(20)            ZBNKCRP1
012500         VALUE SPACES.                                            ZBNKCRP1
012600     10  WS-LINE1-HEAD                       PIC X(45)            ZBNKCRP1
012700         VALUE 'Correspondence Reprints'.                         ZBNKCRP1
012800     10  FILLER                              PIC X(10)            ZBNKCRP1
012900         VALUE 'Run date'.                                        ZBNKCRP1
013000     10  WS-LINE1-DATE                       PIC X(10).           ZBNKCRP1
013100   05  WS-LINE3.                                                  ZBNKCRP1
013200     10  WS-LINE3-CC                         PIC X(1)             ZBNKCRP1
013300         VALUE ' '.                                               ZBNKCRP1
013400     10  FILLER                              PIC X(8)             ZBNKCRP1
013500         VALUE 'PID'.                                             ZBNKCRP1
013600     10  FILLER                              PIC X(12)            ZBNKCRP1
013700         VALUE 'Sent'.                                            ZBNKCRP1
013800     10  FILLER                              PIC X(10)            ZBNKCRP1
013900         VALUE 'Letter'.                                          ZBNKCRP1
014000     10  FILLER                              PIC X(11)            ZBNKCRP1
014100         VALUE 'Account'.                                         ZBNKCRP1
014200     10  FILLER                              PIC X(10)            ZBNKCRP1
014300         VALUE 'Asked by'.                                        ZBNKCRP1
014400     10  FILLER                              PIC X(12)            ZBNKCRP1
014500         VALUE 'Asked on'.                                        ZBNKCRP1
014600     10  FILLER                              PIC X(40)            ZBNKCRP1
014700         VALUE 'Summary'.                                         ZBNKCRP1
014800   05  WS-LINE4.                                                  ZBNKCRP1
014900     10  WS-LINE4-CC                         PIC X(1)             ZBNKCRP1
015000         VALUE ' '.                                               ZBNKCRP1
015100     10  WS-LINE4-PID                        PIC X(5).            ZBNKCRP1
015200     10  FILLER                              PIC X(3)             ZBNKCRP1
015300         VALUE SPACES.                                            ZBNKCRP1
015400     10  WS-LINE4-SENT                       PIC X(10).           ZBNKCRP1
015500     10  FILLER                              PIC X(2)             ZBNKCRP1
015600         VALUE SPACES.                                            ZBNKCRP1
015700     10  WS-LINE4-TYPE                       PIC X(8).            ZBNKCRP1
015800     10  FILLER                              PIC X(2)             ZBNKCRP1
015900         VALUE SPACES.                                            ZBNKCRP1
016000     10  WS-LINE4-ACCNO                      PIC X(9).            ZBNKCRP1
016100     10  FILLER                              PIC X(2)             ZBNKCRP1
016200         VALUE SPACES.                                            ZBNKCRP1
016300     10  WS-LINE4-USERID                     PIC X(8).            ZBNKCRP1
016400     10  FILLER                              PIC X(2)             ZBNKCRP1
016500         VALUE SPACES.                                            ZBNKCRP1
016600     10  WS-LINE4-ASKED                      PIC X(10).           ZBNKCRP1
016700     10  FILLER                              PIC X(2)             ZBNKCRP1
016800         VALUE SPACES.                                            ZBNKCRP1
016900     10  WS-LINE4-SUMMARY                    PIC X(57).           ZBNKCRP1
017000   05  WS-LINE5.                                                  ZBNKCRP1
017100     10  WS-LINE5-CC                         PIC X(1)             ZBNKCRP1
017200         VALUE ' '.                                               ZBNKCRP1
017300     10  WS-LINE5-DESC                       PIC X(30).           ZBNKCRP1
017400     10  WS-LINE5-COUNT                      PIC ZZZZZZ9.         ZBNKCRP1
017500                                                                  ZBNKCRP1
017600 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKCRP1
017700                                                                  ZBNKCRP1
017800 PROCEDURE DIVISION.                                              ZBNKCRP1
017900                                                                  ZBNKCRP1
018000     PERFORM RUN-TIME.                                            ZBNKCRP1
018100                                                                  ZBNKCRP1
018200     MOVE 'Correspondence reprint run starting'                   ZBNKCRP1
018300       TO WS-CONSOLE-MESSAGE.                                     ZBNKCRP1
018400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRP1
018500                                                                  ZBNKCRP1
018600 COPY CTSTAMPP.                                                   ZBNKCRP1
018700     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKCRP1
018800                                                                  ZBNKCRP1
018900     PERFORM OPEN-FILES.                                          ZBNKCRP1
019000     MOVE WS-RUN-DATE TO WS-LINE1-DATE.                           ZBNKCRP1
019100     MOVE WS-LINE1 TO PRINTOUT-REC.                               ZBNKCRP1
019200     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
019300     MOVE WS-LINE3 TO PRINTOUT-REC.                               ZBNKCRP1
019400     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
019500                                                                  ZBNKCRP1
019600     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKCRP1
019700        READ BNKCORR-FILE NEXT RECORD                             ZBNKCRP1
019800        IF WS-BNKCORR-STATUS IS NOT EQUAL TO '00'                 ZBNKCRP1
019900           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKCRP1
020000        ELSE                                                      ZBNKCRP1
020100           ADD 1 TO WS-ENTRIES-READ                               ZBNKCRP1
020200           IF COR-REPRINT-REQUESTED                               ZBNKCRP1
020300              PERFORM REPRINT-ONE-ENTRY THRU                      ZBNKCRP1
020400                      REPRINT-ONE-ENTRY-EXIT                      ZBNKCRP1
020500           END-IF                                                 ZBNKCRP1
020600        END-IF                                                    ZBNKCRP1
020700     END-PERFORM.                                                 ZBNKCRP1
020800                                                                  ZBNKCRP1
020900     PERFORM PRINT-REPORT-TOTALS.                                 ZBNKCRP1
021000     PERFORM CLOSE-FILES.                                         ZBNKCRP1
021100                                                                  ZBNKCRP1
021200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKCRP1
021300     STRING WS-REPRINTS DELIMITED BY SIZE                         ZBNKCRP1
021400            ' letters reprinted' DELIMITED BY SIZE                ZBNKCRP1
021500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKCRP1
021600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRP1
021700     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCRP1
021800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRP1
021900                                                                  ZBNKCRP1
022000     PERFORM RUN-TIME.                                            ZBNKCRP1
022100                                                                  ZBNKCRP1
022200     MOVE 0 TO RETURN-CODE.                                       ZBNKCRP1
022300                                                                  ZBNKCRP1
022400     GOBACK.                                                      ZBNKCRP1
022500                                                                  ZBNKCRP1
022600***************************************************************** ZBNKCRP1
022700* Reprint one requested entry - write the letter image out,     * ZBNKCRP1
022800* mark the entry printed and register the reprint itself        * ZBNKCRP1
022900***************************************************************** ZBNKCRP1
023000 REPRINT-ONE-ENTRY.                                               ZBNKCRP1
023100     MOVE SPACES TO REPRINT-REC.                                  ZBNKCRP1
023200     MOVE COR-REC-LETTER-TYPE TO RPR-LETTER-TYPE.                 ZBNKCRP1
023300     MOVE COR-REC-PROGRAM TO RPR-PROGRAM.                         ZBNKCRP1
023400     MOVE COR-REC-CHANNEL TO RPR-CHANNEL.                         ZBNKCRP1
023500     MOVE COR-REC-DATE TO RPR-ORIG-DATE.                          ZBNKCRP1
023600     MOVE COR-REC-PID TO RPR-PID.                                 ZBNKCRP1
023700     MOVE COR-REC-IMAGE TO RPR-IMAGE.                             ZBNKCRP1
023800     WRITE REPRINT-REC.                                           ZBNKCRP1
023900     IF WS-REPRINT-STATUS IS NOT EQUAL TO '00'                    ZBNKCRP1
024000        MOVE 'Unable to write reprint record'                     ZBNKCRP1
024100          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
024200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
024300        MOVE WS-REPRINT-STATUS TO WS-IO-STATUS                    ZBNKCRP1
024400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
024500        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
024600     END-IF.                                                      ZBNKCRP1
024700     ADD 1 TO WS-REPRINTS.                                        ZBNKCRP1
024800                                                                  ZBNKCRP1
024900     MOVE COR-REC-PID TO WS-LINE4-PID.                            ZBNKCRP1
025000     MOVE COR-REC-DATE TO WS-LINE4-SENT.                          ZBNKCRP1
025100     MOVE COR-REC-LETTER-TYPE TO WS-LINE4-TYPE.                   ZBNKCRP1
025200     MOVE COR-REC-ACCNO TO WS-LINE4-ACCNO.                        ZBNKCRP1
025300     MOVE COR-REC-REPRINT-USERID TO WS-LINE4-USERID.              ZBNKCRP1
025400     MOVE COR-REC-REPRINT-DTE TO WS-LINE4-ASKED.                  ZBNKCRP1
025500     MOVE COR-REC-SUMMARY TO WS-LINE4-SUMMARY.                    ZBNKCRP1
025600     MOVE WS-LINE4 TO PRINTOUT-REC.                               ZBNKCRP1
025700     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
025800                                                                  ZBNKCRP1
025900     SET COR-REPRINT-PRINTED TO TRUE.                             ZBNKCRP1
026000     REWRITE COR-RECORD.                                          ZBNKCRP1
026100     IF WS-BNKCORR-STATUS IS NOT EQUAL TO '00'                    ZBNKCRP1
026200        MOVE 'Unable to mark register entry printed'              ZBNKCRP1
026300          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
026400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
026500        MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS                    ZBNKCRP1
026600        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
026700        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
026800     END-IF.                                                      ZBNKCRP1
026900                                                                  ZBNKCRP1
027000     MOVE COR-RECORD TO WS-SAVE-ENTRY.                            ZBNKCRP1
027100     PERFORM REGISTER-REPRINT THRU                                ZBNKCRP1
027200             REGISTER-REPRINT-EXIT.                               ZBNKCRP1
027300***************************************************************** ZBNKCRP1
027400* Put the record area back as it was read so the browse goes on * ZBNKCRP1
027500* from the entry just reprinted                                 * ZBNKCRP1
027600***************************************************************** ZBNKCRP1
027700     MOVE WS-SAVE-ENTRY TO COR-RECORD.                            ZBNKCRP1
027800 REPRINT-ONE-ENTRY-EXIT.                                          ZBNKCRP1
027900     EXIT.                                                        ZBNKCRP1
028000                                                                  ZBNKCRP1
028100***************************************************************** ZBNKCRP1
028200* Add the reprint to the customer's history, under the time it  * ZBNKCRP1
028300* was printed, pointing back at the original entry.  The new    * ZBNKCRP1
028400* row sorts after every row already read for the customer so    * ZBNKCRP1
028500* the browse meets it later and passes over it.                 * ZBNKCRP1
028600***************************************************************** ZBNKCRP1
028700 REGISTER-REPRINT.                                                ZBNKCRP1
028800 COPY CTSTAMPP.                                                   ZBNKCRP1
028900     IF WS-TIMESTAMP IS EQUAL TO WS-LAST-TS                       ZBNKCRP1
029000        ADD 1 TO WS-LAST-SEQ                                      ZBNKCRP1
029100     ELSE                                                         ZBNKCRP1
029200        MOVE WS-TIMESTAMP TO WS-LAST-TS                           ZBNKCRP1
029300        MOVE ZERO TO WS-LAST-SEQ                                  ZBNKCRP1
029400     END-IF.                                                      ZBNKCRP1
029500     MOVE COR-KEY TO COR-REC-REPRINT-OF.                          ZBNKCRP1
029600     MOVE COR-REC-SUMMARY TO WS-SAVE-SUMMARY.                     ZBNKCRP1
029700     MOVE WS-TIMESTAMP TO COR-REC-TIMESTAMP.                      ZBNKCRP1
029800     MOVE WS-RUN-DATE TO COR-REC-DATE.                            ZBNKCRP1
029900     MOVE WS-PROGRAM-ID TO COR-REC-PROGRAM.                       ZBNKCRP1
030000     SET COR-REPRINT-NONE TO TRUE.                                ZBNKCRP1
030100     MOVE SPACES TO COR-REC-REPRINT-USERID.                       ZBNKCRP1
030200     MOVE SPACES TO COR-REC-REPRINT-DTE.                          ZBNKCRP1
030300     MOVE SPACES TO COR-REC-SUMMARY.                              ZBNKCRP1
030400     STRING 'Reprint - ' DELIMITED BY SIZE                        ZBNKCRP1
030500            WS-SAVE-SUMMARY (1:50) DELIMITED BY SIZE              ZBNKCRP1
030600       INTO COR-REC-SUMMARY.                                      ZBNKCRP1
030700 REGISTER-REPRINT-RETRY.                                          ZBNKCRP1
030800     MOVE WS-LAST-SEQ TO COR-REC-SEQ.                             ZBNKCRP1
030900     WRITE COR-RECORD.                                            ZBNKCRP1
031000     IF WS-BNKCORR-STATUS IS EQUAL TO '22' AND                    ZBNKCRP1
031100        WS-LAST-SEQ IS LESS THAN 9999                             ZBNKCRP1
031200        ADD 1 TO WS-LAST-SEQ                                      ZBNKCRP1
031300        GO TO REGISTER-REPRINT-RETRY                              ZBNKCRP1
031400     END-IF.                                                      ZBNKCRP1
031500     IF WS-BNKCORR-STATUS IS NOT EQUAL TO '00'                    ZBNKCRP1
031600        MOVE 'Unable to register the reprint'                     ZBNKCRP1
031700          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
031800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
031900        MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS                    ZBNKCRP1
032000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
032100        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
032200     END-IF.                                                      ZBNKCRP1
032300 REGISTER-REPRINT-EXIT.                                           ZBNKCRP1
032400     EXIT.                                                        ZBNKCRP1
032500                                                                  ZBNKCRP1
032600***************************************************************** ZBNKCRP1
032700* Print the run totals                                          * ZBNKCRP1
032800***************************************************************** ZBNKCRP1
032900 PRINT-REPORT-TOTALS.                                             ZBNKCRP1
033000     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCRP1
033100     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
033200     MOVE 'Register entries read' TO WS-LINE5-DESC.               ZBNKCRP1
033300     MOVE WS-ENTRIES-READ TO WS-LINE5-COUNT.                      ZBNKCRP1
033400     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCRP1
033500     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
033600     MOVE 'Letters reprinted' TO WS-LINE5-DESC.                   ZBNKCRP1
033700     MOVE WS-REPRINTS TO WS-LINE5-COUNT.                          ZBNKCRP1
033800     MOVE WS-LINE5 TO PRINTOUT-REC.                               ZBNKCRP1
033900     PERFORM PRINTOUT-PUT.                                        ZBNKCRP1
034000                                                                  ZBNKCRP1
034100***************************************************************** ZBNKCRP1
034200* Write a record to the sequential print file                   * ZBNKCRP1
034300***************************************************************** ZBNKCRP1
034400 PRINTOUT-PUT.                                                    ZBNKCRP1
034500     WRITE PRINTOUT-REC.                                          ZBNKCRP1
034600     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCRP1
034700       MOVE 'PRINTOUT error writing file...'                      ZBNKCRP1
034800         TO WS-CONSOLE-MESSAGE                                    ZBNKCRP1
034900       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCRP1
035000       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCRP1
035100       PERFORM DISPLAY-IO-STATUS                                  ZBNKCRP1
035200       PERFORM ABORT-PROGRAM                                      ZBNKCRP1
035300     END-IF.                                                      ZBNKCRP1
035400                                                                  ZBNKCRP1
035500***************************************************************** ZBNKCRP1
035600* Open all the files                                            * ZBNKCRP1
035700***************************************************************** ZBNKCRP1
035800 OPEN-FILES.                                                      ZBNKCRP1
035900     OPEN I-O BNKCORR-FILE.                                       ZBNKCRP1
036000     IF WS-BNKCORR-STATUS IS NOT EQUAL TO '00'                    ZBNKCRP1
036100        MOVE 'BNKCORR file open failure...'                       ZBNKCRP1
036200          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
036300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
036400        MOVE WS-BNKCORR-STATUS TO WS-IO-STATUS                    ZBNKCRP1
036500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
036600        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
036700     END-IF.                                                      ZBNKCRP1
036800     OPEN OUTPUT REPRINT-FILE.                                    ZBNKCRP1
036900     IF WS-REPRINT-STATUS IS NOT EQUAL TO '00'                    ZBNKCRP1
037000        MOVE 'REPRINT file open failure...'                       ZBNKCRP1
037100          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
037200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
037300        MOVE WS-REPRINT-STATUS TO WS-IO-STATUS                    ZBNKCRP1
037400        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
037500        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
037600     END-IF.                                                      ZBNKCRP1
037700     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCRP1
037800     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCRP1
037900        MOVE 'PRINTOUT file open failure...'                      ZBNKCRP1
038000          TO WS-CONSOLE-MESSAGE                                   ZBNKCRP1
038100        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
038200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCRP1
038300        PERFORM DISPLAY-IO-STATUS                                 ZBNKCRP1
038400        PERFORM ABORT-PROGRAM                                     ZBNKCRP1
038500     END-IF.                                                      ZBNKCRP1
038600                                                                  ZBNKCRP1
038700***************************************************************** ZBNKCRP1
038800* Close all the files                                           * ZBNKCRP1
038900***************************************************************** ZBNKCRP1
039000 CLOSE-FILES.                                                     ZBNKCRP1
039100     CLOSE BNKCORR-FILE.                                          ZBNKCRP1
039200     CLOSE REPRINT-FILE.                                          ZBNKCRP1
039300     CLOSE PRINTOUT-FILE.                                         ZBNKCRP1
039400***************************************************************** ZBNKCRP1
039500* Display the file status bytes. This routine will display as   * ZBNKCRP1
039600* two digits if the full two byte file status is numeric. If    * ZBNKCRP1
039700* second byte is non-numeric then it will be treated as a       * ZBNKCRP1
039800* binary number.                                                * ZBNKCRP1
039900***************************************************************** ZBNKCRP1
040000 DISPLAY-IO-STATUS.                                               ZBNKCRP1
040100     IF WS-IO-STATUS NUMERIC                                      ZBNKCRP1
040200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCRP1
040300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCRP1
040400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCRP1
040500          INTO WS-CONSOLE-MESSAGE                                 ZBNKCRP1
040600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
040700     ELSE                                                         ZBNKCRP1
040800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCRP1
040900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCRP1
041000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCRP1
041100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCRP1
041200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCRP1
041300               '/' DELIMITED BY SIZE                              ZBNKCRP1
041400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCRP1
041500          INTO WS-CONSOLE-MESSAGE                                 ZBNKCRP1
041600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
041700     END-IF.                                                      ZBNKCRP1
041800                                                                  ZBNKCRP1
041900***************************************************************** ZBNKCRP1
042000* 'ABORT' the program.                                          * ZBNKCRP1
042100* Post a message to the console and issue a STOP RUN            * ZBNKCRP1
042200***************************************************************** ZBNKCRP1
042300 ABORT-PROGRAM.                                                   ZBNKCRP1
042400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCRP1
042500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRP1
042600     END-IF.                                                      ZBNKCRP1
042700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCRP1
042800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCRP1
042900     MOVE 16 TO RETURN-CODE.                                      ZBNKCRP1
043000     STOP RUN.                                                    ZBNKCRP1
043100                                                                  ZBNKCRP1
043200***************************************************************** ZBNKCRP1
043300* Display CONSOLE messages...                                   * ZBNKCRP1
043400***************************************************************** ZBNKCRP1
043500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCRP1
043600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCRP1
043700       UPON CONSOLE.                                              ZBNKCRP1
043800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCRP1
043900                                                                  ZBNKCRP1
044000 COPY CTIMERP.                                                    ZBNKCRP1
044100                                                                  ZBNKCRP1
044200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCRP1
