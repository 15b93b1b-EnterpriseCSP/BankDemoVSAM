000100***************************************************************** UJOURNL
000200*                                                               * UJOURNL
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UJOURNL
000400*   This demonstration program is provided for use by users     * UJOURNL
000500*   of Micro Focus products and may be used, modified and       * UJOURNL
000600*   distributed as part of your application provided that       * UJOURNL
000700*   you properly acknowledge the copyright of Micro Focus       * UJOURNL
000800*   in this material.                                           * UJOURNL
000900*                                                               * UJOURNL
001000***************************************************************** UJOURNL
001100                                                                  UJOURNL
001200***************************************************************** UJOURNL
001300* Program:     UJOURNL.CBL                                      * UJOURNL
001400* Function:    Batch forward-recovery journal routine.  Called  * UJOURNL
001500*              by a job after each add, change or delete it     * UJOURNL
001600*              makes to BNKCUST, BNKACC, BNKTXN, BNKLOAN,       * UJOURNL
001700*              BNKCARD, BNKPAYQ or BNKALRTQ, it writes the      * UJOURNL
001800*              record as it now stands to the BNKRJNL journal   * UJOURNL
001900*              under terminal BTCH, stamped with the            * UJOURNL
002000*              consistency timestamp of the last ZBNKUNL1       * UJOURNL
002100*              unload.  The journal stays open for the life of  * UJOURNL
002200*              the job.  A call whose update failed (a file     * UJOURNL
002300*              status not starting 0) journals nothing.         * UJOURNL
002400***************************************************************** UJOURNL
002500                                                                  UJOURNL
002600 IDENTIFICATION DIVISION.                                         UJOURNL
002700 PROGRAM-ID.                                                      UJOURNL
002800     UJOURNL.                                                     UJOURNL
002900 DATE-WRITTEN.                                                    UJOURNL
003000     October 2026.                                                UJOURNL
003100 DATE-COMPILED.                                                   UJOURNL
003200     Today.                                                       UJOURNL
003300                                                                  UJOURNL
003400 ENVIRONMENT DIVISION.                                            UJOURNL
003500 INPUT-OUTPUT   SECTION.                                          UJOURNL
003600   FILE-CONTROL.                                                  UJOURNL
003700     SELECT BNKRJNL-FILE                                          UJOURNL
003800            ASSIGN       TO BNKRJNL                               UJOURNL
003900            ORGANIZATION IS INDEXED                               UJOURNL
004000            ACCESS MODE  IS RANDOM                                UJOURNL
004100            RECORD KEY   IS RJN-KEY                               UJOURNL
004200            FILE STATUS  IS WS-BNKRJNL-STATUS.                    UJOURNL
004300     SELECT BNKCTL-FILE                                           UJOURNL
004400            ASSIGN       TO BNKCTL                                UJOURNL
004500            ORGANIZATION IS INDEXED                               UJOURNL
004600            ACCESS MODE  IS RANDOM                                UJOURNL
004700            RECORD KEY   IS CTL-KEY                               UJOURNL
004800            FILE STATUS  IS WS-BNKCTL-STATUS.                     UJOURNL
004900                                                                  UJOURNL
005000 DATA DIVISION.                                                   UJOURNL
005100 FILE SECTION.                                                    UJOURNL
005200                                                                  UJOURNL
005300 FD  BNKRJNL-FILE.                                                UJOURNL
005400 01  BNKRJNL-REC.                                                 UJOURNL
005500 COPY CBANKVRJ.                                                   UJOURNL
005600                                                                  UJOURNL
005700 FD  BNKCTL-FILE.                                                 UJOURNL
005800 01  BNKCTL-REC.                                                  UJOURNL
005900 COPY CBANKVCT.                                                   UJOURNL
006000                                                                  UJOURNL
006100 WORKING-STORAGE SECTION.                                         UJOURNL
006200 COPY CTSTAMPD.                                                   UJOURNL
006300                                                                  UJOURNL
006400 01  WS-MISC-STORAGE.                                             UJOURNL
006500   05  WS-PROGRAM-ID                         PIC X(8)             UJOURNL
006600       VALUE 'UJOURNL'.                                           UJOURNL
006700   05  WS-BNKRJNL-STATUS.                                         UJOURNL
006800     10  WS-BNKRJNL-STAT1                    PIC X(1).            UJOURNL
006900     10  WS-BNKRJNL-STAT2                    PIC X(1).            UJOURNL
007000   05  WS-BNKCTL-STATUS.                                          UJOURNL
007100     10  WS-BNKCTL-STAT1                     PIC X(1).            UJOURNL
007200     10  WS-BNKCTL-STAT2                     PIC X(1).            UJOURNL
007300   05  WS-OPEN-SW                            PIC X(1)             UJOURNL
007400       VALUE 'N'.                                                 UJOURNL
007500     88  WS-JOURNAL-OPEN                     VALUE 'Y'.           UJOURNL
007600   05  WS-BASE-TS                            PIC X(26)            UJOURNL
007700       VALUE SPACES.                                              UJOURNL
007800   05  WS-LAST-TS                            PIC X(26)            UJOURNL
007900       VALUE SPACES.                                              UJOURNL
008000   05  WS-LAST-SEQ                           PIC 9(4)             UJOURNL
008100       VALUE ZERO.                                                UJOURNL
008200                                                                  UJOURNL
008300 LINKAGE SECTION.                                                 UJOURNL
008400 COPY CJOURNLD.                                                   UJOURNL
008500                                                                  UJOURNL
008600 PROCEDURE DIVISION USING JRN-CTL-DATA.                           UJOURNL
008700                                                                  UJOURNL
008800     SET JRN-CTL-OK TO TRUE.                                      UJOURNL
008900     MOVE SPACES TO JRN-CTL-MSG.                                  UJOURNL
009000                                                                  UJOURNL
009100     IF JRN-CTL-IO-STATUS (1:1) IS NOT EQUAL TO '0'               UJOURNL
009200        GOBACK                                                    UJOURNL
009300     END-IF.                                                      UJOURNL
009400                                                                  UJOURNL
009500     IF NOT WS-JOURNAL-OPEN                                       UJOURNL
009600        PERFORM OPEN-JOURNAL THRU                                 UJOURNL
009700                OPEN-JOURNAL-EXIT                                 UJOURNL
009800        IF JRN-CTL-ERROR                                          UJOURNL
009900           GOBACK                                                 UJOURNL
010000        END-IF                                                    UJOURNL
010100     END-IF.                                                      UJOURNL
010200                                                                  UJOURNL
010300     PERFORM WRITE-JOURNAL THRU                                   UJOURNL
010400             WRITE-JOURNAL-EXIT.                                  UJOURNL
010500                                                                  UJOURNL
010600     GOBACK.                                                      UJOURNL
010700                                                                  UJOURNL
010800***************************************************************** UJOURNL
010900* First call of the job - pick up the unload the journal rows   * UJOURNL
011000* will follow from the SYSTEM/UNLOAD row on BNKCTL and open the * UJOURNL
011100* journal, defining it if this is its first use                 * UJOURNL
011200***************************************************************** UJOURNL
011300 OPEN-JOURNAL.                                                    UJOURNL
011400     OPEN INPUT BNKCTL-FILE.                                      UJOURNL
011500     IF WS-BNKCTL-STATUS IS EQUAL TO '00'                         UJOURNL
011600        MOVE 'SYSTEM' TO CTL-REC-JOB                              UJOURNL
011700        MOVE 'UNLOAD' TO CTL-REC-FILE-NAME                        UJOURNL
011800        READ BNKCTL-FILE                                          UJOURNL
011900        IF WS-BNKCTL-STATUS IS EQUAL TO '00'                      UJOURNL
012000           MOVE CTL-REC-TIMESTAMP TO WS-BASE-TS                   UJOURNL
012100        END-IF                                                    UJOURNL
012200        CLOSE BNKCTL-FILE                                         UJOURNL
012300     END-IF.                                                      UJOURNL
012400                                                                  UJOURNL
012500     OPEN I-O BNKRJNL-FILE.                                       UJOURNL
012600     IF WS-BNKRJNL-STATUS IS EQUAL TO '35'                        UJOURNL
012700        OPEN OUTPUT BNKRJNL-FILE                                  UJOURNL
012800     END-IF.                                                      UJOURNL
012900     IF WS-BNKRJNL-STAT1 IS NOT EQUAL TO '0'                      UJOURNL
013000        SET JRN-CTL-ERROR TO TRUE                                 UJOURNL
013100        MOVE 'Recovery journal BNKRJNL not available'             UJOURNL
013200          TO JRN-CTL-MSG                                          UJOURNL
013300        GO TO OPEN-JOURNAL-EXIT                                   UJOURNL
013400     END-IF.                                                      UJOURNL
013500     SET WS-JOURNAL-OPEN TO TRUE.                                 UJOURNL
013600 OPEN-JOURNAL-EXIT.                                               UJOURNL
013700     EXIT.                                                        UJOURNL
013800                                                                  UJOURNL
013900***************************************************************** UJOURNL
014000* Build the journal row and add it.  Rows written in the same   * UJOURNL
014100* hundredth of a second take the next sequence number so they   * UJOURNL
014200* replay in the order they were made.                           * UJOURNL
014300***************************************************************** UJOURNL
014400 WRITE-JOURNAL.                                                   UJOURNL
014500 COPY CTSTAMPP.                                                   UJOURNL
014600     IF WS-TIMESTAMP IS EQUAL TO WS-LAST-TS                       UJOURNL
014700        ADD 1 TO WS-LAST-SEQ                                      UJOURNL
014800     ELSE                                                         UJOURNL
014900        MOVE WS-TIMESTAMP TO WS-LAST-TS                           UJOURNL
015000        MOVE ZERO TO WS-LAST-SEQ                                  UJOURNL
015100     END-IF.                                                      UJOURNL
015200     MOVE SPACES TO RJN-RECORD.                                   UJOURNL
015300     MOVE WS-TIMESTAMP TO RJN-REC-TIMESTAMP.                      UJOURNL
015400     MOVE 'BTCH' TO RJN-REC-TERMID.                               UJOURNL
015500     MOVE WS-BASE-TS TO RJN-REC-BASE-TS.                          UJOURNL
015600     MOVE JRN-CTL-FILE TO RJN-REC-FILE.                           UJOURNL
015700     MOVE JRN-CTL-ACTION TO RJN-REC-ACTION.                       UJOURNL
015800     MOVE JRN-CTL-PROGRAM TO RJN-REC-PROGRAM.                     UJOURNL
015900     MOVE JRN-CTL-PROGRAM TO RJN-REC-USERID.                      UJOURNL
016000     MOVE JRN-CTL-IMAGE TO RJN-REC-IMAGE.                         UJOURNL
016100 WRITE-JOURNAL-RETRY.                                             UJOURNL
016200     MOVE WS-LAST-SEQ TO RJN-REC-SEQ.                             UJOURNL
016300     WRITE RJN-RECORD.                                            UJOURNL
016400     IF WS-BNKRJNL-STATUS IS EQUAL TO '22' AND                    UJOURNL
016500        WS-LAST-SEQ IS LESS THAN 9999                             UJOURNL
016600        ADD 1 TO WS-LAST-SEQ                                      UJOURNL
016700        GO TO WRITE-JOURNAL-RETRY                                 UJOURNL
016800     END-IF.                                                      UJOURNL
016900     IF WS-BNKRJNL-STAT1 IS NOT EQUAL TO '0'                      UJOURNL
017000        SET JRN-CTL-ERROR TO TRUE                                 UJOURNL
017100        MOVE SPACES TO JRN-CTL-MSG                                UJOURNL
017200        STRING 'Unable to journal ' DELIMITED BY SIZE             UJOURNL
017300               JRN-CTL-FILE DELIMITED BY SPACE                    UJOURNL
017400               ' update - file status ' DELIMITED BY SIZE         UJOURNL
017500               WS-BNKRJNL-STATUS DELIMITED BY SIZE                UJOURNL
017600          INTO JRN-CTL-MSG                                        UJOURNL
017700     END-IF.                                                      UJOURNL
017800 WRITE-JOURNAL-EXIT.                                              UJOURNL
017900     EXIT.                                                        UJOURNL
018000                                                                  UJOURNL
018100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UJOURNL
