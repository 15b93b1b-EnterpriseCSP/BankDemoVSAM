000100***************************************************************** SSARC01P
000200*                                                               * SSARC01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SSARC01P
000400*   This demonstration program is provided for use by users     * SSARC01P
000500*   of Micro Focus products and may be used, modified and       * SSARC01P
000600*   distributed as part of your application provided that       * SSARC01P
000700*   you properly acknowledge the copyright of Micro Focus       * SSARC01P
000800*   in this material.                                           * SSARC01P
000900*                                                               * SSARC01P
001000***************************************************************** SSARC01P
001100                                                                  SSARC01P
001200***************************************************************** SSARC01P
001300* Program:     SSARC01P.CBL (CICS Version)                      * SSARC01P
001400* Layer:       Screen handling                                  * SSARC01P
001500* Function:    Suspicious activity case work in the SBKRP01P    * SSARC01P
001600*              mold - Enter shows a case, PF5 opens a case for  * SSARC01P
001700*              a customer, PF6 links a further alert, PF7       * SSARC01P
001800*              assigns the investigator, PF8 adds a narrative   * SSARC01P
001900*              note and PF9 records the disposition, all via    * SSARC01P
002000*              DBANK77P which also writes the audit posting.    * SSARC01P
002100***************************************************************** SSARC01P
002200                                                                  SSARC01P
002300 IDENTIFICATION DIVISION.                                         SSARC01P
002400 PROGRAM-ID.                                                      SSARC01P
002500     SSARC01P.                                                    SSARC01P
002600 DATE-WRITTEN.                                                    SSARC01P
002700     October 2026.                                                SSARC01P
002800 DATE-COMPILED.                                                   SSARC01P
002900     Today.                                                       SSARC01P
003000                                                                  SSARC01P
003100 ENVIRONMENT DIVISION.                                            SSARC01P
003200                                                                  SSARC01P
003300 DATA DIVISION.                                                   SSARC01P
003400 WORKING-STORAGE SECTION.                                         SSARC01P
003500 01  WS-MISC-STORAGE.                                             SSARC01P
003600   05  WS-PROGRAM-ID                         PIC X(8)             SSARC01P
003700       VALUE 'SSARC01P'.                                          SSARC01P
003800   05  WS-RESP                               PIC S9(8) COMP.      SSARC01P
003900   05  WS-REQUEST-CODE                       PIC X(1).            SSARC01P
004000   05  WS-SUB1                               PIC S9(4) COMP.      SSARC01P
004100   05  WS-AMOUNT-DISPLAY                     PIC Z(8)9.99-.       SSARC01P
004200                                                                  SSARC01P
004300 01  WS-SCREEN-LINES.                                             SSARC01P
004400   05  WS-ALERT-LINE                         OCCURS 6 TIMES.      SSARC01P
004500     10  WS-ALERT-SOURCE                     PIC X(1).            SSARC01P
004600     10  FILLER                              PIC X(1).            SSARC01P
004700     10  WS-ALERT-REF                        PIC X(26).           SSARC01P
004800     10  FILLER                              PIC X(1).            SSARC01P
004900     10  WS-ALERT-DESC                       PIC X(20).           SSARC01P
005000   05  WS-NOTE-LINE                          OCCURS 6 TIMES.      SSARC01P
005100     10  WS-NOTE-DATE                        PIC X(10).           SSARC01P
005200     10  FILLER                              PIC X(1).            SSARC01P
005300     10  WS-NOTE-USER                        PIC X(8).            SSARC01P
005400     10  FILLER                              PIC X(1).            SSARC01P
005500     10  WS-NOTE-TEXT                        PIC X(59).           SSARC01P
005600                                                                  SSARC01P
005700 01  WS-COMMAREA-77.                                              SSARC01P
005800 COPY CBANKD77.                                                   SSARC01P
005900                                                                  SSARC01P
006000 COPY DFHAID.                                                     SSARC01P
006100                                                                  SSARC01P
006200 COPY DFHBMSCA.                                                   SSARC01P
006300                                                                  SSARC01P
006400 COPY CABENDD.                                                    SSARC01P
006500                                                                  SSARC01P
006600 LINKAGE SECTION.                                                 SSARC01P
006700 01  DFHCOMMAREA.                                                 SSARC01P
006800   05  LK-SCREEN-STATUS                     PIC X(1).             SSARC01P
006900     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SSARC01P
007000     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SSARC01P
007100                                                                  SSARC01P
007200 PROCEDURE DIVISION.                                              SSARC01P
007300***************************************************************** SSARC01P
007400* First time in this pseudo-conversation - send a blank entry   * SSARC01P
007500* screen                                                        * SSARC01P
007600***************************************************************** SSARC01P
007700     IF EIBCALEN IS EQUAL TO 0                                    SSARC01P
007800       MOVE LOW-VALUES TO SARC01AO                                SSARC01P
007900       MOVE 'Key a case id, or a customer and PF5 to open'        SSARC01P
008000         TO ERRMSGO IN SARC01AO                                   SSARC01P
008100       EXEC CICS SEND MAP('SARC01A')                              SSARC01P
008200                  MAPSET('MSARC01')                               SSARC01P
008300                  ERASE                                           SSARC01P
008400                  FREEKB                                          SSARC01P
008500       END-EXEC                                                   SSARC01P
008600       SET LK-SCREEN-WAS-SENT TO TRUE                             SSARC01P
008700       GO TO COMMON-RETURN                                        SSARC01P
008800     END-IF.                                                      SSARC01P
008900                                                                  SSARC01P
009000     EXEC CICS RECEIVE MAP('SARC01A')                             SSARC01P
009100                MAPSET('MSARC01')                                 SSARC01P
009200                RESP(WS-RESP)                                     SSARC01P
009300     END-EXEC.                                                    SSARC01P
009400                                                                  SSARC01P
009500***************************************************************** SSARC01P
009600* PF3 exits, Enter reads, PF5 opens, PF6 links an alert, PF7    * SSARC01P
009700* assigns, PF8 adds a note, PF9 records the disposition         * SSARC01P
009800***************************************************************** SSARC01P
009900     EVALUATE TRUE                                                SSARC01P
010000       WHEN EIBAID IS EQUAL TO DFHPF3                             SSARC01P
010100         EXEC CICS RETURN END-EXEC                                SSARC01P
010200         GOBACK                                                   SSARC01P
010300       WHEN EIBAID IS EQUAL TO DFHPF5                             SSARC01P
010400         MOVE '2' TO WS-REQUEST-CODE                              SSARC01P
010500       WHEN EIBAID IS EQUAL TO DFHPF6                             SSARC01P
010600         MOVE '3' TO WS-REQUEST-CODE                              SSARC01P
010700       WHEN EIBAID IS EQUAL TO DFHPF7                             SSARC01P
010800         MOVE '4' TO WS-REQUEST-CODE                              SSARC01P
010900       WHEN EIBAID IS EQUAL TO DFHPF8                             SSARC01P
011000         MOVE '5' TO WS-REQUEST-CODE                              SSARC01P
011100       WHEN EIBAID IS EQUAL TO DFHPF9                             SSARC01P
011200         MOVE '6' TO WS-REQUEST-CODE                              SSARC01P
011300       WHEN OTHER                                                 SSARC01P
011400         MOVE '1' TO WS-REQUEST-CODE                              SSARC01P
011500     END-EVALUATE.                                                SSARC01P
011600     PERFORM PROCESS-CASE THRU                                    SSARC01P
011700             PROCESS-CASE-EXIT.                                   SSARC01P
011800                                                                  SSARC01P
011900 COMMON-RETURN.                                                   SSARC01P
012000     EXEC CICS RETURN TRANSID(EIBTRNID)                           SSARC01P
012100                COMMAREA(DFHCOMMAREA)                             SSARC01P
012200                LENGTH(LENGTH OF DFHCOMMAREA)                     SSARC01P
012300     END-EXEC.                                                    SSARC01P
012400     GOBACK.                                                      SSARC01P
012500                                                                  SSARC01P
012600***************************************************************** SSARC01P
012700* Redisplay the screen unchanged except for the message line    * SSARC01P
012800***************************************************************** SSARC01P
012900 RESEND-SCREEN.                                                   SSARC01P
013000     EXEC CICS SEND MAP('SARC01A')                                SSARC01P
013100                MAPSET('MSARC01')                                 SSARC01P
013200                DATAONLY                                          SSARC01P
013300                FREEKB                                            SSARC01P
013400     END-EXEC.                                                    SSARC01P
013500 RESEND-SCREEN-EXIT.                                              SSARC01P
013600     EXIT.                                                        SSARC01P
013700                                                                  SSARC01P
013800***************************************************************** SSARC01P
013900* Pass the keyed fields to DBANK77P for the chosen action and   * SSARC01P
014000* show the case it returns                                      * SSARC01P
014100***************************************************************** SSARC01P
014200 PROCESS-CASE.                                                    SSARC01P
014300     MOVE SPACES TO CD77-DATA.                                    SSARC01P
014400     MOVE WS-REQUEST-CODE TO CD77I-REQUEST-CODE.                  SSARC01P
014500     MOVE CASEI IN SARC01AI TO CD77I-CASE-ID.                     SSARC01P
014600     MOVE PIDI IN SARC01AI TO CD77I-PID.                          SSARC01P
014700     MOVE SRCI IN SARC01AI TO CD77I-ALERT-SOURCE.                 SSARC01P
014800     MOVE AREFI IN SARC01AI TO CD77I-ALERT-REF.                   SSARC01P
014900     MOVE INVI IN SARC01AI TO CD77I-INVESTIGATOR.                 SSARC01P
015000     MOVE NOTEI IN SARC01AI TO CD77I-NOTE-TEXT.                   SSARC01P
015100     MOVE DISPI IN SARC01AI TO CD77I-DISPOSITION.                 SSARC01P
015200     MOVE EIBOPID TO CD77I-USERID.                                SSARC01P
015300 COPY CBANKX77.                                                   SSARC01P
015400     IF NOT CD77O-OK AND                                          SSARC01P
015500        CD77O-CASE-ID IS EQUAL TO SPACES                          SSARC01P
015600       MOVE CD77O-MSG TO ERRMSGO IN SARC01AO                      SSARC01P
015700       PERFORM RESEND-SCREEN THRU                                 SSARC01P
015800               RESEND-SCREEN-EXIT                                 SSARC01P
015900       GO TO PROCESS-CASE-EXIT                                    SSARC01P
016000     END-IF.                                                      SSARC01P
016100     PERFORM SHOW-CASE THRU                                       SSARC01P
016200             SHOW-CASE-EXIT.                                      SSARC01P
016300     IF NOT CD77O-OK                                              SSARC01P
016400       MOVE CD77O-MSG TO ERRMSGO IN SARC01AO                      SSARC01P
016500     ELSE                                                         SSARC01P
016600       EVALUATE WS-REQUEST-CODE                                   SSARC01P
016700         WHEN '2'                                                 SSARC01P
016800           MOVE 'Case opened with the customer''s alerts'         SSARC01P
016900             TO ERRMSGO IN SARC01AO                               SSARC01P
017000         WHEN '3'                                                 SSARC01P
017100           MOVE 'Alert linked to the case' TO ERRMSGO IN SARC01AO SSARC01P
017200         WHEN '4'                                                 SSARC01P
017300           MOVE 'Investigator assigned' TO ERRMSGO IN SARC01AO    SSARC01P
017400         WHEN '5'                                                 SSARC01P
017500           MOVE 'Note added to the narrative'                     SSARC01P
017600             TO ERRMSGO IN SARC01AO                               SSARC01P
017700         WHEN '6'                                                 SSARC01P
017800           MOVE 'Disposition recorded' TO ERRMSGO IN SARC01AO     SSARC01P
017900         WHEN OTHER                                               SSARC01P
018000           MOVE 'PF6=Link PF7=Assign PF8=Note PF9=Dispose'        SSARC01P
018100             TO ERRMSGO IN SARC01AO                               SSARC01P
018200       END-EVALUATE                                               SSARC01P
018300     END-IF.                                                      SSARC01P
018400     EXEC CICS SEND MAP('SARC01A')                                SSARC01P
018500                MAPSET('MSARC01')                                 SSARC01P
018600                ERASE                                             SSARC01P
018700                FREEKB                                            SSARC01P
018800     END-EXEC.                                                    SSARC01P
018900 PROCESS-CASE-EXIT.                                               SSARC01P
019000     EXIT.                                                        SSARC01P
019100                                                                  SSARC01P
019200***************************************************************** SSARC01P
019300* Fill the screen from the returned case                        * SSARC01P
019400***************************************************************** SSARC01P
019500 SHOW-CASE.                                                       SSARC01P
019600     MOVE LOW-VALUES TO SARC01AO.                                 SSARC01P
019700     MOVE CD77O-CASE-ID TO CASEO IN SARC01AO.                     SSARC01P
019800     MOVE CD77O-PID TO PIDO IN SARC01AO.                          SSARC01P
019900     MOVE CD77O-NAME TO NAMEO IN SARC01AO.                        SSARC01P
020000     MOVE CD77O-STATUS TO STATO IN SARC01AO.                      SSARC01P
020100     MOVE CD77O-OPENED-DATE TO OPNDTO IN SARC01AO.                SSARC01P
020200     MOVE CD77O-INVESTIGATOR TO INVO IN SARC01AO.                 SSARC01P
020300     MOVE CD77O-DUE-DATE TO DUEDTO IN SARC01AO.                   SSARC01P
020400     MOVE CD77O-DISPOSITION TO DISPO IN SARC01AO.                 SSARC01P
020500     MOVE CD77O-DISP-DATE TO DSPDTO IN SARC01AO.                  SSARC01P
020600     MOVE CD77O-FILED-DATE TO FILDTO IN SARC01AO.                 SSARC01P
020700     MOVE CD77O-AMOUNT TO WS-AMOUNT-DISPLAY.                      SSARC01P
020800     MOVE WS-AMOUNT-DISPLAY TO AMTO IN SARC01AO.                  SSARC01P
020900     MOVE SPACES TO WS-SCREEN-LINES.                              SSARC01P
021000     PERFORM BUILD-SCREEN-LINE THRU                               SSARC01P
021100             BUILD-SCREEN-LINE-EXIT                               SSARC01P
021200       VARYING WS-SUB1 FROM 1 BY 1                                SSARC01P
021300         UNTIL WS-SUB1 IS GREATER THAN 6.                         SSARC01P
021400     MOVE WS-ALERT-LINE (1) TO ALR1O IN SARC01AO.                 SSARC01P
021500     MOVE WS-ALERT-LINE (2) TO ALR2O IN SARC01AO.                 SSARC01P
021600     MOVE WS-ALERT-LINE (3) TO ALR3O IN SARC01AO.                 SSARC01P
021700     MOVE WS-ALERT-LINE (4) TO ALR4O IN SARC01AO.                 SSARC01P
021800     MOVE WS-ALERT-LINE (5) TO ALR5O IN SARC01AO.                 SSARC01P
021900     MOVE WS-ALERT-LINE (6) TO ALR6O IN SARC01AO.                 SSARC01P
022000     MOVE WS-NOTE-LINE (1) TO NTE1O IN SARC01AO.                  SSARC01P
022100     MOVE WS-NOTE-LINE (2) TO NTE2O IN SARC01AO.                  SSARC01P
022200     MOVE WS-NOTE-LINE (3) TO NTE3O IN SARC01AO.                  SSARC01P
022300     MOVE WS-NOTE-LINE (4) TO NTE4O IN SARC01AO.                  SSARC01P
022400     MOVE WS-NOTE-LINE (5) TO NTE5O IN SARC01AO.                  SSARC01P
022500     MOVE WS-NOTE-LINE (6) TO NTE6O IN SARC01AO.                  SSARC01P
022600 SHOW-CASE-EXIT.                                                  SSARC01P
022700     EXIT.                                                        SSARC01P
022800                                                                  SSARC01P
022900***************************************************************** SSARC01P
023000* Build one alert line and one narrative line                   * SSARC01P
023100***************************************************************** SSARC01P
023200 BUILD-SCREEN-LINE.                                               SSARC01P
023300     IF WS-SUB1 IS NOT GREATER THAN CD77O-ALERT-COUNT             SSARC01P
023400       MOVE CD77O-ALERT-SOURCE (WS-SUB1)                          SSARC01P
023500         TO WS-ALERT-SOURCE (WS-SUB1)                             SSARC01P
023600       MOVE CD77O-ALERT-REF (WS-SUB1) TO WS-ALERT-REF (WS-SUB1)   SSARC01P
023700       MOVE CD77O-ALERT-DESC (WS-SUB1) TO WS-ALERT-DESC (WS-SUB1) SSARC01P
023800     END-IF.                                                      SSARC01P
023900     IF WS-SUB1 IS NOT GREATER THAN CD77O-NOTE-COUNT              SSARC01P
024000       MOVE CD77O-NOTE-DATE (WS-SUB1) TO WS-NOTE-DATE (WS-SUB1)   SSARC01P
024100       MOVE CD77O-NOTE-USER (WS-SUB1) TO WS-NOTE-USER (WS-SUB1)   SSARC01P
024200       MOVE CD77O-NOTE-TEXT (WS-SUB1) TO WS-NOTE-TEXT (WS-SUB1)   SSARC01P
024300     END-IF.                                                      SSARC01P
024400 BUILD-SCREEN-LINE-EXIT.                                          SSARC01P
024500     EXIT.                                                        SSARC01P
024600                                                                  SSARC01P
024700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SSARC01P
