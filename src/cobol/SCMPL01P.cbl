000100***************************************************************** SCMPL01P
000200*                                                               * SCMPL01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCMPL01P
000400*   This demonstration program is provided for use by users     * SCMPL01P
000500*   of Micro Focus products and may be used, modified and       * SCMPL01P
000600*   distributed as part of your application provided that       * SCMPL01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCMPL01P
000800*   in this material.                                           * SCMPL01P
000900*                                                               * SCMPL01P
001000***************************************************************** SCMPL01P
001100                                                                  SCMPL01P
001200***************************************************************** SCMPL01P
001300* Program:     SCMPL01P.CBL (CICS Version)                      * SCMPL01P
001400* Layer:       Screen handling                                  * SCMPL01P
001500* Function:    Complaints workstation in the SSARC01P mold -    * SCMPL01P
001600*              Enter shows a complaint (or, with only a         * SCMPL01P
001700*              customer keyed, their latest), PF5 logs a new    * SCMPL01P
001800*              complaint, PF6 records the acknowledgment, PF7   * SCMPL01P
001900*              reassigns the owner, PF8 records the final       * SCMPL01P
002000*              response and PF9 pays redress, all via DBANK80P  * SCMPL01P
002100*              which also writes the audit posting.             * SCMPL01P
002200***************************************************************** SCMPL01P
002300                                                                  SCMPL01P
002400 IDENTIFICATION DIVISION.                                         SCMPL01P
002500 PROGRAM-ID.                                                      SCMPL01P
002600     SCMPL01P.                                                    SCMPL01P
002700 DATE-WRITTEN.                                                    SCMPL01P
002800     October 2026.                                                SCMPL01P
002900 DATE-COMPILED.                                                   SCMPL01P
003000     Today.                                                       SCMPL01P
003100                                                                  SCMPL01P
003200 ENVIRONMENT DIVISION.                                            SCMPL01P
003300                                                                  SCMPL01P
003400 DATA DIVISION.                                                   SCMPL01P
003500 WORKING-STORAGE SECTION.                                         SCMPL01P
003600 01  WS-MISC-STORAGE.                                             SCMPL01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             SCMPL01P
003800       VALUE 'SCMPL01P'.                                          SCMPL01P
003900   05  WS-RESP                               PIC S9(8) COMP.      SCMPL01P
004000   05  WS-REQUEST-CODE                       PIC X(1).            SCMPL01P
004100   05  WS-AMOUNT-DISPLAY                     PIC Z(6)9.99-.       SCMPL01P
004200                                                                  SCMPL01P
004300 01  WS-COMMAREA-80.                                              SCMPL01P
004400 COPY CBANKD80.                                                   SCMPL01P
004500                                                                  SCMPL01P
004600 COPY DFHAID.                                                     SCMPL01P
004700                                                                  SCMPL01P
004800 COPY DFHBMSCA.                                                   SCMPL01P
004900                                                                  SCMPL01P
005000 COPY CABENDD.                                                    SCMPL01P
005100                                                                  SCMPL01P
005200 LINKAGE SECTION.                                                 SCMPL01P
005300 01  DFHCOMMAREA.                                                 SCMPL01P
005400   05  LK-SCREEN-STATUS                     PIC X(1).             SCMPL01P
005500     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SCMPL01P
005600     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SCMPL01P
005700                                                                  SCMPL01P
005800 PROCEDURE DIVISION.                                              SCMPL01P
005900***************************************************************** SCMPL01P
006000* First time in this pseudo-conversation - send a blank entry   * SCMPL01P
006100* screen                                                        * SCMPL01P
006200***************************************************************** SCMPL01P
006300     IF EIBCALEN IS EQUAL TO 0                                    SCMPL01P
006400       MOVE LOW-VALUES TO CMPL01AO                                SCMPL01P
006500       MOVE 'Key a complaint id or customer, or PF5 to log one'   SCMPL01P
006600         TO ERRMSGO IN CMPL01AO                                   SCMPL01P
006700       EXEC CICS SEND MAP('CMPL01A')                              SCMPL01P
006800                  MAPSET('MCMPL01')                               SCMPL01P
006900                  ERASE                                           SCMPL01P
007000                  FREEKB                                          SCMPL01P
007100       END-EXEC                                                   SCMPL01P
007200       SET LK-SCREEN-WAS-SENT TO TRUE                             SCMPL01P
007300       GO TO COMMON-RETURN                                        SCMPL01P
007400     END-IF.                                                      SCMPL01P
007500                                                                  SCMPL01P
007600     EXEC CICS RECEIVE MAP('CMPL01A')                             SCMPL01P
007700                MAPSET('MCMPL01')                                 SCMPL01P
007800                RESP(WS-RESP)                                     SCMPL01P
007900     END-EXEC.                                                    SCMPL01P
008000                                                                  SCMPL01P
008100***************************************************************** SCMPL01P
008200* PF3 exits, Enter reads, PF5 logs, PF6 acknowledges, PF7       * SCMPL01P
008300* assigns, PF8 records the final response, PF9 pays redress     * SCMPL01P
008400***************************************************************** SCMPL01P
008500     EVALUATE TRUE                                                SCMPL01P
008600       WHEN EIBAID IS EQUAL TO DFHPF3                             SCMPL01P
008700         EXEC CICS RETURN END-EXEC                                SCMPL01P
008800         GOBACK                                                   SCMPL01P
008900       WHEN EIBAID IS EQUAL TO DFHPF5                             SCMPL01P
009000         MOVE '2' TO WS-REQUEST-CODE                              SCMPL01P
009100       WHEN EIBAID IS EQUAL TO DFHPF6                             SCMPL01P
009200         MOVE '3' TO WS-REQUEST-CODE                              SCMPL01P
009300       WHEN EIBAID IS EQUAL TO DFHPF7                             SCMPL01P
009400         MOVE '4' TO WS-REQUEST-CODE                              SCMPL01P
009500       WHEN EIBAID IS EQUAL TO DFHPF8                             SCMPL01P
009600         MOVE '5' TO WS-REQUEST-CODE                              SCMPL01P
009700       WHEN EIBAID IS EQUAL TO DFHPF9                             SCMPL01P
009800         MOVE '6' TO WS-REQUEST-CODE                              SCMPL01P
009900       WHEN OTHER                                                 SCMPL01P
010000         MOVE '1' TO WS-REQUEST-CODE                              SCMPL01P
010100     END-EVALUATE.                                                SCMPL01P
010200     PERFORM PROCESS-COMPLAINT THRU                               SCMPL01P
010300             PROCESS-COMPLAINT-EXIT.                              SCMPL01P
010400                                                                  SCMPL01P
010500 COMMON-RETURN.                                                   SCMPL01P
010600     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCMPL01P
010700                COMMAREA(DFHCOMMAREA)                             SCMPL01P
010800                LENGTH(LENGTH OF DFHCOMMAREA)                     SCMPL01P
010900     END-EXEC.                                                    SCMPL01P
011000     GOBACK.                                                      SCMPL01P
011100                                                                  SCMPL01P
011200***************************************************************** SCMPL01P
011300* Redisplay the screen unchanged except for the message line    * SCMPL01P
011400***************************************************************** SCMPL01P
011500 RESEND-SCREEN.                                                   SCMPL01P
011600     EXEC CICS SEND MAP('CMPL01A')                                SCMPL01P
011700                MAPSET('MCMPL01')                                 SCMPL01P
011800                DATAONLY                                          SCMPL01P
011900                FREEKB                                            SCMPL01P
012000     END-EXEC.                                                    SCMPL01P
012100 RESEND-SCREEN-EXIT.                                              SCMPL01P
012200     EXIT.                                                        SCMPL01P
012300                                                                  SCMPL01P
012400***************************************************************** SCMPL01P
012500* Pass the keyed fields to DBANK80P for the chosen action and   * SCMPL01P
012600* show the complaint it returns                                 * SCMPL01P
012700***************************************************************** SCMPL01P
012800 PROCESS-COMPLAINT.                                               SCMPL01P
012900     MOVE SPACES TO CD80-DATA.                                    SCMPL01P
013000     MOVE WS-REQUEST-CODE TO CD80I-REQUEST-CODE.                  SCMPL01P
013100     MOVE CMPIDI IN CMPL01AI TO CD80I-COMPLAINT-ID.               SCMPL01P
013200     MOVE PIDI IN CMPL01AI TO CD80I-PID.                          SCMPL01P
013300     MOVE ACCNOI IN CMPL01AI TO CD80I-ACCNO.                      SCMPL01P
013400     MOVE CATI IN CMPL01AI TO CD80I-CATEGORY.                     SCMPL01P
013500     MOVE CHANI IN CMPL01AI TO CD80I-CHANNEL.                     SCMPL01P
013600     MOVE RCVDTI IN CMPL01AI TO CD80I-RECEIVED-DATE.              SCMPL01P
013700     MOVE SUMMI IN CMPL01AI TO CD80I-SUMMARY.                     SCMPL01P
013800     MOVE OWNERI IN CMPL01AI TO CD80I-OWNER.                      SCMPL01P
013900     MOVE CAUSEI IN CMPL01AI TO CD80I-ROOT-CAUSE.                 SCMPL01P
014000     MOVE OUTCMI IN CMPL01AI TO CD80I-OUTCOME.                    SCMPL01P
014100     IF WS-REQUEST-CODE IS EQUAL TO '6'                           SCMPL01P
014200       MOVE RDAMTI IN CMPL01AI TO CD80I-REDRESS-AMOUNT            SCMPL01P
014300     ELSE                                                         SCMPL01P
014400       MOVE ZERO TO CD80I-REDRESS-AMOUNT                          SCMPL01P
014500     END-IF.                                                      SCMPL01P
014600     MOVE EIBOPID TO CD80I-USERID.                                SCMPL01P
014700 COPY CBANKX80.                                                   SCMPL01P
014800     IF NOT CD80O-OK AND                                          SCMPL01P
014900        CD80O-COMPLAINT-ID IS EQUAL TO SPACES                     SCMPL01P
015000       MOVE CD80O-MSG TO ERRMSGO IN CMPL01AO                      SCMPL01P
015100       PERFORM RESEND-SCREEN THRU                                 SCMPL01P
015200               RESEND-SCREEN-EXIT                                 SCMPL01P
015300       GO TO PROCESS-COMPLAINT-EXIT                               SCMPL01P
015400     END-IF.                                                      SCMPL01P
015500     PERFORM SHOW-COMPLAINT THRU                                  SCMPL01P
015600             SHOW-COMPLAINT-EXIT.                                 SCMPL01P
015700     IF NOT CD80O-OK                                              SCMPL01P
015800       MOVE CD80O-MSG TO ERRMSGO IN CMPL01AO                      SCMPL01P
015900     ELSE                                                         SCMPL01P
016000       EVALUATE WS-REQUEST-CODE                                   SCMPL01P
016100         WHEN '2'                                                 SCMPL01P
016200           MOVE 'Complaint logged - deadlines set'                SCMPL01P
016300             TO ERRMSGO IN CMPL01AO                               SCMPL01P
016400         WHEN '3'                                                 SCMPL01P
016500           MOVE 'Acknowledgment recorded' TO ERRMSGO IN CMPL01AO  SCMPL01P
016600         WHEN '4'                                                 SCMPL01P
016700           MOVE 'Owner reassigned' TO ERRMSGO IN CMPL01AO         SCMPL01P
016800         WHEN '5'                                                 SCMPL01P
016900           MOVE 'Final response recorded - complaint closed'      SCMPL01P
017000             TO ERRMSGO IN CMPL01AO                               SCMPL01P
017100         WHEN '6'                                                 SCMPL01P
017200           MOVE 'Redress paid to the customer''s account'         SCMPL01P
017300             TO ERRMSGO IN CMPL01AO                               SCMPL01P
017400         WHEN OTHER                                               SCMPL01P
017500           MOVE 'PF6=Ack PF7=Assign PF8=Respond PF9=Redress'      SCMPL01P
017600             TO ERRMSGO IN CMPL01AO                               SCMPL01P
017700       END-EVALUATE                                               SCMPL01P
017800     END-IF.                                                      SCMPL01P
017900     EXEC CICS SEND MAP('CMPL01A')                                SCMPL01P
018000                MAPSET('MCMPL01')                                 SCMPL01P
018100                ERASE                                             SCMPL01P
018200                FREEKB                                            SCMPL01P
018300     END-EXEC.                                                    SCMPL01P
018400 PROCESS-COMPLAINT-EXIT.                                          SCMPL01P
018500     EXIT.                                                        SCMPL01P
018600                                                                  SCMPL01P
018700***************************************************************** SCMPL01P
018800* Fill the screen from the returned complaint                   * SCMPL01P
018900***************************************************************** SCMPL01P
019000 SHOW-COMPLAINT.                                                  SCMPL01P
019100     MOVE LOW-VALUES TO CMPL01AO.                                 SCMPL01P
019200     MOVE CD80O-COMPLAINT-ID TO CMPIDO IN CMPL01AO.               SCMPL01P
019300     MOVE CD80O-PID TO PIDO IN CMPL01AO.                          SCMPL01P
019400     MOVE CD80O-NAME TO NAMEO IN CMPL01AO.                        SCMPL01P
019500     MOVE CD80O-ACCNO TO ACCNOO IN CMPL01AO.                      SCMPL01P
019600     MOVE CD80O-STATUS TO STATO IN CMPL01AO.                      SCMPL01P
019700     MOVE CD80O-CATEGORY TO CATO IN CMPL01AO.                     SCMPL01P
019800     MOVE CD80O-CHANNEL TO CHANO IN CMPL01AO.                     SCMPL01P
019900     MOVE CD80O-RECEIVED-DATE TO RCVDTO IN CMPL01AO.              SCMPL01P
020000     MOVE CD80O-ACK-DUE-DATE TO ACKDUO IN CMPL01AO.               SCMPL01P
020100     MOVE CD80O-ACK-DATE TO ACKDTO IN CMPL01AO.                   SCMPL01P
020200     MOVE CD80O-FINAL-DUE-DATE TO FINDUO IN CMPL01AO.             SCMPL01P
020300     MOVE CD80O-FINAL-DATE TO FINDTO IN CMPL01AO.                 SCMPL01P
020400     MOVE CD80O-OWNER TO OWNERO IN CMPL01AO.                      SCMPL01P
020500     MOVE CD80O-ROOT-CAUSE TO CAUSEO IN CMPL01AO.                 SCMPL01P
020600     MOVE CD80O-OUTCOME TO OUTCMO IN CMPL01AO.                    SCMPL01P
020700     MOVE CD80O-SUMMARY TO SUMMO IN CMPL01AO.                     SCMPL01P
020800     MOVE CD80O-REDRESS-AMOUNT TO WS-AMOUNT-DISPLAY.              SCMPL01P
020900     MOVE WS-AMOUNT-DISPLAY TO RDTOTO IN CMPL01AO.                SCMPL01P
021000     MOVE CD80O-REDRESS-COUNT TO RDCNTO IN CMPL01AO.              SCMPL01P
021100     MOVE CD80O-REDRESS-DATE TO RDDTO IN CMPL01AO.                SCMPL01P
021200 SHOW-COMPLAINT-EXIT.                                             SCMPL01P
021300     EXIT.                                                        SCMPL01P
021400                                                                  SCMPL01P
021500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCMPL01P
