000100***************************************************************** SCORR01P
000200*                                                               * SCORR01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SCORR01P
000400*   This demonstration program is provided for use by users     * SCORR01P
000500*   of Micro Focus products and may be used, modified and       * SCORR01P
000600*   distributed as part of your application provided that       * SCORR01P
000700*   you properly acknowledge the copyright of Micro Focus       * SCORR01P
000800*   in this material.                                           * SCORR01P
000900*                                                               * SCORR01P
001000***************************************************************** SCORR01P
001100                                                                  SCORR01P
001200***************************************************************** SCORR01P
001300* Program:     SCORR01P.CBL (CICS Version)                      * SCORR01P
001400* Layer:       Screen handling                                  * SCORR01P
001500* Function:    Customer correspondence history - key the        * SCORR01P
001600*              customer and Enter lists the letters and notices * SCORR01P
001700*              sent to them newest first from the BNKCORR       * SCORR01P
001800*              register via DBANK92P, with date, letter type,   * SCORR01P
001900*              channel, account and summary.  PF8 shows older   * SCORR01P
002000*              ones, and keying a line and PF5 asks for that    * SCORR01P
002100*              letter to be reprinted by the overnight run      * SCORR01P
002200*              ZBNKCRP1, so the contact centre can answer "did  * SCORR01P
002300*              you send me ..." while the customer is on the    * SCORR01P
002400*              line.                                            * SCORR01P
002500***************************************************************** SCORR01P
002600                                                                  SCORR01P
002700 IDENTIFICATION DIVISION.                                         SCORR01P
002800 PROGRAM-ID.                                                      SCORR01P
002900     SCORR01P.                                                    SCORR01P
003000 DATE-WRITTEN.                                                    SCORR01P
003100     October 2026.                                                SCORR01P
003200 DATE-COMPILED.                                                   SCORR01P
003300     Today.                                                       SCORR01P
003400                                                                  SCORR01P
003500 ENVIRONMENT DIVISION.                                            SCORR01P
003600                                                                  SCORR01P
003700 DATA DIVISION.                                                   SCORR01P
003800 WORKING-STORAGE SECTION.                                         SCORR01P
003900 01  WS-MISC-STORAGE.                                             SCORR01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SCORR01P
004100       VALUE 'SCORR01P'.                                          SCORR01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SCORR01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      SCORR01P
004400   05  WS-SEL-SUB                            PIC 9(1).            SCORR01P
004500                                                                  SCORR01P
004600 01  WS-COMMAREA-92.                                              SCORR01P
004700 COPY CBANKD92.                                                   SCORR01P
004800                                                                  SCORR01P
004900 COPY DFHAID.                                                     SCORR01P
005000                                                                  SCORR01P
005100 COPY DFHBMSCA.                                                   SCORR01P
005200                                                                  SCORR01P
005300 COPY CABENDD.                                                    SCORR01P
005400                                                                  SCORR01P
005500 LINKAGE SECTION.                                                 SCORR01P
005600 01  DFHCOMMAREA.                                                 SCORR01P
005700   05  LK-SCREEN-STATUS                      PIC X(1).            SCORR01P
005800     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SCORR01P
005900     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SCORR01P
006000   05  LK-PID                                PIC X(5).            SCORR01P
006100   05  LK-NEXT-KEY                           PIC X(35).           SCORR01P
006200   05  LK-MORE                               PIC X(1).            SCORR01P
006300     88  LK-MORE-YES                         VALUE 'Y'.           SCORR01P
006400   05  LK-LINE OCCURS 8 TIMES.                                    SCORR01P
006500     10  LK-LINE-KEY                         PIC X(35).           SCORR01P
006600                                                                  SCORR01P
006700 PROCEDURE DIVISION.                                              SCORR01P
006800***************************************************************** SCORR01P
006900* First time in this pseudo-conversation - send a blank screen  * SCORR01P
007000***************************************************************** SCORR01P
007100     IF EIBCALEN IS EQUAL TO 0                                    SCORR01P
007200       MOVE LOW-VALUES TO CORR01AO                                SCORR01P
007300       MOVE 'Key a customer - Enter=List PF3=Exit'                SCORR01P
007400         TO ERRMSGO IN CORR01AO                                   SCORR01P
007500       EXEC CICS SEND MAP('CORR01A')                              SCORR01P
007600                  MAPSET('MCORR01')                               SCORR01P
007700                  ERASE                                           SCORR01P
007800                  FREEKB                                          SCORR01P
007900       END-EXEC                                                   SCORR01P
008000       SET LK-SCREEN-WAS-SENT TO TRUE                             SCORR01P
008100       GO TO COMMON-RETURN                                        SCORR01P
008200     END-IF.                                                      SCORR01P
008300                                                                  SCORR01P
008400     EXEC CICS RECEIVE MAP('CORR01A')                             SCORR01P
008500                MAPSET('MCORR01')                                 SCORR01P
008600                RESP(WS-RESP)                                     SCORR01P
008700     END-EXEC.                                                    SCORR01P
008800                                                                  SCORR01P
008900***************************************************************** SCORR01P
009000* PF3 exits, PF8 shows older letters, PF5 asks for the keyed    * SCORR01P
009100* line to be reprinted, Enter lists from the newest             * SCORR01P
009200***************************************************************** SCORR01P
009300     EVALUATE TRUE                                                SCORR01P
009400       WHEN EIBAID IS EQUAL TO DFHPF3                             SCORR01P
009500         EXEC CICS RETURN END-EXEC                                SCORR01P
009600         GOBACK                                                   SCORR01P
009700       WHEN EIBAID IS EQUAL TO DFHPF8                             SCORR01P
009800         IF NOT LK-MORE-YES                                       SCORR01P
009900           MOVE 'No older correspondence. Cannot page forward.'   SCORR01P
010000             TO ERRMSGO IN CORR01AO                               SCORR01P
010100           PERFORM RESEND-SCREEN THRU                             SCORR01P
010200                   RESEND-SCREEN-EXIT                             SCORR01P
010300         ELSE                                                     SCORR01P
010400           MOVE LK-NEXT-KEY TO CD92I-START-KEY                    SCORR01P
010500           PERFORM LIST-AND-SEND THRU                             SCORR01P
010600                   LIST-AND-SEND-EXIT                             SCORR01P
010700         END-IF                                                   SCORR01P
010800       WHEN EIBAID IS EQUAL TO DFHPF5                             SCORR01P
010900         PERFORM REQUEST-REPRINT THRU                             SCORR01P
011000                 REQUEST-REPRINT-EXIT                             SCORR01P
011100       WHEN OTHER                                                 SCORR01P
011200         IF PIDI IN CORR01AI IS NOT EQUAL TO SPACES AND           SCORR01P
011300            PIDI IN CORR01AI IS NOT EQUAL TO LOW-VALUES           SCORR01P
011400           MOVE PIDI IN CORR01AI TO LK-PID                        SCORR01P
011500         END-IF                                                   SCORR01P
011600         MOVE SPACES TO CD92I-START-KEY                           SCORR01P
011700         PERFORM LIST-AND-SEND THRU                               SCORR01P
011800                 LIST-AND-SEND-EXIT                               SCORR01P
011900     END-EVALUATE.                                                SCORR01P
012000                                                                  SCORR01P
012100 COMMON-RETURN.                                                   SCORR01P
012200     EXEC CICS RETURN TRANSID(EIBTRNID)                           SCORR01P
012300                COMMAREA(DFHCOMMAREA)                             SCORR01P
012400                LENGTH(LENGTH OF DFHCOMMAREA)                     SCORR01P
012500     END-EXEC.                                                    SCORR01P
012600     GOBACK.                                                      SCORR01P
012700                                                                  SCORR01P
012800***************************************************************** SCORR01P
012900* Redisplay the screen unchanged except for the message line    * SCORR01P
013000***************************************************************** SCORR01P
013100 RESEND-SCREEN.                                                   SCORR01P
013200     EXEC CICS SEND MAP('CORR01A')                                SCORR01P
013300                MAPSET('MCORR01')                                 SCORR01P
013400                DATAONLY                                          SCORR01P
013500                FREEKB                                            SCORR01P
013600     END-EXEC.                                                    SCORR01P
013700 RESEND-SCREEN-EXIT.                                              SCORR01P
013800     EXIT.                                                        SCORR01P
013900                                                                  SCORR01P
014000***************************************************************** SCORR01P
014100* List a page of the customer's correspondence, newest first,   * SCORR01P
014200* starting before the key already in CD92I-START-KEY (spaces    * SCORR01P
014300* for the newest page) and keep each line's key for PF5         * SCORR01P
014400***************************************************************** SCORR01P
014500 LIST-AND-SEND.                                                   SCORR01P
014600     MOVE CD92I-START-KEY TO LK-NEXT-KEY.                         SCORR01P
014700     MOVE SPACES TO CD92-DATA.                                    SCORR01P
014800     SET CD92I-LIST TO TRUE.                                      SCORR01P
014900     MOVE LK-PID TO CD92I-PID.                                    SCORR01P
015000     MOVE LK-NEXT-KEY TO CD92I-START-KEY.                         SCORR01P
015100 COPY CBANKX92.                                                   SCORR01P
015200     MOVE CD92O-NEXT-KEY TO LK-NEXT-KEY.                          SCORR01P
015300     MOVE CD92O-MORE TO LK-MORE.                                  SCORR01P
015400     MOVE 1 TO WS-SUB1.                                           SCORR01P
015500     PERFORM SAVE-LINE THRU                                       SCORR01P
015600             SAVE-LINE-EXIT.                                      SCORR01P
015700     MOVE LOW-VALUES TO CORR01AO.                                 SCORR01P
015800     MOVE LK-PID TO PIDO IN CORR01AO.                             SCORR01P
015900     MOVE CD92O-ENTRY-DATE (1) TO LIST1DTO IN CORR01AO.           SCORR01P
016000     MOVE CD92O-ENTRY-LETTER-TYPE (1) TO LIST1TYO IN CORR01AO.    SCORR01P
016100     MOVE CD92O-ENTRY-CHANNEL (1) TO LIST1CHO IN CORR01AO.        SCORR01P
016200     MOVE CD92O-ENTRY-ACCNO (1) TO LIST1ACO IN CORR01AO.          SCORR01P
016300     MOVE CD92O-ENTRY-SUMMARY (1) TO LIST1SMO IN CORR01AO.        SCORR01P
016400     MOVE CD92O-ENTRY-REPRINT (1) TO LIST1RPO IN CORR01AO.        SCORR01P
016500     MOVE CD92O-ENTRY-DATE (2) TO LIST2DTO IN CORR01AO.           SCORR01P
016600     MOVE CD92O-ENTRY-LETTER-TYPE (2) TO LIST2TYO IN CORR01AO.    SCORR01P
016700     MOVE CD92O-ENTRY-CHANNEL (2) TO LIST2CHO IN CORR01AO.        SCORR01P
016800     MOVE CD92O-ENTRY-ACCNO (2) TO LIST2ACO IN CORR01AO.          SCORR01P
016900     MOVE CD92O-ENTRY-SUMMARY (2) TO LIST2SMO IN CORR01AO.        SCORR01P
017000     MOVE CD92O-ENTRY-REPRINT (2) TO LIST2RPO IN CORR01AO.        SCORR01P
017100     MOVE CD92O-ENTRY-DATE (3) TO LIST3DTO IN CORR01AO.           SCORR01P
017200     MOVE CD92O-ENTRY-LETTER-TYPE (3) TO LIST3TYO IN CORR01AO.    SCORR01P
017300     MOVE CD92O-ENTRY-CHANNEL (3) TO LIST3CHO IN CORR01AO.        SCORR01P
017400     MOVE CD92O-ENTRY-ACCNO (3) TO LIST3ACO IN CORR01AO.          SCORR01P
017500     MOVE CD92O-ENTRY-SUMMARY (3) TO LIST3SMO IN CORR01AO.        SCORR01P
017600     MOVE CD92O-ENTRY-REPRINT (3) TO LIST3RPO IN CORR01AO.        SCORR01P
017700     MOVE CD92O-ENTRY-DATE (4) TO LIST4DTO IN CORR01AO.           SCORR01P
017800     MOVE CD92O-ENTRY-LETTER-TYPE (4) TO LIST4TYO IN CORR01AO.    SCORR01P
017900     MOVE CD92O-ENTRY-CHANNEL (4) TO LIST4CHO IN CORR01AO.        SCORR01P
018000     MOVE CD92O-ENTRY-ACCNO (4) TO LIST4ACO IN CORR01AO.          SCORR01P
018100     MOVE CD92O-ENTRY-SUMMARY (4) TO LIST4SMO IN CORR01AO.        SCORR01P
018200     MOVE CD92O-ENTRY-REPRINT (4) TO LIST4RPO IN CORR01AO.        SCORR01P
018300     MOVE CD92O-ENTRY-DATE (5) TO LIST5DTO IN CORR01AO.           SCORR01P
018400     MOVE CD92O-ENTRY-LETTER-TYPE (5) TO LIST5TYO IN CORR01AO.    SCORR01P
018500     MOVE CD92O-ENTRY-CHANNEL (5) TO LIST5CHO IN CORR01AO.        SCORR01P
018600     MOVE CD92O-ENTRY-ACCNO (5) TO LIST5ACO IN CORR01AO.          SCORR01P
018700     MOVE CD92O-ENTRY-SUMMARY (5) TO LIST5SMO IN CORR01AO.        SCORR01P
018800     MOVE CD92O-ENTRY-REPRINT (5) TO LIST5RPO IN CORR01AO.        SCORR01P
018900     MOVE CD92O-ENTRY-DATE (6) TO LIST6DTO IN CORR01AO.           SCORR01P
019000     MOVE CD92O-ENTRY-LETTER-TYPE (6) TO LIST6TYO IN CORR01AO.    SCORR01P
019100     MOVE CD92O-ENTRY-CHANNEL (6) TO LIST6CHO IN CORR01AO.        SCORR01P
019200     MOVE CD92O-ENTRY-ACCNO (6) TO LIST6ACO IN CORR01AO.          SCORR01P
019300     MOVE CD92O-ENTRY-SUMMARY (6) TO LIST6SMO IN CORR01AO.        SCORR01P
019400     MOVE CD92O-ENTRY-REPRINT (6) TO LIST6RPO IN CORR01AO.        SCORR01P
019500     MOVE CD92O-ENTRY-DATE (7) TO LIST7DTO IN CORR01AO.           SCORR01P
019600     MOVE CD92O-ENTRY-LETTER-TYPE (7) TO LIST7TYO IN CORR01AO.    SCORR01P
019700     MOVE CD92O-ENTRY-CHANNEL (7) TO LIST7CHO IN CORR01AO.        SCORR01P
019800     MOVE CD92O-ENTRY-ACCNO (7) TO LIST7ACO IN CORR01AO.          SCORR01P
019900     MOVE CD92O-ENTRY-SUMMARY (7) TO LIST7SMO IN CORR01AO.        SCORR01P
020000     MOVE CD92O-ENTRY-REPRINT (7) TO LIST7RPO IN CORR01AO.        SCORR01P
020100     MOVE CD92O-ENTRY-DATE (8) TO LIST8DTO IN CORR01AO.           SCORR01P
020200     MOVE CD92O-ENTRY-LETTER-TYPE (8) TO LIST8TYO IN CORR01AO.    SCORR01P
020300     MOVE CD92O-ENTRY-CHANNEL (8) TO LIST8CHO IN CORR01AO.        SCORR01P
020400     MOVE CD92O-ENTRY-ACCNO (8) TO LIST8ACO IN CORR01AO.          SCORR01P
020500     MOVE CD92O-ENTRY-SUMMARY (8) TO LIST8SMO IN CORR01AO.        SCORR01P
020600     MOVE CD92O-ENTRY-REPRINT (8) TO LIST8RPO IN CORR01AO.        SCORR01P
020700     IF NOT CD92O-OK                                              SCORR01P
020800       MOVE CD92O-MSG TO ERRMSGO IN CORR01AO                      SCORR01P
020900     ELSE                                                         SCORR01P
021000       IF LK-MORE-YES                                             SCORR01P
021100         MOVE 'Newest first - Key a line PF5=Reprint PF8=Older'   SCORR01P
021200           TO ERRMSGO IN CORR01AO                                 SCORR01P
021300       ELSE                                                       SCORR01P
021400         MOVE 'Newest first - Key a line PF5=Reprint PF3=Exit'    SCORR01P
021500           TO ERRMSGO IN CORR01AO                                 SCORR01P
021600       END-IF                                                     SCORR01P
021700     END-IF.                                                      SCORR01P
021800     SET LK-SCREEN-WAS-SENT TO TRUE.                              SCORR01P
021900     EXEC CICS SEND MAP('CORR01A')                                SCORR01P
022000                MAPSET('MCORR01')                                 SCORR01P
022100                ERASE                                             SCORR01P
022200                FREEKB                                            SCORR01P
022300     END-EXEC.                                                    SCORR01P
022400 LIST-AND-SEND-EXIT.                                              SCORR01P
022500     EXIT.                                                        SCORR01P
022600                                                                  SCORR01P
022700***************************************************************** SCORR01P
022800* Keep each listed entry's register key in the commarea so a    * SCORR01P
022900* keyed line can be reprinted                                   * SCORR01P
023000***************************************************************** SCORR01P
023100 SAVE-LINE.                                                       SCORR01P
023200     IF WS-SUB1 IS GREATER THAN 8                                 SCORR01P
023300       GO TO SAVE-LINE-EXIT                                       SCORR01P
023400     END-IF.                                                      SCORR01P
023500     IF WS-SUB1 IS GREATER THAN CD92O-COUNT                       SCORR01P
023600       MOVE SPACES TO LK-LINE-KEY (WS-SUB1)                       SCORR01P
023700     ELSE                                                         SCORR01P
023800       MOVE CD92O-ENTRY-KEY (WS-SUB1) TO LK-LINE-KEY (WS-SUB1)    SCORR01P
023900     END-IF.                                                      SCORR01P
024000     ADD 1 TO WS-SUB1.                                            SCORR01P
024100     GO TO SAVE-LINE.                                             SCORR01P
024200 SAVE-LINE-EXIT.                                                  SCORR01P
024300     EXIT.                                                        SCORR01P
024400                                                                  SCORR01P
024500***************************************************************** SCORR01P
024600* Ask for the keyed line's letter to be reprinted overnight     * SCORR01P
024700***************************************************************** SCORR01P
024800 REQUEST-REPRINT.                                                 SCORR01P
024900     IF SELI IN CORR01AI IS NOT NUMERIC OR                        SCORR01P
025000        SELI IN CORR01AI IS EQUAL TO ZERO                         SCORR01P
025100       MOVE 'Key the line number (1-8) of the letter to reprint'  SCORR01P
025200         TO ERRMSGO IN CORR01AO                                   SCORR01P
025300       GO TO REQUEST-REPRINT-SEND                                 SCORR01P
025400     END-IF.                                                      SCORR01P
025500     MOVE SELI IN CORR01AI TO WS-SEL-SUB.                         SCORR01P
025600     IF WS-SEL-SUB IS GREATER THAN 8 OR                           SCORR01P
025700        LK-LINE-KEY (WS-SEL-SUB) IS EQUAL TO SPACES               SCORR01P
025800       MOVE 'There is no letter on that line'                     SCORR01P
025900         TO ERRMSGO IN CORR01AO                                   SCORR01P
026000       GO TO REQUEST-REPRINT-SEND                                 SCORR01P
026100     END-IF.                                                      SCORR01P
026200     MOVE SPACES TO CD92-DATA.                                    SCORR01P
026300     SET CD92I-REPRINT TO TRUE.                                   SCORR01P
026400     MOVE LK-PID TO CD92I-PID.                                    SCORR01P
026500     MOVE LK-LINE-KEY (WS-SEL-SUB) TO CD92I-ENTRY-KEY.            SCORR01P
026600     MOVE EIBOPID TO CD92I-USERID.                                SCORR01P
026700 COPY CBANKX92.                                                   SCORR01P
026800     IF CD92O-OK                                                  SCORR01P
026900       MOVE 'Reprint requested - it prints in the overnight run'  SCORR01P
027000         TO ERRMSGO IN CORR01AO                                   SCORR01P
027100     ELSE                                                         SCORR01P
027200       MOVE CD92O-MSG TO ERRMSGO IN CORR01AO                      SCORR01P
027300     END-IF.                                                      SCORR01P
027400 REQUEST-REPRINT-SEND.                                            SCORR01P
027500     PERFORM RESEND-SCREEN THRU                                   SCORR01P
027600             RESEND-SCREEN-EXIT.                                  SCORR01P
027700 REQUEST-REPRINT-EXIT.                                            SCORR01P
027800     EXIT.                                                        SCORR01P
027900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCORR01P
