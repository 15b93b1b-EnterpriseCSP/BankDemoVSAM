000100***************************************************************** SBKRP01P
000200*                                                               * SBKRP01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SBKRP01P
000400*   This demonstration program is provided for use by users     * SBKRP01P
000500*   of Micro Focus products and may be used, modified and       * SBKRP01P
000600*   distributed as part of your application provided that       * SBKRP01P
000700*   you properly acknowledge the copyright of Micro Focus       * SBKRP01P
000800*   in this material.                                           * SBKRP01P
000900*                                                               * SBKRP01P
001000***************************************************************** SBKRP01P
001100                                                                  SBKRP01P
001200***************************************************************** SBKRP01P
001300* Program:     SBKRP01P.CBL (CICS Version)                      * SBKRP01P
001400* Layer:       Screen handling                                  * SBKRP01P
001500* Function:    Bankruptcy case maintenance in the SCLAT01P mold * SBKRP01P
001600*              - Enter shows a customer's case, PF5 lodges a    * SBKRP01P
001700*              new filing with its chapter, filing date and     * SBKRP01P
001800*              court reference, and PF6 closes the case on      * SBKRP01P
001900*              discharge or dismissal, all via DBANK76P which   * SBKRP01P
002000*              also writes the before/after audit posting.      * SBKRP01P
002100***************************************************************** SBKRP01P
002200                                                                  SBKRP01P
002300 IDENTIFICATION DIVISION.                                         SBKRP01P
002400 PROGRAM-ID.                                                      SBKRP01P
002500     SBKRP01P.                                                    SBKRP01P
002600 DATE-WRITTEN.                                                    SBKRP01P
002700     October 2026.                                                SBKRP01P
002800 DATE-COMPILED.                                                   SBKRP01P
002900     Today.                                                       SBKRP01P
003000                                                                  SBKRP01P
003100 ENVIRONMENT DIVISION.                                            SBKRP01P
003200                                                                  SBKRP01P
003300 DATA DIVISION.                                                   SBKRP01P
003400 WORKING-STORAGE SECTION.                                         SBKRP01P
003500 01  WS-MISC-STORAGE.                                             SBKRP01P
003600   05  WS-PROGRAM-ID                         PIC X(8)             SBKRP01P
003700       VALUE 'SBKRP01P'.                                          SBKRP01P
003800   05  WS-RESP                               PIC S9(8) COMP.      SBKRP01P
003900   05  WS-REQUEST-CODE                       PIC X(1).            SBKRP01P
004000                                                                  SBKRP01P
004100 01  WS-COMMAREA-76.                                              SBKRP01P
004200 COPY CBANKD76.                                                   SBKRP01P
004300                                                                  SBKRP01P
004400 COPY DFHAID.                                                     SBKRP01P
004500                                                                  SBKRP01P
004600 COPY DFHBMSCA.                                                   SBKRP01P
004700                                                                  SBKRP01P
004800 COPY CABENDD.                                                    SBKRP01P
004900                                                                  SBKRP01P
005000 LINKAGE SECTION.                                                 SBKRP01P
005100 01  DFHCOMMAREA.                                                 SBKRP01P
005200   05  LK-SCREEN-STATUS                     PIC X(1).             SBKRP01P
005300     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SBKRP01P
005400     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SBKRP01P
005500                                                                  SBKRP01P
005600 PROCEDURE DIVISION.                                              SBKRP01P
005700***************************************************************** SBKRP01P
005800* First time in this pseudo-conversation - send a blank entry   * SBKRP01P
005900* screen                                                        * SBKRP01P
006000***************************************************************** SBKRP01P
006100     IF EIBCALEN IS EQUAL TO 0                                    SBKRP01P
006200       MOVE LOW-VALUES TO BKRP01AO                                SBKRP01P
006300       MOVE 'Key a customer - Enter=Read PF5=Lodge PF6=Close'     SBKRP01P
006400         TO ERRMSGO IN BKRP01AO                                   SBKRP01P
006500       EXEC CICS SEND MAP('BKRP01A')                              SBKRP01P
006600                  MAPSET('MBKRP01')                               SBKRP01P
006700                  ERASE                                           SBKRP01P
006800                  FREEKB                                          SBKRP01P
006900       END-EXEC                                                   SBKRP01P
007000       SET LK-SCREEN-WAS-SENT TO TRUE                             SBKRP01P
007100       GO TO COMMON-RETURN                                        SBKRP01P
007200     END-IF.                                                      SBKRP01P
007300                                                                  SBKRP01P
007400     EXEC CICS RECEIVE MAP('BKRP01A')                             SBKRP01P
007500                MAPSET('MBKRP01')                                 SBKRP01P
007600                RESP(WS-RESP)                                     SBKRP01P
007700     END-EXEC.                                                    SBKRP01P
007800                                                                  SBKRP01P
007900***************************************************************** SBKRP01P
008000* PF3 exits, Enter reads, PF5 lodges, PF6 closes                * SBKRP01P
008100***************************************************************** SBKRP01P
008200     EVALUATE TRUE                                                SBKRP01P
008300       WHEN EIBAID IS EQUAL TO DFHPF3                             SBKRP01P
008400         EXEC CICS RETURN END-EXEC                                SBKRP01P
008500         GOBACK                                                   SBKRP01P
008600       WHEN EIBAID IS EQUAL TO DFHPF5                             SBKRP01P
008700         MOVE '2' TO WS-REQUEST-CODE                              SBKRP01P
008800         PERFORM LODGE-CASE THRU                                  SBKRP01P
008900                 LODGE-CASE-EXIT                                  SBKRP01P
009000       WHEN EIBAID IS EQUAL TO DFHPF6                             SBKRP01P
009100         MOVE '3' TO WS-REQUEST-CODE                              SBKRP01P
009200         PERFORM CLOSE-CASE THRU                                  SBKRP01P
009300                 CLOSE-CASE-EXIT                                  SBKRP01P
009400       WHEN OTHER                                                 SBKRP01P
009500         MOVE '1' TO WS-REQUEST-CODE                              SBKRP01P
009600         PERFORM READ-CASE THRU                                   SBKRP01P
009700                 READ-CASE-EXIT                                   SBKRP01P
009800     END-EVALUATE.                                                SBKRP01P
009900                                                                  SBKRP01P
010000 COMMON-RETURN.                                                   SBKRP01P
010100     EXEC CICS RETURN TRANSID(EIBTRNID)                           SBKRP01P
010200                COMMAREA(DFHCOMMAREA)                             SBKRP01P
010300                LENGTH(LENGTH OF DFHCOMMAREA)                     SBKRP01P
010400     END-EXEC.                                                    SBKRP01P
010500     GOBACK.                                                      SBKRP01P
010600                                                                  SBKRP01P
010700***************************************************************** SBKRP01P
010800* Redisplay the screen unchanged except for the message line    * SBKRP01P
010900***************************************************************** SBKRP01P
011000 RESEND-SCREEN.                                                   SBKRP01P
011100     EXEC CICS SEND MAP('BKRP01A')                                SBKRP01P
011200                MAPSET('MBKRP01')                                 SBKRP01P
011300                DATAONLY                                          SBKRP01P
011400                FREEKB                                            SBKRP01P
011500     END-EXEC.                                                    SBKRP01P
011600 RESEND-SCREEN-EXIT.                                              SBKRP01P
011700     EXIT.                                                        SBKRP01P
011800                                                                  SBKRP01P
011900***************************************************************** SBKRP01P
012000* Show the keyed customer's case                                * SBKRP01P
012100***************************************************************** SBKRP01P
012200 READ-CASE.                                                       SBKRP01P
012300     MOVE SPACES TO CD76-DATA.                                    SBKRP01P
012400     MOVE WS-REQUEST-CODE TO CD76I-REQUEST-CODE.                  SBKRP01P
012500     MOVE PIDI IN BKRP01AI TO CD76I-PID.                          SBKRP01P
012600 COPY CBANKX76.                                                   SBKRP01P
012700     IF NOT CD76O-OK                                              SBKRP01P
012800       MOVE CD76O-MSG TO ERRMSGO IN BKRP01AO                      SBKRP01P
012900       MOVE CD76O-NAME TO NAMEO IN BKRP01AO                       SBKRP01P
013000       PERFORM RESEND-SCREEN THRU                                 SBKRP01P
013100               RESEND-SCREEN-EXIT                                 SBKRP01P
013200       GO TO READ-CASE-EXIT                                       SBKRP01P
013300     END-IF.                                                      SBKRP01P
013400     PERFORM SHOW-CASE THRU                                       SBKRP01P
013500             SHOW-CASE-EXIT.                                      SBKRP01P
013600     MOVE 'Case shown - PF5=Lodge PF6=Close'                      SBKRP01P
013700       TO ERRMSGO IN BKRP01AO.                                    SBKRP01P
013800     EXEC CICS SEND MAP('BKRP01A')                                SBKRP01P
013900                MAPSET('MBKRP01')                                 SBKRP01P
014000                ERASE                                             SBKRP01P
014100                FREEKB                                            SBKRP01P
014200     END-EXEC.                                                    SBKRP01P
014300 READ-CASE-EXIT.                                                  SBKRP01P
014400     EXIT.                                                        SBKRP01P
014500                                                                  SBKRP01P
014600***************************************************************** SBKRP01P
014700* Lodge the keyed filing                                        * SBKRP01P
014800***************************************************************** SBKRP01P
014900 LODGE-CASE.                                                      SBKRP01P
015000     MOVE SPACES TO CD76-DATA.                                    SBKRP01P
015100     MOVE WS-REQUEST-CODE TO CD76I-REQUEST-CODE.                  SBKRP01P
015200     MOVE PIDI IN BKRP01AI TO CD76I-PID.                          SBKRP01P
015300     MOVE CHAPI IN BKRP01AI TO CD76I-CHAPTER.                     SBKRP01P
015400     MOVE FILDTI IN BKRP01AI TO CD76I-FILING-DATE.                SBKRP01P
015500     MOVE CREFI IN BKRP01AI TO CD76I-COURT-REF.                   SBKRP01P
015600     MOVE EIBOPID TO CD76I-USERID.                                SBKRP01P
015700 COPY CBANKX76.                                                   SBKRP01P
015800     IF NOT CD76O-OK                                              SBKRP01P
015900       MOVE CD76O-MSG TO ERRMSGO IN BKRP01AO                      SBKRP01P
016000       PERFORM RESEND-SCREEN THRU                                 SBKRP01P
016100               RESEND-SCREEN-EXIT                                 SBKRP01P
016200       GO TO LODGE-CASE-EXIT                                      SBKRP01P
016300     END-IF.                                                      SBKRP01P
016400     PERFORM SHOW-CASE THRU                                       SBKRP01P
016500             SHOW-CASE-EXIT.                                      SBKRP01P
016600     MOVE 'Case lodged - accounts held from tonight'              SBKRP01P
016700       TO ERRMSGO IN BKRP01AO.                                    SBKRP01P
016800     EXEC CICS SEND MAP('BKRP01A')                                SBKRP01P
016900                MAPSET('MBKRP01')                                 SBKRP01P
017000                ERASE                                             SBKRP01P
017100                FREEKB                                            SBKRP01P
017200     END-EXEC.                                                    SBKRP01P
017300 LODGE-CASE-EXIT.                                                 SBKRP01P
017400     EXIT.                                                        SBKRP01P
017500                                                                  SBKRP01P
017600***************************************************************** SBKRP01P
017700* Close the case on discharge or dismissal                      * SBKRP01P
017800***************************************************************** SBKRP01P
017900 CLOSE-CASE.                                                      SBKRP01P
018000     MOVE SPACES TO CD76-DATA.                                    SBKRP01P
018100     MOVE WS-REQUEST-CODE TO CD76I-REQUEST-CODE.                  SBKRP01P
018200     MOVE PIDI IN BKRP01AI TO CD76I-PID.                          SBKRP01P
018300     MOVE CLTYPI IN BKRP01AI TO CD76I-CLOSE-TYPE.                 SBKRP01P
018400     MOVE CLDTI IN BKRP01AI TO CD76I-CLOSE-DATE.                  SBKRP01P
018500     MOVE EIBOPID TO CD76I-USERID.                                SBKRP01P
018600 COPY CBANKX76.                                                   SBKRP01P
018700     IF NOT CD76O-OK                                              SBKRP01P
018800       MOVE CD76O-MSG TO ERRMSGO IN BKRP01AO                      SBKRP01P
018900       PERFORM RESEND-SCREEN THRU                                 SBKRP01P
019000               RESEND-SCREEN-EXIT                                 SBKRP01P
019100       GO TO CLOSE-CASE-EXIT                                      SBKRP01P
019200     END-IF.                                                      SBKRP01P
019300     PERFORM SHOW-CASE THRU                                       SBKRP01P
019400             SHOW-CASE-EXIT.                                      SBKRP01P
019500     MOVE 'Case closed - accounts released tonight'               SBKRP01P
019600       TO ERRMSGO IN BKRP01AO.                                    SBKRP01P
019700     EXEC CICS SEND MAP('BKRP01A')                                SBKRP01P
019800                MAPSET('MBKRP01')                                 SBKRP01P
019900                ERASE                                             SBKRP01P
020000                FREEKB                                            SBKRP01P
020100     END-EXEC.                                                    SBKRP01P
020200 CLOSE-CASE-EXIT.                                                 SBKRP01P
020300     EXIT.                                                        SBKRP01P
020400                                                                  SBKRP01P
020500***************************************************************** SBKRP01P
020600* Fill the screen from the returned case                        * SBKRP01P
020700***************************************************************** SBKRP01P
020800 SHOW-CASE.                                                       SBKRP01P
020900     MOVE LOW-VALUES TO BKRP01AO.                                 SBKRP01P
021000     MOVE CD76O-PID TO PIDO IN BKRP01AO.                          SBKRP01P
021100     MOVE CD76O-NAME TO NAMEO IN BKRP01AO.                        SBKRP01P
021200     MOVE CD76O-CHAPTER TO CHAPO IN BKRP01AO.                     SBKRP01P
021300     MOVE CD76O-FILING-DATE TO FILDTO IN BKRP01AO.                SBKRP01P
021400     MOVE CD76O-COURT-REF TO CREFO IN BKRP01AO.                   SBKRP01P
021500     MOVE CD76O-STATUS TO STATO IN BKRP01AO.                      SBKRP01P
021600     MOVE CD76O-CLOSE-DATE TO CLDTO IN BKRP01AO.                  SBKRP01P
021700     MOVE CD76O-LODGE-DATE TO LDGDTO IN BKRP01AO.                 SBKRP01P
021800     MOVE CD76O-LODGE-USER TO LDGUSO IN BKRP01AO.                 SBKRP01P
021900     MOVE CD76O-CLOSE-USER TO CLUSO IN BKRP01AO.                  SBKRP01P
022000     MOVE CD76O-APPLIED-DATE TO APPDTO IN BKRP01AO.               SBKRP01P
022100 SHOW-CASE-EXIT.                                                  SBKRP01P
022200     EXIT.                                                        SBKRP01P
022300                                                                  SBKRP01P
022400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SBKRP01P
