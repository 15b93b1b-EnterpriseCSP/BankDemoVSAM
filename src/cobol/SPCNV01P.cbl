000100***************************************************************** SPCNV01P
000200*                                                               * SPCNV01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SPCNV01P
000400*   This demonstration program is provided for use by users     * SPCNV01P
000500*   of Micro Focus products and may be used, modified and       * SPCNV01P
000600*   distributed as part of your application provided that       * SPCNV01P
000700*   you properly acknowledge the copyright of Micro Focus       * SPCNV01P
000800*   in this material.                                           * SPCNV01P
000900*                                                               * SPCNV01P
001000***************************************************************** SPCNV01P
001100                                                                  SPCNV01P
001200***************************************************************** SPCNV01P
001300* Program:     SPCNV01P.CBL (CICS Version)                      * SPCNV01P
001400* Layer:       Screen handling                                  * SPCNV01P
001500* Function:    Product conversion (file BNKPCNV via DBANK99P).  * SPCNV01P
001600*              Enter shows the keyed account - its holder, its  * SPCNV01P
001700*              product, balance and status - with its latest    * SPCNV01P
001800*              conversion request: the products it was moved    * SPCNV01P
001900*              from and to, when it was asked for and made, and * SPCNV01P
002000*              the interest, overdraft interest and service     * SPCNV01P
002100*              charge the old product settled at the change, or * SPCNV01P
002200*              why it was rejected.  PF5 asks for the account   * SPCNV01P
002300*              to be moved to the keyed product overnight and   * SPCNV01P
002400*              PF9 cancels a request still pending.             * SPCNV01P
002500***************************************************************** SPCNV01P
002600                                                                  SPCNV01P
002700 IDENTIFICATION DIVISION.                                         SPCNV01P
002800 PROGRAM-ID.                                                      SPCNV01P
002900     SPCNV01P.                                                    SPCNV01P
003000 DATE-WRITTEN.                                                    SPCNV01P
003100     October 2026.                                                SPCNV01P
003200 DATE-COMPILED.                                                   SPCNV01P
003300     Today.                                                       SPCNV01P
003400                                                                  SPCNV01P
003500 ENVIRONMENT DIVISION.                                            SPCNV01P
003600                                                                  SPCNV01P
003700 DATA DIVISION.                                                   SPCNV01P
003800 WORKING-STORAGE SECTION.                                         SPCNV01P
003900 01  WS-MISC-STORAGE.                                             SPCNV01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SPCNV01P
004100       VALUE 'SPCNV01P'.                                          SPCNV01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SPCNV01P
004300   05  WS-EDIT-AMOUNT                        PIC Z,ZZZ,ZZ9.99-.   SPCNV01P
004400                                                                  SPCNV01P
004500 01  WS-COMMAREA.                                                 SPCNV01P
004600 COPY CBANKD99.                                                   SPCNV01P
004700                                                                  SPCNV01P
004800 COPY DFHAID.                                                     SPCNV01P
004900                                                                  SPCNV01P
005000 COPY DFHBMSCA.                                                   SPCNV01P
005100                                                                  SPCNV01P
005200 COPY CABENDD.                                                    SPCNV01P
005300                                                                  SPCNV01P
005400 LINKAGE SECTION.                                                 SPCNV01P
005500 01  DFHCOMMAREA.                                                 SPCNV01P
005600   05  LK-SCREEN-STATUS                      PIC X(1).            SPCNV01P
005700     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SPCNV01P
005800     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SPCNV01P
005900                                                                  SPCNV01P
006000 PROCEDURE DIVISION.                                              SPCNV01P
006100***************************************************************** SPCNV01P
006200* First time in this pseudo-conversation - send a blank entry   * SPCNV01P
006300* screen                                                        * SPCNV01P
006400***************************************************************** SPCNV01P
006500     IF EIBCALEN IS EQUAL TO 0                                    SPCNV01P
006600       MOVE LOW-VALUES TO PCNV01AO                                SPCNV01P
006700       MOVE 'Enter=Show PF5=Convert PF9=Cancel PF3=Exit'          SPCNV01P
006800         TO ERRMSGO IN PCNV01AO                                   SPCNV01P
006900       EXEC CICS SEND MAP('PCNV01A')                              SPCNV01P
007000                  MAPSET('MPCNV01')                               SPCNV01P
007100                  ERASE                                           SPCNV01P
007200                  FREEKB                                          SPCNV01P
007300       END-EXEC                                                   SPCNV01P
007400       SET LK-SCREEN-WAS-SENT TO TRUE                             SPCNV01P
007500       GO TO COMMON-RETURN                                        SPCNV01P
007600     END-IF.                                                      SPCNV01P
007700                                                                  SPCNV01P
007800     EXEC CICS RECEIVE MAP('PCNV01A')                             SPCNV01P
007900                MAPSET('MPCNV01')                                 SPCNV01P
008000                RESP(WS-RESP)                                     SPCNV01P
008100     END-EXEC.                                                    SPCNV01P
008200                                                                  SPCNV01P
008300     EVALUATE TRUE                                                SPCNV01P
008400       WHEN EIBAID IS EQUAL TO DFHPF3                             SPCNV01P
008500         EXEC CICS RETURN END-EXEC                                SPCNV01P
008600         GOBACK                                                   SPCNV01P
008700       WHEN EIBAID IS EQUAL TO DFHPF5                             SPCNV01P
008800         MOVE SPACES TO CD99-DATA                                 SPCNV01P
008900         SET CD99I-CONVERT TO TRUE                                SPCNV01P
009000         MOVE ACCNOI IN PCNV01AI TO CD99I-ACCNO                   SPCNV01P
009100         MOVE NEWTYPI IN PCNV01AI TO CD99I-NEW-TYPE               SPCNV01P
009200         PERFORM CALL-AND-SEND THRU                               SPCNV01P
009300                 CALL-AND-SEND-EXIT                               SPCNV01P
009400       WHEN EIBAID IS EQUAL TO DFHPF9                             SPCNV01P
009500         MOVE SPACES TO CD99-DATA                                 SPCNV01P
009600         SET CD99I-CANCEL TO TRUE                                 SPCNV01P
009700         MOVE ACCNOI IN PCNV01AI TO CD99I-ACCNO                   SPCNV01P
009800         PERFORM CALL-AND-SEND THRU                               SPCNV01P
009900                 CALL-AND-SEND-EXIT                               SPCNV01P
010000       WHEN OTHER                                                 SPCNV01P
010100         MOVE SPACES TO CD99-DATA                                 SPCNV01P
010200         SET CD99I-READ TO TRUE                                   SPCNV01P
010300         MOVE ACCNOI IN PCNV01AI TO CD99I-ACCNO                   SPCNV01P
010400         PERFORM CALL-AND-SEND THRU                               SPCNV01P
010500                 CALL-AND-SEND-EXIT                               SPCNV01P
010600     END-EVALUATE.                                                SPCNV01P
010700                                                                  SPCNV01P
010800 COMMON-RETURN.                                                   SPCNV01P
010900     EXEC CICS RETURN TRANSID(EIBTRNID)                           SPCNV01P
011000                COMMAREA(DFHCOMMAREA)                             SPCNV01P
011100                LENGTH(LENGTH OF DFHCOMMAREA)                     SPCNV01P
011200     END-EXEC.                                                    SPCNV01P
011300     GOBACK.                                                      SPCNV01P
011400                                                                  SPCNV01P
011500***************************************************************** SPCNV01P
011600* Pass the request set up in CD99-DATA to DBANK99P and show the * SPCNV01P
011700* account and its conversion as they now stand with the message * SPCNV01P
011800* it returned                                                   * SPCNV01P
011900***************************************************************** SPCNV01P
012000 CALL-AND-SEND.                                                   SPCNV01P
012100 COPY CBANKX99.                                                   SPCNV01P
012200     MOVE LOW-VALUES TO PCNV01AO.                                 SPCNV01P
012300     MOVE CD99I-ACCNO TO ACCNOO IN PCNV01AO.                      SPCNV01P
012400     IF CD99O-PID IS EQUAL TO SPACES                              SPCNV01P
012500       MOVE CD99O-MSG TO ERRMSGO IN PCNV01AO                      SPCNV01P
012600       GO TO CALL-AND-SEND-SEND                                   SPCNV01P
012700     END-IF.                                                      SPCNV01P
012800     MOVE CD99O-PID TO PIDO IN PCNV01AO.                          SPCNV01P
012900     MOVE CD99O-ACC-TYPE TO CURTYPO IN PCNV01AO.                  SPCNV01P
013000     MOVE CD99O-ACC-DESC TO CURDSCO IN PCNV01AO.                  SPCNV01P
013100     MOVE CD99O-BALANCE TO WS-EDIT-AMOUNT.                        SPCNV01P
013200     MOVE WS-EDIT-AMOUNT TO BALO IN PCNV01AO.                     SPCNV01P
013300     MOVE CD99O-ACC-STATUS TO ACCSTO IN PCNV01AO.                 SPCNV01P
013400     EVALUATE CD99O-CONV-STATUS                                   SPCNV01P
013500       WHEN 'P'                                                   SPCNV01P
013600         MOVE 'Pending' TO CNVSTO IN PCNV01AO                     SPCNV01P
013700       WHEN 'D'                                                   SPCNV01P
013800         MOVE 'Converted' TO CNVSTO IN PCNV01AO                   SPCNV01P
013900       WHEN 'R'                                                   SPCNV01P
014000         MOVE 'Rejected' TO CNVSTO IN PCNV01AO                    SPCNV01P
014100       WHEN 'X'                                                   SPCNV01P
014200         MOVE 'Cancelled' TO CNVSTO IN PCNV01AO                   SPCNV01P
014300       WHEN OTHER                                                 SPCNV01P
014400         MOVE 'None' TO CNVSTO IN PCNV01AO                        SPCNV01P
014500         GO TO CALL-AND-SEND-MSG                                  SPCNV01P
014600     END-EVALUATE.                                                SPCNV01P
014700     MOVE CD99O-OLD-TYPE TO OLDTYPO IN PCNV01AO.                  SPCNV01P
014800     MOVE CD99O-NEW-TYPE TO NEWTYPO IN PCNV01AO.                  SPCNV01P
014900     MOVE CD99O-NEW-DESC TO NEWDSCO IN PCNV01AO.                  SPCNV01P
015000     MOVE CD99O-REQ-DATE TO REQDTO IN PCNV01AO.                   SPCNV01P
015100     MOVE CD99O-CONV-DATE TO CNVDTO IN PCNV01AO.                  SPCNV01P
015200     MOVE CD99O-INT-SETTLED TO WS-EDIT-AMOUNT.                    SPCNV01P
015300     MOVE WS-EDIT-AMOUNT TO INTSETO IN PCNV01AO.                  SPCNV01P
015400     MOVE CD99O-OD-SETTLED TO WS-EDIT-AMOUNT.                     SPCNV01P
015500     MOVE WS-EDIT-AMOUNT TO ODSETO IN PCNV01AO.                   SPCNV01P
015600     MOVE CD99O-SVC-CHARGED TO WS-EDIT-AMOUNT.                    SPCNV01P
015700     MOVE WS-EDIT-AMOUNT TO SVCCHGO IN PCNV01AO.                  SPCNV01P
015800     MOVE CD99O-REASON TO REASONO IN PCNV01AO.                    SPCNV01P
015900 CALL-AND-SEND-MSG.                                               SPCNV01P
016000     IF CD99O-MSG IS NOT EQUAL TO SPACES                          SPCNV01P
016100       MOVE CD99O-MSG TO ERRMSGO IN PCNV01AO                      SPCNV01P
016200     ELSE                                                         SPCNV01P
016300       MOVE 'PF5=Convert PF9=Cancel PF3=Exit'                     SPCNV01P
016400         TO ERRMSGO IN PCNV01AO                                   SPCNV01P
016500     END-IF.                                                      SPCNV01P
016600 CALL-AND-SEND-SEND.                                              SPCNV01P
016700     EXEC CICS SEND MAP('PCNV01A')                                SPCNV01P
016800                MAPSET('MPCNV01')                                 SPCNV01P
016900                ERASE                                             SPCNV01P
017000                FREEKB                                            SPCNV01P
017100     END-EXEC.                                                    SPCNV01P
017200 CALL-AND-SEND-EXIT.                                              SPCNV01P
017300     EXIT.                                                        SPCNV01P
017400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SPCNV01P
