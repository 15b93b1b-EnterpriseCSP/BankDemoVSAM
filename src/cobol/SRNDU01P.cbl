000100***************************************************************** SRNDU01P
000200*                                                               * SRNDU01P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * SRNDU01P
000400*   This demonstration program is provided for use by users     * SRNDU01P
000500*   of Micro Focus products and may be used, modified and       * SRNDU01P
000600*   distributed as part of your application provided that       * SRNDU01P
000700*   you properly acknowledge the copyright of Micro Focus       * SRNDU01P
000800*   in this material.                                           * SRNDU01P
000900*                                                               * SRNDU01P
001000***************************************************************** SRNDU01P
001100                                                                  SRNDU01P
001200***************************************************************** SRNDU01P
001300* Program:     SRNDU01P.CBL (CICS Version)                      * SRNDU01P
001400* Layer:       Screen handling                                  * SRNDU01P
001500* Function:    Round-up savings enrolment maintenance (file     * SRNDU01P
001600*              BNKRNDU via DBANK98P).  Enter shows the keyed    * SRNDU01P
001700*              spending account's enrolment - the savings       * SRNDU01P
001800*              account, the multiple card and ATM debits are    * SRNDU01P
001900*              rounded up to, whether ATM withdrawals count,    * SRNDU01P
002000*              the threshold balance, what is waiting for the   * SRNDU01P
002100*              next daily transfer and the round-ups saved this * SRNDU01P
002200*              month and last; PF5 enrols the account or        * SRNDU01P
002300*              changes its enrolment from the keyed fields and  * SRNDU01P
002400*              PF9 stops its round-ups.                         * SRNDU01P
002500***************************************************************** SRNDU01P
002600                                                                  SRNDU01P
002700 IDENTIFICATION DIVISION.                                         SRNDU01P
002800 PROGRAM-ID.                                                      SRNDU01P
002900     SRNDU01P.                                                    SRNDU01P
003000 DATE-WRITTEN.                                                    SRNDU01P
003100     October 2026.                                                SRNDU01P
003200 DATE-COMPILED.                                                   SRNDU01P
003300     Today.                                                       SRNDU01P
003400                                                                  SRNDU01P
003500 ENVIRONMENT DIVISION.                                            SRNDU01P
003600                                                                  SRNDU01P
003700 DATA DIVISION.                                                   SRNDU01P
003800 WORKING-STORAGE SECTION.                                         SRNDU01P
003900 01  WS-MISC-STORAGE.                                             SRNDU01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             SRNDU01P
004100       VALUE 'SRNDU01P'.                                          SRNDU01P
004200   05  WS-RESP                               PIC S9(8) COMP.      SRNDU01P
004300   05  WS-EDIT-AMOUNT                        PIC Z,ZZZ,ZZ9.99-.   SRNDU01P
004400   05  WS-EDIT-COUNT                         PIC ZZ,ZZ9.          SRNDU01P
004500   05  WS-EDIT-MULTIPLE                      PIC ZZ9.             SRNDU01P
004600   05  WS-AMOUNT-IN                          PIC X(9).            SRNDU01P
004700   05  WS-AMOUNT-IN-N REDEFINES WS-AMOUNT-IN PIC 9(7)V99.         SRNDU01P
004800   05  WS-MULTIPLE-IN                        PIC X(3).            SRNDU01P
004900   05  WS-MULTIPLE-IN-N REDEFINES WS-MULTIPLE-IN                  SRNDU01P
005000                                             PIC 9(3).            SRNDU01P
005100                                                                  SRNDU01P
005200 01  WS-COMMAREA.                                                 SRNDU01P
005300 COPY CBANKD98.                                                   SRNDU01P
005400                                                                  SRNDU01P
005500 COPY DFHAID.                                                     SRNDU01P
005600                                                                  SRNDU01P
005700 COPY DFHBMSCA.                                                   SRNDU01P
005800                                                                  SRNDU01P
005900 COPY CABENDD.                                                    SRNDU01P
006000                                                                  SRNDU01P
006100 LINKAGE SECTION.                                                 SRNDU01P
006200 01  DFHCOMMAREA.                                                 SRNDU01P
006300   05  LK-SCREEN-STATUS                      PIC X(1).            SRNDU01P
006400     88  LK-SCREEN-NOT-SENT                  VALUE SPACE.         SRNDU01P
006500     88  LK-SCREEN-WAS-SENT                  VALUE '1'.           SRNDU01P
006600                                                                  SRNDU01P
006700 PROCEDURE DIVISION.                                              SRNDU01P
006800***************************************************************** SRNDU01P
006900* First time in this pseudo-conversation - send a blank entry   * SRNDU01P
007000* screen                                                        * SRNDU01P
007100***************************************************************** SRNDU01P
007200     IF EIBCALEN IS EQUAL TO 0                                    SRNDU01P
007300       MOVE LOW-VALUES TO RNDU01AO                                SRNDU01P
007400       MOVE 'Enter=Show PF5=Enrol/Change PF9=Stop PF3=Exit'       SRNDU01P
007500         TO ERRMSGO IN RNDU01AO                                   SRNDU01P
007600       EXEC CICS SEND MAP('RNDU01A')                              SRNDU01P
007700                  MAPSET('MRNDU01')                               SRNDU01P
007800                  ERASE                                           SRNDU01P
007900                  FREEKB                                          SRNDU01P
008000       END-EXEC                                                   SRNDU01P
008100       SET LK-SCREEN-WAS-SENT TO TRUE                             SRNDU01P
008200       GO TO COMMON-RETURN                                        SRNDU01P
008300     END-IF.                                                      SRNDU01P
008400                                                                  SRNDU01P
008500     EXEC CICS RECEIVE MAP('RNDU01A')                             SRNDU01P
008600                MAPSET('MRNDU01')                                 SRNDU01P
008700                RESP(WS-RESP)                                     SRNDU01P
008800     END-EXEC.                                                    SRNDU01P
008900                                                                  SRNDU01P
009000     EVALUATE TRUE                                                SRNDU01P
009100       WHEN EIBAID IS EQUAL TO DFHPF3                             SRNDU01P
009200         EXEC CICS RETURN END-EXEC                                SRNDU01P
009300         GOBACK                                                   SRNDU01P
009400       WHEN EIBAID IS EQUAL TO DFHPF5                             SRNDU01P
009500         PERFORM ENROL-ACCOUNT THRU                               SRNDU01P
009600                 ENROL-ACCOUNT-EXIT                               SRNDU01P
009700       WHEN EIBAID IS EQUAL TO DFHPF9                             SRNDU01P
009800         MOVE SPACES TO CD98-DATA                                 SRNDU01P
009900         SET CD98I-STOP TO TRUE                                   SRNDU01P
010000         MOVE ACCNOI IN RNDU01AI TO CD98I-ACCNO                   SRNDU01P
010100         PERFORM CALL-AND-SEND THRU                               SRNDU01P
010200                 CALL-AND-SEND-EXIT                               SRNDU01P
010300       WHEN OTHER                                                 SRNDU01P
010400         MOVE SPACES TO CD98-DATA                                 SRNDU01P
010500         SET CD98I-READ TO TRUE                                   SRNDU01P
010600         MOVE ACCNOI IN RNDU01AI TO CD98I-ACCNO                   SRNDU01P
010700         PERFORM CALL-AND-SEND THRU                               SRNDU01P
010800                 CALL-AND-SEND-EXIT                               SRNDU01P
010900     END-EVALUATE.                                                SRNDU01P
011000                                                                  SRNDU01P
011100 COMMON-RETURN.                                                   SRNDU01P
011200     EXEC CICS RETURN TRANSID(EIBTRNID)                           SRNDU01P
011300                COMMAREA(DFHCOMMAREA)                             SRNDU01P
011400                LENGTH(LENGTH OF DFHCOMMAREA)                     SRNDU01P
011500     END-EXEC.                                                    SRNDU01P
011600     GOBACK.                                                      SRNDU01P
011700                                                                  SRNDU01P
011800***************************************************************** SRNDU01P
011900* PF5 - enrol the account, or change its enrolment, from the    * SRNDU01P
012000* keyed fields.  The multiple and the threshold are keyed as    * SRNDU01P
012100* whole digits (the threshold with the pence last); a blank     * SRNDU01P
012200* multiple means round up to the next whole unit.               * SRNDU01P
012300***************************************************************** SRNDU01P
012400 ENROL-ACCOUNT.                                                   SRNDU01P
012500     MOVE SPACES TO CD98-DATA.                                    SRNDU01P
012600     SET CD98I-ENROL TO TRUE.                                     SRNDU01P
012700     MOVE ACCNOI IN RNDU01AI TO CD98I-ACCNO.                      SRNDU01P
012800     MOVE SAVACCI IN RNDU01AI TO CD98I-SAVE-ACCNO.                SRNDU01P
012900     MOVE ATMI IN RNDU01AI TO CD98I-ATM.                          SRNDU01P
013000     IF ATMI IN RNDU01AI IS EQUAL TO LOW-VALUES OR                SRNDU01P
013100        ATMI IN RNDU01AI IS EQUAL TO SPACES                       SRNDU01P
013200       MOVE 'N' TO CD98I-ATM                                      SRNDU01P
013300     END-IF.                                                      SRNDU01P
013400     IF MULTI IN RNDU01AI IS EQUAL TO LOW-VALUES OR               SRNDU01P
013500        MULTI IN RNDU01AI IS EQUAL TO SPACES                      SRNDU01P
013600       MOVE 1 TO CD98I-MULTIPLE                                   SRNDU01P
013700     ELSE                                                         SRNDU01P
013800       MOVE MULTI IN RNDU01AI TO WS-MULTIPLE-IN                   SRNDU01P
013900       IF WS-MULTIPLE-IN IS NOT NUMERIC                           SRNDU01P
014000         MOVE 'Key the multiple as 3 digits (001-100)'            SRNDU01P
014100           TO ERRMSGO IN RNDU01AO                                 SRNDU01P
014200         PERFORM RESEND-SCREEN THRU                               SRNDU01P
014300                 RESEND-SCREEN-EXIT                               SRNDU01P
014400         GO TO ENROL-ACCOUNT-EXIT                                 SRNDU01P
014500       END-IF                                                     SRNDU01P
014600       MOVE WS-MULTIPLE-IN-N TO CD98I-MULTIPLE                    SRNDU01P
014700     END-IF.                                                      SRNDU01P
014800     IF THRESHI IN RNDU01AI IS EQUAL TO LOW-VALUES OR             SRNDU01P
014900        THRESHI IN RNDU01AI IS EQUAL TO SPACES                    SRNDU01P
015000       MOVE ZERO TO CD98I-THRESHOLD                               SRNDU01P
015100     ELSE                                                         SRNDU01P
015200       MOVE THRESHI IN RNDU01AI TO WS-AMOUNT-IN                   SRNDU01P
015300       IF WS-AMOUNT-IN IS NOT NUMERIC                             SRNDU01P
015400         MOVE 'Key the threshold (9 digits, no point)'            SRNDU01P
015500           TO ERRMSGO IN RNDU01AO                                 SRNDU01P
015600         PERFORM RESEND-SCREEN THRU                               SRNDU01P
015700                 RESEND-SCREEN-EXIT                               SRNDU01P
015800         GO TO ENROL-ACCOUNT-EXIT                                 SRNDU01P
015900       END-IF                                                     SRNDU01P
016000       MOVE WS-AMOUNT-IN-N TO CD98I-THRESHOLD                     SRNDU01P
016100     END-IF.                                                      SRNDU01P
016200     MOVE ZERO TO CD98I-AMOUNT.                                   SRNDU01P
016300     PERFORM CALL-AND-SEND THRU                                   SRNDU01P
016400             CALL-AND-SEND-EXIT.                                  SRNDU01P
016500 ENROL-ACCOUNT-EXIT.                                              SRNDU01P
016600     EXIT.                                                        SRNDU01P
016700                                                                  SRNDU01P
016800***************************************************************** SRNDU01P
016900* Redisplay the screen unchanged except for the message line    * SRNDU01P
017000***************************************************************** SRNDU01P
017100 RESEND-SCREEN.                                                   SRNDU01P
017200     EXEC CICS SEND MAP('RNDU01A')                                SRNDU01P
017300                MAPSET('MRNDU01')                                 SRNDU01P
017400                DATAONLY                                          SRNDU01P
017500                FREEKB                                            SRNDU01P
017600     END-EXEC.                                                    SRNDU01P
017700 RESEND-SCREEN-EXIT.                                              SRNDU01P
017800     EXIT.                                                        SRNDU01P
017900                                                                  SRNDU01P
018000***************************************************************** SRNDU01P
018100* Pass the request set up in CD98-DATA to DBANK98P and show the * SRNDU01P
018200* enrolment as it now stands with the message it returned       * SRNDU01P
018300***************************************************************** SRNDU01P
018400 CALL-AND-SEND.                                                   SRNDU01P
018500 COPY CBANKX98.                                                   SRNDU01P
018600     MOVE LOW-VALUES TO RNDU01AO.                                 SRNDU01P
018700     MOVE CD98I-ACCNO TO ACCNOO IN RNDU01AO.                      SRNDU01P
018800     IF CD98O-NOTFND OR                                           SRNDU01P
018900        CD98O-STATUS IS EQUAL TO SPACES                           SRNDU01P
019000       MOVE CD98O-MSG TO ERRMSGO IN RNDU01AO                      SRNDU01P
019100       GO TO CALL-AND-SEND-SEND                                   SRNDU01P
019200     END-IF.                                                      SRNDU01P
019300     IF CD98O-STATUS IS EQUAL TO 'A'                              SRNDU01P
019400       MOVE 'Active' TO STATO IN RNDU01AO                         SRNDU01P
019500     ELSE                                                         SRNDU01P
019600       MOVE 'Stopped' TO STATO IN RNDU01AO                        SRNDU01P
019700     END-IF.                                                      SRNDU01P
019800     MOVE CD98O-SAVE-ACCNO TO SAVACCO IN RNDU01AO.                SRNDU01P
019900     MOVE CD98O-MULTIPLE TO WS-EDIT-MULTIPLE.                     SRNDU01P
020000     MOVE WS-EDIT-MULTIPLE TO MULTO IN RNDU01AO.                  SRNDU01P
020100     MOVE CD98O-ATM TO ATMO IN RNDU01AO.                          SRNDU01P
020200     MOVE CD98O-THRESHOLD TO WS-EDIT-AMOUNT.                      SRNDU01P
020300     MOVE WS-EDIT-AMOUNT TO THRESHO IN RNDU01AO.                  SRNDU01P
020400     MOVE CD98O-PENDING-AMT TO WS-EDIT-AMOUNT.                    SRNDU01P
020500     MOVE WS-EDIT-AMOUNT TO PENDO IN RNDU01AO.                    SRNDU01P
020600     MOVE CD98O-PENDING-CNT TO WS-EDIT-COUNT.                     SRNDU01P
020700     MOVE WS-EDIT-COUNT TO PENDCNTO IN RNDU01AO.                  SRNDU01P
020800     MOVE CD98O-LAST-XFER-DATE TO LASTXO IN RNDU01AO.             SRNDU01P
020900     MOVE CD98O-MONTH TO MONTHO IN RNDU01AO.                      SRNDU01P
021000     MOVE CD98O-MONTH-AMT TO WS-EDIT-AMOUNT.                      SRNDU01P
021100     MOVE WS-EDIT-AMOUNT TO MONAMTO IN RNDU01AO.                  SRNDU01P
021200     MOVE CD98O-PRIOR-MONTH TO PRIORO IN RNDU01AO.                SRNDU01P
021300     MOVE CD98O-PRIOR-AMT TO WS-EDIT-AMOUNT.                      SRNDU01P
021400     MOVE WS-EDIT-AMOUNT TO PRIAMTO IN RNDU01AO.                  SRNDU01P
021500     IF CD98O-MSG IS NOT EQUAL TO SPACES                          SRNDU01P
021600       MOVE CD98O-MSG TO ERRMSGO IN RNDU01AO                      SRNDU01P
021700     ELSE                                                         SRNDU01P
021800       MOVE 'PF5=Enrol/Change PF9=Stop PF3=Exit'                  SRNDU01P
021900         TO ERRMSGO IN RNDU01AO                                   SRNDU01P
022000     END-IF.                                                      SRNDU01P
022100 CALL-AND-SEND-SEND.                                              SRNDU01P
022200     EXEC CICS SEND MAP('RNDU01A')                                SRNDU01P
022300                MAPSET('MRNDU01')                                 SRNDU01P
022400                ERASE                                             SRNDU01P
022500                FREEKB                                            SRNDU01P
022600     END-EXEC.                                                    SRNDU01P
022700 CALL-AND-SEND-EXIT.                                              SRNDU01P
022800     EXIT.                                                        SRNDU01P
022900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SRNDU01P
