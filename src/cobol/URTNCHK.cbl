000100***************************************************************** URTNCHK
000200*                                                               * URTNCHK
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * URTNCHK
000400*   This demonstration program is provided for use by users     * URTNCHK
000500*   of Micro Focus products and may be used, modified and       * URTNCHK
000600*   distributed as part of your application provided that       * URTNCHK
000700*   you properly acknowledge the copyright of Micro Focus       * URTNCHK
000800*   in this material.                                           * URTNCHK
000900*                                                               * URTNCHK
001000***************************************************************** URTNCHK
001100                                                                  URTNCHK
001200***************************************************************** URTNCHK
001300* Program:     URTNCHK.CBL                                      * URTNCHK
001400* Function:    Bank routing number check-digit routine, shared  * URTNCHK
001500*              by DBANK89P and the batch loaders and payment    * URTNCHK
001600*              runs so a mistyped routing is refused before it  * URTNCHK
001700*              is ever looked up.  A routing number is nine     * URTNCHK
001800*              digits; three times the sum of digits 1, 4 and   * URTNCHK
001900*              7, plus seven times the sum of digits 2, 5 and   * URTNCHK
002000*              8, plus the sum of digits 3, 6 and 9 must be a   * URTNCHK
002100*              multiple of ten.  Answers 'Y' or 'N'.            * URTNCHK
002200***************************************************************** URTNCHK
002300                                                                  URTNCHK
002400 IDENTIFICATION DIVISION.                                         URTNCHK
002500 PROGRAM-ID.                                                      URTNCHK
002600     URTNCHK.                                                     URTNCHK
002700 DATE-WRITTEN.                                                    URTNCHK
002800     October 2026.                                                URTNCHK
002900 DATE-COMPILED.                                                   URTNCHK
003000     Today.                                                       URTNCHK
003100                                                                  URTNCHK
003200 ENVIRONMENT DIVISION.                                            URTNCHK
003300                                                                  URTNCHK
003400 DATA DIVISION.                                                   URTNCHK
003500 WORKING-STORAGE SECTION.                                         URTNCHK
003600 01  WS-MISC-STORAGE.                                             URTNCHK
003700   05  WS-PROGRAM-ID                         PIC X(8)             URTNCHK
003800       VALUE 'URTNCHK '.                                          URTNCHK
003900   05  WS-SUB1                               PIC S9(4) COMP.      URTNCHK
004000   05  WS-DIGIT                              PIC 9(1).            URTNCHK
004100   05  WS-WEIGHT                             PIC 9(1).            URTNCHK
004200   05  WS-SUM                                PIC 9(3).            URTNCHK
004300   05  WS-REMAINDER                          PIC 9(1).            URTNCHK
004400   05  WS-QUOTIENT                           PIC 9(3).            URTNCHK
004500                                                                  URTNCHK
004600 LINKAGE SECTION.                                                 URTNCHK
004700 01  LK-RTN-NUMBER                           PIC X(9).            URTNCHK
004800 01  LK-RTN-RESULT                           PIC X(1).            URTNCHK
004900                                                                  URTNCHK
005000 PROCEDURE DIVISION USING LK-RTN-NUMBER                           URTNCHK
005100                          LK-RTN-RESULT.                          URTNCHK
005200                                                                  URTNCHK
005300     MOVE 'N' TO LK-RTN-RESULT.                                   URTNCHK
005400     IF LK-RTN-NUMBER IS NOT NUMERIC                              URTNCHK
005500        GO TO URTNCHK-DONE                                        URTNCHK
005600     END-IF.                                                      URTNCHK
005700                                                                  URTNCHK
005800***************************************************************** URTNCHK
005900* Weight the digits 3, 7, 1 repeating from the left and total   * URTNCHK
006000***************************************************************** URTNCHK
006100     MOVE ZERO TO WS-SUM.                                         URTNCHK
006200     MOVE 1 TO WS-SUB1.                                           URTNCHK
006300 SUM-DIGIT-LOOP.                                                  URTNCHK
006400     IF WS-SUB1 IS GREATER THAN 9                                 URTNCHK
006500        GO TO SUM-DIGIT-DONE                                      URTNCHK
006600     END-IF.                                                      URTNCHK
006700     MOVE LK-RTN-NUMBER (WS-SUB1:1) TO WS-DIGIT.                  URTNCHK
006800     IF WS-SUB1 IS EQUAL TO 1 OR 4 OR 7                           URTNCHK
006900        MOVE 3 TO WS-WEIGHT                                       URTNCHK
007000     ELSE                                                         URTNCHK
007100        IF WS-SUB1 IS EQUAL TO 2 OR 5 OR 8                        URTNCHK
007200           MOVE 7 TO WS-WEIGHT                                    URTNCHK
007300        ELSE                                                      URTNCHK
007400           MOVE 1 TO WS-WEIGHT                                    URTNCHK
007500        END-IF                                                    URTNCHK
007600     END-IF.                                                      URTNCHK
007700     COMPUTE WS-SUM = WS-SUM + (WS-DIGIT * WS-WEIGHT).            URTNCHK
007800     ADD 1 TO WS-SUB1.                                            URTNCHK
007900     GO TO SUM-DIGIT-LOOP.                                        URTNCHK
008000 SUM-DIGIT-DONE.                                                  URTNCHK
008100     DIVIDE WS-SUM BY 10 GIVING WS-QUOTIENT                       URTNCHK
008200       REMAINDER WS-REMAINDER.                                    URTNCHK
008300     IF WS-REMAINDER IS EQUAL TO ZERO AND                         URTNCHK
008400        LK-RTN-NUMBER IS NOT EQUAL TO '000000000'                 URTNCHK
008500        MOVE 'Y' TO LK-RTN-RESULT                                 URTNCHK
008600     END-IF.                                                      URTNCHK
008700                                                                  URTNCHK
008800 URTNCHK-DONE.                                                    URTNCHK
008900     GOBACK.                                                      URTNCHK
009000                                                                  URTNCHK
009100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     URTNCHK
