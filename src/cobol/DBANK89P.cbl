000100***************************************************************** DBANK89P
000200*                                                               * DBANK89P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK89P
000400*   This demonstration program is provided for use by users     * DBANK89P
000500*   of Micro Focus products and may be used, modified and       * DBANK89P
000600*   distributed as part of your application provided that       * DBANK89P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK89P
000800*   in this material.                                           * DBANK89P
000900*                                                               * DBANK89P
001000***************************************************************** DBANK89P
001100                                                                  DBANK89P
001200                                                                  DBANK89P
001300***************************************************************** DBANK89P
001400* Program:     DBANK89P.CBL                                     * DBANK89P
001500* Function:    Bank routing directory lookup (file BNKRTDIR).   * DBANK89P
001600*              Validates a routing number captured at any       * DBANK89P
001700*              entry point - the check digit must pass through  * DBANK89P
001800*              URTNCHK, the routing must be on the directory,   * DBANK89P
001900*              still active and able to receive the payment     * DBANK89P
002000*              type asked for (ACH or wire).  Hands back the    * DBANK89P
002100*              bank name for the operator to confirm and, for   * DBANK89P
002200*              a merged bank, the routing that replaced it.     * DBANK89P
002300*              VSAM version                                     * DBANK89P
002400***************************************************************** DBANK89P
002500                                                                  DBANK89P
002600 IDENTIFICATION DIVISION.                                         DBANK89P
002700 PROGRAM-ID.                                                      DBANK89P
002800     DBANK89P.                                                    DBANK89P
002900 DATE-WRITTEN.                                                    DBANK89P
003000     October 2026.                                                DBANK89P
003100 DATE-COMPILED.                                                   DBANK89P
003200     Today.                                                       DBANK89P
003300                                                                  DBANK89P
003400 ENVIRONMENT DIVISION.                                            DBANK89P
003500                                                                  DBANK89P
003600 DATA DIVISION.                                                   DBANK89P
003700                                                                  DBANK89P
003800 WORKING-STORAGE SECTION.                                         DBANK89P
003900 01  WS-MISC-STORAGE.                                             DBANK89P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DBANK89P
004100       VALUE 'DBANK89P'.                                          DBANK89P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK89P
004300   05  WS-RESP                               PIC S9(8) COMP.      DBANK89P
004400   05  WS-BNKRTDIR-RID                       PIC X(9).            DBANK89P
004500   05  WS-CHECK-RESULT                       PIC X(1).            DBANK89P
004600                                                                  DBANK89P
004700 01  WS-BNKRTDIR-REC.                                             DBANK89P
004800 COPY CBANKVRT.                                                   DBANK89P
004900                                                                  DBANK89P
005000 01  WS-COMMAREA.                                                 DBANK89P
005100 COPY CBANKD89.                                                   DBANK89P
005200                                                                  DBANK89P
005300 LINKAGE SECTION.                                                 DBANK89P
005400 01  DFHCOMMAREA.                                                 DBANK89P
005500   05  LK-COMMAREA                           PIC X(1)             DBANK89P
005600       OCCURS 1 TO 4096 TIMES                                     DBANK89P
005700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK89P
005800                                                                  DBANK89P
005900 COPY CENTRY.                                                     DBANK89P
006000***************************************************************** DBANK89P
006100* Move the passed data to our area                              * DBANK89P
006200***************************************************************** DBANK89P
006300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK89P
006400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK89P
006500                                                                  DBANK89P
006600***************************************************************** DBANK89P
006700* Initialize our output area                                    * DBANK89P
006800***************************************************************** DBANK89P
006900     MOVE SPACES TO CD89O-DATA.                                   DBANK89P
007000     SET CD89O-OK TO TRUE.                                        DBANK89P
007100                                                                  DBANK89P
007200     PERFORM LOOKUP-PROCESSING THRU                               DBANK89P
007300             LOOKUP-PROCESSING-EXIT.                              DBANK89P
007400                                                                  DBANK89P
007500***************************************************************** DBANK89P
007600* Move the result back to the callers area                      * DBANK89P
007700***************************************************************** DBANK89P
007800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK89P
007900                                                                  DBANK89P
008000***************************************************************** DBANK89P
008100* Return to our caller                                          * DBANK89P
008200***************************************************************** DBANK89P
008300 COPY CRETURN.                                                    DBANK89P
008400                                                                  DBANK89P
008500***************************************************************** DBANK89P
008600* Look the routing up - the bank's details come back whenever   * DBANK89P
008700* the row is found so an inactive bank is still named           * DBANK89P
008800***************************************************************** DBANK89P
008900 LOOKUP-PROCESSING.                                               DBANK89P
009000     CALL 'URTNCHK' USING CD89I-ROUTING                           DBANK89P
009100                          WS-CHECK-RESULT.                        DBANK89P
009200     IF WS-CHECK-RESULT IS NOT EQUAL TO 'Y'                       DBANK89P
009300       SET CD89O-ERROR TO TRUE                                    DBANK89P
009400       MOVE 'Routing number is not valid' TO CD89O-MSG            DBANK89P
009500       GO TO LOOKUP-PROCESSING-EXIT                               DBANK89P
009600     END-IF.                                                      DBANK89P
009700     MOVE CD89I-ROUTING TO WS-BNKRTDIR-RID.                       DBANK89P
009800     EXEC CICS READ FILE('BNKRTDIR')                              DBANK89P
009900                    INTO(WS-BNKRTDIR-REC)                         DBANK89P
010000                    LENGTH(LENGTH OF WS-BNKRTDIR-REC)             DBANK89P
010100                    RIDFLD(WS-BNKRTDIR-RID)                       DBANK89P
010200                    RESP(WS-RESP)                                 DBANK89P
010300     END-EXEC.                                                    DBANK89P
010400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK89P
010500       SET CD89O-NOTFND TO TRUE                                   DBANK89P
010600       MOVE 'Routing not on the bank directory' TO CD89O-MSG      DBANK89P
010700       GO TO LOOKUP-PROCESSING-EXIT                               DBANK89P
010800     END-IF.                                                      DBANK89P
010900     MOVE RTD-REC-NAME TO CD89O-BANK-NAME.                        DBANK89P
011000     MOVE RTD-REC-CITY TO CD89O-CITY.                             DBANK89P
011100     MOVE RTD-REC-STATE TO CD89O-STATE.                           DBANK89P
011200     MOVE RTD-REC-STATUS TO CD89O-STATUS.                         DBANK89P
011300     MOVE RTD-REC-NEW-ROUTING TO CD89O-NEW-ROUTING.               DBANK89P
011400     IF RTD-STATUS-INACTIVE                                       DBANK89P
011500       SET CD89O-ERROR TO TRUE                                    DBANK89P
011600       IF RTD-REC-NEW-ROUTING IS EQUAL TO SPACES                  DBANK89P
011700         MOVE 'Bank routing is no longer active' TO CD89O-MSG     DBANK89P
011800       ELSE                                                       DBANK89P
011900         MOVE SPACES TO CD89O-MSG                                 DBANK89P
012000         STRING 'Routing inactive - now ' DELIMITED BY SIZE       DBANK89P
012100                RTD-REC-NEW-ROUTING DELIMITED BY SIZE             DBANK89P
012200           INTO CD89O-MSG                                         DBANK89P
012300       END-IF                                                     DBANK89P
012400       GO TO LOOKUP-PROCESSING-EXIT                               DBANK89P
012500     END-IF.                                                      DBANK89P
012600     IF CD89I-WIRE AND                                            DBANK89P
012700        NOT RTD-WIRE-OK                                           DBANK89P
012800       SET CD89O-ERROR TO TRUE                                    DBANK89P
012900       MOVE 'Bank cannot receive wires' TO CD89O-MSG              DBANK89P
013000       GO TO LOOKUP-PROCESSING-EXIT                               DBANK89P
013100     END-IF.                                                      DBANK89P
013200     IF CD89I-ACH AND                                             DBANK89P
013300        NOT RTD-ACH-OK                                            DBANK89P
013400       SET CD89O-ERROR TO TRUE                                    DBANK89P
013500       MOVE 'Bank cannot receive ACH payments' TO CD89O-MSG       DBANK89P
013600       GO TO LOOKUP-PROCESSING-EXIT                               DBANK89P
013700     END-IF.                                                      DBANK89P
013800 LOOKUP-PROCESSING-EXIT.                                          DBANK89P
013900     EXIT.                                                        DBANK89P
014000                                                                  DBANK89P
014100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK89P
