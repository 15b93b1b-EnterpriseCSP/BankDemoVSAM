000100***************************************************************** DBANK91P
000200*                                                               * DBANK91P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK91P
000400*   This demonstration program is provided for use by users     * DBANK91P
000500*   of Micro Focus products and may be used, modified and       * DBANK91P
000600*   distributed as part of your application provided that       * DBANK91P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK91P
000800*   in this material.                                           * DBANK91P
000900*                                                               * DBANK91P
001000***************************************************************** DBANK91P
001100                                                                  DBANK91P
001200                                                                  DBANK91P
001300***************************************************************** DBANK91P
001400* Program:     DBANK91P.CBL                                     * DBANK91P
001500* Function:    Postal address check against the postcode        * DBANK91P
001600*              reference file (BNKPSTC) for every screen that   * DBANK91P
001700*              captures an address.  The keyed postcode is put  * DBANK91P
001800*              in key form and read, and UPOSTCK judges the     * DBANK91P
001900*              country, state/province and town against the     * DBANK91P
002000*              row - valid, close (the standard form comes      * DBANK91P
002100*              back to offer), not on file or mismatch.         * DBANK91P
002200*              VSAM version                                     * DBANK91P
002300***************************************************************** DBANK91P
002400                                                                  DBANK91P
002500 IDENTIFICATION DIVISION.                                         DBANK91P
002600 PROGRAM-ID.                                                      DBANK91P
002700     DBANK91P.                                                    DBANK91P
002800 DATE-WRITTEN.                                                    DBANK91P
002900     October 2026.                                                DBANK91P
003000 DATE-COMPILED.                                                   DBANK91P
003100     Today.                                                       DBANK91P
003200                                                                  DBANK91P
003300 ENVIRONMENT DIVISION.                                            DBANK91P
003400                                                                  DBANK91P
003500 DATA DIVISION.                                                   DBANK91P
003600                                                                  DBANK91P
003700 WORKING-STORAGE SECTION.                                         DBANK91P
003800 01  WS-MISC-STORAGE.                                             DBANK91P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DBANK91P
004000       VALUE 'DBANK91P'.                                          DBANK91P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK91P
004200   05  WS-RESP                               PIC S9(8) COMP.      DBANK91P
004300   05  WS-BNKPSTC-RID                        PIC X(6).            DBANK91P
004400                                                                  DBANK91P
004500 01  WS-BNKPSTC-REC.                                              DBANK91P
004600 COPY CBANKVPC.                                                   DBANK91P
004700                                                                  DBANK91P
004800 COPY CPOSTCKD.                                                   DBANK91P
004900                                                                  DBANK91P
005000 01  WS-COMMAREA.                                                 DBANK91P
005100 COPY CBANKD91.                                                   DBANK91P
005200                                                                  DBANK91P
005300 LINKAGE SECTION.                                                 DBANK91P
005400 01  DFHCOMMAREA.                                                 DBANK91P
005500   05  LK-COMMAREA                           PIC X(1)             DBANK91P
005600       OCCURS 1 TO 4096 TIMES                                     DBANK91P
005700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK91P
005800                                                                  DBANK91P
005900 COPY CENTRY.                                                     DBANK91P
006000***************************************************************** DBANK91P
006100* Move the passed data to our area                              * DBANK91P
006200***************************************************************** DBANK91P
006300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK91P
006400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK91P
006500                                                                  DBANK91P
006600***************************************************************** DBANK91P
006700* Initialize our output area                                    * DBANK91P
006800***************************************************************** DBANK91P
006900     MOVE SPACES TO CD91O-DATA.                                   DBANK91P
007000     SET CD91O-OK TO TRUE.                                        DBANK91P
007100                                                                  DBANK91P
007200     PERFORM CHECK-PROCESSING THRU                                DBANK91P
007300             CHECK-PROCESSING-EXIT.                               DBANK91P
007400                                                                  DBANK91P
007500***************************************************************** DBANK91P
007600* Move the result back to the callers area                      * DBANK91P
007700***************************************************************** DBANK91P
007800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK91P
007900                                                                  DBANK91P
008000***************************************************************** DBANK91P
008100* Return to our caller                                          * DBANK91P
008200***************************************************************** DBANK91P
008300 COPY CRETURN.                                                    DBANK91P
008400                                                                  DBANK91P
008500***************************************************************** DBANK91P
008600* Key the postcode, read its reference row and have UPOSTCK     * DBANK91P
008700* compare the rest of the address with it                       * DBANK91P
008800***************************************************************** DBANK91P
008900 CHECK-PROCESSING.                                                DBANK91P
009000     IF NOT CD91I-VALIDATE                                        DBANK91P
009100       SET CD91O-ERROR TO TRUE                                    DBANK91P
009200       MOVE 'Unknown request' TO CD91O-MSG                        DBANK91P
009300       GO TO CHECK-PROCESSING-EXIT                                DBANK91P
009400     END-IF.                                                      DBANK91P
009500     MOVE SPACES TO PCK-CTL-DATA.                                 DBANK91P
009600     SET PCK-CTL-NORMALISE TO TRUE.                               DBANK91P
009700     MOVE CD91I-POSTCODE TO PCK-CTL-IN-POSTCODE.                  DBANK91P
009800     CALL 'UPOSTCK' USING PCK-CTL-DATA.                           DBANK91P
009900     IF PCK-CTL-KEY-POSTCODE IS EQUAL TO SPACES                   DBANK91P
010000       SET CD91O-NOTFND TO TRUE                                   DBANK91P
010100       MOVE 'Postcode is required' TO CD91O-MSG                   DBANK91P
010200       GO TO CHECK-PROCESSING-EXIT                                DBANK91P
010300     END-IF.                                                      DBANK91P
010400     MOVE PCK-CTL-KEY-POSTCODE TO WS-BNKPSTC-RID.                 DBANK91P
010500     EXEC CICS READ FILE('BNKPSTC')                               DBANK91P
010600                    INTO(WS-BNKPSTC-REC)                          DBANK91P
010700                    LENGTH(LENGTH OF WS-BNKPSTC-REC)              DBANK91P
010800                    RIDFLD(WS-BNKPSTC-RID)                        DBANK91P
010900                    RESP(WS-RESP)                                 DBANK91P
011000     END-EXEC.                                                    DBANK91P
011100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK91P
011200       MOVE 'Y' TO PCK-CTL-REF-FOUND                              DBANK91P
011300       MOVE PSC-REC-CNTRY TO PCK-CTL-REF-CNTRY                    DBANK91P
011400       MOVE PSC-REC-STATE TO PCK-CTL-REF-STATE                    DBANK91P
011500       MOVE PSC-REC-TOWN TO PCK-CTL-REF-TOWN                      DBANK91P
011600       MOVE PSC-REC-TOWN-KEY TO PCK-CTL-REF-TOWN-KEY              DBANK91P
011700       MOVE PSC-REC-STATUS TO PCK-CTL-REF-STATUS                  DBANK91P
011800     ELSE                                                         DBANK91P
011900       IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                 DBANK91P
012000         SET CD91O-ERROR TO TRUE                                  DBANK91P
012100         MOVE 'Unable to read the postcode file' TO CD91O-MSG     DBANK91P
012200         GO TO CHECK-PROCESSING-EXIT                              DBANK91P
012300       END-IF                                                     DBANK91P
012400       MOVE 'N' TO PCK-CTL-REF-FOUND                              DBANK91P
012500     END-IF.                                                      DBANK91P
012600     SET PCK-CTL-COMPARE TO TRUE.                                 DBANK91P
012700     MOVE CD91I-STATE TO PCK-CTL-IN-STATE.                        DBANK91P
012800     MOVE CD91I-CNTRY TO PCK-CTL-IN-CNTRY.                        DBANK91P
012900     MOVE CD91I-TOWN TO PCK-CTL-IN-TOWN.                          DBANK91P
013000     CALL 'UPOSTCK' USING PCK-CTL-DATA.                           DBANK91P
013100     MOVE PCK-CTL-MSG TO CD91O-MSG.                               DBANK91P
013200     MOVE PCK-CTL-STD-POSTCODE TO CD91O-STD-POSTCODE.             DBANK91P
013300     MOVE PCK-CTL-STD-STATE TO CD91O-STD-STATE.                   DBANK91P
013400     MOVE PCK-CTL-STD-TOWN TO CD91O-STD-TOWN.                     DBANK91P
013500     EVALUATE TRUE                                                DBANK91P
013600       WHEN PCK-CTL-VALID                                         DBANK91P
013700         SET CD91O-OK TO TRUE                                     DBANK91P
013800       WHEN PCK-CTL-CLOSE                                         DBANK91P
013900         SET CD91O-CLOSE TO TRUE                                  DBANK91P
014000       WHEN PCK-CTL-UNKNOWN                                       DBANK91P
014100         SET CD91O-NOTFND TO TRUE                                 DBANK91P
014200       WHEN OTHER                                                 DBANK91P
014300         SET CD91O-MISMATCH TO TRUE                               DBANK91P
014400     END-EVALUATE.                                                DBANK91P
014500 CHECK-PROCESSING-EXIT.                                           DBANK91P
014600     EXIT.                                                        DBANK91P
014700                                                                  DBANK91P
014800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK91P
