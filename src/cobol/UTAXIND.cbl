000100***************************************************************** UTAXIND
000200*                                                               * UTAXIND
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UTAXIND
000400*   This demonstration program is provided for use by users     * UTAXIND
000500*   of Micro Focus products and may be used, modified and       * UTAXIND
000600*   distributed as part of your application provided that       * UTAXIND
000700*   you properly acknowledge the copyright of Micro Focus       * UTAXIND
000800*   in this material.                                           * UTAXIND
000900*                                                               * UTAXIND
001000***************************************************************** UTAXIND
001100                                                                  UTAXIND
001200***************************************************************** UTAXIND
001300* Program:     UTAXIND.CBL                                      * UTAXIND
001400* Function:    Foreign tax indicia check for CRS/FATCA          * UTAXIND
001500*              due diligence.  A customer shows foreign indicia * UTAXIND
001600*              when the address country on BNKCUST is not the   * UTAXIND
001700*              bank's home country, or the telephone number     * UTAXIND
001800*              carries an international prefix other than the   * UTAXIND
001900*              home country code.  Indicia with a tax residency * UTAXIND
002000*              self-certification on file are cured; without    * UTAXIND
002100*              one the customer needs remediation.  Called by   * UTAXIND
002200*              DBANK78P online and by the ZBNKCRS1 annual run   * UTAXIND
002300*              so that both apply the same test.                * UTAXIND
002400***************************************************************** UTAXIND
002500                                                                  UTAXIND
002600 IDENTIFICATION DIVISION.                                         UTAXIND
002700 PROGRAM-ID.                                                      UTAXIND
002800     UTAXIND.                                                     UTAXIND
002900 DATE-WRITTEN.                                                    UTAXIND
003000     October 2026.                                                UTAXIND
003100 DATE-COMPILED.                                                   UTAXIND
003200     Today.                                                       UTAXIND
003300                                                                  UTAXIND
003400 ENVIRONMENT DIVISION.                                            UTAXIND
003500                                                                  UTAXIND
003600 DATA DIVISION.                                                   UTAXIND
003700 WORKING-STORAGE SECTION.                                         UTAXIND
003800 01  WS-MISC-STORAGE.                                             UTAXIND
003900   05  WS-PROGRAM-ID                         PIC X(8)             UTAXIND
004000       VALUE 'UTAXIND'.                                           UTAXIND
004100   05  WS-HOME-CNTRY                         PIC X(6)             UTAXIND
004200       VALUE 'USA'.                                               UTAXIND
004300   05  WS-HOME-DIAL-CODE                     PIC X(1)             UTAXIND
004400       VALUE '1'.                                                 UTAXIND
004500                                                                  UTAXIND
004600 LINKAGE SECTION.                                                 UTAXIND
004700 01  LK-TAXIND-WORK-AREA.                                         UTAXIND
004800 COPY CTAXINDD.                                                   UTAXIND
004900                                                                  UTAXIND
005000 PROCEDURE DIVISION USING LK-TAXIND-WORK-AREA.                    UTAXIND
005100     PERFORM CHECK-INDICIA THRU                                   UTAXIND
005200             CHECK-INDICIA-EXIT.                                  UTAXIND
005300     GOBACK.                                                      UTAXIND
005400                                                                  UTAXIND
005500***************************************************************** UTAXIND
005600* Address country first, then the telephone prefix - the reason * UTAXIND
005700* reported is the first test that found foreign indicia         * UTAXIND
005800***************************************************************** UTAXIND
005900 CHECK-INDICIA.                                                   UTAXIND
006000     SET TXI-NO-INDICIA TO TRUE.                                  UTAXIND
006100     MOVE 'N' TO TXI-INDICIA-STATUS.                              UTAXIND
006200     MOVE SPACES TO TXI-REASON.                                   UTAXIND
006300     IF TXI-CNTRY IS NOT EQUAL TO SPACES AND                      UTAXIND
006400        TXI-CNTRY IS NOT EQUAL TO LOW-VALUES AND                  UTAXIND
006500        TXI-CNTRY IS NOT EQUAL TO WS-HOME-CNTRY                   UTAXIND
006600       SET TXI-HAS-INDICIA TO TRUE                                UTAXIND
006700       MOVE 'Foreign address country' TO TXI-REASON               UTAXIND
006800     END-IF.                                                      UTAXIND
006900     IF TXI-NO-INDICIA                                            UTAXIND
007000       IF (TXI-TELNO (1:1) IS EQUAL TO '+' AND                    UTAXIND
007100           TXI-TELNO (2:1) IS NOT EQUAL TO WS-HOME-DIAL-CODE) OR  UTAXIND
007200          TXI-TELNO (1:3) IS EQUAL TO '011'                       UTAXIND
007300         SET TXI-HAS-INDICIA TO TRUE                              UTAXIND
007400         MOVE 'Foreign telephone number' TO TXI-REASON            UTAXIND
007500       END-IF                                                     UTAXIND
007600     END-IF.                                                      UTAXIND
007700     IF TXI-NO-INDICIA                                            UTAXIND
007800       GO TO CHECK-INDICIA-EXIT                                   UTAXIND
007900     END-IF.                                                      UTAXIND
008000     IF TXI-CERT-ON-FILE                                          UTAXIND
008100       MOVE 'C' TO TXI-INDICIA-STATUS                             UTAXIND
008200     ELSE                                                         UTAXIND
008300       MOVE 'F' TO TXI-INDICIA-STATUS                             UTAXIND
008400     END-IF.                                                      UTAXIND
008500 CHECK-INDICIA-EXIT.                                              UTAXIND
008600     EXIT.                                                        UTAXIND
008700                                                                  UTAXIND
008800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UTAXIND
