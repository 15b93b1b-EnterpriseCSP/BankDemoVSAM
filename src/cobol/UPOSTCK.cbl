000100***************************************************************** UPOSTCK
000200*                                                               * UPOSTCK
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UPOSTCK
000400*   This demonstration program is provided for use by users     * UPOSTCK
000500*   of Micro Focus products and may be used, modified and       * UPOSTCK
000600*   distributed as part of your application provided that       * UPOSTCK
000700*   you properly acknowledge the copyright of Micro Focus       * UPOSTCK
000800*   in this material.                                           * UPOSTCK
000900*                                                               * UPOSTCK
001000***************************************************************** UPOSTCK
001100                                                                  UPOSTCK
001200***************************************************************** UPOSTCK
001300* Program:     UPOSTCK.CBL                                      * UPOSTCK
001400* Function:    Postal address check, shared by DBANK91P and the * UPOSTCK
001500*              batch runs so every entry point judges an        * UPOSTCK
001600*              address the same way.  Normalises a keyed        * UPOSTCK
001700*              postcode to the BNKPSTC key form, then compares  * UPOSTCK
001800*              the keyed country, state and town with the       * UPOSTCK
001900*              reference row the caller read: valid, close      * UPOSTCK
002000*              (same place written differently - the standard   * UPOSTCK
002100*              form is handed back to offer), unknown postcode  * UPOSTCK
002200*              or mismatch.  Town names are compared on their   * UPOSTCK
002300*              UDPMATCH keys.                                   * UPOSTCK
002400***************************************************************** UPOSTCK
002500                                                                  UPOSTCK
002600 IDENTIFICATION DIVISION.                                         UPOSTCK
002700 PROGRAM-ID.                                                      UPOSTCK
002800     UPOSTCK.                                                     UPOSTCK
002900 DATE-WRITTEN.                                                    UPOSTCK
003000     October 2026.                                                UPOSTCK
003100 DATE-COMPILED.                                                   UPOSTCK
003200     Today.                                                       UPOSTCK
003300                                                                  UPOSTCK
003400 ENVIRONMENT DIVISION.                                            UPOSTCK
003500                                                                  UPOSTCK
003600 DATA DIVISION.                                                   UPOSTCK
003700 WORKING-STORAGE SECTION.                                         UPOSTCK
003800 01  WS-MISC-STORAGE.                                             UPOSTCK
003900   05  WS-PROGRAM-ID                         PIC X(8)             UPOSTCK
004000       VALUE 'UPOSTCK '.                                          UPOSTCK
004100   05  WS-IN-SUB                             PIC S9(4) COMP.      UPOSTCK
004200   05  WS-OUT-SUB                            PIC S9(4) COMP.      UPOSTCK
004300   05  WS-THIS-CHAR                          PIC X(1).            UPOSTCK
004400   05  WS-WORK-POSTCODE                      PIC X(6).            UPOSTCK
004500   05  WS-WORK-CNTRY                         PIC X(6).            UPOSTCK
004600   05  WS-WORK-STATE                         PIC X(2).            UPOSTCK
004700   05  WS-NORM-IN                            PIC X(30).           UPOSTCK
004800   05  WS-NORM-OUT                           PIC X(30).           UPOSTCK
004900                                                                  UPOSTCK
005000 LINKAGE SECTION.                                                 UPOSTCK
005100 COPY CPOSTCKD.                                                   UPOSTCK
005200                                                                  UPOSTCK
005300 PROCEDURE DIVISION USING PCK-CTL-DATA.                           UPOSTCK
005400                                                                  UPOSTCK
005500***************************************************************** UPOSTCK
005600* Upper-case the keyed postcode and drop spaces and hyphens so  * UPOSTCK
005700* m5v 2t6 and M5V-2T6 both key as M5V2T6                        * UPOSTCK
005800***************************************************************** UPOSTCK
005900     MOVE PCK-CTL-IN-POSTCODE TO WS-WORK-POSTCODE.                UPOSTCK
006000     INSPECT WS-WORK-POSTCODE CONVERTING                          UPOSTCK
006100       'abcdefghijklmnopqrstuvwxyz' TO                            UPOSTCK
006200       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                              UPOSTCK
006300     MOVE SPACES TO PCK-CTL-KEY-POSTCODE.                         UPOSTCK
006400     MOVE 0 TO WS-OUT-SUB.                                        UPOSTCK
006500     MOVE 1 TO WS-IN-SUB.                                         UPOSTCK
006600 POSTCODE-LOOP.                                                   UPOSTCK
006700     IF WS-IN-SUB IS GREATER THAN 6                               UPOSTCK
006800        GO TO POSTCODE-DONE                                       UPOSTCK
006900     END-IF.                                                      UPOSTCK
007000     MOVE WS-WORK-POSTCODE (WS-IN-SUB:1) TO WS-THIS-CHAR.         UPOSTCK
007100     IF WS-THIS-CHAR IS NOT EQUAL TO SPACE AND                    UPOSTCK
007200        WS-THIS-CHAR IS NOT EQUAL TO '-' AND                      UPOSTCK
007300        WS-THIS-CHAR IS NOT EQUAL TO LOW-VALUE                    UPOSTCK
007400        ADD 1 TO WS-OUT-SUB                                       UPOSTCK
007500        MOVE WS-THIS-CHAR TO PCK-CTL-KEY-POSTCODE (WS-OUT-SUB:1)  UPOSTCK
007600     END-IF.                                                      UPOSTCK
007700     ADD 1 TO WS-IN-SUB.                                          UPOSTCK
007800     GO TO POSTCODE-LOOP.                                         UPOSTCK
007900 POSTCODE-DONE.                                                   UPOSTCK
008000     IF PCK-CTL-NORMALISE                                         UPOSTCK
008100        GO TO UPOSTCK-DONE                                        UPOSTCK
008200     END-IF.                                                      UPOSTCK
008300                                                                  UPOSTCK
008400***************************************************************** UPOSTCK
008500* Compare the entry with the reference row                      * UPOSTCK
008600***************************************************************** UPOSTCK
008700     MOVE SPACES TO PCK-CTL-MSG.                                  UPOSTCK
008800     MOVE SPACES TO PCK-CTL-STD-POSTCODE.                         UPOSTCK
008900     MOVE SPACES TO PCK-CTL-STD-STATE.                            UPOSTCK
009000     MOVE SPACES TO PCK-CTL-STD-TOWN.                             UPOSTCK
009100     IF NOT PCK-CTL-REF-ON-FILE                                   UPOSTCK
009200        SET PCK-CTL-UNKNOWN TO TRUE                               UPOSTCK
009300        MOVE 'Postcode is not on the postal file'                 UPOSTCK
009400          TO PCK-CTL-MSG                                          UPOSTCK
009500        GO TO UPOSTCK-DONE                                        UPOSTCK
009600     END-IF.                                                      UPOSTCK
009700     IF PCK-CTL-REF-STATUS IS EQUAL TO 'R'                        UPOSTCK
009800        SET PCK-CTL-UNKNOWN TO TRUE                               UPOSTCK
009900        MOVE 'Postcode has been withdrawn by the post'            UPOSTCK
010000          TO PCK-CTL-MSG                                          UPOSTCK
010100        GO TO UPOSTCK-DONE                                        UPOSTCK
010200     END-IF.                                                      UPOSTCK
010300     MOVE PCK-CTL-KEY-POSTCODE TO PCK-CTL-STD-POSTCODE.           UPOSTCK
010400     MOVE PCK-CTL-REF-STATE TO PCK-CTL-STD-STATE.                 UPOSTCK
010500     MOVE PCK-CTL-REF-TOWN TO PCK-CTL-STD-TOWN.                   UPOSTCK
010600                                                                  UPOSTCK
010700     MOVE PCK-CTL-IN-CNTRY TO WS-WORK-CNTRY.                      UPOSTCK
010800     INSPECT WS-WORK-CNTRY CONVERTING                             UPOSTCK
010900       'abcdefghijklmnopqrstuvwxyz' TO                            UPOSTCK
011000       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                              UPOSTCK
011100     IF WS-WORK-CNTRY IS EQUAL TO 'CANADA'                        UPOSTCK
011200        MOVE 'CDN' TO WS-WORK-CNTRY                               UPOSTCK
011300     END-IF.                                                      UPOSTCK
011400     IF WS-WORK-CNTRY IS NOT EQUAL TO PCK-CTL-REF-CNTRY           UPOSTCK
011500        SET PCK-CTL-MISMATCH TO TRUE                              UPOSTCK
011600        MOVE 'Postcode is not in that country'                    UPOSTCK
011700          TO PCK-CTL-MSG                                          UPOSTCK
011800        GO TO UPOSTCK-DONE                                        UPOSTCK
011900     END-IF.                                                      UPOSTCK
012000     MOVE PCK-CTL-IN-STATE TO WS-WORK-STATE.                      UPOSTCK
012100     INSPECT WS-WORK-STATE CONVERTING                             UPOSTCK
012200       'abcdefghijklmnopqrstuvwxyz' TO                            UPOSTCK
012300       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                              UPOSTCK
012400     IF WS-WORK-STATE IS NOT EQUAL TO PCK-CTL-REF-STATE           UPOSTCK
012500        SET PCK-CTL-MISMATCH TO TRUE                              UPOSTCK
012600        STRING 'Postcode belongs to state/prov '                  UPOSTCK
012700                 DELIMITED BY SIZE                                UPOSTCK
012800               PCK-CTL-REF-STATE DELIMITED BY SIZE                UPOSTCK
012900          INTO PCK-CTL-MSG                                        UPOSTCK
013000        GO TO UPOSTCK-DONE                                        UPOSTCK
013100     END-IF.                                                      UPOSTCK
013200     MOVE SPACES TO WS-NORM-IN.                                   UPOSTCK
013300     MOVE PCK-CTL-IN-TOWN TO WS-NORM-IN.                          UPOSTCK
013400     CALL 'UDPMATCH' USING WS-NORM-IN                             UPOSTCK
013500                           WS-NORM-OUT.                           UPOSTCK
013600     IF WS-NORM-OUT IS NOT EQUAL TO PCK-CTL-REF-TOWN-KEY          UPOSTCK
013700        SET PCK-CTL-MISMATCH TO TRUE                              UPOSTCK
013800        MOVE 'Town does not match the postcode'                   UPOSTCK
013900          TO PCK-CTL-MSG                                          UPOSTCK
014000        GO TO UPOSTCK-DONE                                        UPOSTCK
014100     END-IF.                                                      UPOSTCK
014200                                                                  UPOSTCK
014300***************************************************************** UPOSTCK
014400* The right place - is it written the standard way?             * UPOSTCK
014500***************************************************************** UPOSTCK
014600     IF PCK-CTL-IN-POSTCODE IS NOT EQUAL TO                       UPOSTCK
014650        PCK-CTL-STD-POSTCODE OR                                   UPOSTCK
014700        PCK-CTL-IN-STATE IS NOT EQUAL TO PCK-CTL-STD-STATE OR     UPOSTCK
014800        PCK-CTL-IN-TOWN IS NOT EQUAL TO PCK-CTL-STD-TOWN          UPOSTCK
014900        SET PCK-CTL-CLOSE TO TRUE                                 UPOSTCK
015000        MOVE 'Address put in the postal standard form'            UPOSTCK
015100          TO PCK-CTL-MSG                                          UPOSTCK
015200     ELSE                                                         UPOSTCK
015300        SET PCK-CTL-VALID TO TRUE                                 UPOSTCK
015400     END-IF.                                                      UPOSTCK
015500                                                                  UPOSTCK
015600 UPOSTCK-DONE.                                                    UPOSTCK
015700     GOBACK.                                                      UPOSTCK
015800                                                                  UPOSTCK
015900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UPOSTCK
