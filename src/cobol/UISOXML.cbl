000100***************************************************************** UISOXML 
000200*                                                               * UISOXML 
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UISOXML 
000400*   This demonstration program is provided for use by users     * UISOXML 
000500*   of Micro Focus products and may be used, modified and       * UISOXML 
000600*   distributed as part of your application provided that       * UISOXML 
000700*   you properly acknowledge the copyright of Micro Focus       * UISOXML 
000800*   in this material.                                           * UISOXML 
000900*                                                               * UISOXML 
001000***************************************************************** UISOXML 
001100                                                                  UISOXML 
001200                                                                  UISOXML 
001300***************************************************************** UISOXML 
001400* Program:     UISOXML.CBL                                      * UISOXML 
001500* Function:    ISO 20022 XML routine for the payment runs.      * UISOXML 
001600*              Builds one line of a credit transfer message at  * UISOXML 
001700*              a time - an opening tag, a closing tag, or a     * UISOXML 
001800*              complete element with its value escaped (an      * UISOXML 
001900*              amount is edited to the plain decimal form the   * UISOXML 
002000*              schema wants) - so ZBNKPAY1 and ZBNKWIR1 write   * UISOXML 
002100*              their pain.001 / pacs.008 files the way they     * UISOXML 
002200*              write their fixed-format ones.  For ZBNKACK1 it  * UISOXML 
002300*              walks a status report record tag by tag,         * UISOXML 
002400*              returning each tag name without its namespace    * UISOXML 
002500*              prefix and the text that follows an opening tag  * UISOXML 
002600*              with the entities turned back into characters.   * UISOXML 
002700*              No schema validation is attempted - the network  * UISOXML 
002800*              validates what we send, and we read only the     * UISOXML 
002900*              few status tags we need.                         * UISOXML 
003000***************************************************************** UISOXML 
003100                                                                  UISOXML 
003200 IDENTIFICATION DIVISION.                                         UISOXML 
003300 PROGRAM-ID.                                                      UISOXML 
003400     UISOXML.                                                     UISOXML 
003500 DATE-WRITTEN.                                                    UISOXML 
003600     October 2026.                                                UISOXML 
003700 DATE-COMPILED.                                                   UISOXML 
003800     Today.                                                       UISOXML 
003900                                                                  UISOXML 
004000 ENVIRONMENT DIVISION.                                            UISOXML 
004100                                                                  UISOXML 
004200 DATA DIVISION.                                                   UISOXML 
004300 WORKING-STORAGE SECTION.                                         UISOXML 
004400 01  WS-MISC-STORAGE.                                             UISOXML 
004500   05  WS-PROGRAM-ID                         PIC X(8)             UISOXML 
004600       VALUE 'UISOXML'.                                           UISOXML 
004700   05  WS-OUT                                PIC X(256).          UISOXML 
004800   05  WS-OUT-LEN                            PIC S9(4) COMP.      UISOXML 
004900   05  WS-APPEND                             PIC X(256).          UISOXML 
005000   05  WS-APPEND-LEN                         PIC S9(4) COMP.      UISOXML 
005100   05  WS-TRIM-AREA                          PIC X(256).          UISOXML 
005200   05  WS-TRIM-LEN                           PIC S9(4) COMP.      UISOXML 
005300   05  WS-TEXT                               PIC X(140).          UISOXML 
005400   05  WS-TEXT-LEN                           PIC S9(4) COMP.      UISOXML 
005500   05  WS-SUB1                               PIC S9(4) COMP.      UISOXML 
005600   05  WS-START                              PIC S9(4) COMP.      UISOXML 
005700   05  WS-END                                PIC S9(4) COMP.      UISOXML 
005800   05  WS-NAME-START                         PIC S9(4) COMP.      UISOXML 
005900   05  WS-NAME-LEN                           PIC S9(4) COMP.      UISOXML 
006000   05  WS-CHAR                               PIC X(1).            UISOXML 
006100   05  WS-AMOUNT-EDIT                        PIC -(11)9.99.       UISOXML 
006200                                                                  UISOXML 
006300 LINKAGE SECTION.                                                 UISOXML 
006400 COPY CISOXMLD.                                                   UISOXML 
006500                                                                  UISOXML 
006600 PROCEDURE DIVISION USING ISO-XML-DATA.                           UISOXML 
006700                                                                  UISOXML 
006800     SET ISO-XML-OK TO TRUE.                                      UISOXML 
006900                                                                  UISOXML 
007000     EVALUATE TRUE                                                UISOXML 
007100       WHEN ISO-XML-OPEN-TAG                                      UISOXML 
007200         PERFORM START-LINE                                       UISOXML 
007300         PERFORM APPEND-START-TAG THRU                            UISOXML 
007400                 APPEND-START-TAG-EXIT                            UISOXML 
007500         MOVE WS-OUT TO ISO-XML-LINE                              UISOXML 
007600       WHEN ISO-XML-CLOSE-TAG                                     UISOXML 
007700         PERFORM START-LINE                                       UISOXML 
007800         PERFORM APPEND-END-TAG THRU                              UISOXML 
007900                 APPEND-END-TAG-EXIT                              UISOXML 
008000         MOVE WS-OUT TO ISO-XML-LINE                              UISOXML 
008100       WHEN ISO-XML-ELEMENT                                       UISOXML 
008200         PERFORM BUILD-ELEMENT THRU                               UISOXML 
008300                 BUILD-ELEMENT-EXIT                               UISOXML 
008400       WHEN ISO-XML-AMOUNT-ELEMENT                                UISOXML 
008500         MOVE ISO-XML-AMOUNT TO WS-AMOUNT-EDIT                    UISOXML 
008600         MOVE WS-AMOUNT-EDIT TO ISO-XML-VALUE                     UISOXML 
008700         PERFORM BUILD-ELEMENT THRU                               UISOXML 
008800                 BUILD-ELEMENT-EXIT                               UISOXML 
008900       WHEN ISO-XML-NEXT-TOKEN                                    UISOXML 
009000         PERFORM NEXT-TOKEN THRU                                  UISOXML 
009100                 NEXT-TOKEN-EXIT                                  UISOXML 
009200       WHEN OTHER                                                 UISOXML 
009300         SET ISO-XML-ERROR TO TRUE                                UISOXML 
009400     END-EVALUATE.                                                UISOXML 
009500                                                                  UISOXML 
009600     GOBACK.                                                      UISOXML 
009700                                                                  UISOXML 
009800***************************************************************** UISOXML 
009900* A new line indented two spaces for each level of depth        * UISOXML 
010000***************************************************************** UISOXML 
010100 START-LINE.                                                      UISOXML 
010200     MOVE SPACES TO WS-OUT.                                       UISOXML 
010300     COMPUTE WS-OUT-LEN = ISO-XML-DEPTH * 2.                      UISOXML 
010400                                                                  UISOXML 
010500***************************************************************** UISOXML 
010600* <name attribute>                                              * UISOXML 
010700***************************************************************** UISOXML 
010800 APPEND-START-TAG.                                                UISOXML 
010900     MOVE '<' TO WS-APPEND.                                       UISOXML 
011000     MOVE 1 TO WS-APPEND-LEN.                                     UISOXML 
011100     PERFORM APPEND-TEXT THRU                                     UISOXML 
011200             APPEND-TEXT-EXIT.                                    UISOXML 
011300     MOVE ISO-XML-NAME TO WS-TRIM-AREA.                           UISOXML 
011400     PERFORM TRIM-LENGTH THRU                                     UISOXML 
011500             TRIM-LENGTH-EXIT.                                    UISOXML 
011600     MOVE WS-TRIM-AREA TO WS-APPEND.                              UISOXML 
011700     MOVE WS-TRIM-LEN TO WS-APPEND-LEN.                           UISOXML 
011800     PERFORM APPEND-TEXT THRU                                     UISOXML 
011900             APPEND-TEXT-EXIT.                                    UISOXML 
012000     IF ISO-XML-ATTR IS NOT EQUAL TO SPACES                       UISOXML 
012100        MOVE SPACES TO WS-APPEND                                  UISOXML 
012200        MOVE 1 TO WS-APPEND-LEN                                   UISOXML 
012300        PERFORM APPEND-TEXT THRU                                  UISOXML 
012400                APPEND-TEXT-EXIT                                  UISOXML 
012500        MOVE ISO-XML-ATTR TO WS-TRIM-AREA                         UISOXML 
012600        PERFORM TRIM-LENGTH THRU                                  UISOXML 
012700                TRIM-LENGTH-EXIT                                  UISOXML 
012800        MOVE WS-TRIM-AREA TO WS-APPEND                            UISOXML 
012900        MOVE WS-TRIM-LEN TO WS-APPEND-LEN                         UISOXML 
013000        PERFORM APPEND-TEXT THRU                                  UISOXML 
013100                APPEND-TEXT-EXIT                                  UISOXML 
013200     END-IF.                                                      UISOXML 
013300     MOVE '>' TO WS-APPEND.                                       UISOXML 
013400     MOVE 1 TO WS-APPEND-LEN.                                     UISOXML 
013500     PERFORM APPEND-TEXT THRU                                     UISOXML 
013600             APPEND-TEXT-EXIT.                                    UISOXML 
013700 APPEND-START-TAG-EXIT.                                           UISOXML 
013800     EXIT.                                                        UISOXML 
013900                                                                  UISOXML 
014000***************************************************************** UISOXML 
014100* </name>                                                       * UISOXML 
014200***************************************************************** UISOXML 
014300 APPEND-END-TAG.                                                  UISOXML 
014400     MOVE '</' TO WS-APPEND.                                      UISOXML 
014500     MOVE 2 TO WS-APPEND-LEN.                                     UISOXML 
014600     PERFORM APPEND-TEXT THRU                                     UISOXML 
014700             APPEND-TEXT-EXIT.                                    UISOXML 
014800     MOVE ISO-XML-NAME TO WS-TRIM-AREA.                           UISOXML 
014900     PERFORM TRIM-LENGTH THRU                                     UISOXML 
015000             TRIM-LENGTH-EXIT.                                    UISOXML 
015100     MOVE WS-TRIM-AREA TO WS-APPEND.                              UISOXML 
015200     MOVE WS-TRIM-LEN TO WS-APPEND-LEN.                           UISOXML 
015300     PERFORM APPEND-TEXT THRU                                     UISOXML 
015400             APPEND-TEXT-EXIT.                                    UISOXML 
015500     MOVE '>' TO WS-APPEND.                                       UISOXML 
015600     MOVE 1 TO WS-APPEND-LEN.                                     UISOXML 
015700     PERFORM APPEND-TEXT THRU                                     UISOXML 
015800             APPEND-TEXT-EXIT.                                    UISOXML 
015900 APPEND-END-TAG-EXIT.                                             UISOXML 
016000     EXIT.                                                        UISOXML 
016100                                                                  UISOXML 
016200***************************************************************** UISOXML 
016300* <name>value</name> on one line, the value escaped and without * UISOXML 
016400* its leading and trailing spaces.  A blank value writes        * UISOXML 
016500* nothing.                                                      * UISOXML 
016600***************************************************************** UISOXML 
016700 BUILD-ELEMENT.                                                   UISOXML 
016800     IF ISO-XML-VALUE IS EQUAL TO SPACES                          UISOXML 
016900        SET ISO-XML-NOT-WRITTEN TO TRUE                           UISOXML 
017000        MOVE SPACES TO ISO-XML-LINE                               UISOXML 
017100        GO TO BUILD-ELEMENT-EXIT                                  UISOXML 
017200     END-IF.                                                      UISOXML 
017300     PERFORM START-LINE.                                          UISOXML 
017400     PERFORM APPEND-START-TAG THRU                                UISOXML 
017500             APPEND-START-TAG-EXIT.                               UISOXML 
017600     MOVE ZERO TO WS-START.                                       UISOXML 
017700     INSPECT ISO-XML-VALUE TALLYING WS-START                      UISOXML 
017800       FOR LEADING SPACES.                                        UISOXML 
017900     ADD 1 TO WS-START.                                           UISOXML 
018000     MOVE ISO-XML-VALUE TO WS-TRIM-AREA.                          UISOXML 
018100     PERFORM TRIM-LENGTH THRU                                     UISOXML 
018200             TRIM-LENGTH-EXIT.                                    UISOXML 
018300     PERFORM APPEND-ESCAPED-CHAR THRU                             UISOXML 
018400             APPEND-ESCAPED-CHAR-EXIT                             UISOXML 
018500       VARYING WS-SUB1 FROM WS-START BY 1                         UISOXML 
018600         UNTIL WS-SUB1 IS GREATER THAN WS-TRIM-LEN.               UISOXML 
018700     PERFORM APPEND-END-TAG THRU                                  UISOXML 
018800             APPEND-END-TAG-EXIT.                                 UISOXML 
018900     MOVE WS-OUT TO ISO-XML-LINE.                                 UISOXML 
019000 BUILD-ELEMENT-EXIT.                                              UISOXML 
019100     EXIT.                                                        UISOXML 
019200                                                                  UISOXML 
019300***************************************************************** UISOXML 
019400* One character of a value, with the five XML specials turned   * UISOXML 
019500* into their entities                                           * UISOXML 
019600***************************************************************** UISOXML 
019700 APPEND-ESCAPED-CHAR.                                             UISOXML 
019800     MOVE WS-TRIM-AREA (WS-SUB1:1) TO WS-CHAR.                    UISOXML 
019900     MOVE SPACES TO WS-APPEND.                                    UISOXML 
020000     EVALUATE WS-CHAR                                             UISOXML 
020100       WHEN '&'                                                   UISOXML 
020200         MOVE '&amp;' TO WS-APPEND                                UISOXML 
020300         MOVE 5 TO WS-APPEND-LEN                                  UISOXML 
020400       WHEN '<'                                                   UISOXML 
020500         MOVE '&lt;' TO WS-APPEND                                 UISOXML 
020600         MOVE 4 TO WS-APPEND-LEN                                  UISOXML 
020700       WHEN '>'                                                   UISOXML 
020800         MOVE '&gt;' TO WS-APPEND                                 UISOXML 
020900         MOVE 4 TO WS-APPEND-LEN                                  UISOXML 
021000       WHEN '"'                                                   UISOXML 
021100         MOVE '&quot;' TO WS-APPEND                               UISOXML 
021200         MOVE 6 TO WS-APPEND-LEN                                  UISOXML 
021300       WHEN ''''                                                  UISOXML 
021400         MOVE '&apos;' TO WS-APPEND                               UISOXML 
021500         MOVE 6 TO WS-APPEND-LEN                                  UISOXML 
021600       WHEN OTHER                                                 UISOXML 
021700         MOVE WS-CHAR TO WS-APPEND                                UISOXML 
021800         MOVE 1 TO WS-APPEND-LEN                                  UISOXML 
021900     END-EVALUATE.                                                UISOXML 
022000     PERFORM APPEND-TEXT THRU                                     UISOXML 
022100             APPEND-TEXT-EXIT.                                    UISOXML 
022200 APPEND-ESCAPED-CHAR-EXIT.                                        UISOXML 
022300     EXIT.                                                        UISOXML 
022400                                                                  UISOXML 
022500***************************************************************** UISOXML 
022600* Add WS-APPEND-LEN bytes of WS-APPEND to the line being built. * UISOXML 
022700* A line that would run past the record is flagged in error     * UISOXML 
022800* and the piece dropped.                                        * UISOXML 
022900***************************************************************** UISOXML 
023000 APPEND-TEXT.                                                     UISOXML 
023100     IF WS-APPEND-LEN IS NOT GREATER THAN ZERO                    UISOXML 
023200        GO TO APPEND-TEXT-EXIT                                    UISOXML 
023300     END-IF.                                                      UISOXML 
023400     IF WS-OUT-LEN + WS-APPEND-LEN IS GREATER THAN 256            UISOXML 
023500        SET ISO-XML-ERROR TO TRUE                                 UISOXML 
023600        GO TO APPEND-TEXT-EXIT                                    UISOXML 
023700     END-IF.                                                      UISOXML 
023800     MOVE WS-APPEND (1:WS-APPEND-LEN)                             UISOXML 
023900       TO WS-OUT (WS-OUT-LEN + 1:WS-APPEND-LEN).                  UISOXML 
024000     ADD WS-APPEND-LEN TO WS-OUT-LEN.                             UISOXML 
024100 APPEND-TEXT-EXIT.                                                UISOXML 
024200     EXIT.                                                        UISOXML 
024300                                                                  UISOXML 
024400***************************************************************** UISOXML 
024500* Length of WS-TRIM-AREA without its trailing spaces            * UISOXML 
024600***************************************************************** UISOXML 
024700 TRIM-LENGTH.                                                     UISOXML 
024800     MOVE 256 TO WS-TRIM-LEN.                                     UISOXML 
024900 TRIM-LENGTH-LOOP.                                                UISOXML 
025000     IF WS-TRIM-LEN IS EQUAL TO ZERO                              UISOXML 
025100        GO TO TRIM-LENGTH-EXIT                                    UISOXML 
025200     END-IF.                                                      UISOXML 
025300     IF WS-TRIM-AREA (WS-TRIM-LEN:1) IS NOT EQUAL TO SPACE        UISOXML 
025400        GO TO TRIM-LENGTH-EXIT                                    UISOXML 
025500     END-IF.                                                      UISOXML 
025600     SUBTRACT 1 FROM WS-TRIM-LEN.                                 UISOXML 
025700     GO TO TRIM-LENGTH-LOOP.                                      UISOXML 
025800 TRIM-LENGTH-EXIT.                                                UISOXML 
025900     EXIT.                                                        UISOXML 
026000                                                                  UISOXML 
026100***************************************************************** UISOXML 
026200* Next tag in the record from ISO-XML-POS on.  The XML          * UISOXML 
026300* declaration, comments and processing instructions are passed  * UISOXML 
026400* over.  A tag with no closing '>' in the record ends the       * UISOXML 
026500* record and is flagged in error.                               * UISOXML 
026600***************************************************************** UISOXML 
026700 NEXT-TOKEN.                                                      UISOXML 
026800     MOVE SPACES TO ISO-XML-NAME.                                 UISOXML 
026900     MOVE SPACES TO ISO-XML-VALUE.                                UISOXML 
027000     IF ISO-XML-POS IS LESS THAN 1                                UISOXML 
027100        MOVE 1 TO ISO-XML-POS                                     UISOXML 
027200     END-IF.                                                      UISOXML 
027300 NEXT-TOKEN-SCAN.                                                 UISOXML 
027400     IF ISO-XML-POS IS GREATER THAN 256                           UISOXML 
027500        SET ISO-XML-END-OF-LINE TO TRUE                           UISOXML 
027600        GO TO NEXT-TOKEN-EXIT                                     UISOXML 
027700     END-IF.                                                      UISOXML 
027800     IF ISO-XML-LINE (ISO-XML-POS:1) IS NOT EQUAL TO '<'          UISOXML 
027900        ADD 1 TO ISO-XML-POS                                      UISOXML 
028000        GO TO NEXT-TOKEN-SCAN                                     UISOXML 
028100     END-IF.                                                      UISOXML 
028200     MOVE ISO-XML-POS TO WS-START.                                UISOXML 
028300     MOVE ISO-XML-POS TO WS-END.                                  UISOXML 
028400 NEXT-TOKEN-CLOSE.                                                UISOXML 
028500     IF WS-END IS GREATER THAN 255                                UISOXML 
028600        SET ISO-XML-END-OF-LINE TO TRUE                           UISOXML 
028700        SET ISO-XML-ERROR TO TRUE                                 UISOXML 
028800        MOVE 257 TO ISO-XML-POS                                   UISOXML 
028900        GO TO NEXT-TOKEN-EXIT                                     UISOXML 
029000     END-IF.                                                      UISOXML 
029100     ADD 1 TO WS-END.                                             UISOXML 
029200     IF ISO-XML-LINE (WS-END:1) IS NOT EQUAL TO '>'               UISOXML 
029300        GO TO NEXT-TOKEN-CLOSE                                    UISOXML 
029400     END-IF.                                                      UISOXML 
029500     COMPUTE ISO-XML-POS = WS-END + 1.                            UISOXML 
029600     IF ISO-XML-LINE (WS-START + 1:1) IS EQUAL TO '?' OR          UISOXML 
029700        ISO-XML-LINE (WS-START + 1:1) IS EQUAL TO '!'             UISOXML 
029800        GO TO NEXT-TOKEN-SCAN                                     UISOXML 
029900     END-IF.                                                      UISOXML 
030000                                                                  UISOXML 
030100     IF ISO-XML-LINE (WS-START + 1:1) IS EQUAL TO '/'             UISOXML 
030200        SET ISO-XML-END TO TRUE                                   UISOXML 
030300        COMPUTE WS-NAME-START = WS-START + 2                      UISOXML 
030400     ELSE                                                         UISOXML 
030500        IF ISO-XML-LINE (WS-END - 1:1) IS EQUAL TO '/'            UISOXML 
030600           SET ISO-XML-EMPTY-TAG TO TRUE                          UISOXML 
030700        ELSE                                                      UISOXML 
030800           SET ISO-XML-START TO TRUE                              UISOXML 
030900        END-IF                                                    UISOXML 
031000        COMPUTE WS-NAME-START = WS-START + 1                      UISOXML 
031100     END-IF.                                                      UISOXML 
031200     PERFORM GET-TAG-NAME THRU                                    UISOXML 
031300             GET-TAG-NAME-EXIT.                                   UISOXML 
031400     IF ISO-XML-START                                             UISOXML 
031500        PERFORM GET-TAG-TEXT THRU                                 UISOXML 
031600                GET-TAG-TEXT-EXIT                                 UISOXML 
031700     END-IF.                                                      UISOXML 
031800 NEXT-TOKEN-EXIT.                                                 UISOXML 
031900     EXIT.                                                        UISOXML 
032000                                                                  UISOXML 
032100***************************************************************** UISOXML 
032200* The tag name runs to the first space, '/' or '>'; anything up * UISOXML 
032300* to a ':' is a namespace prefix and is dropped                 * UISOXML 
032400***************************************************************** UISOXML 
032500 GET-TAG-NAME.                                                    UISOXML 
032600     MOVE WS-NAME-START TO WS-SUB1.                               UISOXML 
032700 GET-TAG-NAME-LOOP.                                               UISOXML 
032800     MOVE ISO-XML-LINE (WS-SUB1:1) TO WS-CHAR.                    UISOXML 
032900     IF WS-CHAR IS EQUAL TO SPACE OR                              UISOXML 
033000        WS-CHAR IS EQUAL TO '/' OR                                UISOXML 
033100        WS-CHAR IS EQUAL TO '>'                                   UISOXML 
033200        GO TO GET-TAG-NAME-DONE                                   UISOXML 
033300     END-IF.                                                      UISOXML 
033400     IF WS-CHAR IS EQUAL TO ':'                                   UISOXML 
033500        COMPUTE WS-NAME-START = WS-SUB1 + 1                       UISOXML 
033600     END-IF.                                                      UISOXML 
033700     ADD 1 TO WS-SUB1.                                            UISOXML 
033800     GO TO GET-TAG-NAME-LOOP.                                     UISOXML 
033900 GET-TAG-NAME-DONE.                                               UISOXML 
034000     COMPUTE WS-NAME-LEN = WS-SUB1 - WS-NAME-START.               UISOXML 
034100     IF WS-NAME-LEN IS GREATER THAN 35                            UISOXML 
034200        MOVE 35 TO WS-NAME-LEN                                    UISOXML 
034300     END-IF.                                                      UISOXML 
034400     IF WS-NAME-LEN IS GREATER THAN ZERO                          UISOXML 
034500        MOVE ISO-XML-LINE (WS-NAME-START:WS-NAME-LEN)             UISOXML 
034600          TO ISO-XML-NAME                                         UISOXML 
034700     END-IF.                                                      UISOXML 
034800 GET-TAG-NAME-EXIT.                                               UISOXML 
034900     EXIT.                                                        UISOXML 
035000                                                                  UISOXML 
035100***************************************************************** UISOXML 
035200* The text between an opening tag and the next '<', leading     * UISOXML 
035300* spaces dropped and the entities turned back into characters   * UISOXML 
035400***************************************************************** UISOXML 
035500 GET-TAG-TEXT.                                                    UISOXML 
035600     MOVE SPACES TO WS-TEXT.                                      UISOXML 
035700     MOVE ZERO TO WS-TEXT-LEN.                                    UISOXML 
035800     MOVE ISO-XML-POS TO WS-SUB1.                                 UISOXML 
035900 GET-TAG-TEXT-SKIP.                                               UISOXML 
036000     IF WS-SUB1 IS GREATER THAN 256                               UISOXML 
036100        GO TO GET-TAG-TEXT-DONE                                   UISOXML 
036200     END-IF.                                                      UISOXML 
036300     IF ISO-XML-LINE (WS-SUB1:1) IS EQUAL TO SPACE                UISOXML 
036400        ADD 1 TO WS-SUB1                                          UISOXML 
036500        GO TO GET-TAG-TEXT-SKIP                                   UISOXML 
036600     END-IF.                                                      UISOXML 
036700 GET-TAG-TEXT-LOOP.                                               UISOXML 
036800     IF WS-SUB1 IS GREATER THAN 256 OR                            UISOXML 
036900        WS-TEXT-LEN IS EQUAL TO 140                               UISOXML 
037000        GO TO GET-TAG-TEXT-DONE                                   UISOXML 
037100     END-IF.                                                      UISOXML 
037200     MOVE ISO-XML-LINE (WS-SUB1:1) TO WS-CHAR.                    UISOXML 
037300     IF WS-CHAR IS EQUAL TO '<'                                   UISOXML 
037400        GO TO GET-TAG-TEXT-DONE                                   UISOXML 
037500     END-IF.                                                      UISOXML 
037600     ADD 1 TO WS-SUB1.                                            UISOXML 
037700     IF WS-CHAR IS EQUAL TO '&'                                   UISOXML 
037800        PERFORM GET-ENTITY THRU                                   UISOXML 
037900                GET-ENTITY-EXIT                                   UISOXML 
038000     END-IF.                                                      UISOXML 
038100     ADD 1 TO WS-TEXT-LEN.                                        UISOXML 
038200     MOVE WS-CHAR TO WS-TEXT (WS-TEXT-LEN:1).                     UISOXML 
038300     GO TO GET-TAG-TEXT-LOOP.                                     UISOXML 
038400 GET-TAG-TEXT-DONE.                                               UISOXML 
038500     MOVE WS-TEXT TO ISO-XML-VALUE.                               UISOXML 
038600 GET-TAG-TEXT-EXIT.                                               UISOXML 
038700     EXIT.                                                        UISOXML 
038800                                                                  UISOXML 
038900***************************************************************** UISOXML 
039000* WS-SUB1 is just past an '&' - replace the entity by its       * UISOXML 
039100* character and step over it.  Anything not recognised is kept  * UISOXML 
039200* as a plain '&'.                                               * UISOXML 
039300***************************************************************** UISOXML 
039400 GET-ENTITY.                                                      UISOXML 
039500     IF WS-SUB1 IS GREATER THAN 252                               UISOXML 
039600        GO TO GET-ENTITY-EXIT                                     UISOXML 
039700     END-IF.                                                      UISOXML 
039800     EVALUATE TRUE                                                UISOXML 
039900       WHEN ISO-XML-LINE (WS-SUB1:4) IS EQUAL TO 'amp;'           UISOXML 
040000         MOVE '&' TO WS-CHAR                                      UISOXML 
040100         ADD 4 TO WS-SUB1                                         UISOXML 
040200       WHEN ISO-XML-LINE (WS-SUB1:3) IS EQUAL TO 'lt;'            UISOXML 
040300         MOVE '<' TO WS-CHAR                                      UISOXML 
040400         ADD 3 TO WS-SUB1                                         UISOXML 
040500       WHEN ISO-XML-LINE (WS-SUB1:3) IS EQUAL TO 'gt;'            UISOXML 
040600         MOVE '>' TO WS-CHAR                                      UISOXML 
040700         ADD 3 TO WS-SUB1                                         UISOXML 
040800       WHEN ISO-XML-LINE (WS-SUB1:5) IS EQUAL TO 'quot;'          UISOXML 
040900         MOVE '"' TO WS-CHAR                                      UISOXML 
041000         ADD 5 TO WS-SUB1                                         UISOXML 
041100       WHEN ISO-XML-LINE (WS-SUB1:5) IS EQUAL TO 'apos;'          UISOXML 
041200         MOVE '''' TO WS-CHAR                                     UISOXML 
041300         ADD 5 TO WS-SUB1                                         UISOXML 
041400     END-EVALUATE.                                                UISOXML 
041500 GET-ENTITY-EXIT.                                                 UISOXML 
041600     EXIT.                                                        UISOXML 
041700                                                                  UISOXML 
041800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UISOXML 
