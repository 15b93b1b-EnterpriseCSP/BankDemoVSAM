000100***************************************************************** cisoxmlp
000200*                                                               * cisoxmlp
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cisoxmlp
000400*                                                               * cisoxmlp
000500***************************************************************** cisoxmlp
000600                                                                  cisoxmlp
000700***************************************************************** cisoxmlp
000800* CISOXMLP.CPY                                                  * cisoxmlp
000900*---------------------------------------------------------------* cisoxmlp
001000* Procedure code shared by the runs that write ISO 20022 credit * cisoxmlp
001100* transfer messages through UISOXML (parameter area CISOXMLD).  * cisoxmlp
001200* Each paragraph builds one or more lines at the current depth  * cisoxmlp
001300* and hands each to the including program's XML-PUT paragraph,  * cisoxmlp
001400* which writes ISO-XML-LINE to whichever file it is building.   * cisoxmlp
001500* Set ISO-XML-NAME (and ISO-XML-VALUE, ISO-XML-AMOUNT or        * cisoxmlp
001600* ISO-XML-ATTR as the paragraph needs) before performing it.    * cisoxmlp
001700***************************************************************** cisoxmlp
001800***************************************************************** cisoxmlp
001900* <name> - and one level deeper for what follows                * cisoxmlp
002000***************************************************************** cisoxmlp
002100 XML-OPEN.                                                        cisoxmlp
002200     SET ISO-XML-OPEN-TAG TO TRUE.                                cisoxmlp
002300     CALL 'UISOXML' USING ISO-XML-DATA.                           cisoxmlp
002400     PERFORM XML-PUT.                                             cisoxmlp
002500     ADD 1 TO ISO-XML-DEPTH.                                      cisoxmlp
002600     MOVE SPACES TO ISO-XML-ATTR.                                 cisoxmlp
002700                                                                  cisoxmlp
002800***************************************************************** cisoxmlp
002900* </name> - back up a level                                     * cisoxmlp
003000***************************************************************** cisoxmlp
003100 XML-CLOSE.                                                       cisoxmlp
003200     SUBTRACT 1 FROM ISO-XML-DEPTH.                               cisoxmlp
003300     SET ISO-XML-CLOSE-TAG TO TRUE.                               cisoxmlp
003400     CALL 'UISOXML' USING ISO-XML-DATA.                           cisoxmlp
003500     PERFORM XML-PUT.                                             cisoxmlp
003600                                                                  cisoxmlp
003700***************************************************************** cisoxmlp
003800* <name>value</name> - nothing at all when the value is blank   * cisoxmlp
003900***************************************************************** cisoxmlp
004000 XML-ELEMENT.                                                     cisoxmlp
004100     SET ISO-XML-ELEMENT TO TRUE.                                 cisoxmlp
004200     CALL 'UISOXML' USING ISO-XML-DATA.                           cisoxmlp
004300     IF NOT ISO-XML-NOT-WRITTEN                                   cisoxmlp
004400        PERFORM XML-PUT                                           cisoxmlp
004500     END-IF.                                                      cisoxmlp
004600     MOVE SPACES TO ISO-XML-ATTR.                                 cisoxmlp
004700     MOVE SPACES TO ISO-XML-VALUE.                                cisoxmlp
004800                                                                  cisoxmlp
004900***************************************************************** cisoxmlp
005000* <name Ccy="...">amount</name> - the currency in ISO-XML-ATTR  * cisoxmlp
005100***************************************************************** cisoxmlp
005200 XML-AMOUNT-ELEMENT.                                              cisoxmlp
005300     SET ISO-XML-AMOUNT-ELEMENT TO TRUE.                          cisoxmlp
005400     CALL 'UISOXML' USING ISO-XML-DATA.                           cisoxmlp
005500     PERFORM XML-PUT.                                             cisoxmlp
005600     MOVE SPACES TO ISO-XML-ATTR.                                 cisoxmlp
005700     MOVE SPACES TO ISO-XML-VALUE.                                cisoxmlp
005800                                                                  cisoxmlp
005900***************************************************************** cisoxmlp
006000* A financial institution identified by its clearing system     * cisoxmlp
006100* member id - ISO-XML-NAME is the agent tag, ISO-XML-VALUE the  * cisoxmlp
006200* member id (routing number)                                    * cisoxmlp
006300***************************************************************** cisoxmlp
006400 XML-AGENT.                                                       cisoxmlp
006500     MOVE ISO-XML-NAME TO ISO-XML-WRAPPER.                        cisoxmlp
006600     MOVE ISO-XML-VALUE TO ISO-XML-HELD-VALUE.                    cisoxmlp
006700     PERFORM XML-OPEN.                                            cisoxmlp
006800     MOVE 'FinInstnId' TO ISO-XML-NAME.                           cisoxmlp
006900     PERFORM XML-OPEN.                                            cisoxmlp
007000     MOVE 'ClrSysMmbId' TO ISO-XML-NAME.                          cisoxmlp
007100     PERFORM XML-OPEN.                                            cisoxmlp
007200     MOVE 'MmbId' TO ISO-XML-NAME.                                cisoxmlp
007300     MOVE ISO-XML-HELD-VALUE TO ISO-XML-VALUE.                    cisoxmlp
007400     PERFORM XML-ELEMENT.                                         cisoxmlp
007500     MOVE 'ClrSysMmbId' TO ISO-XML-NAME.                          cisoxmlp
007600     PERFORM XML-CLOSE.                                           cisoxmlp
007700     MOVE 'FinInstnId' TO ISO-XML-NAME.                           cisoxmlp
007800     PERFORM XML-CLOSE.                                           cisoxmlp
007900     MOVE ISO-XML-WRAPPER TO ISO-XML-NAME.                        cisoxmlp
008000     PERFORM XML-CLOSE.                                           cisoxmlp
008100                                                                  cisoxmlp
008200***************************************************************** cisoxmlp
008300* An account identified by its plain (non-IBAN) number -        * cisoxmlp
008400* ISO-XML-NAME is the account tag, ISO-XML-VALUE the number     * cisoxmlp
008500***************************************************************** cisoxmlp
008600 XML-ACCOUNT.                                                     cisoxmlp
008700     MOVE ISO-XML-NAME TO ISO-XML-WRAPPER.                        cisoxmlp
008800     MOVE ISO-XML-VALUE TO ISO-XML-HELD-VALUE.                    cisoxmlp
008900     PERFORM XML-OPEN.                                            cisoxmlp
009000     MOVE 'Id' TO ISO-XML-NAME.                                   cisoxmlp
009100     PERFORM XML-OPEN.                                            cisoxmlp
009200     MOVE 'Othr' TO ISO-XML-NAME.                                 cisoxmlp
009300     PERFORM XML-OPEN.                                            cisoxmlp
009400     MOVE 'Id' TO ISO-XML-NAME.                                   cisoxmlp
009500     MOVE ISO-XML-HELD-VALUE TO ISO-XML-VALUE.                    cisoxmlp
009600     PERFORM XML-ELEMENT.                                         cisoxmlp
009700     MOVE 'Othr' TO ISO-XML-NAME.                                 cisoxmlp
009800     PERFORM XML-CLOSE.                                           cisoxmlp
009900     MOVE 'Id' TO ISO-XML-NAME.                                   cisoxmlp
010000     PERFORM XML-CLOSE.                                           cisoxmlp
010100     MOVE ISO-XML-WRAPPER TO ISO-XML-NAME.                        cisoxmlp
010200     PERFORM XML-CLOSE.                                           cisoxmlp
010300                                                                  cisoxmlp
010400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cisoxmlp
