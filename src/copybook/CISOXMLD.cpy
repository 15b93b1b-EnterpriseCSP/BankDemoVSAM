000100***************************************************************** cisoxmld
000200*                                                               * cisoxmld
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cisoxmld
000400*                                                               * cisoxmld
000500***************************************************************** cisoxmld
000600                                                                  cisoxmld
000700***************************************************************** cisoxmld
000800* CISOXMLD.CPY                                                  * cisoxmld
000900*---------------------------------------------------------------* cisoxmld
001000* Parameter area for the ISO 20022 XML routine UISOXML used by  * cisoxmld
001100* the outbound payment and wire runs to build their credit      * cisoxmld
001200* transfer messages one line at a time, and by the              * cisoxmld
001300* acknowledgment run to walk a status report tag by tag.        * cisoxmld
001400* Building: set the function, depth (two spaces of indent per   * cisoxmld
001500* level), tag name and any attribute, plus the value or amount  * cisoxmld
001600* for an element; the finished line comes back in               * cisoxmld
001700* ISO-XML-LINE with the value escaped.  An element whose value  * cisoxmld
001800* is spaces comes back as not-written so optional elements can  * cisoxmld
001900* simply be skipped.                                            * cisoxmld
002000* Walking: put the record in ISO-XML-LINE with ISO-XML-POS at 1 * cisoxmld
002100* and call next-token until end-of-line; each call returns the  * cisoxmld
002200* tag name (namespace prefix removed), whether it opened or     * cisoxmld
002300* closed, and for an opening tag the text that follows it,      * cisoxmld
002400* unescaped.  An element must not be split across records.      * cisoxmld
002500* The wrapper and held value are work fields for the CISOXMLP   * cisoxmld
002600* paragraphs the calling runs share; UISOXML ignores them.      * cisoxmld
002700***************************************************************** cisoxmld
002800                                                                  cisoxmld
002900 01  ISO-XML-DATA.                                                cisoxmld
003000   05  ISO-XML-FUNCTION             PIC X(1).                     cisoxmld
003100     88  ISO-XML-OPEN-TAG           VALUE 'O'.                    cisoxmld
003200     88  ISO-XML-CLOSE-TAG          VALUE 'C'.                    cisoxmld
003300     88  ISO-XML-ELEMENT            VALUE 'E'.                    cisoxmld
003400     88  ISO-XML-AMOUNT-ELEMENT     VALUE 'A'.                    cisoxmld
003500     88  ISO-XML-NEXT-TOKEN         VALUE 'N'.                    cisoxmld
003600   05  ISO-XML-DEPTH                PIC 9(2).                     cisoxmld
003700   05  ISO-XML-NAME                 PIC X(35).                    cisoxmld
003800   05  ISO-XML-ATTR                 PIC X(60).                    cisoxmld
003900   05  ISO-XML-VALUE                PIC X(140).                   cisoxmld
004000   05  ISO-XML-AMOUNT               PIC S9(11)V99 COMP-3.         cisoxmld
004100   05  ISO-XML-LINE                 PIC X(256).                   cisoxmld
004200   05  ISO-XML-POS                  PIC S9(4) COMP.               cisoxmld
004300   05  ISO-XML-TOKEN                PIC X(1).                     cisoxmld
004400     88  ISO-XML-START              VALUE 'S'.                    cisoxmld
004500     88  ISO-XML-END                VALUE 'E'.                    cisoxmld
004600     88  ISO-XML-EMPTY-TAG          VALUE 'M'.                    cisoxmld
004700     88  ISO-XML-END-OF-LINE        VALUE 'X'.                    cisoxmld
004800   05  ISO-XML-RESULT               PIC X(1).                     cisoxmld
004900     88  ISO-XML-OK                 VALUE '0'.                    cisoxmld
005000     88  ISO-XML-NOT-WRITTEN        VALUE '1'.                    cisoxmld
005100     88  ISO-XML-ERROR              VALUE '2'.                    cisoxmld
005200   05  ISO-XML-WRAPPER              PIC X(35).                    cisoxmld
005300   05  ISO-XML-HELD-VALUE           PIC X(140).                   cisoxmld
005400                                                                  cisoxmld
005500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cisoxmld
