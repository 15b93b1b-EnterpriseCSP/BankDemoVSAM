000100***************************************************************** cpostckd
000200*                                                               * cpostckd
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cpostckd
000400*                                                               * cpostckd
000500***************************************************************** cpostckd
000600                                                                  cpostckd
000700***************************************************************** cpostckd
000800* CPOSTCKD.CPY                                                  * cpostckd
000900*---------------------------------------------------------------* cpostckd
001000* Parameter area for the postal address check routine UPOSTCK.  * cpostckd
001100* A normalise request hands back the keyed postcode in the form * cpostckd
001200* BNKPSTC is keyed on (upper case, spaces and hyphens dropped). * cpostckd
001300* The caller reads BNKPSTC with that key, passes the row it     * cpostckd
001400* found (or says it found none) and makes a compare request;    * cpostckd
001500* the address line 2 town is checked against the row as well    * cpostckd
001600* as the state and country.  The answer is valid, close (the    * cpostckd
001700* entry differs only in case, spacing or punctuation - the      * cpostckd
001800* standard form comes back to offer instead), unknown postcode, * cpostckd
001900* or mismatch (the standard form comes back for reference).     * cpostckd
002000***************************************************************** cpostckd
002100                                                                  cpostckd
002200 01  PCK-CTL-DATA.                                                cpostckd
002300   05  PCK-CTL-REQUEST              PIC X(1).                     cpostckd
002400     88  PCK-CTL-NORMALISE          VALUE 'N'.                    cpostckd
002500     88  PCK-CTL-COMPARE            VALUE 'C'.                    cpostckd
002600   05  PCK-CTL-IN-POSTCODE          PIC X(6).                     cpostckd
002700   05  PCK-CTL-IN-STATE             PIC X(2).                     cpostckd
002800   05  PCK-CTL-IN-CNTRY             PIC X(6).                     cpostckd
002900   05  PCK-CTL-IN-TOWN              PIC X(25).                    cpostckd
003000   05  PCK-CTL-KEY-POSTCODE         PIC X(6).                     cpostckd
003100   05  PCK-CTL-REF-FOUND            PIC X(1).                     cpostckd
003200     88  PCK-CTL-REF-ON-FILE        VALUE 'Y'.                    cpostckd
003300   05  PCK-CTL-REF-CNTRY            PIC X(3).                     cpostckd
003400   05  PCK-CTL-REF-STATE            PIC X(2).                     cpostckd
003500   05  PCK-CTL-REF-TOWN             PIC X(25).                    cpostckd
003600   05  PCK-CTL-REF-TOWN-KEY         PIC X(30).                    cpostckd
003700   05  PCK-CTL-REF-STATUS           PIC X(1).                     cpostckd
003800   05  PCK-CTL-RESULT               PIC X(1).                     cpostckd
003900     88  PCK-CTL-VALID              VALUE 'V'.                    cpostckd
004000     88  PCK-CTL-CLOSE              VALUE 'C'.                    cpostckd
004100     88  PCK-CTL-UNKNOWN            VALUE 'U'.                    cpostckd
004200     88  PCK-CTL-MISMATCH           VALUE 'M'.                    cpostckd
004300   05  PCK-CTL-STD-POSTCODE         PIC X(6).                     cpostckd
004400   05  PCK-CTL-STD-STATE            PIC X(2).                     cpostckd
004500   05  PCK-CTL-STD-TOWN             PIC X(25).                    cpostckd
004600   05  PCK-CTL-MSG                  PIC X(40).                    cpostckd
004700                                                                  cpostckd
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cpostckd
