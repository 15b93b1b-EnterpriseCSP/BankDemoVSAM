000100***************************************************************** cbankd78
000200*                                                               * cbankd78
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd78
000400*                                                               * cbankd78
000500***************************************************************** cbankd78
000600                                                                  cbankd78
000700***************************************************************** cbankd78
000800* CBANKD78.CPY                                                  * cbankd78
000900*---------------------------------------------------------------* cbankd78
001000* This area is used to pass data between a requesting program   * cbankd78
001100* and the I/O program (DBANK78P) which maintains the customer   * cbankd78
001200* tax residency file (BNKTAXR) - read a customer's residency,   * cbankd78
001300* record a CRS/FATCA self-certification, or re-check the        * cbankd78
001400* customer's details on BNKCUST for foreign indicia after they  * cbankd78
001500* are created or changed.                                       * cbankd78
001600***************************************************************** cbankd78
001700                                                                  cbankd78
001800 05  CD78-DATA.                                                   cbankd78
001900   10  CD78I-DATA.                                                cbankd78
002000     15  CD78I-REQUEST-CODE         PIC X(1).                     cbankd78
002100       88  CD78I-READ               VALUE '1'.                    cbankd78
002200       88  CD78I-CERTIFY            VALUE '2'.                    cbankd78
002300       88  CD78I-INDICIA            VALUE '3'.                    cbankd78
002400     15  CD78I-PID                  PIC X(5).                     cbankd78
002500     15  CD78I-CERT-DATE            PIC X(10).                    cbankd78
002600     15  CD78I-RESIDENCE            OCCURS 3 TIMES.               cbankd78
002700       20  CD78I-RES-CNTRY          PIC X(3).                     cbankd78
002800       20  CD78I-RES-TIN            PIC X(20).                    cbankd78
002900       20  CD78I-RES-NO-TIN         PIC X(1).                     cbankd78
003000     15  CD78I-USERID               PIC X(8).                     cbankd78
003100   10  CD78O-DATA.                                                cbankd78
003200     15  CD78O-RESP                 PIC X(1).                     cbankd78
003300       88  CD78O-OK                 VALUE '0'.                    cbankd78
003400       88  CD78O-NOTFND             VALUE '1'.                    cbankd78
003500       88  CD78O-ERROR              VALUE '2'.                    cbankd78
003600     15  CD78O-MSG                  PIC X(40).                    cbankd78
003700     15  CD78O-PID                  PIC X(5).                     cbankd78
003800     15  CD78O-NAME                 PIC X(25).                    cbankd78
003900     15  CD78O-CERT-STATUS          PIC X(1).                     cbankd78
004000     15  CD78O-CERT-DATE            PIC X(10).                    cbankd78
004100     15  CD78O-INDICIA-STATUS       PIC X(1).                     cbankd78
004200       88  CD78O-INDICIA-FOUND      VALUE 'F'.                    cbankd78
004300     15  CD78O-INDICIA-REASON       PIC X(30).                    cbankd78
004400     15  CD78O-RES-COUNT            PIC 9(1).                     cbankd78
004500     15  CD78O-RESIDENCE            OCCURS 3 TIMES.               cbankd78
004600       20  CD78O-RES-CNTRY          PIC X(3).                     cbankd78
004700       20  CD78O-RES-TIN            PIC X(20).                    cbankd78
004800       20  CD78O-RES-NO-TIN         PIC X(1).                     cbankd78
004900                                                                  cbankd78
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd78
